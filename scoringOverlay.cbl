       class-id batsweb.scoringOverlay.

      * Official-scoring overlay - the league scorer's ruling on an
      * at-bat where it disagrees with what our charter keyed. Same
      * idea as PITCHCORR.DAT: the engine's data files are never
      * touched; each disagreement officialScoringImport.cbl finds is
      * a WEBSYNC\SCORECORR.DAT record keyed by the at-bat's
      * BAT360-AB-KEY carrying the charted and the official call side
      * by side, and once a supervisor approves it on
      * officialScoring.aspx.cbl the readers put the official call in
      * place of the charted one:
      *   type batsweb.scoringOverlay::officialCall(teamPath, abKey,
      *       by reference resText, rbiNum, fielderName)
      *       true when an approved ruling stands for the at-bat; the
      *       three are replaced with the official result label (in
      *       the result vocabulary the reports match on), RBI and
      *       error fielder - the box score, the misplay report
      *   type batsweb.scoringOverlay::seasonDeltas(teamPath, batter,
      *       by reference hitsDelta, abDelta, hrDelta, rbiDelta,
      *       bbDelta, kDelta)
      *       what the batter's approved rulings add to or take off
      *       the charted season line - nightlyAggregate.cbl's ALL cut
      * Result classes the import files on both sides:
      *   1B 2B 3B HR  hits        BB  walk / hit by pitch
      *   K   strikeout            E   reached on error
      *   SF  sacrifice fly        SH  sacrifice bunt
      *   FC  fielder's choice     OU  any other out

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SCORE-CORRECTION-FILE ASSIGN WS-SCORECORR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SC-KEY
              LOCK MANUAL
              FILE STATUS IS SC-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout officialScoringImport.cbl writes and
      * officialScoring.aspx.cbl decides.
       FD  SCORE-CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-KEY.
               10  SC-AB-KEY               PIC X(26).
           05  SC-REST.
               10  SC-GAME-DATE            PIC X(10).
               10  SC-GAME-ID              PIC X(10).
               10  SC-INNING               PIC 9(02).
               10  SC-BATTER               PIC X(30).
               10  SC-CHART-RES            PIC X(20).
               10  SC-CHART-CLASS          PIC X(02).
               10  SC-CHART-RBI            PIC 9(01).
               10  SC-CHART-FIELDER        PIC X(30).
               10  SC-OFF-RAW              PIC X(12).
               10  SC-OFF-RES              PIC X(20).
               10  SC-OFF-CLASS            PIC X(02).
               10  SC-OFF-RBI              PIC 9(01).
               10  SC-OFF-FIELDER          PIC X(30).
               10  SC-STATUS               PIC X.
                   88  SC-PENDING          VALUE "P".
                   88  SC-APPROVED         VALUE "A".
                   88  SC-REJECTED         VALUE "X".
               10  SC-FEED-KIND            PIC X.
                   88  SC-FROM-BOX         VALUE "B".
                   88  SC-FROM-CHANGE      VALUE "C".
               10  SC-IMPORTED-AT          PIC X(19).
               10  SC-DECIDED-BY           PIC X(30).
               10  SC-DECIDED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-SCORECORR-FILE        PIC X(256) VALUE "SCORECORR.DAT".
       01 SC-STATUS-COMN.
           05  SC-STATUS-BYTE-1        PIC X.
           05  SC-STATUS-BYTE-2        PIC X.

       method-id officialCall static public.
       local-storage section.
       01 worker       type batsweb.scoringOverlay.
       procedure division using by value teamPath as type String
                          by value abKey as type String
                          by reference resText as type String
                          by reference rbiNum as type Int32
                          by reference fielderName as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.scoringOverlay
           set okFlag to worker::readRuling(teamPath, abKey, by reference resText, by reference rbiNum, by reference fielderName).
       end method.

       method-id seasonDeltas static public.
       local-storage section.
       01 worker       type batsweb.scoringOverlay.
       procedure division using by value teamPath as type String
                          by value batterName as type String
                          by reference hitsDelta as type Int32
                          by reference abDelta as type Int32
                          by reference hrDelta as type Int32
                          by reference rbiDelta as type Int32
                          by reference bbDelta as type Int32
                          by reference kDelta as type Int32.
           set worker to new batsweb.scoringOverlay
           invoke worker::sumRulings(teamPath, batterName, by reference hitsDelta, by reference abDelta, by reference hrDelta, by reference rbiDelta, by reference bbDelta, by reference kDelta).
       end method.

      *#####                 One at-bat's ruling                       #####
       method-id readRuling private.
       procedure division using by value teamPath as type String
                          by value abKey as type String
                          by reference resText as type String
                          by reference rbiNum as type Int32
                          by reference fielderName as type String
                          returning okFlag as type Condition.
           set okFlag to false
           set WS-SCORECORR-FILE to teamPath & "\WEBSYNC\SCORECORR.DAT"
           OPEN INPUT SCORE-CORRECTION-FILE
           if SC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO SC-KEY
           set SC-AB-KEY to abKey
           READ SCORE-CORRECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if SC-APPROVED
                       set resText to SC-OFF-RES::Trim
                       move SC-OFF-RBI to rbiNum
                       set fielderName to SC-OFF-FIELDER::Trim
                       set okFlag to true
                   end-if
           END-READ
           CLOSE SCORE-CORRECTION-FILE.
       end method.

      *#####          A batter's approved rulings, summed             #####
      * The file holds only the disagreements, so a straight pass
      * picking out the batter's approved rows is all it takes.
       method-id sumRulings private.
       procedure division using by value teamPath as type String
                          by value batterName as type String
                          by reference hitsDelta as type Int32
                          by reference abDelta as type Int32
                          by reference hrDelta as type Int32
                          by reference rbiDelta as type Int32
                          by reference bbDelta as type Int32
                          by reference kDelta as type Int32.
           move 0 to hitsDelta abDelta hrDelta rbiDelta bbDelta kDelta
           set WS-SCORECORR-FILE to teamPath & "\WEBSYNC\SCORECORR.DAT"
           OPEN INPUT SCORE-CORRECTION-FILE
           if SC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SC-KEY
           START SCORE-CORRECTION-FILE KEY NOT LESS THAN SC-KEY
           if SC-STATUS-BYTE-1 not = "0"
               go to sum-done.
       sum-loop.
           READ SCORE-CORRECTION-FILE NEXT RECORD
               AT END go to sum-done.
           if not SC-APPROVED
               go to sum-loop.
           if SC-BATTER::Trim not = batterName::Trim::ToUpper
               go to sum-loop.

           if self::isHit(SC-OFF-CLASS)
               add 1 to hitsDelta.
           if self::isHit(SC-CHART-CLASS)
               subtract 1 from hitsDelta.
           if SC-OFF-CLASS = "HR"
               add 1 to hrDelta.
           if SC-CHART-CLASS = "HR"
               subtract 1 from hrDelta.
           if self::isAtBat(SC-OFF-CLASS)
               add 1 to abDelta.
           if self::isAtBat(SC-CHART-CLASS)
               subtract 1 from abDelta.
           if SC-OFF-CLASS = "BB"
               add 1 to bbDelta.
           if SC-CHART-CLASS = "BB"
               subtract 1 from bbDelta.
           if SC-OFF-CLASS = "K "
               add 1 to kDelta.
           if SC-CHART-CLASS = "K "
               subtract 1 from kDelta.
           add SC-OFF-RBI to rbiDelta
           subtract SC-CHART-RBI from rbiDelta
           go to sum-loop.
       sum-done.
           CLOSE SCORE-CORRECTION-FILE.
       end method.

       method-id isHit private.
       procedure division using by value classCode as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if classCode = "1B" or classCode = "2B"
               or classCode = "3B" or classCode = "HR"
               set okFlag to true.
       end method.

      * Walks and both sacrifices are plate appearances but not at
      * bats; everything else counts.
       method-id isAtBat private.
       procedure division using by value classCode as type String
                          returning okFlag as type Condition.
           set okFlag to true
           if classCode = "BB" or classCode = "SF" or classCode = "SH"
               or classCode::Trim = type String::Empty
               set okFlag to false.
       end method.

       end class.
