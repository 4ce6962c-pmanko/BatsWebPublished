       class-id batsweb.importedPlay.

      * Imported play-by-play reader - the at-bat results pbpImport.cbl
      * landed from the league's feed for games nobody charted. Same
      * idea as scoringOverlay.cbl: the engine's data files are never
      * touched; the imported game is a run of WEBSYNC\PBPIMPORT.DAT
      * records keyed by the games-list date text, game id and a play
      * sequence (000 is the game's header with the final line score),
      * every one marked imported, not charted. Only the counting
      * reports read them back - there are no pitches or locations to
      * draw, so the zone reports leave them alone:
      *   type batsweb.importedPlay::isImported(teamPath, dateText,
      *       gameId)
      *       true when the game's at-bats came off the feed - the
      *       location reports' skip test, the coverage report's
      *       separate status
      *   type batsweb.importedPlay::finalScore(teamPath, dateText,
      *       gameId, by reference visRuns, homeRuns)
      *       true with the final line score of an imported game -
      *       standings.aspx.cbl, coverageReport.cbl
      *   type batsweb.importedPlay::seasonLine(teamPath, batter,
      *       by reference gamesNum, paNum, abNum, hitsNum, hrNum,
      *       rbiNum, bbNum, kNum)
      *       the batter's imported at-bats as a season line -
      *       nightlyAggregate.cbl's ALL cut
      *   type batsweb.importedPlay::gameLines(teamPath, dateText,
      *       gameId)
      *       one imported game's box lines, in order of first sight,
      *       each "B;side;name;AB;H;RBI;BB;K" for a batter or
      *       "P;side;name;outs;H;R;BB;K" for a pitcher (side V or H)
      *       - gameSummary.aspx.cbl's box score. Outs and runs are
      *       the climb in the feed's after-the-play outs and score;
      *       the feed names no runners, so runs scored by a batter
      *       and earned runs are not there to give
      *   type batsweb.importedPlay::retireGame(teamPath, dateText,
      *       gameId)
      *       takes an imported game off once somebody has charted it
      *       after all - the chart wins; returns the rows removed
      * Result classes are scoringOverlay.cbl's.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT IMPORTED-PLAY-FILE ASSIGN WS-PBPIMPORT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout pbpImport.cbl writes.
       FD  IMPORTED-PLAY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PI-REC.
       01  PI-REC.
           05  PI-KEY.
               10  PI-GAME-DATE            PIC X(10).
               10  PI-GAME-ID              PIC X(10).
               10  PI-SEQ                  PIC 9(03).
           05  PI-REST.
               10  PI-ORIGIN               PIC X.
                   88  PI-NOT-CHARTED      VALUE "I".
               10  PI-INNING               PIC 9(02).
               10  PI-HALF                 PIC X.
                   88  PI-TOP-HALF         VALUE "T".
                   88  PI-BOTTOM-HALF      VALUE "B".
               10  PI-BATTER               PIC X(30).
               10  PI-PITCHER              PIC X(30).
               10  PI-RESULT-RAW           PIC X(12).
               10  PI-RESULT               PIC X(20).
               10  PI-CLASS                PIC X(02).
               10  PI-RBI                  PIC 9(01).
               10  PI-RUNNERS              PIC X(03).
               10  PI-OUTS                 PIC 9(01).
               10  PI-VIS-SCORE            PIC 9(03).
               10  PI-HOME-SCORE           PIC 9(03).
               10  PI-IMPORTED-AT          PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-PBPIMPORT-FILE        PIC X(256) VALUE "PBPIMPORT.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
      * One imported game's box lines, in order of first sight.
       01 GAME-BAT-TBL.
           05  GB-ENTRY OCCURS 60.
               10  GB-SIDE                 PIC X.
               10  GB-NAME                 PIC X(30).
               10  GB-AB                   PIC 9(02).
               10  GB-H                    PIC 9(02).
               10  GB-RBI                  PIC 9(02).
               10  GB-BB                   PIC 9(02).
               10  GB-K                    PIC 9(02).
       01 GB-COUNT                 PIC 9(02).
       01 GAME-PIT-TBL.
           05  GP-ENTRY OCCURS 30.
               10  GP-SIDE                 PIC X.
               10  GP-NAME                 PIC X(30).
               10  GP-OUTS                 PIC 9(02).
               10  GP-H                    PIC 9(02).
               10  GP-R                    PIC 9(02).
               10  GP-BB                   PIC 9(02).
               10  GP-K                    PIC 9(02).
       01 GP-COUNT                 PIC 9(02).

       method-id isImported static public.
       local-storage section.
       01 worker       type batsweb.importedPlay.
       01 visRuns      type Int32.
       01 homeRuns     type Int32.
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.importedPlay
           set okFlag to worker::readHeader(teamPath, dateText, gameId, by reference visRuns, by reference homeRuns).
       end method.

       method-id finalScore static public.
       local-storage section.
       01 worker       type batsweb.importedPlay.
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          by reference visRuns as type Int32
                          by reference homeRuns as type Int32
                          returning okFlag as type Condition.
           set worker to new batsweb.importedPlay
           set okFlag to worker::readHeader(teamPath, dateText, gameId, by reference visRuns, by reference homeRuns).
       end method.

       method-id seasonLine static public.
       local-storage section.
       01 worker       type batsweb.importedPlay.
       procedure division using by value teamPath as type String
                          by value batterName as type String
                          by reference gamesNum as type Int32
                          by reference paNum as type Int32
                          by reference abNum as type Int32
                          by reference hitsNum as type Int32
                          by reference hrNum as type Int32
                          by reference rbiNum as type Int32
                          by reference bbNum as type Int32
                          by reference kNum as type Int32.
           set worker to new batsweb.importedPlay
           invoke worker::sumBatter(teamPath, batterName, by reference gamesNum, by reference paNum, by reference abNum, by reference hitsNum, by reference hrNum, by reference rbiNum, by reference bbNum, by reference kNum).
       end method.

       method-id gameLines static public.
       local-storage section.
       01 worker       type batsweb.importedPlay.
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          returning lineList as type String[].
           set worker to new batsweb.importedPlay
           set lineList to worker::readGame(teamPath, dateText, gameId).
       end method.

       method-id retireGame static public.
       local-storage section.
       01 worker       type batsweb.importedPlay.
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          returning rowsOut as type Int32.
           set worker to new batsweb.importedPlay
           set rowsOut to worker::dropGame(teamPath, dateText, gameId).
       end method.

      *#####                One imported game's header                 #####
       method-id readHeader private.
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          by reference visRuns as type Int32
                          by reference homeRuns as type Int32
                          returning okFlag as type Condition.
           set okFlag to false
           move 0 to visRuns homeRuns
           set WS-PBPIMPORT-FILE to teamPath & "\WEBSYNC\PBPIMPORT.DAT"
           OPEN INPUT IMPORTED-PLAY-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PI-KEY
           set PI-GAME-DATE to dateText::Trim
           set PI-GAME-ID to gameId::Trim
           move zeroes to PI-SEQ
           READ IMPORTED-PLAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if PI-NOT-CHARTED
                       move PI-VIS-SCORE to visRuns
                       move PI-HOME-SCORE to homeRuns
                       set okFlag to true
                   end-if
           END-READ
           CLOSE IMPORTED-PLAY-FILE.
       end method.

      *#####           A batter's imported at-bats, summed             #####
      * The file runs game by game in key order, so a game is counted
      * the first time the batter turns up in it.
       method-id sumBatter private.
       local-storage section.
       01 lastGame         pic x(20) value spaces.
       procedure division using by value teamPath as type String
                          by value batterName as type String
                          by reference gamesNum as type Int32
                          by reference paNum as type Int32
                          by reference abNum as type Int32
                          by reference hitsNum as type Int32
                          by reference hrNum as type Int32
                          by reference rbiNum as type Int32
                          by reference bbNum as type Int32
                          by reference kNum as type Int32.
           move 0 to gamesNum paNum abNum hitsNum hrNum rbiNum bbNum kNum
           set WS-PBPIMPORT-FILE to teamPath & "\WEBSYNC\PBPIMPORT.DAT"
           OPEN INPUT IMPORTED-PLAY-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PI-KEY
           START IMPORTED-PLAY-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to sum-done.
       sum-loop.
           READ IMPORTED-PLAY-FILE NEXT RECORD
               AT END go to sum-done.
           if PI-SEQ = 0 or not PI-NOT-CHARTED
               go to sum-loop.
           if PI-BATTER::Trim not = batterName::Trim::ToUpper
               go to sum-loop.

           if PI-GAME-DATE not = lastGame(1:10)
               or PI-GAME-ID not = lastGame(11:10)
               add 1 to gamesNum
               move PI-GAME-DATE to lastGame(1:10)
               move PI-GAME-ID to lastGame(11:10).
           add 1 to paNum
           if self::isHit(PI-CLASS)
               add 1 to hitsNum.
           if PI-CLASS = "HR"
               add 1 to hrNum.
           if self::isAtBat(PI-CLASS)
               add 1 to abNum.
           if PI-CLASS = "BB"
               add 1 to bbNum.
           if PI-CLASS = "K "
               add 1 to kNum.
           add PI-RBI to rbiNum
           go to sum-loop.
       sum-done.
           CLOSE IMPORTED-PLAY-FILE.
       end method.

      *#####          One imported game's box lines                    #####
      * The feed gives outs and score after each play, so a play's
      * outs are the climb from the row before it in the same half
      * inning and its runs the batting side's climb - charged to the
      * pitcher who threw it.
       method-id readGame private.
       local-storage section.
       01 found            type System.Collections.Generic.List[String].
       01 keyDate          pic x(10).
       01 keyId            pic x(10).
       01 batSide          pic x.
       01 pitSide          pic x.
       01 lastHalf         pic x value space.
       01 lastInning       pic 9(02) value 0.
       01 lastOuts         pic 9(01) value 0.
       01 lastVis          pic 9(03) value 0.
       01 lastHome         pic 9(03) value 0.
       01 outsOnPlay       type Int32.
       01 runsOnPlay       type Int32.
       01 uu               type Int32.
       01 nn               pic 9(02).
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          returning lineList as type String[].
           set found to new type System.Collections.Generic.List[String]
           set lineList to found::ToArray
           INITIALIZE GAME-BAT-TBL GAME-PIT-TBL
           move zeroes to GB-COUNT GP-COUNT
           set WS-PBPIMPORT-FILE to teamPath & "\WEBSYNC\PBPIMPORT.DAT"
           OPEN INPUT IMPORTED-PLAY-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
           move spaces to keyDate keyId
           set keyDate to dateText::Trim
           set keyId to gameId::Trim
           MOVE SPACES TO PI-KEY
           move keyDate to PI-GAME-DATE
           move keyId to PI-GAME-ID
           move zeroes to PI-SEQ
           START IMPORTED-PLAY-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to game-done.
       game-loop.
           READ IMPORTED-PLAY-FILE NEXT RECORD
               AT END go to game-done.
           if PI-GAME-DATE not = keyDate or PI-GAME-ID not = keyId
               go to game-done.
           if PI-SEQ = 0 or not PI-NOT-CHARTED
               go to game-loop.
           if PI-TOP-HALF
               move "V" to batSide
               move "H" to pitSide
           else
               move "H" to batSide
               move "V" to pitSide.

           if PI-HALF not = lastHalf or PI-INNING not = lastInning
               move 0 to lastOuts
               move PI-HALF to lastHalf
               move PI-INNING to lastInning.
           compute outsOnPlay = PI-OUTS - lastOuts
           if outsOnPlay < 0
               move 0 to outsOnPlay.
           move PI-OUTS to lastOuts
           if batSide = "V"
               compute runsOnPlay = PI-VIS-SCORE - lastVis
           else
               compute runsOnPlay = PI-HOME-SCORE - lastHome.
           if runsOnPlay < 0
               move 0 to runsOnPlay.
           move PI-VIS-SCORE to lastVis
           move PI-HOME-SCORE to lastHome

           set uu to self::findGameBatter(batSide, PI-BATTER)
           if uu not = 0
               if self::isAtBat(PI-CLASS)
                   add 1 to GB-AB(uu)
               end-if
               if self::isHit(PI-CLASS)
                   add 1 to GB-H(uu)
               end-if
               add PI-RBI to GB-RBI(uu)
               if PI-CLASS = "BB"
                   add 1 to GB-BB(uu)
               end-if
               if PI-CLASS = "K "
                   add 1 to GB-K(uu)
               end-if
           end-if

           set uu to self::findGamePitcher(pitSide, PI-PITCHER)
           if uu = 0
               go to game-loop.
           add outsOnPlay to GP-OUTS(uu)
           add runsOnPlay to GP-R(uu)
           if self::isHit(PI-CLASS)
               add 1 to GP-H(uu).
           if PI-CLASS = "BB"
               add 1 to GP-BB(uu).
           if PI-CLASS = "K "
               add 1 to GP-K(uu).
           go to game-loop.
       game-done.
           CLOSE IMPORTED-PLAY-FILE

           move 1 to nn.
       bat-line-loop.
           if nn > GB-COUNT
               go to bat-line-done.
           invoke found::Add("B;" & GB-SIDE(nn) & ";" & GB-NAME(nn)::Trim
               & ";" & GB-AB(nn)::ToString & ";" & GB-H(nn)::ToString
               & ";" & GB-RBI(nn)::ToString & ";" & GB-BB(nn)::ToString
               & ";" & GB-K(nn)::ToString)
           add 1 to nn
           go to bat-line-loop.
       bat-line-done.
           move 1 to nn.
       pit-line-loop.
           if nn > GP-COUNT
               go to pit-line-done.
           invoke found::Add("P;" & GP-SIDE(nn) & ";" & GP-NAME(nn)::Trim
               & ";" & GP-OUTS(nn)::ToString & ";" & GP-H(nn)::ToString
               & ";" & GP-R(nn)::ToString & ";" & GP-BB(nn)::ToString
               & ";" & GP-K(nn)::ToString)
           add 1 to nn
           go to pit-line-loop.
       pit-line-done.
           set lineList to found::ToArray.
       end method.

      * The side's batter slot, registered on first sight; zero on a
      * blank name or a full table, so a line is dropped rather than
      * charged to the wrong man.
       method-id findGameBatter private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division using by value sideCode as type String
                          by value playerName as type String
                          returning slotOut as type Int32.
           set slotOut to 0
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-bat-loop.
           if nn > GB-COUNT
               go to find-bat-new.
           if GB-SIDE(nn) = sideCode and GB-NAME(nn) = playerName::Trim::ToUpper
               set slotOut to nn
               exit method.
           add 1 to nn
           go to find-bat-loop.
       find-bat-new.
           if GB-COUNT >= 60
               exit method.
           add 1 to GB-COUNT
           move sideCode to GB-SIDE(GB-COUNT)
           set GB-NAME(GB-COUNT) to playerName::Trim::ToUpper
           set slotOut to GB-COUNT.
       end method.

      * Pitcher twin of findGameBatter.
       method-id findGamePitcher private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division using by value sideCode as type String
                          by value playerName as type String
                          returning slotOut as type Int32.
           set slotOut to 0
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-pit-loop.
           if nn > GP-COUNT
               go to find-pit-new.
           if GP-SIDE(nn) = sideCode and GP-NAME(nn) = playerName::Trim::ToUpper
               set slotOut to nn
               exit method.
           add 1 to nn
           go to find-pit-loop.
       find-pit-new.
           if GP-COUNT >= 30
               exit method.
           add 1 to GP-COUNT
           move sideCode to GP-SIDE(GP-COUNT)
           set GP-NAME(GP-COUNT) to playerName::Trim::ToUpper
           set slotOut to GP-COUNT.
       end method.

      *#####        An imported game charted after all - retired       #####
       method-id dropGame private.
       local-storage section.
       01 keyDate          pic x(10).
       01 keyId            pic x(10).
       procedure division using by value teamPath as type String
                          by value dateText as type String
                          by value gameId as type String
                          returning rowsOut as type Int32.
           move 0 to rowsOut
           set WS-PBPIMPORT-FILE to teamPath & "\WEBSYNC\PBPIMPORT.DAT"
           OPEN I-O IMPORTED-PLAY-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
           move spaces to keyDate keyId
           set keyDate to dateText::Trim
           set keyId to gameId::Trim
           MOVE SPACES TO PI-KEY
           move keyDate to PI-GAME-DATE
           move keyId to PI-GAME-ID
           move zeroes to PI-SEQ
           START IMPORTED-PLAY-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to drop-done.
       drop-loop.
           READ IMPORTED-PLAY-FILE NEXT RECORD
               AT END go to drop-done.
           if PI-GAME-DATE not = keyDate or PI-GAME-ID not = keyId
               go to drop-done.
           DELETE IMPORTED-PLAY-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to rowsOut
           END-DELETE
           go to drop-loop.
       drop-done.
           CLOSE IMPORTED-PLAY-FILE.
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
