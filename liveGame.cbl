       class-id batsweb.liveGame.

      * In-game provisional data. Charted games reach this box only
      * with the post-game WEBSYNC transfer, so while a game is being
      * played the front office and the road scouts saw nothing. The
      * charting station now also sends small "P" lines in the same
      * numbered DELTA batches websyncReceive.cbl applies in
      * sequence - one line per event (a pitch or a finished
      * plate appearance) with the running score, the pitcher's
      * running pitch count and what happened - and each lands here
      * as a LIVEGAME.DAT record marked provisional by living only in
      * this file, never in the charted files the reports read.
      *   post        websyncReceive.cbl - one "P" line onto the file
      *   isLive      a game has had a line in the last LIVE-HOURS
      *   panelHtml   the line score, pitch counts and last at-bats of
      *               the most recent live game - gameSummary.aspx.cbl's
      *               live view and kiosk.aspx.cbl, both refreshing
      *               themselves on a timer
      *   reconcile   the final sync landed (its "G" game notice):
      *               the provisional final score and every pitcher's
      *               pitch count are checked against the charted game
      *               (the BAT360 "RA"/"VD" walk), each difference goes
      *               to WEBSYNC\LIVEDIFF.LOG, and the game's
      *               provisional records are removed - the charted
      *               data replaces them
      * The line image the station sends is LV-KEY and LV-REST up to
      * LV-SENT-AT; the game date is MM/DD/YY, the games-list form.
      * Batch callers name the team to engineWatch (forTeam) before
      * reconcile, as they do for their own engine calls.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LIVE-GAME-FILE ASSIGN WS-LIVEGAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LV-KEY
              LOCK MANUAL
              FILE STATUS IS LV-STATUS-COMN.
          SELECT LIVE-DIFF-LOG-FILE ASSIGN WS-LIVEDIFF-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One event per record, in the order the station numbered them.
       FD  LIVE-GAME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LV-REC.
       01  LV-REC.
           05  LV-KEY.
               10  LV-GAME-DATE            PIC X(08).
               10  LV-GAME-ID              PIC X(10).
               10  LV-SEQ                  PIC 9(04).
           05  LV-REST.
               10  LV-VIS                  PIC X(15).
               10  LV-HOME                 PIC X(15).
               10  LV-INNING               PIC 9(02).
               10  LV-HALF                 PIC X.
                   88  LV-TOP              VALUE "T".
                   88  LV-BOTTOM           VALUE "B".
               10  LV-OUTS                 PIC 9.
               10  LV-VIS-SCORE            PIC 9(02).
               10  LV-HOME-SCORE           PIC 9(02).
               10  LV-PITCHER              PIC X(30).
               10  LV-PITCH-COUNT          PIC 9(03).
               10  LV-BATTER               PIC X(30).
      *        What ended the plate appearance - spaces on a line
      *        that only moves the pitch count.
               10  LV-EVENT                PIC X(40).
               10  LV-SENT-AT              PIC X(19).
               10  LV-RECEIVED-AT          PIC X(19).
               10  FILLER                  PIC X(10).

       FD  LIVE-DIFF-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-DIFF-LOG-REC.
       01  LIVE-DIFF-LOG-REC           PIC X(200).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata360                type batsweb.bat360Data.
       01 WS-LIVEGAME-FILE         PIC X(256) VALUE "LIVEGAME.DAT".
       01 LV-STATUS-COMN.
           05  LV-STATUS-BYTE-1        PIC X.
           05  LV-STATUS-BYTE-2        PIC X.
       01 WS-LIVEDIFF-LOG-FILE     PIC X(256) VALUE "LIVEDIFF.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
      * A game with no line for this long is over or abandoned - the
      * pages stop treating it as in progress.
       01 LIVE-HOURS               PIC 9(02) VALUE 6.
      * The game the panel or the reconcile is working on.
       01 LG-GAME-DATE             PIC X(08).
       01 LG-GAME-ID               PIC X(10).
      * Runs by inning off the running score.
       01 LS-TBL.
           05  LS-INNING OCCURS 20.
               10  LS-VIS-RUNS             PIC 9(02).
               10  LS-HOME-RUNS            PIC 9(02).
       01 LS-MAX-INNING            PIC 9(02).
      * Each pitcher's count - the highest running total sent on the
      * provisional side, the pitches charted on the other.
       01 PC-TBL.
           05  PC-ENTRY OCCURS 40.
               10  PC-NAME                 PIC X(30).
               10  PC-LIVE-COUNT           PIC 9(03).
               10  PC-CHART-COUNT          PIC 9(03).
               10  PC-CHART-SEEN           PIC X.
       01 PC-COUNT                 PIC 9(02).
      * The last few finished plate appearances, newest first.
       01 LA-TBL.
           05  LA-LINE OCCURS 5        PIC X(120).
       01 LA-COUNT                 PIC 9(01).
       01 LAST-LV-REC              PIC X(200).

      *#####                  The receiver's side                      #####
      * One "P" line from a DELTA batch onto the file, stamped with
      * when it arrived.
       method-id post static public.
       local-storage section.
       01 worker       type batsweb.liveGame.
       procedure division using by value teamPath as type String
                          by value lineImage as type String.
           set worker to new batsweb.liveGame
           invoke worker::writeEvent(teamPath, lineImage).
       end method.

       method-id writeEvent private.
       procedure division using by value teamPath as type String
                          by value lineImage as type String.
           set WS-LIVEGAME-FILE to teamPath & "\WEBSYNC\LIVEGAME.DAT"
           OPEN I-O LIVE-GAME-FILE
           IF LV-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LIVE-GAME-FILE
               CLOSE LIVE-GAME-FILE
               OPEN I-O LIVE-GAME-FILE
           END-IF
           MOVE SPACES TO LV-REC
           set LV-REC to lineImage
           if LV-INNING not numeric
               move 0 to LV-INNING.
           if LV-OUTS not numeric
               move 0 to LV-OUTS.
           if LV-VIS-SCORE not numeric
               move 0 to LV-VIS-SCORE.
           if LV-HOME-SCORE not numeric
               move 0 to LV-HOME-SCORE.
           if LV-PITCH-COUNT not numeric
               move 0 to LV-PITCH-COUNT.
           set LV-RECEIVED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE LV-REC
               INVALID KEY
                   REWRITE LV-REC
           END-WRITE
           CLOSE LIVE-GAME-FILE.
       end method.

      *#####                    The pages' side                        #####
      * True while a game has had a line inside the last LIVE-HOURS.
       method-id isLive static public.
       local-storage section.
       01 worker       type batsweb.liveGame.
       procedure division using by value teamPath as type String
                          returning liveFlag as type Condition.
           set worker to new batsweb.liveGame
           set liveFlag to worker::findLiveGame(teamPath).
       end method.

      * The most recent live game as an HTML fragment - empty when no
      * game is in progress.
       method-id panelHtml static public.
       local-storage section.
       01 worker       type batsweb.liveGame.
       procedure division using by value teamPath as type String
                          returning htmlOut as type String.
           set htmlOut to type String::Empty
           set worker to new batsweb.liveGame
           if not worker::findLiveGame(teamPath)
               exit method.
           set htmlOut to worker::buildPanel.
       end method.

      * Finds the game with the newest line, inside the window.
       method-id findLiveGame private.
       local-storage section.
       01 newestAt     pic x(19).
       01 cutoffAt     pic x(19).
       procedure division using by value teamPath as type String
                          returning liveFlag as type Condition.
           set liveFlag to false
           move spaces to LG-GAME-DATE LG-GAME-ID newestAt
           set cutoffAt to type DateTime::Now::AddHours(0 - LIVE-HOURS)::ToString("yyyy-MM-dd HH:mm:ss")
           set WS-LIVEGAME-FILE to teamPath & "\WEBSYNC\LIVEGAME.DAT"
           OPEN INPUT LIVE-GAME-FILE
           if LV-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO LV-KEY
           START LIVE-GAME-FILE KEY NOT LESS THAN LV-KEY
               INVALID KEY
                   CLOSE LIVE-GAME-FILE
                   exit method
           END-START.
       find-loop.
           READ LIVE-GAME-FILE NEXT RECORD
               AT END
                   go to find-done
           END-READ
           if LV-RECEIVED-AT < cutoffAt
               go to find-loop.
           if LV-RECEIVED-AT > newestAt
               move LV-RECEIVED-AT to newestAt
               move LV-GAME-DATE to LG-GAME-DATE
               move LV-GAME-ID to LG-GAME-ID.
           go to find-loop.
       find-done.
           CLOSE LIVE-GAME-FILE
           if LG-GAME-ID not = spaces
               set liveFlag to true.
       end method.

      * Reads the chosen game's lines in order into the line score,
      * the pitch counts and the last at-bats; the final line is left
      * in LAST-LV-REC.
       method-id loadGame private.
       local-storage section.
       01 prevVis      pic 9(02) value 0.
       01 prevHome     pic 9(02) value 0.
       01 innIdx       pic 9(02).
       01 pcIdx        type Int32.
       01 ll           pic 9(01).
       procedure division returning foundFlag as type Condition.
           set foundFlag to false
           INITIALIZE LS-TBL PC-TBL LA-TBL
           move zeroes to LS-MAX-INNING PC-COUNT LA-COUNT
           move spaces to LAST-LV-REC
           OPEN INPUT LIVE-GAME-FILE
           if LV-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO LV-KEY
           move LG-GAME-DATE to LV-GAME-DATE
           move LG-GAME-ID to LV-GAME-ID
           move zeroes to LV-SEQ
           START LIVE-GAME-FILE KEY NOT LESS THAN LV-KEY
               INVALID KEY
                   CLOSE LIVE-GAME-FILE
                   exit method
           END-START.
       load-loop.
           READ LIVE-GAME-FILE NEXT RECORD
               AT END
                   go to load-done
           END-READ
           if LV-GAME-DATE not = LG-GAME-DATE or LV-GAME-ID not = LG-GAME-ID
               go to load-done.
           set foundFlag to true
           move LV-REC to LAST-LV-REC

           move LV-INNING to innIdx
           if innIdx < 1
               move 1 to innIdx.
           if innIdx > 20
               move 20 to innIdx.
           if innIdx > LS-MAX-INNING
               move innIdx to LS-MAX-INNING.
           if LV-VIS-SCORE > prevVis
               compute LS-VIS-RUNS(innIdx) = LS-VIS-RUNS(innIdx) + LV-VIS-SCORE - prevVis.
           if LV-HOME-SCORE > prevHome
               compute LS-HOME-RUNS(innIdx) = LS-HOME-RUNS(innIdx) + LV-HOME-SCORE - prevHome.
           move LV-VIS-SCORE to prevVis
           move LV-HOME-SCORE to prevHome

           if LV-PITCHER not = spaces
               set pcIdx to self::findPitcher(LV-PITCHER)
               if pcIdx > 0
                   if LV-PITCH-COUNT > PC-LIVE-COUNT(pcIdx)
                       move LV-PITCH-COUNT to PC-LIVE-COUNT(pcIdx)
                   end-if
               end-if
           end-if

           if LV-EVENT = spaces
               go to load-loop.
      *    Newest first - push the older lines down one.
           move 5 to ll.
       shift-loop.
           if ll < 2
               go to shift-done.
           move LA-LINE(ll - 1) to LA-LINE(ll)
           subtract 1 from ll
           go to shift-loop.
       shift-done.
           move spaces to LA-LINE(1)
           set LA-LINE(1) to LV-INNING::ToString & LV-HALF & "  " & LV-BATTER::Trim
               & " - " & LV-EVENT::Trim & "  (" & LV-PITCHER::Trim & ")"
           if LA-COUNT < 5
               add 1 to LA-COUNT.
           go to load-loop.
       load-done.
           CLOSE LIVE-GAME-FILE.
       end method.

       method-id buildPanel private.
       local-storage section.
       01 panelOut     type System.Text.StringBuilder.
       01 nn           pic 9(02).
       01 halfText     type String.
       procedure division returning htmlOut as type String.
           set htmlOut to type String::Empty
           if not self::loadGame
               exit method.
           move LAST-LV-REC to LV-REC
           set panelOut to new type System.Text.StringBuilder
           invoke panelOut::AppendLine("<div class='live'>")
           invoke panelOut::AppendLine("<p><b>LIVE - PROVISIONAL</b> " & LV-VIS::Trim & " at " & LV-HOME::Trim
               & ", " & LG-GAME-DATE::Trim & " - as sent " & LV-SENT-AT::Trim
               & ". The final sync replaces these figures.</p>")

           invoke panelOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke panelOut::Append("<tr><td></td>")
           move 1 to nn.
       head-loop.
           if nn > LS-MAX-INNING
               go to head-done.
           invoke panelOut::Append("<td><b>" & nn::ToString & "</b></td>")
           add 1 to nn
           go to head-loop.
       head-done.
           invoke panelOut::AppendLine("<td><b>R</b></td></tr>")
           invoke panelOut::Append("<tr><td>" & LV-VIS::Trim & "</td>")
           move 1 to nn.
       vis-loop.
           if nn > LS-MAX-INNING
               go to vis-done.
           invoke panelOut::Append("<td>" & LS-VIS-RUNS(nn)::ToString & "</td>")
           add 1 to nn
           go to vis-loop.
       vis-done.
           invoke panelOut::AppendLine("<td>" & LV-VIS-SCORE::ToString & "</td></tr>")
           invoke panelOut::Append("<tr><td>" & LV-HOME::Trim & "</td>")
           move 1 to nn.
       home-loop.
           if nn > LS-MAX-INNING
               go to home-done.
           invoke panelOut::Append("<td>" & LS-HOME-RUNS(nn)::ToString & "</td>")
           add 1 to nn
           go to home-loop.
       home-done.
           invoke panelOut::AppendLine("<td>" & LV-HOME-SCORE::ToString & "</td></tr></table>")

           set halfText to "Top"
           if LV-BOTTOM
               set halfText to "Bottom".
           invoke panelOut::AppendLine("<p>" & halfText & " " & LV-INNING::ToString & ", " & LV-OUTS::ToString & " out - "
               & LV-BATTER::Trim & " facing " & LV-PITCHER::Trim & "</p>")

           invoke panelOut::AppendLine("<table border='1' cellpadding='3'><tr><td><b>Pitcher</b></td><td><b>Pitches</b></td></tr>")
           move 1 to nn.
       pc-loop.
           if nn > PC-COUNT
               go to pc-done.
           invoke panelOut::AppendLine("<tr><td>" & PC-NAME(nn)::Trim & "</td><td>" & PC-LIVE-COUNT(nn)::ToString & "</td></tr>")
           add 1 to nn
           go to pc-loop.
       pc-done.
           invoke panelOut::AppendLine("</table>")

           if LA-COUNT > 0
               invoke panelOut::AppendLine("<p><b>Last at-bats</b></p><ul>").
           move 1 to nn.
       la-loop.
           if nn > LA-COUNT
               go to la-done.
           invoke panelOut::AppendLine("<li>" & LA-LINE(nn)::Trim & "</li>")
           add 1 to nn
           go to la-loop.
       la-done.
           if LA-COUNT > 0
               invoke panelOut::AppendLine("</ul>").
           invoke panelOut::AppendLine("</div>")
           set htmlOut to panelOut::ToString.
       end method.

      *#####                The final sync's side                      #####
      * The charted game has landed: log every way the provisional
      * figures differ from it and drop them. Returns the number of
      * differences, -1 when the game had no provisional lines.
       method-id reconcile static public.
       local-storage section.
       01 worker       type batsweb.liveGame.
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning diffCount as type Int32.
           set worker to new batsweb.liveGame
           set diffCount to worker::reconcileGame(teamPath, gameDateText, gameId).
       end method.

       method-id reconcileGame private.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 nn                    pic 9(02).
       01 pcIdx                 type Int32.
       01 gameFound             pic x value "N".
       01 chartVis              pic 9(03) value 0.
       01 chartHome             pic 9(03) value 0.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning diffCount as type Int32.
           set diffCount to -1
           set WS-LIVEGAME-FILE to teamPath & "\WEBSYNC\LIVEGAME.DAT"
           set WS-LIVEDIFF-LOG-FILE to teamPath & "\WEBSYNC\LIVEDIFF.LOG"
           set LG-GAME-DATE to gameDateText::Trim
           set LG-GAME-ID to gameId::Trim
           if not self::loadGame
               exit method.
           move LAST-LV-REC to LV-REC
           set diffCount to 0

      *    The charted side - same "RA"/"VD" walk clipCaption.cbl makes
      *    of one game.
           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to chart-done.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to chart-done.

           move 1 to gg.
       game-loop.
           if gg > BAT360-NUM-GAMES
               go to chart-done.
           if BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") = LG-GAME-DATE::Trim
               and BAT360-G-GAME-ID(gg)::Trim = LG-GAME-ID::Trim
               go to game-found.
           add 1 to gg
           go to game-loop.
       game-found.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to chart-done.
           move "Y" to gameFound
           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to chart-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           move BAT360-I-VIS-SCORE to chartVis
           move BAT360-I-HOME-SCORE to chartHome
           if BAT360-PITCHER not = spaces
               set pcIdx to self::findPitcher(BAT360-PITCHER)
               if pcIdx > 0
                   add BAT360-NUM-PITCHES to PC-CHART-COUNT(pcIdx)
                   move "Y" to PC-CHART-SEEN(pcIdx)
               end-if
           end-if.
       ab-next.
           add 1 to bb
           go to ab-loop.
       chart-done.
           invoke bat360rununit::StopRun(0)

           if gameFound not = "Y"
               invoke self::logDiff("game " & LG-GAME-ID::Trim & " on " & LG-GAME-DATE::Trim & " - final sync named the game but it is not in the charted index; provisional lines dropped")
               add 1 to diffCount
               go to drop-lines.

           if chartVis not = LV-VIS-SCORE or chartHome not = LV-HOME-SCORE
               invoke self::logDiff("game " & LG-GAME-ID::Trim & " on " & LG-GAME-DATE::Trim & " - final score provisional "
                   & LV-VIS-SCORE::ToString & "-" & LV-HOME-SCORE::ToString & ", charted " & chartVis::ToString & "-" & chartHome::ToString)
               add 1 to diffCount.
           move 1 to nn.
       pitcher-loop.
           if nn > PC-COUNT
               go to drop-lines.
           if PC-LIVE-COUNT(nn) not = PC-CHART-COUNT(nn)
               if PC-CHART-SEEN(nn) not = "Y"
                   invoke self::logDiff("game " & LG-GAME-ID::Trim & " on " & LG-GAME-DATE::Trim & " - " & PC-NAME(nn)::Trim
                       & " sent live with " & PC-LIVE-COUNT(nn)::ToString & " pitches, not on the charted game")
               else
                   if PC-LIVE-COUNT(nn) = 0
                       invoke self::logDiff("game " & LG-GAME-ID::Trim & " on " & LG-GAME-DATE::Trim & " - " & PC-NAME(nn)::Trim
                           & " charted with " & PC-CHART-COUNT(nn)::ToString & " pitches, never sent live")
                   else
                       invoke self::logDiff("game " & LG-GAME-ID::Trim & " on " & LG-GAME-DATE::Trim & " - " & PC-NAME(nn)::Trim
                           & " pitch count provisional " & PC-LIVE-COUNT(nn)::ToString & ", charted " & PC-CHART-COUNT(nn)::ToString)
                   end-if
               end-if
               add 1 to diffCount.
           add 1 to nn
           go to pitcher-loop.
       drop-lines.
           invoke self::dropGame.
       end method.

      * The charted data stands now - the game's provisional lines go.
       method-id dropGame private.
       procedure division.
           OPEN I-O LIVE-GAME-FILE
           if LV-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO LV-KEY
           move LG-GAME-DATE to LV-GAME-DATE
           move LG-GAME-ID to LV-GAME-ID
           move zeroes to LV-SEQ
           START LIVE-GAME-FILE KEY NOT LESS THAN LV-KEY
               INVALID KEY
                   CLOSE LIVE-GAME-FILE
                   exit method
           END-START.
       drop-loop.
           READ LIVE-GAME-FILE NEXT RECORD
               AT END
                   go to drop-done
           END-READ
           if LV-GAME-DATE not = LG-GAME-DATE or LV-GAME-ID not = LG-GAME-ID
               go to drop-done.
           DELETE LIVE-GAME-FILE RECORD
           go to drop-loop.
       drop-done.
           CLOSE LIVE-GAME-FILE.
       end method.

      * Zero when the table is full - the line still counts toward
      * the score check.
       method-id findPitcher private.
       local-storage section.
       01 nn           pic 9(02).
       01 keyName      type String.
       procedure division using by value pitcherName as type String
                          returning pcIdx as type Int32.
           set pcIdx to 0
           set keyName to pitcherName::Trim::ToUpper
           move 1 to nn.
       find-loop.
           if nn > PC-COUNT
               go to find-new.
           if PC-NAME(nn) = keyName
               set pcIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if PC-COUNT >= 40
               exit method.
           add 1 to PC-COUNT
           set PC-NAME(PC-COUNT) to keyName
           move zeroes to PC-LIVE-COUNT(PC-COUNT) PC-CHART-COUNT(PC-COUNT)
           move space to PC-CHART-SEEN(PC-COUNT)
           set pcIdx to PC-COUNT.
       end method.

      *#####                    Difference log                         #####
       method-id logDiff private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND LIVE-DIFF-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LIVE-DIFF-LOG-FILE
           END-IF

           MOVE SPACES TO LIVE-DIFF-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO LIVE-DIFF-LOG-REC.
           WRITE LIVE-DIFF-LOG-REC.
           CLOSE LIVE-DIFF-LOG-FILE.
       end method.

       end class.
