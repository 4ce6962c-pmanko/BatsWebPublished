      * changed. For every WATCHLIST.DAT condition (watchList.aspx.cbl)
      * it walks that team's game index through BAT360WEBF the way
      * videoReconcile.cbl does, computes the watched number, and
      * hands the coordinator's alert to batsweb.alertRouter (mail
      * spool, team chat channel or both, per the address's choice on
      * alertChannels.aspx.cbl) ONLY when the condition trips, with
      * the triggering figures in the message - a condition's address
      * may be a team distribution list name, which the router fans
      * out to every member. Hits and strikeouts are
      * recognized from the at-bat grid line's result column - the
      * same label-text matching breakdown's pitch-sequencing report
      * leans on - and velocity comes off the charted BAT360-P-VEL
      * fired.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as queryScheduleRunner.cbl.
      * Velocity reads a supervisor's PITCHCORR.DAT correction
      * (pitchCorrection.aspx.cbl) over the charted gun value, the
      * same overlay the zone drawing applies. A history point is the
      * window as it stood the night it was taken, so when charted
      * data changes under a watched player, restatePlayers (called
      * by derivedRebuild.cbl) re-takes each of that player's points
      * from the changed game on as of its own date - games through
      * that date only - and no alerts go out for restated history.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
          SELECT PITCH-CORRECTION-FILE ASSIGN WS-PITCHCORR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PC-KEY
              LOCK MANUAL
              FILE STATUS IS PC-STATUS-COMN.
          SELECT WATCH-LIST-FILE ASSIGN WS-WATCHLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
               10  MH-SAMPLE               PIC 9(05).
               10  FILLER                  PIC X(10).

      * Same layout pitchCorrection.aspx.cbl writes - the standing
      * correction per at-bat and pitch.
       FD  PITCH-CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PC-REC.
       01  PC-REC.
           05  PC-KEY.
               10  PC-AB-KEY               PIC X(26).
               10  PC-PITCH-NUM            PIC 9(03).
           05  PC-REST.
               10  PC-NEW-TYPE             PIC X(10).
               10  PC-NEW-VEL              PIC X(03).
               10  PC-NEW-X                PIC 9(02).
               10  PC-NEW-Y                PIC 9(02).
               10  PC-OLD-TYPE             PIC X(10).
               10  PC-OLD-VEL              PIC X(03).
               10  PC-OLD-X                PIC 9(02).
               10  PC-OLD-Y                PIC 9(02).
               10  PC-USER                 PIC X(30).
               10  PC-CORRECTED-AT         PIC X(19).
               10  FILLER                  PIC X(15).

      * Per-user notification inbox - one record per notice, keyed by
      * the WEBPASS last/first name the way USERPREF.DAT is keyed,
      * with the write stamp making each notice its own record. A
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
       01 WS-TRACK-OPEN            PIC X VALUE "N".
       01 WS-PITCHCORR-FILE        PIC X(256) VALUE "PITCHCORR.DAT".
       01 PC-STATUS-COMN.
           05  PC-STATUS-BYTE-1        PIC X.
           05  PC-STATUS-BYTE-2        PIC X.
       01 WS-CORR-OPEN             PIC X VALUE "N".
       01 WS-WATCHLIST-FILE        PIC X(256) VALUE "WATCHLIST.DAT".
       01 WL-STATUS-COMN.
           05  WL-STATUS-BYTE-1        PIC X.
       01 WS-SEASON-VEL            PIC 9(03).
       01 WS-WINDOW-VEL            PIC 9(03).
       01 WS-SAMPLE-CNT            PIC 9(05).
      * The evaluators read games 1 thru WS-LAST-GAME of the index -
      * every game normally, only those through WS-ASOF-STAMP
      * (yyyyMMdd) when a history point is being re-taken.
       01 WS-ASOF-STAMP            PIC X(08) VALUE SPACES.
       01 WS-LAST-GAME             PIC 9(05) COMP.
      * One restatement's work list - the watched rows it covers and,
      * per row in turn, the dates of the points to re-take.
       01 RESTATE-ROW-TBL.
           05  RR-ENTRY OCCURS 100.
               10  RR-PLAYER               PIC X(30).
               10  RR-COND                 PIC X.
               10  RR-WINDOW               PIC 9(03).
       01 RR-COUNT                 PIC 9(03).
       01 RESTATE-DATE-TBL.
           05  RD-DATE                 PIC X(10) OCCURS 400.
       01 RD-COUNT                 PIC 9(03).

       method-id Main static public.
       local-storage section.
           goback.
       end method.

      * Re-takes the named players' history points dated on or after
      * fromStamp (yyyyMMdd; empty means every point) - called by
      * derivedRebuild.cbl. No list means every watched player.
       method-id restatePlayers static public.
       local-storage section.
       01 worker                type batsweb.watchListRunner.
       procedure division using by value teamPath as type String
                          by value playerNames as type String[]
                          by value fromStamp as type String
                          returning pointCount as type Int32.
           set worker to new batsweb.watchListRunner
           set pointCount to worker::restateTeam(teamPath, playerNames, fromStamp).
       end method.

      *#####    Per-team: re-take the watched players' history points  #####
       method-id restateTeam private.
       local-storage section.
       01 teamName              type String.
       01 fromDate              pic x(10).
       01 rowIdx                pic 9(03).
       01 dd                    pic 9(03).
       procedure division using by value teamPath as type String
                          by value playerNames as type String[]
                          by value fromStamp as type String
                          returning pointCount as type Int32.
           set pointCount to 0
           set teamName to type System.IO.Path::GetFileName(teamPath)
           invoke type batsweb.engineWatch::forTeam(teamName)
           invoke self::teamFiles(teamPath)
           move spaces to fromDate
           if fromStamp::Trim::Length = 8
               set fromDate to fromStamp::Substring(0, 4) & "-" & fromStamp::Substring(4, 2) & "-" & fromStamp::Substring(6, 2).

      *    The watched rows the change reaches.
           INITIALIZE RESTATE-ROW-TBL
           move 0 to RR-COUNT
           OPEN INPUT WATCH-LIST-FILE
           if WL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO WL-KEY
           START WATCH-LIST-FILE KEY NOT LESS THAN WL-KEY
           if WL-STATUS-BYTE-1 not = "0"
               CLOSE WATCH-LIST-FILE
               exit method.
       row-loop.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END go to row-done.
           if RR-COUNT >= 100
               go to row-done.
           if not self::namedIn(playerNames, WL-PLAYER-NAME)
               go to row-loop.
           add 1 to RR-COUNT
           move WL-PLAYER-NAME to RR-PLAYER(RR-COUNT)
           move WL-COND-TYPE to RR-COND(RR-COUNT)
           move WL-WINDOW-GAMES to RR-WINDOW(RR-COUNT)
           go to row-loop.
       row-done.
           CLOSE WATCH-LIST-FILE

           move 1 to rowIdx.
       restate-row-loop.
           if rowIdx > RR-COUNT
               go to restate-row-done.

      *    The points already on file for this player and metric from
      *    the changed game on - only existing points are re-taken.
           INITIALIZE RESTATE-DATE-TBL
           move 0 to RD-COUNT
           OPEN INPUT METRIC-HIST-FILE
           if MH-STATUS-BYTE-1 not = "0"
               go to restate-row-next.
           MOVE SPACES TO MH-KEY
           set MH-PLAYER-NAME to RR-PLAYER(rowIdx)::Trim::ToUpper
           move RR-COND(rowIdx) to MH-METRIC
           move fromDate to MH-DATE
           START METRIC-HIST-FILE KEY NOT LESS THAN MH-KEY
           if MH-STATUS-BYTE-1 not = "0"
               CLOSE METRIC-HIST-FILE
               go to restate-row-next.
       point-loop.
           READ METRIC-HIST-FILE NEXT RECORD
               AT END go to point-done.
           if MH-PLAYER-NAME not = RR-PLAYER(rowIdx)::Trim::ToUpper
               or MH-METRIC not = RR-COND(rowIdx)
               go to point-done.
           if RD-COUNT >= 400
               go to point-done.
           add 1 to RD-COUNT
           move MH-DATE to RD-DATE(RD-COUNT)
           go to point-loop.
       point-done.
           CLOSE METRIC-HIST-FILE

           move 1 to dd.
       restate-date-loop.
           if dd > RD-COUNT
               go to restate-row-next.
           set WS-ASOF-STAMP to RD-DATE(dd)::Replace("-", type String::Empty)
           EVALUATE RR-COND(rowIdx)
               WHEN "A"
                   invoke self::evalBattingAvg(RR-PLAYER(rowIdx), RR-WINDOW(rowIdx))
                   invoke self::restatePoint(RR-PLAYER(rowIdx), "A", RD-DATE(dd), WS-METRIC-M, WS-SAMPLE-CNT)
               WHEN "K"
                   invoke self::evalKRate(RR-PLAYER(rowIdx), RR-WINDOW(rowIdx))
                   invoke self::restatePoint(RR-PLAYER(rowIdx), "K", RD-DATE(dd), WS-METRIC-M, WS-SAMPLE-CNT)
               WHEN "V"
                   invoke self::evalVelocity(RR-PLAYER(rowIdx), RR-WINDOW(rowIdx))
                   invoke self::restatePoint(RR-PLAYER(rowIdx), "V", RD-DATE(dd), WS-WINDOW-VEL, WS-SAMPLE-CNT)
           END-EVALUATE
           add 1 to pointCount
           add 1 to dd
           go to restate-date-loop.
       restate-row-next.
           add 1 to rowIdx
           go to restate-row-loop.
       restate-row-done.
           move spaces to WS-ASOF-STAMP
           invoke self::logLine(teamName, pointCount::ToString & " history points restated after a charted-data change").
       end method.

      * True when the name is on the list - no list means everyone.
       method-id namedIn private.
       local-storage section.
       01 pp       type Int32.
       procedure division using by value playerNames as type String[]
                          by value playerName as type String
                          returning wantedFlag as type Condition.
           set wantedFlag to true
           if playerNames = null
               exit method.
           set wantedFlag to false
           move 0 to pp.
       named-loop.
           if pp >= playerNames::Length
               exit method.
           if playerNames[pp]::Trim::ToUpper = playerName::Trim::ToUpper
               set wantedFlag to true
               exit method.
           add 1 to pp
           go to named-loop.
       end method.

      * The team's WEBSYNC files for this worker.
       method-id teamFiles private.
       procedure division using by value teamPath as type String.
           set WS-PROGRAMS-ROOT to type System.IO.Path::GetDirectoryName(teamPath)
           set WS-WATCH-LOG-FILE to teamPath & "\WEBSYNC\WATCHALERT.LOG"
           set WS-WATCHLIST-FILE to teamPath & "\WEBSYNC\WATCHLIST.DAT"
           set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"
           set WS-PITCHCORR-FILE to teamPath & "\WEBSYNC\PITCHCORR.DAT"
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"
           set WS-METRICHIST-FILE to teamPath & "\WEBSYNC\METRICHIST.DAT".
       end method.

      *#####        Per-team: evaluate every keyed condition           #####
       method-id runTeam private.
       local-storage section.
       01 teamName              type String.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           invoke type batsweb.engineWatch::forTeam(teamName)
           invoke self::teamFiles(teamPath)

           OPEN INPUT WATCH-LIST-FILE
           if WL-STATUS-BYTE-1 not = "0"

           if not self::loadGameIndex
               exit method.
           compute firstGame = WS-LAST-GAME - windowGames + 1
           if firstGame < 1
               move 1 to firstGame.

           move firstGame to gg.
       avg-games-loop.
           if gg > WS-LAST-GAME
               go to avg-games-done.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to avg-games-next.

           if not self::loadGameIndex
               exit method.
           compute firstGame = WS-LAST-GAME - windowGames + 1
           if firstGame < 1
               move 1 to firstGame.

           move firstGame to gg.
       kr-games-loop.
           if gg > WS-LAST-GAME
               go to kr-games-done.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to kr-games-next.

           if not self::loadGameIndex
               exit method.
           compute firstGame = WS-LAST-GAME - windowGames + 1
           if firstGame < 1
               move 1 to firstGame.

           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 = "0"
               move "Y" to WS-TRACK-OPEN.
           move "N" to WS-CORR-OPEN
           OPEN INPUT PITCH-CORRECTION-FILE
           if PC-STATUS-BYTE-1 = "0"
               move "Y" to WS-CORR-OPEN.

           move 1 to gg.
       vel-games-loop.
           if gg > WS-LAST-GAME
               go to vel-games-done.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to vel-games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to vel-ab-next.
           if pp > BAT360-NUM-PITCHES
               go to vel-pitch-done.
           invoke type System.Int32::TryParse(BAT360-P-VEL(pp)::Trim, by reference velNum)
      *    A supervisor's correction stands in for the charted gun
      *    value; a device reading still outranks both.
           if WS-CORR-OPEN = "Y"
               MOVE SPACES TO PC-KEY
               MOVE BAT360-I-KEY TO PC-AB-KEY
               move pp to PC-PITCH-NUM
               READ PITCH-CORRECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       invoke type System.Int32::TryParse(PC-NEW-VEL::Trim, by reference velNum)
               END-READ
           end-if
           if WS-TRACK-OPEN = "Y"
               MOVE SPACES TO TP-KEY
               set TP-GAME-DATE to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
       vel-games-done.
           if WS-TRACK-OPEN = "Y"
               CLOSE TRACK-PITCH-FILE.
           if WS-CORR-OPEN = "Y"
               CLOSE PITCH-CORRECTION-FILE.
           invoke bat360rununit::StopRun(0)

           move windowCnt to WS-SAMPLE-CNT
      * Fresh engine/game-index load, the same init/RG every walker
      * here runs. False when the index cannot be loaded.
       method-id loadGameIndex private.
       local-storage section.
       01 gg           type Int32.
       01 gameDay      type DateTime.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning okFlag as type Condition.
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

      *    As of a past night, the window ends at the last game
      *    played through it - the index runs in date order.
           move BAT360-NUM-GAMES to WS-LAST-GAME
           if WS-ASOF-STAMP not = spaces
               move 0 to WS-LAST-GAME
               move 1 to gg
           end-if.
       asof-loop.
           if WS-ASOF-STAMP = spaces or gg > BAT360-NUM-GAMES
               go to asof-done.
           if type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               if gameDay::ToString("yyyyMMdd") not > WS-ASOF-STAMP
                   move gg to WS-LAST-GAME
               end-if
           end-if
           add 1 to gg
           go to asof-loop.
       asof-done.
           set okFlag to true.
       end method.

           CLOSE METRIC-HIST-FILE.
       end method.

      * Re-takes one history point after the fact - the figure as of
      * that night replaces the old one. A point that comes back with
      * no sample is left as it was: an engine that would not load
      * must not wipe out history.
       method-id restatePoint private.
       procedure division using by value playerName as type String
                          by value metricCode as type String
                          by value pointDate as type String
                          by value metricValue as type Int32
                          by value sampleCount as type Int32.
           OPEN I-O METRIC-HIST-FILE
           if MH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO MH-KEY
           set MH-PLAYER-NAME to playerName::Trim::ToUpper
           set MH-METRIC to metricCode
           set MH-DATE to pointDate
           READ METRIC-HIST-FILE
               INVALID KEY
                   CLOSE METRIC-HIST-FILE
                   exit method
           END-READ
           if sampleCount not = 0
               move metricValue to MH-VALUE
               move sampleCount to MH-SAMPLE
               REWRITE MH-REC
           end-if
           CLOSE METRIC-HIST-FILE.
       end method.

      *#####          Alert mail - only when a watch trips             #####
       method-id sendAlert private.
       procedure division using by value toAddress as type String
                          by value teamName as type String
                          by value bodyLine as type String.
      *    The alert rides the central spools - a relay hiccup becomes
      *    a retry instead of a lost watch trip - by whichever channel
      *    the address picked for WATCH alerts.
           invoke type batsweb.alertRouter::deliver(WS-PROGRAMS-ROOT::Trim, teamName, "WATCH", toAddress::Trim, teamName & " - watch list alert", bodyLine)

           invoke self::logLine(teamName, "ALERT queued to " & toAddress::Trim & " - " & bodyLine)

