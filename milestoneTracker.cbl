      * convention - the morning opsDigest.cbl mail and the kiosk's
      * rotating panels both read today's lines from it. MILECTL.DAT
      * remembers the last game date processed per team so the same
      * game never counts twice. The night's lines for a team also go
      * out as one MILESTONE alert through batsweb.alertRouter - to
      * the team's chat channel and/or the staff who asked for them by
      * mail on alertChannels.aspx.cbl.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as videoReconcile.cbl.
      * Because a counted game is never looked at again, a charted
      * game that changes afterwards would leave the counters wrong
      * for good - recountPlayers (called by derivedRebuild.cbl)
      * recounts the named players from scratch over every game up to
      * MILECTL.DAT's mark and replaces their records, quietly: a
      * restated total is not a new milestone.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ROUND-HITS            PIC 9(04) VALUE 100.
       01 WS-ROUND-HR              PIC 9(04) VALUE 10.
       01 WS-ROUND-K               PIC 9(04) VALUE 100.
      * The team's lines this run, sent as one alert at the end.
       01 alertLines               type System.Text.StringBuilder.
      * Set by recountPlayers - only these players (roster spelling,
      * upper case; no list means everyone) are recounted.
       01 WS-RECOUNT               PIC X      VALUE "N".
       01 WS-ONLY-PLAYERS          type String[].

       method-id Main static public.
       local-storage section.
           goback.
       end method.

      * The recount pass - called by derivedRebuild.cbl with the
      * players a change touched.
       method-id recountPlayers static public.
       local-storage section.
       01 worker                type batsweb.milestoneTracker.
       procedure division using by value teamPath as type String
                          by value playerNames as type String[].
           set worker to new batsweb.milestoneTracker
           invoke worker::targetPlayers(playerNames)
           invoke worker::trackTeam(teamPath).
       end method.

       method-id targetPlayers private.
       procedure division using by value playerNames as type String[].
           move "Y" to WS-RECOUNT
           set WS-ONLY-PLAYERS to playerNames.
       end method.

      *#####       Per-team: count the games charted since last run    #####
       method-id trackTeam private.
       local-storage section.
       01 gameDay               type DateTime.
       01 gameStamp             pic x(08).
       01 resText               type String.
       01 recountThru           pic x(08).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set WS-MILESTONE-LOG-FILE to teamPath & "\WEBSYNC\MILESTONE.LOG"
           set WS-CAREER-FILE to teamPath & "\WEBSYNC\CAREER.DAT"
           set WS-MILECTL-FILE to teamPath & "\WEBSYNC\MILECTL.DAT"
           set alertLines to new System.Text.StringBuilder

      *    Where counting left off - a missing record means the whole
      *    index builds the career baseline on first run.
           end-if
           move lastStamp to newStamp

      *    A recount covers exactly what the nightly run has already
      *    counted - games past the mark are tonight's to count.
           if WS-RECOUNT = "Y"
               if lastStamp = spaces
                   invoke self::logLine(teamName, "recount skipped - no games counted yet")
                   exit method
               end-if
               move lastStamp to recountThru
           end-if

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke self::logLine(teamName, "unable to open CAREER.DAT")
               invoke bat360rununit::StopRun(0)
               exit method.
           if WS-RECOUNT = "Y"
               invoke self::dropPlayerRows.

           move 1 to gg.
       games-loop.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set gameStamp to gameDay::ToString("yyyyMMdd")
           if WS-RECOUNT = "Y"
               if gameStamp > recountThru
                   go to games-next
               end-if
               go to games-read
           end-if
           if lastStamp not = spaces and gameStamp not > lastStamp
               go to games-next.
           if gameStamp > newStamp
               move gameStamp to newStamp.
       games-read.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           CLOSE CAREER-FILE
           invoke bat360rununit::StopRun(0)

           if WS-RECOUNT = "Y"
               invoke self::logLine(teamName, "career counters recounted for changed players through " & recountThru)
               exit method.

      *    Stamp the high-water mark so tomorrow starts after it.
           if newStamp not = spaces and newStamp not = lastStamp
               OPEN I-O MILE-CONTROL-FILE
                       REWRITE MC-REC
               END-WRITE
               CLOSE MILE-CONTROL-FILE
           end-if

           if alertLines::Length > 0
               invoke type batsweb.alertRouter::broadcast(type System.IO.Path::GetDirectoryName(teamPath), teamName, "MILESTONE", teamName & " - milestones and career highs", alertLines::ToString).
       end method.

      * One more counting event onto this game's tally for the player.
                          by value statCode as type String.
           if playerName::Trim = type String::Empty
               exit method.
           if WS-RECOUNT = "Y" and not self::wantedPlayer(playerName)
               exit method.
           move 1 to nn.
       tally-find.
           if nn > GT-COUNT-NUM
       01 oldSteps     pic 9(05).
       01 newSteps     pic 9(05).
       01 statWord     type String.
       01 lineText     type String.
       procedure division using by value teamName as type String
                          by value playerName as type String
                          by value statCode as type String
           else
               REWRITE CR-REC
           end-if
      *    A recount restates history - nothing in it is news.
           if WS-RECOUNT = "Y"
               exit method.

           EVALUATE statCode
               WHEN "H "
           compute oldSteps = oldTotal / roundNum
           compute newSteps = CR-CAREER-TOTAL / roundNum
           if newSteps > oldSteps
               set lineText to "MILESTONE - " & playerName::Trim & " reached " & (newSteps * roundNum)::ToString & " " & statWord & " on " & gameDateText
               invoke self::logLine(teamName, lineText)
               invoke alertLines::AppendLine(lineText).

           if oldHigh not = zeroes and gameCount > oldHigh
               set lineText to "CAREER HIGH - " & playerName::Trim & " set a single-game high of " & gameCount::ToString & " (" & statWord::Replace("career ", "") & ") on " & gameDateText & ", previous " & oldHigh::ToString
               invoke self::logLine(teamName, lineText)
               invoke alertLines::AppendLine(lineText).
       end method.

      * True when the player is one the recount was asked for - no
      * list at all means everyone.
       method-id wantedPlayer private.
       local-storage section.
       01 pp       type Int32.
       procedure division using by value playerName as type String
                          returning wantedFlag as type Condition.
           set wantedFlag to true
           if WS-ONLY-PLAYERS = null
               exit method.
           set wantedFlag to false
           move 0 to pp.
       wanted-loop.
           if pp >= WS-ONLY-PLAYERS::Length
               exit method.
           if WS-ONLY-PLAYERS[pp]::Trim::ToUpper = playerName::Trim::ToUpper
               set wantedFlag to true
               exit method.
           add 1 to pp
           go to wanted-loop.
       end method.

      * Clears the recounted players' career records (CAREER-FILE
      * open I-O) so the recount starts each of them from zero.
       method-id dropPlayerRows private.
       procedure division.
           MOVE LOW-VALUE TO CR-KEY
           START CAREER-FILE KEY NOT LESS THAN CR-KEY
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
       drop-loop.
           READ CAREER-FILE NEXT RECORD
               AT END exit method.
           if not self::wantedPlayer(CR-PLAYER-NAME)
               go to drop-loop.
           DELETE CAREER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           go to drop-loop.
       end method.

      *#####                  Milestone log                            #####
