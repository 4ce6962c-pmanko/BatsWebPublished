      * figures, just computed at 3am instead of 3pm.
      * breakdown.aspx.cbl serves a query straight from here when the
      * requested criteria are fully covered by a cut, falling back to
      * the live scan for anything custom. The ALL cut carries the
      * approved official-scoring rulings (scoringOverlay.cbl) on top
      * of the engine's figures, so the season line matches what the
      * league publishes - and the at-bats of games nobody charted
      * that came in off the league's play-by-play (importedPlay.cbl),
      * which the engine never saw.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as queryScheduleRunner.cbl.
      * rebuildPlayers is the same pass for a named handful of
      * players only - derivedRebuild.cbl calls it when charted data
      * changed under them, and their rows are replaced in place
      * instead of waiting for tonight's rebuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER                  PIC X(04) VALUE "R30 ".
       01 CUT-TBL-R REDEFINES CUT-TBL.
           05  CUT-CODE                PIC X(04) OCCURS 9.
      * Set by rebuildPlayers - only these players' rows (roster
      * spelling, upper case) are rebuilt, the rest are left alone.
       01 WS-TARGETED              PIC X      VALUE "N".
       01 WS-ONLY-PLAYERS          type String[].

       method-id Main static public.
       local-storage section.
           goback.
       end method.

      * The targeted pass - called by derivedRebuild.cbl with the
      * players a change touched.
       method-id rebuildPlayers static public.
       local-storage section.
       01 worker                type batsweb.nightlyAggregate.
       procedure division using by value teamPath as type String
                          by value playerNames as type String[].
           set worker to new batsweb.nightlyAggregate
           invoke worker::targetPlayers(playerNames)
           invoke worker::aggregateTeam(teamPath).
       end method.

       method-id targetPlayers private.
       procedure division using by value playerNames as type String[].
           move "Y" to WS-TARGETED
           set WS-ONLY-PLAYERS to playerNames.
       end method.

      *#####   Per-team: every roster batter through every cut         #####
       method-id aggregateTeam private.
       local-storage section.
       01 cutDate               type DateTime.
       01 avgWork               type Double.
       01 opsWork               type Double.
       01 hitsDelta             type Int32.
       01 abDelta               type Int32.
       01 hrDelta               type Int32.
       01 rbiDelta              type Int32.
       01 bbDelta               type Int32.
       01 kDelta                type Int32.
       01 impGames              type Int32.
       01 impPa                 type Int32.
       01 impAb                 type Int32.
       01 impHits               type Int32.
       01 impHr                 type Int32.
       01 impRbi                type Int32.
       01 impBb                 type Int32.
       01 impK                  type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
           set mydata310 to new batsweb.bat310Data
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "engine init failed - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE "I" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           MOVE BAT300-CONTROL-TEAM-NAME TO BAT300-SEL-TEAM
           MOVE BAT300-SEL-TEAM TO BAT300-BATTER-ROSTER-TEAM
           MOVE "RB" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "roster load failed - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.

      *    A fresh file every night - yesterday's rows never linger.
      *    A targeted pass keeps everyone else's rows and clears only
      *    its own players' first, so a name gone from the roster (a
      *    merged-away spelling) leaves no rows behind.
           if WS-TARGETED = "Y"
               OPEN I-O SUMMARY-AGG-FILE
               IF SA-STATUS-BYTE-1 NOT EQUAL ZEROES
                   OPEN OUTPUT SUMMARY-AGG-FILE
                   CLOSE SUMMARY-AGG-FILE
                   OPEN I-O SUMMARY-AGG-FILE
               END-IF
           else
               OPEN OUTPUT SUMMARY-AGG-FILE
               CLOSE SUMMARY-AGG-FILE
               OPEN I-O SUMMARY-AGG-FILE
           end-if
           if SA-STATUS-BYTE-1 not = "0"
               invoke self::logLine(teamName, "unable to create SUMMARYAGG.DAT")
               invoke bat310rununit::StopRun(0)
               exit method.
           if WS-TARGETED = "Y"
               invoke self::dropPlayerRows.

           move 1 to rr.
       roster-loop.
               go to roster-done.
           if BAT300-ROSTER-NAME(rr) = spaces
               go to roster-next.
           if WS-TARGETED = "Y"
               and not self::wantedPlayer(BAT300-ROSTER-NAME(rr))
               go to roster-next.

           MOVE BAT300-ROSTER-ID(rr) TO BAT300-SAVE-BATTER-ID
           MOVE BAT300-ROSTER-NAME(rr) TO BAT300-BATTER-DSP-NAME
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
           END-EVALUATE

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to cut-next.
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to cut-next.
           compute SA-AVG-M = avgWork * 1000
           set opsWork to BAT310-OPS
           compute SA-OPS-M = opsWork * 1000
      *    The season line answers to the league's official scoring:
      *    approved rulings (scoringOverlay.cbl) move the counting
      *    stats and the average with them. The splits stay as
      *    charted - a ruling does not say which cut an at-bat
      *    fell in beyond the whole season.
           if CUT-CODE(cc) = "ALL "
               invoke type batsweb.scoringOverlay::seasonDeltas(teamPath, BAT300-ROSTER-NAME(rr), by reference hitsDelta, by reference abDelta, by reference hrDelta, by reference rbiDelta, by reference bbDelta, by reference kDelta)
               if hitsDelta not = 0 or abDelta not = 0 or hrDelta not = 0
                   or rbiDelta not = 0 or bbDelta not = 0 or kDelta not = 0
                   set SA-H to self::adjusted(SA-H, hitsDelta)
                   set SA-AB to self::adjusted(SA-AB, abDelta)
                   set SA-HR to self::adjusted(SA-HR, hrDelta)
                   set SA-RBI to self::adjusted(SA-RBI, rbiDelta)
                   set SA-BB to self::adjusted(SA-BB, bbDelta)
                   set SA-K to self::adjusted(SA-K, kDelta)
                   if SA-AB > 0
                       compute SA-AVG-M = SA-H * 1000 / SA-AB
                   else
                       move 0 to SA-AVG-M
                   end-if
               end-if
      *        Imported, not charted games count in the season line
      *        too. OPS stays the charted figure - the engine hands
      *        back the rate, not the on-base and slugging parts it
      *        would take to fold the imported at-bats in.
               invoke type batsweb.importedPlay::seasonLine(teamPath, BAT300-ROSTER-NAME(rr), by reference impGames, by reference impPa, by reference impAb, by reference impHits, by reference impHr, by reference impRbi, by reference impBb, by reference impK)
               if impPa not = 0
                   set SA-G to self::adjusted(SA-G, impGames)
                   set SA-TPA to self::adjusted(SA-TPA, impPa)
                   set SA-AB to self::adjusted(SA-AB, impAb)
                   set SA-H to self::adjusted(SA-H, impHits)
                   set SA-HR to self::adjusted(SA-HR, impHr)
                   set SA-RBI to self::adjusted(SA-RBI, impRbi)
                   set SA-BB to self::adjusted(SA-BB, impBb)
                   set SA-K to self::adjusted(SA-K, impK)
                   if SA-AB > 0
                       compute SA-AVG-M = SA-H * 1000 / SA-AB
                   else
                       move 0 to SA-AVG-M
                   end-if
               end-if
           end-if
           set SA-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE SA-REC
               INVALID KEY
           CLOSE SUMMARY-AGG-FILE
           invoke bat310rununit::StopRun(0)

           if WS-TARGETED = "Y"
               invoke self::logLine(teamName, WS-ROW-COUNT::ToString & " summary rows rebuilt for changed players")
           else
               invoke self::logLine(teamName, WS-ROW-COUNT::ToString & " summary rows built").
       end method.

      * True when the player is one the targeted pass was asked for -
      * no list at all means the whole roster.
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

      * Clears the targeted players' rows from SUMMARYAGG.DAT (open
      * I-O) before they are rebuilt.
       method-id dropPlayerRows private.
       procedure division.
           MOVE LOW-VALUE TO SA-KEY
           START SUMMARY-AGG-FILE KEY NOT LESS THAN SA-KEY
           if SA-STATUS-BYTE-1 not = "0"
               exit method.
       drop-loop.
           READ SUMMARY-AGG-FILE NEXT RECORD
               AT END exit method.
           if not self::wantedPlayer(SA-PLAYER-NAME)
               go to drop-loop.
           DELETE SUMMARY-AGG-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           go to drop-loop.
       end method.

      * A charted count moved by an official ruling or an imported
      * game's at-bats - never below zero.
       method-id adjusted private.
       procedure division using by value baseCount as type Int32
                          by value deltaCount as type Int32
                          returning countOut as type Int32.
           compute countOut = baseCount + deltaCount
           if countOut < 0
               move 0 to countOut.
       end method.

      *#####                  Aggregation log                          #####
