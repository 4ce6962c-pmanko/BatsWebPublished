      * same "GO"/"RE" two-call engine sequence the breakdown and
      * queryScheduleRunner.cbl already use, repeated per rostered
      * batter - ranks every qualifier by OPS, and honors a minimum
      * plate-appearance qualifier, with each qualifier's season-end
      * projected OPS (seasonProjection.cbl) alongside. Runs on its own run-unit so a
      * long pull never clobbers an analyst's live breakdown state.
      * A template carrying a game state (innings, outs, score margin,
      * runners) is ranked on the lines batsweb.gameState reads off
      * the charted at-bats for that state - one walk for the whole
      * board, each rostered batter looked up in it.
      * Gated like breakdown: level "V" stays out.

       INPUT-OUTPUT SECTION.
               10  QT-PITCHER-OPTIONS      PIC X(30).
               10  QT-BATTER-OPTIONS       PIC X(30).
               10  QT-COUNT-STATE          PIC X(06).
               10  QT-GAME-STATE.
                   15  QT-INNING-FROM      PIC 9(02).
                   15  QT-INNING-TO        PIC 9(02).
                   15  QT-OUTS-STATE       PIC X.
                   15  QT-SCORE-STATE      PIC X.
                   15  QT-SCORE-BAND       PIC 9(02).
                   15  QT-RUNNERS-STATE    PIC X(03).
               10  FILLER                  PIC X(33).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       method-id Page_Load protected.
       01 opsWork          type Double.
       01 baWork           type Double.
       01 boardOut         type System.Text.StringBuilder.
       01 app-data-folder  type String.
       01 programsPrefix   type String.
       01 stateSpec        type String.
       01 stateText        type String.
       01 stateSet         type Condition value false.
       01 stateWorker      type batsweb.gameState.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
           invoke bat310rununit::Add(BAT310WEBF)

           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
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

           move zeroes to LDR-COUNT
           INITIALIZE LDR-TBL

      *    A game-state template is one walk of the charted at-bats up
      *    front, every batter's line kept; the count state, if any,
      *    is honored on each appearance's final count.
           set stateSpec to QT-GAME-STATE
           set stateText to type String::Empty
           if QT-COUNT-STATE not = spaces
               set stateText to QT-COUNT-STATE::Trim.
           if type batsweb.gameState::isSet(stateSpec)
               set stateSet to true
               if stateText = type String::Empty
                   set stateText to type batsweb.gameState::describe(stateSpec)
               else
                   set stateText to stateText & ", " & type batsweb.gameState::describe(stateSpec)
               end-if
               set stateWorker to new batsweb.gameState
               if not stateWorker::walk(stateSpec, QT-COUNT-STATE::Trim, QT-START-DATE::Trim, QT-END-DATE::Trim,
                       type String::Empty, type String::Empty, false)
                   invoke bat310rununit::StopRun(0)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The charted games could not be read for the game state.');", true)
                   exit method
               end-if
           end-if

           move 1 to tt.
       team-loop.
           if tt > BAT300-NUM-TEAMS
           MOVE BAT300-TEAM-NAME(tt) TO BAT300-SEL-TEAM
           MOVE BAT300-SEL-TEAM TO BAT300-BATTER-ROSTER-TEAM
           MOVE "RB" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to team-next.
               go to roster-done.
           if BAT300-ROSTER-NAME(rr) = spaces
               go to roster-next.
           if stateSet
               go to board-game-state.

      *    Select this batter and rerun the template criteria - the
      *    same flag set + "GO"/"RE" queryScheduleRunner.cbl replays.
           MOVE BAT300-ROSTER-ID(rr) TO BAT300-SAVE-BATTER-ID
           MOVE BAT300-ROSTER-NAME(rr) TO BAT300-BATTER-DSP-NAME
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
           set BAT300-END-GAME-DATE to gmDate

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
               go to board-state-passes.

           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
           set DIALOG-CNT-IDX to cc
           set DIALOG-COUNT-MASTER to DIALOG-COUNT-DESC(cc)
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to board-count-next.
               move 0 to obpMetric
           else
               compute obpMetric = (sumH + sumBB + sumHBP) / sumTPA.
           compute opsWork = obpMetric + slgMetric
           go to board-state-done.

       board-game-state.
           set sumTPA to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "PA")
           set sumAB to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "AB")
           set sumH to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "H")
           set sum2B to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "2B")
           set sum3B to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "3B")
           set sumHR to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "HR")
           set sumBB to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "BB")
           set sumHBP to stateWorker::statFor(BAT300-ROSTER-NAME(rr), "HBP")
           if sumTPA = 0
               go to roster-next.
           go to board-count-done.
       board-state-done.
           if sumTPA < minPA
               go to roster-next.
       team-done.
           invoke bat310rununit::StopRun(0)

      *    Projected OPS beside each row comes off the player's own
      *    team folder - its name with the spaces taken out.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set programsPrefix to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))

      *    Rank by OPS, best first - a simple pick-the-max pass per
      *    output row is plenty at this size.
           set boardOut to new type System.Text.StringBuilder
           invoke boardOut::AppendLine("<html><head><title>Leaderboard</title>")
           invoke boardOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;}</style>")
           invoke boardOut::AppendLine("</head><body>")
           if stateSet
               invoke boardOut::AppendLine("<h3>League leaderboard - " & templatesDropDownList::SelectedItem::ToString & " [" & stateText & "] (min " & minPA::ToString & " PA)</h3>")
               invoke boardOut::AppendLine("<p>Game-state lines are read off the charted at-bats; the template's handedness and type flags do not narrow them.</p>")
           else if QT-COUNT-STATE not = spaces
               invoke boardOut::AppendLine("<h3>League leaderboard - " & templatesDropDownList::SelectedItem::ToString & " [" & QT-COUNT-STATE::Trim & "] (min " & minPA::ToString & " PA)</h3>")
           else
               invoke boardOut::AppendLine("<h3>League leaderboard - " & templatesDropDownList::SelectedItem::ToString & " (min " & minPA::ToString & " PA)</h3>").
           invoke boardOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke boardOut::AppendLine("<tr><td><b>#</b></td><td><b>Player</b></td><td><b>Team</b></td><td><b>PA</b></td><td><b>AVG</b></td><td><b>OPS</b></td><td><b>Proj OPS</b></td></tr>")

           move zeroes to rankNum.
       rank-loop.
           if bestIdx = 0
               go to rank-done.
           add 1 to rankNum
           invoke boardOut::AppendLine("<tr><td>" & rankNum & "</td><td>" & LDR-NAME(bestIdx)::Trim & "</td><td>" & LDR-TEAM(bestIdx)::Trim & "</td><td>" & LDR-TPA(bestIdx) & "</td><td>." & LDR-BA-M(bestIdx)(3:3) & "</td><td>" & LDR-OPS-M(bestIdx)(2:1) & "." & LDR-OPS-M(bestIdx)(3:3)
               & "</td><td>" & type batsweb.seasonProjection::projectedOps(programsPrefix & LDR-TEAM(bestIdx)::Trim::Replace(" ", type String::Empty), LDR-NAME(bestIdx)::Trim) & "</td></tr>")
      *    Marking the row spent keeps the scan simple - 99999 PA is
      *    the tombstone, no real qualifier carries it.
           move 99999 to LDR-TPA(bestIdx)
