      * emails the resulting line to whoever asked for it. Scheduling
      * this nightly is a Task Scheduler/cron concern outside this
      * program, same as videoReconcile.cbl/websyncAlert.cbl.
      * A template carrying a game state (innings, outs, score margin,
      * runners) mails the figures batsweb.gameState reads off the
      * charted at-bats for that state instead, tagged with it.
      * The "email to" on a schedule may name a distribution list
      * (batsweb.distList, the team's DISTLIST.DAT) - every member
      * gets the line.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        honored below: a saved cut must mean the same thing
      *        wherever the template runs.
               10  QT-COUNT-STATE          PIC X(06).
      *        Game-state spec (batsweb.gameState layout), carved from
      *        the FILLER in step with breakdown.aspx.cbl.
               10  QT-GAME-STATE.
                   15  QT-INNING-FROM      PIC 9(02).
                   15  QT-INNING-TO        PIC 9(02).
                   15  QT-OUTS-STATE       PIC X.
                   15  QT-SCORE-STATE      PIC X.
                   15  QT-SCORE-BAND       PIC 9(02).
                   15  QT-RUNNERS-STATE    PIC X(03).
               10  FILLER                  PIC X(33).

       working-storage section.
       01 bat310rununit            type RunUnit.
           invoke mydata::populateData
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)

           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
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

           set BAT300-END-GAME-DATE to gmDate.

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "template " & templateName::Trim & " - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               go to sched-state-passes.

           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "template " & templateName::Trim & " - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           set DIALOG-CNT-IDX to cc
           set DIALOG-COUNT-MASTER to DIALOG-COUNT-DESC(cc)
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "template " & templateName::Trim & " - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               & "  AVG=" & avgMetric::ToString("#.000")
               & "  OPS=" & opsMetric::ToString("#.000").
       sched-state-done.
      *    A game-state template's figures come off the charted
      *    at-bats for the engine's own batter/pitcher selection and
      *    the saved dates - the count state, if any, is honored on
      *    each appearance's final count, so the two cuts combine.
           if type batsweb.gameState::isSet(QT-GAME-STATE)
               set resultLine to self::gameStateLine(teamName, templateName).

           set subjectLine to teamName::Trim & " - " & templateName::Trim & " (scheduled query)"

           invoke self::sendScheduleEmail(teamName, toAddress, subjectLine, resultLine)

           MOVE SPACES TO QS-KEY
           set QS-TEMPLATE-NAME to templateName
           END-EVALUATE.
       end method.

      * The mailed line for a game-state template, same fields and
      * rate derivations as the count-state line above.
       method-id gameStateLine private.
       local-storage section.
       01 worker                type batsweb.gameState.
       01 stateSpec             type String.
       01 stateText             type String.
       01 sumPA                 type Int32.
       01 sumAB                 type Int32.
       01 sumH                  type Int32.
       01 sum2B                 type Int32.
       01 sum3B                 type Int32.
       01 sumHR                 type Int32.
       01 sumBB                 type Int32.
       01 sumHBP                type Int32.
       01 totalBases            type Int32.
       01 avgMetric             type Double.
       01 obpMetric             type Double.
       01 slgMetric             type Double.
       01 opsMetric             type Double.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value teamName as type String
                          by value templateName as type String
                          returning lineOut as type String.
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           set stateSpec to QT-GAME-STATE
           set stateText to type batsweb.gameState::describe(stateSpec)
           if QT-COUNT-STATE not = spaces
               set stateText to QT-COUNT-STATE::Trim & ", " & stateText.

           set worker to new batsweb.gameState
           if not worker::walk(stateSpec, QT-COUNT-STATE::Trim, QT-START-DATE::Trim, QT-END-DATE::Trim,
                   DIALOG-BATTER::Trim, DIALOG-PITCHER::Trim, false)
               invoke self::logLine(teamName, "template " & templateName::Trim & " - charted games could not be read for the game state")
               set lineOut to "[" & stateText & "] charted games could not be read"
               exit method.

           set sumPA to worker::statFor(type String::Empty, "PA")
           set sumAB to worker::statFor(type String::Empty, "AB")
           set sumH to worker::statFor(type String::Empty, "H")
           set sum2B to worker::statFor(type String::Empty, "2B")
           set sum3B to worker::statFor(type String::Empty, "3B")
           set sumHR to worker::statFor(type String::Empty, "HR")
           set sumBB to worker::statFor(type String::Empty, "BB")
           set sumHBP to worker::statFor(type String::Empty, "HBP")
           if sumAB = 0
               move 0 to avgMetric
               move 0 to slgMetric
           else
               compute avgMetric = sumH / sumAB
               compute totalBases = sumH + sum2B + (sum3B * 2) + (sumHR * 3)
               compute slgMetric = totalBases / sumAB.
           if sumPA = 0
               move 0 to obpMetric
           else
               compute obpMetric = (sumH + sumBB + sumHBP) / sumPA.
           compute opsMetric = obpMetric + slgMetric
           set lineOut to "[" & stateText & "] AB=" & sumAB::ToString
               & "  H=" & sumH::ToString
               & "  HR=" & sumHR::ToString
               & "  RBI=" & worker::statFor(type String::Empty, "RBI")::ToString
               & "  AVG=" & avgMetric::ToString("#.000")
               & "  OPS=" & opsMetric::ToString("#.000").
       end method.

      *#####                    Outbound email                        #####
      * Everything outbound rides the central spool now - the relay
      * hiccup that used to eat a scheduled report becomes a retry in
      * MAILSPOOL.DAT instead (batsweb.mailSpool drains it).
      * The address may be a list name - the team's lists resolve it.
       method-id sendScheduleEmail private.
       procedure division using by value teamName as type String
                          by value toAddress as type String
                          by value subjectLine as type String
                          by value bodyLine as type String.
           invoke type batsweb.mailSpool::enqueueList(WS-PROGRAMS-ROOT::Trim,
               WS-PROGRAMS-ROOT::Trim::TrimEnd("\") & "\" & teamName & "\WEBSYNC", toAddress, subjectLine, bodyLine).
       end method.

      *#####                      Run log                              #####
