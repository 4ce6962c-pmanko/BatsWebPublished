      * (operatorAssign.aspx.cbl). Registered BP/bullpen sessions
      * (SESSIONS.DAT) are not games and are skipped. Exceptions land
      * in COVERAGE.LOG.
      * A game nobody charted but whose at-bats came in off the
      * league's play-by-play (pbpImport.cbl, importedPlay.cbl) is not
      * a gap - it is logged with its own IMPORTED status and final
      * line so the log still shows which games carry no pitch data,
      * but it raises no worklist item. An imported game somebody
      * has charted since has its imported rows retired - the chart
      * wins.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as videoReconcile.cbl.

       01 bb                    type Int32.
       01 visRuns               pic 9(03).
       01 homeRuns              pic 9(03).
       01 importVis             type Int32.
       01 importHome            type Int32.
       01 retiredRows           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
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
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

      *    Charted after an import landed it - the imported rows come
      *    off so no count takes the game twice.
           if BAT360-NUM-AB not = 0
               set retiredRows to type batsweb.importedPlay::retireGame(teamPath, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg))
               if retiredRows not = 0
                   invoke self::logStatus(teamName, "game " & BAT360-G-GAME-ID(gg)::Trim & " on " & BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") & " is charted now - " & retiredRows::ToString & " imported rows retired")
               end-if
           end-if

           if BAT360-NUM-AB not = 0 and BAT360-NUM-AB not < WS-THIN-AB-LIMIT
               go to games-next.

      *    No chart, but the league's play-by-play filled it - a
      *    status of its own, not a gap to work.
           if BAT360-NUM-AB = 0
               if type batsweb.importedPlay::finalScore(teamPath, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg), by reference importVis, by reference importHome)
                   invoke self::logStatus(teamName, "game " & BAT360-G-GAME-ID(gg)::Trim & " on " & BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") & " is IMPORTED, not charted - league play-by-play, final " & importVis::ToString & "-" & importHome::ToString & ", no pitch data")
                   go to games-next
               end-if
           end-if

      *    A thin at-bat count only means a partial chart when the
      *    line score says the game was played out - the final
      *    cumulative scores come off the last "B" row with the same
                   MOVE lastBRow to BAT360-AB-IP
                   MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
                   MOVE "VA" to BAT360-ACTION
                   invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
                   if ERROR-FIELD NOT = SPACES
                       move spaces to ERROR-FIELD
                   else

      *#####                    Coverage log                           #####
       method-id logLine private.
       procedure division using by value teamName as type String
                                         detailText as type String.
      *    Every exception line is also a structured worklist item.
           invoke self::postWorklist(detailText)
           invoke self::logStatus(teamName, detailText).
       end method.

      * A status line that is not an exception - the log only.
       method-id logStatus private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND COVERAGE-LOG-FILE
