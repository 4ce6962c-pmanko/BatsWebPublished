      *   - the first at-bat of a HALF-inning cannot open with runners
      *     already standing on second or third (the non-"B" header
      *     rows in the grid are the half-inning boundaries)
      * Each game's exception count also goes on its GAMECERT.DAT
      * record (gameCert.cbl) - a supervisor can certify a game only
      * once it has passed here clean.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as videoReconcile.cbl.

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
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
      *    at-bat must carry at least that many pitch lines (fouls
      *    push the pitch count higher, never lower).
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
       ab-done.
           if gameErrCount not = 0
               invoke self::logLine(teamName, gameTag & " - " & gameErrCount & " consistency exceptions (see lines above)").
      *    Tonight's result is what a supervisor's certification of
      *    the game is checked against.
           invoke type batsweb.gameCert::noteCheck(teamPath, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg), gameErrCount).
       games-next.
           add 1 to gg
           go to games-loop.
