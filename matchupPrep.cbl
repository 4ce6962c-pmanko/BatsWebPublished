           invoke mydata::populateData
           set address of BAT766-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat766rununit to type RunUnit::New()
           set BAT766WEBF to new BAT766WEBF
           invoke bat766rununit::Add(BAT766WEBF)

           move "I" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize matchup engine - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           set BAT766-SEL-PLAYER to play-first-name::Trim & " " & play-last-name
           MOVE play-player-id to BAT766-LOCATE-SEL-ID
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           CLOSE PLAY-FILE
           go to team-name-loop.
       team-name-done.
           MOVE "RB" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load roster - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD

           MOVE bb to BAT766-SEL-B-BUTTON
           MOVE "GB" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to batter-next.

           MOVE "DT" TO BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to batter-next.
