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
                   invoke self::logLine(teamName, "unable to initialize game index - " & ERROR-FIELD::Trim)
                   move spaces to ERROR-FIELD
               end-if
               move space to BAT360-GAMES-CHOICE
               move "RG" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::logLine(teamName, "unable to load game index - " & ERROR-FIELD::Trim)
                   move spaces to ERROR-FIELD
