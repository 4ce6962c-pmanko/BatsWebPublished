      *                        a 3-1 take is played for
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as nightlyAggregate.cbl.
      * Every cell is a league-of-our-own average over all the team's
      * games, so one changed game moves the whole matrix -
      * derivedRebuild.cbl calls rebuildTeam to rebuild one team's
      * matrix the moment a charted game changes rather than at the
      * next scheduled run.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           goback.
       end method.

      * One team's matrix, on demand.
       method-id rebuildTeam static public.
       local-storage section.
       01 worker                type batsweb.runExpectancy.
       procedure division using by value teamPath as type String.
           set worker to new batsweb.runExpectancy
           invoke worker::buildTeam(teamPath).
       end method.

      *#####      Per-team matrix build over every charted game        #####
       method-id buildTeam private.
       local-storage section.
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
