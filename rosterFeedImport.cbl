               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

               set mydata to new batsweb.bat766Data
               invoke mydata::populateData
               set address of BAT766-DIALOG-FIELDS to myData::tablePointer
               invoke type batsweb.engineWatch::forTeam(teamName)
               set bat766rununit to type RunUnit::New()
               set BAT766WEBF to new BAT766WEBF
               invoke bat766rununit::Add(BAT766WEBF)
               move "I" to BAT766-ACTION
               invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::logLine(teamName, "unable to initialize engine - " & ERROR-FIELD::Trim)
                   move spaces to ERROR-FIELD
