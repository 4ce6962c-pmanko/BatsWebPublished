      * detail screen shows) when the operator keyed them, and by the
      * hit-location grid's region otherwise - left side, right side,
      * or outfield third - with PLAYERINFO.DAT's position data
      * naming the regular at that spot when it can. Where the
      * official scorer ruled the play differently and the ruling is
      * approved (SCORECORR.DAT, scoringOverlay.cbl), the official
      * call and the fielder it charges are what count here. Each fielder's
      * rows carry the game link wording the grids use and the clip
      * path when the at-bat's video exists, so the infield coach
      * reviews a homestand's misplays in one sitting. Writes
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 gameWord              type String.
       01 clipPath              type String.
       01 htmlOut               type System.Text.StringBuilder.
       01 officialFlag          pic x.
       01 officialRbi           type Int32.
       01 officialFielder       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
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
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
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

      *    Errors and misplays ride in the same display labels every
      *    report here matches - the official scorer's call in place
      *    of the charted one where an approved ruling stands
      *    (scoringOverlay.cbl).
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           move "N" to officialFlag
           set officialFielder to type String::Empty
           if type batsweb.scoringOverlay::officialCall(teamPath, BAT360-I-KEY, by reference resText, by reference officialRbi, by reference officialFielder)
               set resText to resText::ToUpper
               move "Y" to officialFlag.
           if not (resText::Contains("ERROR") or resText::Contains("MISPLAY")
               or resText::StartsWith("E "))
               go to ab-next.

      *    The charted fielder wins; the hit-location region and the
      *    PLAYERINFO.DAT regular stand in when the operator left the
      *    fielder blank. An approved official ruling's charge
      *    outranks them all.
           move spaces to fielderName fielderPos
           if BAT360-I-FIELDER-NAME not = spaces
               move BAT360-I-FIELDER-NAME to fielderName
               invoke self::regionPosition(BAT360-HITLOC-X, BAT360-HITLOC-Y, by reference fielderPos)
               invoke self::regularAt(teamName, fielderPos, by reference fielderName)
           end-if
           if officialFlag = "Y" and officialFielder not = type String::Empty
               set fielderName to officialFielder.
           if fielderName = spaces
               set fielderName to "(" & fielderPos::Trim & " - unnamed)".

      *        every player window queues from.
               set clipPath to type String::Empty
               MOVE "VD" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
                   end-if
               end-if
               set gameWord to "game " & BAT360-G-GAME-ID(gg)::Trim & " on " & BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") & " inning " & BAT360-I-INNING::ToString & " - " & BAT360-I-RES-DESC::Trim
               if officialFlag = "Y"
                   set gameWord to gameWord & "  [official: " & resText & "]"
               end-if
               if clipPath not = type String::Empty
                   set gameWord to gameWord & "  [clip: " & clipPath & "]".
               add 1 to MP-ROW-CNT(fieldIdx)
