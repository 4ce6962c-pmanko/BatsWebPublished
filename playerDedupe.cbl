      *   ghost identity is gone. The per-at-bat history inside the
      *   engine data files keys by player id upstream - those files'
      *   layouts live with the vendor, so re-pointing them is the
      *   upstream merge step this utility's log line asks for. The
      *   merge leaves a change mark (changeMark.cbl) naming both
      *   spellings for derivedRebuild.cbl, and a change request on
      *   the certified games (gameCert.cbl).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout fullatbat.aspx.cbl's AB-NOTES-FILE uses.
       FD  AB-NOTES-FILE
           go to notes-loop.
       notes-done.

           invoke self::logLine(teamName, "merged id " & loserId::ToString & " (" & loserLast::Trim & ", " & loserFirst::Trim & ") into id " & survivorId::ToString & " (" & survivorLast::Trim & ", " & survivorFirst::Trim & ") - " & noteFixCount & " notes re-keyed. Remember the matching upstream id merge for the engine history files.")

      *    Both spellings' derived records (season cuts, career
      *    counters, lineup history, trend points) are restated by
      *    derivedRebuild.cbl - the loser's go, the survivor's absorb.
           invoke type batsweb.changeMark::markPlayers(teamPath, "DEDUPE",
               survivorLast::Trim & ", " & survivorFirst::Trim, loserLast::Trim & ", " & loserFirst::Trim,
               "merged id " & loserId::ToString & " into id " & survivorId::ToString)
      *    The merge rewrites whichever certified games either
      *    spelling appears in - it waits on a reason and a second
      *    supervisor's approval like any other late change.
           invoke type batsweb.gameCert::noteChange(teamPath, "DEDUPE", type String::Empty, type String::Empty,
               "merged id " & loserId::ToString & " into id " & survivorId::ToString).
       end method.

      * BAT666WEBF init and LK-PLAYER-FILE hand-off, same as
           invoke mydata::populateData
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat666rununit to type RunUnit::New()
           set BAT666WEBF to new BAT666WEBF
           invoke bat666rununit::Add(BAT666WEBF)

           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
