      * lineupHistory.aspx.cbl is the search over it.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as nightlyAggregate.cbl.
      * rebuildGames re-extracts a named set of games only, in place -
      * derivedRebuild.cbl calls it for the games a change touched.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 PB-STATUS-COMN.
           05  PB-STATUS-BYTE-1        PIC X.
           05  PB-STATUS-BYTE-2        PIC X.
      * Set by rebuildGames - only these games (yyyyMMdd stamp then
      * game id, the LINEUPHIST.DAT key run together) are extracted.
       01 WS-TARGETED              PIC X      VALUE "N".
       01 WS-ONLY-GAMES            type String[].

       method-id Main static public.
       local-storage section.
           goback.
       end method.

      * The targeted pass - called by derivedRebuild.cbl with the
      * games a change touched. No list means the full extraction.
       method-id rebuildGames static public.
       local-storage section.
       01 worker                type batsweb.lineupExtract.
       procedure division using by value teamPath as type String
                          by value gameKeys as type String[].
           set worker to new batsweb.lineupExtract
           invoke worker::targetGames(gameKeys)
           invoke worker::extractTeam(teamPath).
       end method.

       method-id targetGames private.
       procedure division using by value gameKeys as type String[].
           if gameKeys = null
               exit method.
           move "Y" to WS-TARGETED
           set WS-ONLY-GAMES to gameKeys.
       end method.

      *#####        Per-team: one lineup record per our game           #####
       method-id extractTeam private.
       local-storage section.
       01 foundFlag             pic x.
       01 contIdx               type Int32.
       01 contDateNum           type Single.
       01 contDay               type DateTime.
       01 contKey               type String.
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
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.

      *    A fresh file every night, same rebuild-from-zero rule
      *    nightlyAggregate.cbl applies - a targeted pass keeps every
      *    game it was not asked about.
           if WS-TARGETED = "Y"
               OPEN I-O LINEUP-HIST-FILE
               IF LH-STATUS-BYTE-1 NOT EQUAL ZEROES
                   OPEN OUTPUT LINEUP-HIST-FILE
                   CLOSE LINEUP-HIST-FILE
                   OPEN I-O LINEUP-HIST-FILE
               END-IF
           else
               OPEN OUTPUT LINEUP-HIST-FILE
               CLOSE LINEUP-HIST-FILE
               OPEN I-O LINEUP-HIST-FILE
           end-if
           if LH-STATUS-BYTE-1 not = "0"
               invoke self::logLine(teamName, "unable to create LINEUPHIST.DAT")
               invoke bat360rununit::StopRun(0)
               go to games-next.
           set contIdx to self::suspendContOf(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg))

      *    A targeted pass takes only its games - an original leg
      *    counts as touched when its continuation was, since the
      *    result is read off the continuation. The old record goes
      *    first, so a game that no longer yields a lineup drops out.
           if WS-TARGETED = "Y"
               set contKey to type String::Empty
               if contIdx not = 0
                   if type DateTime::TryParse(SU-CONT-DATE(contIdx)::Trim, by reference contDay)
                       set contKey to contDay::ToString("yyyyMMdd") & SU-CONT-ID(contIdx)::Trim
                   end-if
               end-if
               if not self::wantedGame(gameDay::ToString("yyyyMMdd") & BAT360-G-GAME-ID(gg)::Trim)
                   and not self::wantedGame(contKey)
                   go to games-next
               end-if
               MOVE SPACES TO LH-KEY
               set LH-GAME-STAMP to gameDay::ToString("yyyyMMdd")
               MOVE BAT360-G-GAME-ID(gg) TO LH-GAME-ID
               DELETE LINEUP-HIST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           end-if

           if BAT360-G-HOME(gg)::Trim::ToUpper = ourName::Trim::ToUpper
               move "H" to ourSide
           else
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
               set BAT360-I-GAME-DATE to contDateNum
               MOVE SU-CONT-ID(contIdx) TO BAT360-I-GAME-ID
               MOVE "RA" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
               MOVE lastBRow to BAT360-AB-IP
               MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
               MOVE "VA" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
           CLOSE LINEUP-HIST-FILE
           invoke bat360rununit::StopRun(0)

           if WS-TARGETED = "Y"
               invoke self::logLine(teamName, rowCount::ToString & " lineup records re-extracted for changed games")
           else
               invoke self::logLine(teamName, rowCount::ToString & " lineup records extracted").
       end method.

      * True when the game key is one the targeted pass was asked for.
       method-id wantedGame private.
       local-storage section.
       01 kk       type Int32.
       procedure division using by value gameKey as type String
                          returning wantedFlag as type Condition.
           set wantedFlag to false
           if gameKey = type String::Empty
               exit method.
           move 0 to kk.
       wanted-loop.
           if kk >= WS-ONLY-GAMES::Length
               exit method.
           if WS-ONLY-GAMES[kk]::Trim = gameKey
               set wantedFlag to true
               exit method.
           add 1 to kk
           go to wanted-loop.
       end method.

      * This team's continuation links into the in-memory table -
