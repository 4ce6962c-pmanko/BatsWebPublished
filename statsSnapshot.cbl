      *     breakdown page (the same "GO"/"RE" engine sequence), plus
      *     the stable league/vendor ids from PLAYERXREF.DAT
      *   GAMES-<team>-<yyyymmdd>.TXT    one row per completed game
      *     with the final scores off the game index walk and the
      *     game's charting certification status (gameCert.cbl) -
      *     C certified, P certified with a change awaiting approval,
      *     N not certified; version 2 of this file added the column
      *   CONTROL-<team>-<yyyymmdd>.TXT  the row counts, so the load
      *     side can verify completeness before it commits
      *
      * Every file leads with a BATSSNAP|<version> header. An optional
      * third argument CERTIFIED limits GAMES to certified games (a
      * change still awaiting approval keeps a game out) and says so
      * on CONTROL's SCOPE line; PLAYERS is a season aggregate the
      * engine computes over every game, so it is not narrowed.
      * SNAPSHOT.LOG carries the per-team result the way
      * videoReconcile.cbl logs.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as queryScheduleRunner.cbl.

           05  XR-STATUS-BYTE-2        PIC X.
       01 WS-PLAYER-ROWS           PIC 9(05).
       01 WS-GAME-ROWS             PIC 9(05).
      * "Y" when the warehouse takes certified games only.
       01 WS-CERT-ONLY             PIC X      VALUE "N".

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 dropRoot             type String.
       01 certOnly             pic x value "N".
       01 worker                type batsweb.statsSnapshot.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: statsSnapshot <Programs-root-folder> <warehouse-drop-folder> [CERTIFIED]")
               goback.
           if args::Length > 2
               if args[2]::Trim::ToUpper = "CERTIFIED"
                   move "Y" to certOnly
               end-if
           end-if

           set programsRoot to args[0]
           set dropRoot to args[1]
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.statsSnapshot
           if certOnly = "Y"
               invoke worker::certifiedOnly.
           invoke worker::snapshotTeam(teamDirs[aa], dropRoot)
           add 1 to aa
           go to team-loop.
           goback.
       end method.

      * Narrows this worker's GAMES file to certified games.
       method-id certifiedOnly public.
       procedure division.
           move "Y" to WS-CERT-ONLY.
       end method.

      *#####                 One team's snapshot                       #####
       method-id snapshotTeam public.
       local-storage section.
           move zeroes to WS-PLAYER-ROWS WS-GAME-ROWS

           invoke self::exportPlayers(teamName, dropRoot & "\PLAYERS-" & teamName & "-" & dateStamp & ".TXT")
           invoke self::exportGames(teamPath, teamName, dropRoot & "\GAMES-" & teamName & "-" & dateStamp & ".TXT")

      *    The control file is what lets the load side verify it got
      *    everything before committing.
           move spaces to EXPORT-REC
           set EXPORT-REC to "GAMES|" & WS-GAME-ROWS
           WRITE EXPORT-REC
           move spaces to EXPORT-REC
           if WS-CERT-ONLY = "Y"
               set EXPORT-REC to "SCOPE|CERTIFIED"
           else
               set EXPORT-REC to "SCOPE|ALL".
           WRITE EXPORT-REC
           CLOSE EXPORT-FILE

           invoke self::logLine(teamName, "snapshot dropped - " & WS-PLAYER-ROWS & " player rows, " & WS-GAME-ROWS & " game rows").
           set mydata310 to new batsweb.bat310Data
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "player export - engine init failed - " & ERROR-FIELD::Trim)
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

           MOVE BAT300-CONTROL-TEAM-NAME TO BAT300-SEL-TEAM
           MOVE BAT300-SEL-TEAM TO BAT300-BATTER-ROSTER-TEAM
           MOVE "RB" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "player export - roster load failed - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           MOVE BAT300-ROSTER-ID(rr) TO BAT300-SAVE-BATTER-ID
           MOVE BAT300-ROSTER-NAME(rr) TO BAT300-BATTER-DSP-NAME
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
           MOVE "A" TO BAT300-GAME-FLAG
           MOVE "A" TO BAT300-END-GAME-FLAG
           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to roster-next.
       01 bb               type Int32.
       01 lastBRow         pic 9(05).
       01 gameDay          type DateTime.
       01 certCode         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value exportPath as type String.
           set WS-EXPORT-FILE to exportPath

           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "game export - engine init failed - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "game export - game list failed - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD

           OPEN OUTPUT EXPORT-FILE
           move spaces to EXPORT-REC
           set EXPORT-REC to "BATSSNAP|2|GAMES|date|game_id|vis|home|vis_runs|home_runs|cert_status"
           WRITE EXPORT-REC

           move 1 to gg.
               go to games-next.
           if gameDay not < type DateTime::Today
               go to games-next.
           set certCode to type batsweb.gameCert::statusCode(teamPath, gameDay::ToString("yyyyMMdd"), BAT360-G-GAME-ID(gg))
           if certCode = " "
               set certCode to "N".
           if WS-CERT-ONLY = "Y" and certCode not = "C"
               go to games-next.

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
           MOVE lastBRow to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
               & "|" & BAT360-G-VIS(gg)::Trim
               & "|" & BAT360-G-HOME(gg)::Trim
               & "|" & BAT360-I-VIS-SCORE & "|" & BAT360-I-HOME-SCORE
               & "|" & certCode
           WRITE EXPORT-REC
           add 1 to WS-GAME-ROWS.
       games-next.
