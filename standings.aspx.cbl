      * table renders wins, losses, percentage, games back, streak
      * and last ten - and, once the calendar reaches September, the
      * leader's magic number over each chaser from the games still
      * on the schedule. A game nobody charted whose result came in
      * off the league's play-by-play (importedPlay.cbl) is credited
      * from the imported final line score instead.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       method-id Page_Load protected.
       01 gameDay          type DateTime.
       01 visIdx           type Int32.
       01 homeIdx          type Int32.
       01 visScore         type Int32.
       01 homeScore        type Int32.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           INITIALIZE STAND-TBL
           move zeroes to ST-COUNT
      *    Whichever club keyed the link, the pair is one game - the
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
               go to stand-game-next.
      *    Never charted - an imported play-by-play final still
      *    decides the game.
           if BAT360-NUM-AB = 0
               if type batsweb.importedPlay::finalScore(teamFolder, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg), by reference visScore, by reference homeScore)
                   go to stand-credit
               end-if
               go to stand-game-next.

           move zeroes to lastBRow
           MOVE lastBRow to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to stand-game-next.

           move BAT360-I-VIS-SCORE to visScore
           move BAT360-I-HOME-SCORE to homeScore.
       stand-credit.
      *    A tie tells the standings nothing - skip it.
           if visScore = homeScore
               go to stand-game-next.
           if visScore > homeScore
               invoke self::creditResult(visIdx, "W")
               invoke self::creditResult(homeIdx, "L")
           else
