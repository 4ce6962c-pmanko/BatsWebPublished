      * situational-leverage arithmetic the ranking uses, and what
      * the opponent showed us - their hitters who did the damage.
      * The finished recap registers in the generated-report catalog
      * like every other artifact. Each line score carries the game's
      * charting certification status (gameCert.cbl).

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
           INITIALIZE RECAP-TOTALS STANDOUT-TBL OPP-HITTER-TBL
           move zeroes to SO-COUNT OH-COUNT
           invoke self::loadSuspendLinks
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)

           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
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
               go to recap-game-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to recap-ab-next.
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to recap-ab-next.
               MOVE lastBRow to BAT360-AB-IP
               MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
               MOVE "VA" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
                   invoke lineScores::AppendLine("<p>" & BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") & ": " & BAT360-G-VIS(gg)::Trim & " " & BAT360-I-VIS-SCORE::ToString & ", " & BAT360-G-HOME(gg)::Trim & " " & BAT360-I-HOME-SCORE::ToString
                       & " <i>(" & type batsweb.gameCert::statusText(teamFolder, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg)) & ")</i></p>")
                   if ourSide = "H"
                       add BAT360-I-HOME-SCORE to RT-RUNS(1)
                       add BAT360-I-VIS-SCORE to RT-RUNS(2)

      *    The recap lands beside the other generated artifacts and
      *    registers in the catalog.
           set recapPath to teamFolder & "\WEBSYNC\RECAP-" & oppFilter::Trim::Replace(" ", type String::Empty) & "-" & endDate::ToString("yyyyMMdd") & ".HTML"
           invoke type System.IO.File::WriteAllText(recapPath, recapOut::ToString)
           invoke type batsweb.reportCatalog::register(teamFolder, "RECAP", oppFilter::Trim, recapPath, 120)
