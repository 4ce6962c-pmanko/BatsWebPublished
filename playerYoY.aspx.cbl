      * are pulled back from the ARCHIVE folder first, exactly the way
      * breakdown.aspx.cbl's applyArchiveRange does it, so a
      * development meeting covers the whole file instead of this
      * year's breakdown next to last year's from a binder. The
      * season-end projection (seasonProjection.cbl) follows the
      * seasons when one is on file, and the strength staff's athletic
      * testing blocks (batsweb.testingReport) follow that.

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
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
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

           set BAT300-SEL-PLAYER to play-first-name::Trim & " " & play-last-name
           MOVE play-player-id to BAT300-LOCATE-SEL-ID
           move "LP" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE play-player-id to BAT300-SAVE-BATTER-ID
           MOVE BAT300-SEL-PLAYER TO BAT300-BATTER-DSP-NAME
           move " " to BAT300-BATTER-BATS-FLAG
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           END-EVALUATE

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to cut-next.
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to cut-next.
       01 cutLabel     type String.
       01 kPct         type Double.
       01 bbPct        type Double.
       01 app-data-folder  type String.
       01 teamFolder   type String.
       01 projText     type String.
       01 testText     type String.
       procedure division using by value playerText as type String.
           set yoyOut to new type System.Text.StringBuilder
           invoke yoyOut::AppendLine("<html><head><title>Year Over Year</title>")
               invoke yoyOut::AppendLine("<h4>Recent nightly curve</h4>")
               invoke yoyOut::AppendLine("<p>" & self::metricTrend(yoyPlayerTextBox::Text::Trim::ToUpper) & " (A avg, K rate, V velocity - the watch-list runner's nightly values)</p>")
           end-if
      *    The season-end projection, and how the last one held up.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set projText to type batsweb.seasonProjection::projectionHtml(teamFolder, yoyPlayerTextBox::Text::Trim::ToUpper)
           if projText not = type String::Empty
               invoke yoyOut::AppendLine("<h4>Next season</h4>")
               invoke yoyOut::AppendLine(projText)
           end-if
      *    Physical development beside the on-field line - the
      *    strength staff's testing blocks and where he ranks.
           set testText to type batsweb.testingReport::playerHtml(teamFolder, yoyPlayerTextBox::Text::Trim::ToUpper)
           if testText not = type String::Empty
               invoke yoyOut::AppendLine("<h4>Athletic testing</h4>")
               invoke yoyOut::AppendLine(testText)
           end-if
           invoke yoyOut::AppendLine("<p>Seasons behind the rollover cutoff were pulled back from the ARCHIVE folder for this report.</p>")
           invoke yoyOut::AppendLine("</body></html>")

