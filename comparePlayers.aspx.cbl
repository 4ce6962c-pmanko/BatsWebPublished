      * document. A league id typed beside a name also pulls that
      * player's other-level SUMMARYAGG line through the
      * PLAYERXREF.DAT folder scan the passport page uses - the
      * cross-level half of a call-up argument on the same screen -
      * with a MI club's line translated to the upper level.

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
           set CP-NAME(sideNum) to BAT300-BATTER-DSP-NAME::Trim
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

      * The player's other-level SUMMARYAGG line, found by the league
      * id across every team folder - cross-level without leaving the
      * page. A MI club's line also shows at the upper level.
       method-id appendOtherLevel private.
       local-storage section.
       01 app-data-folder  type String.
       01 tt               type Int32.
       01 folderName       type String.
       01 matchedFlag      pic x.
       01 translatedText   type String.
       procedure division using by value leagueId as type String
                          by value rosterName as type String
                          by value cmpOut as type System.Text.StringBuilder.
                   NOT INVALID KEY
                       invoke cmpOut::AppendLine("<p><b>" & rosterName::Trim & " at " & folderName & " (league id " & leagueId::Trim & "):</b> "
                           & SA-G::ToString & " G, " & SA-AB::ToString & " AB, " & SA-H::ToString & " H, " & SA-HR::ToString & " HR, ." & SA-AVG-M(3:3) & " / " & SA-OPS-M(2:1) & "." & SA-OPS-M(3:3) & "</p>")
                       set translatedText to type batsweb.levelTranslation::translatedLine(programsRoot, teamDirs[tt], SA-TPA, SA-AB, SA-H, SA-HR, SA-BB, SA-K)
                       if translatedText not = type String::Empty
                           invoke cmpOut::AppendLine("<p>&nbsp;&nbsp;" & translatedText & "</p>")
                       end-if
               END-READ
               CLOSE SUMMARY-AGG-FILE
           end-if.
