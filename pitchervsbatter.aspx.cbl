
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
               set self::Session::Item("766rununit") to  bat766rununit.
           set address of BAT766-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert(ERROR-FIELD);", true)
               move spaces to ERROR-FIELD.
           invoke self::populatePitcher
           invoke self::populateBatter
           invoke self::logAudit("pitchervsbatter")
           if self::Session["team"] not = null
               invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).
           goback.
       end method.
       
               as type RunUnit
           SET BAT766-PITCHER-TEAM TO pTeamDropDownList::SelectedItem
           MOVE "RP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)  
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
               as type RunUnit
           MOVE aa to BAT766-SEL-P-BUTTON
           MOVE "GP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
               as type RunUnit
           SET BAT766-BATTER-TEAM TO bTeamDropDownList::SelectedItem
           MOVE "RB" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)     
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert(ERROR-FIELD);", true)
               move spaces to ERROR-FIELD.           
               as type RunUnit
           MOVE aa to BAT766-SEL-B-BUTTON
           MOVE "GB" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set BAT766-GAME-DATE to gmDate
           MOVE "D" to BAT766-GAME-FLAG
           MOVE "DT" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
               as type RunUnit
           MOVE "A" to BAT766-GAME-FLAG
           MOVE "DT" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
      *#####        The standing book on the matchup batter           #####
      * Load/save the structured dossier for the batter currently
      * named on the page - attack plan, weaknesses, running game,
      * who last touched it, under his headshot. The book rides with
      * the data instead of leaving with the coach's notebook.
       method-id loadDossierButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if batterTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the batter first.');", true)
           set weaknessesTextBox::Text to ""
           set runningGameTextBox::Text to ""
           set dossierUpdatedLabel::Text to ""
           set dossierHeadshotLabel::Text to ""

      *    His face heads the book when the headshot library has one.
           if self::Session["team"] not = null
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               set dossierHeadshotLabel::Text to type batsweb.headshotStore::imgHtmlByName(teamFolder, batterTextBox::Text, 120).

           OPEN INPUT DOSSIER-FILE
           if DS-STATUS-BYTE-1 not = "0"

       method-id saveDossierButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if batterTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the batter first.');", true)
               exit method.

           MOVE "A" to BAT766-GAME-FLAG
           MOVE "DT" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.

           MOVE "A" to BAT766-GAME-FLAG
           MOVE "DT" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           invoke pdf::addImageJpeg(jpegBytes, 299, 240).
       pdf-packet-finish.
           set pdfBytes to pdf::finish("Scouting packet")
           invoke self::sendPdf("SCOUTPKT", pdfBytes, "Scouting packet", "scoutingpacket.pdf")
       end method.

      *#####   Clubhouse printer or download - every build is staged   #####
      *#####   through printSpool.cbl; a picked printer gets a job     #####
       method-id sendPdf private.
       local-storage section.
       01 printJob         type String.
       procedure division using by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value fileName as type String.
           set printJob to type batsweb.printSpool::deliver(self::teamFolder, artifactCode,
               printDestDropDownList::SelectedValue, pdfBytes, titleText, "pitchervsbatter",
               self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
               else
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sent to " & printDestDropDownList::SelectedValue & " as job " & printJob & ".');", true)
               end-if
               invoke self::logAudit("pitchervsbatter PRINT=" & printDestDropDownList::SelectedValue)
               exit method.
           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & fileName)
           invoke self::Response::BinaryWrite(pdfBytes)
           invoke self::Response::End
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * League-average overlay - this tree has no confirmed pitching
      * counting-stat source anywhere (BAT766 exposes only matchup
      * totals, the same gap already found elsewhere), so there is
               go to league-team-done.
           set BAT310-CHOOSE-TEAM to BAT300-TEAM-NAME(aa)
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310ru, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           add BAT310-AB to leagueAB

           set BAT310-CHOOSE-TEAM to savedChooseTeam
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310ru, "BAT310WEBF", BAT310-ACTION)

           set overlayOut to new type System.Text.StringBuilder
           invoke overlayOut::AppendLine("<html><head><title>League Average Overlay</title></head><body>")
               as type RunUnit
           MOVE "0000000000000" to BAT766-I-KEY
           MOVE "VA" TO BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set BAT766-SEL-PLAYER to play-first-name::Trim & " " & play-last-name 
           MOVE play-player-id to BAT766-LOCATE-SEL-ID
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
               MOVE BAT766-SEL-TEAM TO BAT766-PITCHER-TEAM
               MOVE BAT766-SEL-PLAYER TO BAT766-PITCHER-DSP-NAME.
           MOVE "DT" TO BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "VS" to BAT766-ACTION
           set bat766rununit to self::Session::Item("766rununit") as type RunUnit

           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
