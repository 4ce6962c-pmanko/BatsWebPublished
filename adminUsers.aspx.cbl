      * reset a password, disable a departed coach immediately, or
      * clear an account lockout - instead of editing BATSW020.DAT
      * upstream and waiting for the nightly WEBSYNC to land it.
      * The two-step reset clears a staff account's second factor
      * (twoFactor.cbl) - enrollment, remembered devices and mobile
      * app tokens - for the coach who lost the phone; the account
      * list shows who has one on.
      * Disabling an account also takes the user off every one of the
      * team's distribution lists and off the cross-team lists beside
      * the Programs root (batsweb.distList), so reports and alerts
      * sent to a list stop reaching a departed coach at once.
      * Gated to WEBPASS-LEVEL "A" the same way breakdown.aspx.cbl
      * gates level "V" out of the query tool.


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
       01 savedTeam        pic x(15) value spaces.
       01 rowText          type String.
       01 stateText        type String.
       01 methodCode       type String.
       procedure division.
           invoke accountTable::Rows::Clear()

               set stateText to stateText & " (must change password)".
           if self::accountIsLocked(WEBPASS-LAST, WEBPASS-FIRST)
               set stateText to stateText & " LOCKED".
           set methodCode to type batsweb.twoFactor::enrolledMethod(self::teamFolder, savedTeam, WEBPASS-LAST, WEBPASS-FIRST)
           EVALUATE methodCode
               WHEN "M"
                   set stateText to stateText & " 2-STEP (MAIL)"
               WHEN "A"
                   set stateText to stateText & " 2-STEP (APP)"
           END-EVALUATE

           set rowText to WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim
               & "   level " & WEBPASS-LEVEL
       01  tempPass                    PIC X(6).
       01  newFlag                     PIC X VALUE "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if lastNameTextBox::Text::Trim = type String::Empty
               or firstNameTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the last and first name.');", true)
      * Assign just the level, leaving the password alone.
       method-id assignLevelButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::updateLevel(levelDropDownList::SelectedItem::ToString)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Level assigned.');", true)
       end method.
      * without waiting a day for the upstream sync to remove it.
       method-id disableAccountButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::updateLevel("D")
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Account disabled.');", true)
       end method.
           END-REWRITE
           CLOSE WEBPASS-FILE

      *    A disabled user comes off the team's distribution lists,
      *    and the cross-team ones beside the Programs root, the same
      *    minute.
           if newLevel = "D"
               invoke type batsweb.distList::removeUser(self::teamFolder & "\WEBSYNC", self::Session["team"]::ToString::Trim::ToUpper, lastNameTextBox::Text::Trim::ToUpper, firstNameTextBox::Text::Trim::ToUpper)
               invoke type batsweb.distList::removeUser(self::programsRoot, self::Session["team"]::ToString::Trim::ToUpper, lastNameTextBox::Text::Trim::ToUpper, firstNameTextBox::Text::Trim::ToUpper).

      *    The owner hears about it on their next page, not by rumor.
           if newLevel = "D"
               invoke self::postNotice(lastNameTextBox::Text::Trim::ToUpper, firstNameTextBox::Text::Trim::ToUpper, "Your account was disabled by the team admin")
      * half of the lockout Default.aspx.cbl enforces.
       method-id unlockAccountButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O LOCKOUT-STATUS-FILE
           if LS-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No lockout records on file.');", true)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Account unlocked.');", true)
       end method.

      * Clears the account's second factor and everything it trusts -
      * the next sign-in is password only until the user enrolls again
      * on the change-password screen.
       method-id resetTwoFactorButton_Click protected.
       local-storage section.
       01 rowsGone         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if lastNameTextBox::Text::Trim = type String::Empty
               or firstNameTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the last and first name.');", true)
               exit method.
           set rowsGone to type batsweb.twoFactor::resetUser(self::teamFolder, self::Session["team"]::ToString::Trim,
               lastNameTextBox::Text::Trim::ToUpper, firstNameTextBox::Text::Trim::ToUpper)
           if rowsGone = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That account has no two-step sign-in on file.');", true)
               exit method.
           invoke self::logAudit("adminUsers RESET2STEP=" & lastNameTextBox::Text::Trim::ToUpper & "," & firstNameTextBox::Text::Trim::ToUpper)
           invoke self::postNotice(lastNameTextBox::Text::Trim::ToUpper, firstNameTextBox::Text::Trim::ToUpper, "Your two-step sign-in was reset by the team admin")
           invoke self::populateAccountTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Two-step sign-in reset - remembered devices and app tokens cleared.');", true)
       end method.

      * The folder the cross-team files sit in, beside the team
      * folders.
       method-id programsRoot private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")).
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * One inbox record for the named user - same record the bell on
      * Site.Master.cbl counts.
       method-id postNotice private.
       01 tempPass         pic x(6).
       01 requestedLevel   pic x.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O ACCESS-REQUEST-FILE
           if AR-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No access requests on file.');", true)

       method-id rejectRequestButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O ACCESS-REQUEST-FILE
           if AR-STATUS-BYTE-1 not = "0"
               exit method.
