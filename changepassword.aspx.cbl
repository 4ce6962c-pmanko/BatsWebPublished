               set Msg::Text to self::langText("PWD-EXPIRED", "Your password has expired and must be changed before continuing")
           else
               set Msg::Text to "".
           invoke enrollMethodDropDownList::Items::Add(type ListItem::New(self::langText("TFA-BY-MAIL", "Mail me a code"), "M"))
           invoke enrollMethodDropDownList::Items::Add(type ListItem::New(self::langText("TFA-BY-APP", "Authenticator app"), "A"))
           invoke self::showTwoFactorState
           goback.
       end method.

      *#####     Two-step sign-in - enrollment, off, app tokens      #####
      * Staff levels ("A", "S", "C") may add a second factor through
      * twoFactor.cbl: a code mailed at each sign-in, or one read off
      * an authenticator app keyed with the secret shown here once.
      * Either way the first good code is what switches it on. The
      * mobile app token is for everyone - once a second factor is on,
      * jsonFeed.aspx.cbl takes the token instead of the password.
       method-id showTwoFactorState private.
       local-storage section.
       01 levelText       type String.
       01 methodCode      type String.
       procedure division.
           set levelText to type String::Empty
           if type HttpContext::Current::Session::Item("level") not = null
               set levelText to type HttpContext::Current::Session::Item("level")::ToString.
           if levelText not = "A" and levelText not = "S" and levelText not = "C"
               set twoFactorPanel::Visible to false
               exit method.
           set twoFactorPanel::Visible to true
           set methodCode to type batsweb.twoFactor::enrolledMethod(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst)
           EVALUATE methodCode
               WHEN "M"
                   set twoFactorStateLabel::Text to self::langText("TFA-ON-MAIL", "Two-step sign-in is on - a code is mailed at each sign-in.")
               WHEN "A"
                   set twoFactorStateLabel::Text to self::langText("TFA-ON-APP", "Two-step sign-in is on - the code comes from your authenticator app.")
               WHEN OTHER
                   set twoFactorStateLabel::Text to self::langText("TFA-OFF", "Two-step sign-in is off.")
           END-EVALUATE.
       end method.

      * Starts an enrollment - the app secret to key into the phone,
      * or a code mailed to the address given. Nothing changes until
      * confirmEnrollButton_Click sees the first good code.
       method-id startEnrollButton_Click protected.
       local-storage section.
       01 secretText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::loadActiveLang
           set secretText to type String::Empty
           if not type batsweb.twoFactor::beginEnroll(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst,
                   enrollMethodDropDownList::SelectedValue, enrollMailTextBox::Text::Trim, by reference secretText)
               set Msg::Text to self::langText("TFA-START-FAIL", "Two-step sign-in could not be started - check the mail address")
               invoke self::showTwoFactorState
               exit method.
           if enrollMethodDropDownList::SelectedValue = "A"
               set enrollSecretLabel::Text to self::langText("TFA-SECRET", "Key this into your authenticator app, then enter the code it shows: ")
                   & secretText & "   (otpauth://totp/BatsWeb:" & self::sessionLast::Trim & "?secret=" & secretText & "&issuer=BatsWeb)"
           else
               set enrollSecretLabel::Text to self::langText("TFA-MAILED", "A code was mailed to that address - enter it below.").
           invoke self::showTwoFactorState
       end method.

       method-id confirmEnrollButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::loadActiveLang
           if type batsweb.twoFactor::confirmEnroll(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst, enrollCodeTextBox::Text::Trim)
               set enrollSecretLabel::Text to type String::Empty
               set Msg::Text to self::langText("TFA-ON", "Two-step sign-in is on")
           else
               set Msg::Text to self::langText("TFA-BAD-CODE", "That code is wrong or has expired").
           set enrollCodeTextBox::Text to type String::Empty
           invoke self::showTwoFactorState
       end method.

      * Turning it off takes a good current code, so a borrowed
      * session cannot quietly strip the account's second factor.
       method-id turnOffTwoFactorButton_Click protected.
       local-storage section.
       01 rowsGone        type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::loadActiveLang
           if not type batsweb.twoFactor::checkCode(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst, enrollCodeTextBox::Text::Trim)
               set Msg::Text to self::langText("TFA-OFF-CODE", "Enter a current code to turn two-step sign-in off")
               invoke self::showTwoFactorState
               exit method.
           set rowsGone to type batsweb.twoFactor::resetUser(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst)
           set enrollCodeTextBox::Text to type String::Empty
           set Msg::Text to self::langText("TFA-TURNED-OFF", "Two-step sign-in is off - remembered devices and app tokens were cleared")
           invoke self::showTwoFactorState
       end method.

      * A new mobile app token, shown this once - only its hash is
      * kept, so a lost one is revoked and issued again, never looked up.
       method-id issueAppTokenButton_Click protected.
       local-storage section.
       01 tokenText       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::loadActiveLang
           set tokenText to type batsweb.twoFactor::issueAppToken(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst, appTokenNameTextBox::Text::Trim)
           if tokenText = type String::Empty
               set Msg::Text to self::langText("TFA-TOKEN-FAIL", "The app token could not be issued")
           else
               set appTokenValueLabel::Text to tokenText
               set Msg::Text to self::langText("TFA-TOKEN-OK", "Enter this token in the mobile app now - it will not be shown again").
           invoke self::showTwoFactorState
       end method.

       method-id revokeAppTokensButton_Click protected.
       local-storage section.
       01 rowsGone        type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::loadActiveLang
           set rowsGone to type batsweb.twoFactor::revokeAppTokens(self::teamFolder, self::sessionTeam, self::sessionLast, self::sessionFirst)
           set appTokenValueLabel::Text to type String::Empty
           set Msg::Text to self::langText("TFA-TOKENS-GONE", "App tokens revoked: ") & rowsGone::ToString
           invoke self::showTwoFactorState
       end method.

       method-id loadActiveLang private.
       procedure division.
           if type HttpContext::Current::Session::Item("lang") not = null
               move type HttpContext::Current::Session::Item("lang")::ToString to WS-ACTIVE-LANG.
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & type HttpContext::Current::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

       method-id sessionTeam private.
       procedure division returning textOut as type String.
           set textOut to type HttpContext::Current::Session["team"]::ToString::Trim.
       end method.

       method-id sessionLast private.
       procedure division returning textOut as type String.
           set textOut to type HttpContext::Current::Session["last"]::ToString::Trim.
       end method.

       method-id sessionFirst private.
       procedure division returning textOut as type String.
           set textOut to type HttpContext::Current::Session["first"]::ToString::Trim.
       end method.

      * Per-user language choice - saved in USERPREF.DAT and picked
      * up by every player-facing caption from the session on.
       method-id saveLanguageButton_Click protected.
       01 teamName        pic x(15).
       01 langChoice      pic x(02).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to type HttpContext::Current::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
       77  WORK-FIELD                  PIC 9(18).
       01  WS-PWD-CHANGED              PIC 9(08).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if type HttpContext::Current::Session::Item("lang") not = null
               move type HttpContext::Current::Session::Item("lang")::ToString to WS-ACTIVE-LANG.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
