           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOGIN-LOG-REC.

      * Each attempt also carries where it came from - the source
      * address and the browser/platform pair - for loginWatch.cbl's
      * per-user sign-in pattern.
       01  LOGIN-LOG-REC               PIC X(256).

      * Per-team override for WS-PWD-AGE-LIMIT-DAYS's compile-time
      * default - lets an install tighten or relax password rotation
           05  SS-STATUS-BYTE-1        PIC X      VALUE SPACES.
           05  SS-STATUS-BYTE-2        PIC X      VALUE SPACES.
       01  WS-LOG-RESULT              PIC X(4).
       01  WS-SOURCE-IP               PIC X(45).
       01  WS-DEVICE                  PIC X(40).
       01  WS-PASS-MATCH-FLAG         PIC X.
       01  WS-MIGRATE-FLAG            PIC X.
      * The team's folder for twoFactor.cbl's files, and the cookie a
      * remembered device carries its token in.
       01  WS-TEAM-FOLDER             type String.
       01  WS-DEVICE-COOKIE           PIC X(10) VALUE "BATSDEVICE".
       01  WS-TRUST-DAYS              PIC 9(03) VALUE 30.
       01 plaintext           type Byte occurs any.
       01 entropy           type Byte occurs 20.
       01 ticket          type FormsAuthenticationTicket.
       end method.

       method-id loginButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set WS-TEAM-NAME to teamDropDownList::SelectedItem.
           invoke self::setFilePaths

           set WS-FIRST to TextBox1::Text::ToUpper.
           set WS-LAST to TextBox3::Text::ToUpper.
           set WS-PASS to TextBox2::Text.
           invoke self::verify_password
           if WS-REJECT-FLAG = "Y"
               invoke self::checkSessionCap
               if WS-SESSION-CAP-FLAG = "Y"
                   set Msg::Text to "Too many active sessions for this account. Sign off another session, or have your team admin end one."
                   exit method
               end-if
      *        Staff logins with a second factor enrolled stop here for
      *        the one-time code, unless this browser is one the user
      *        asked to have remembered.
               if self::secondFactorDue
                   invoke self::holdForSecondFactor
                   exit method
               end-if
               invoke self::completeSignOn
           else
               if WS-REJECT-FLAG = "L"
                   set Msg::Text to "Account locked after repeated failed logins. Contact your team administrator to unlock it."
               else
                   if WS-REJECT-FLAG = "D"
                       set Msg::Text to "This account has been disabled. Contact your team administrator."
                   else
                       set Msg::Text to "Login failed. Name or password incorrect".
       end method.

      * Every login-path file for the team in WS-TEAM-NAME - the login
      * itself, and the code step's postback, which starts over with
      * nothing but what the session kept.
       method-id setFilePaths private.
       local-storage section.
       01 app-data-folder pic x(256).
       01 teamName        pic x(15).
       procedure division.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to WS-TEAM-NAME::Trim::Replace(" ", type String::Empty).
      *     string '"' app-data-folder delimited by "  " teamName delimited by "  "
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\BATSW020.DAT"' delimited by size
              '\WEBSYNC\SESSREG.DAT"' delimited by size
              into WS-SESSREG-FILE.
           set WS-WEBPASS-PLAIN-PATH to WS-BATSW020-FILE::Trim::Replace('"', type String::Empty)
           set WS-SECSET-PLAIN-PATH to WS-SECSET-FILE::Trim::Replace('"', type String::Empty)
           set WS-TEAM-FOLDER to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim.
       end method.

      * The sign-on proper - lockout count wiped, session registered,
      * forms ticket issued, and on to the page asked for (or to the
      * password change that is due). Reached straight from the
      * password check, or from the code step when one was asked for.
       method-id completeSignOn private.
       local-storage section.
       01 userName        type String.
       01 encTicket       type String.
       procedure division.
           invoke self::clearLockout
           invoke self::registerSession
           set userName to WS-FIRST & WS-LAST & WS-PASS & WS-TEAM-NAME
           set ticket to type FormsAuthenticationTicket::New(userName, rememberCheckBox::Checked, 525600)
           set encTicket to type FormsAuthentication::Encrypt(ticket)
           invoke self::Response::Cookies::Add(type HttpCookie::New(type FormsAuthentication::FormsCookieName, encTicket))
           set type HttpContext::Current::Request::Cookies[".ASPXFORMSAUTH"]::Expires to type DateTime::Now::AddYears(1)
           set type HttpContext::Current::Session::Item("team") to WS-TEAM-NAME::Trim
           if WS-PWD-EXPIRED-FLAG = "Y"
               set type HttpContext::Current::Session::Item("forcepwchange") to "Y"
               invoke self::Response::Redirect("~/changepassword.aspx")
           else
               invoke self::Response::Redirect(type FormsAuthentication::GetRedirectUrl(userName, rememberCheckBox::Checked)).
      *         invoke self::Response::Redirect("~/mainmenu.aspx")
       end method.

      * True when this login owes a second factor - an "A", "S" or
      * "C" level with one enrolled (twoFactor.cbl), on a browser that
      * is not a remembered device for this user.
       method-id secondFactorDue private.
       local-storage section.
       01 levelText       type String.
       01 deviceToken     type String.
       procedure division returning dueFlag as type Condition.
           set dueFlag to false
           set levelText to self::Session["level"]::ToString
           if levelText not = "A" and levelText not = "S" and levelText not = "C"
               exit method.
           if type batsweb.twoFactor::enrolledMethod(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST) = " "
               exit method.
           if self::Request::Cookies[WS-DEVICE-COOKIE::Trim] not = null
               set deviceToken to self::Request::Cookies[WS-DEVICE-COOKIE::Trim]::Value
               if type batsweb.twoFactor::isTrustedDevice(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST, deviceToken)
                   exit method
               end-if
           end-if
           set dueFlag to true.
       end method.

      * The password was good but the code is still owed. The level
      * comes back out of the session (so no page lets this session
      * in) and what the sign-on needs waits in the session for the
      * code step; a mail user gets the code sent now.
       method-id holdForSecondFactor private.
       local-storage section.
       01 methodCode      type String.
       procedure division.
           set self::Session::Item("tf-level") to self::Session["level"]
           invoke self::Session::Remove("level")
           set self::Session::Item("tf-team") to WS-TEAM-NAME
           set self::Session::Item("tf-last") to WS-LAST
           set self::Session::Item("tf-first") to WS-FIRST
           set self::Session::Item("tf-pass") to WS-PASS
           set self::Session::Item("tf-expired") to WS-PWD-EXPIRED-FLAG
           set methodCode to type batsweb.twoFactor::enrolledMethod(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST)
           set self::Session::Item("tf-method") to methodCode

           set codeTextBox::Text to type String::Empty
           set codePanel::Visible to true
           if methodCode = "M"
               if type batsweb.twoFactor::sendMailCode(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST)
                   set Msg::Text to "A sign-in code is on its way to your mail. Enter it below - it is good for 10 minutes."
               else
                   set Msg::Text to "The sign-in code could not be sent. Contact your team administrator."
               end-if
           else
               set Msg::Text to "Enter the 6-digit code from your authenticator app.".
       end method.

      * Puts back what holdForSecondFactor kept; false when the session
      * has lost it (timed out between the two steps).
       method-id restoreHeldLogin private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if self::Session["tf-level"] = null or self::Session["tf-last"] = null
               exit method.
           set WS-TEAM-NAME to self::Session["tf-team"]::ToString
           set WS-LAST to self::Session["tf-last"]::ToString
           set WS-FIRST to self::Session["tf-first"]::ToString
           set WS-PASS to self::Session["tf-pass"]::ToString
           set WS-PWD-EXPIRED-FLAG to self::Session["tf-expired"]::ToString
           invoke self::setFilePaths
           set okFlag to true.
       end method.

       method-id clearHeldLogin private.
       procedure division.
           invoke self::Session::Remove("tf-level")
           invoke self::Session::Remove("tf-team")
           invoke self::Session::Remove("tf-last")
           invoke self::Session::Remove("tf-first")
           invoke self::Session::Remove("tf-pass")
           invoke self::Session::Remove("tf-expired")
           invoke self::Session::Remove("tf-method").
       end method.

      * The code step. A wrong code counts toward the same lockout a
      * wrong password does; a good one finishes the sign-on, and
      * remembers this browser for 30 days when asked to.
       method-id verifyCodeButton_Click protected.
       local-storage section.
       01 deviceToken     type String.
       01 deviceCookie    type HttpCookie.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::restoreHeldLogin
               set codePanel::Visible to false
               set Msg::Text to "The sign-in timed out. Enter your name and password again."
               exit method.
           move space to WS-REJECT-FLAG
           invoke self::loadPwdAgeLimit
           invoke self::checkLockout
           if WS-REJECT-FLAG = "L"
               invoke self::clearHeldLogin
               invoke self::LOG_ATTEMPT
               set codePanel::Visible to false
               set Msg::Text to "Account locked after repeated failed logins. Contact your team administrator to unlock it."
               exit method.

           if not type batsweb.twoFactor::checkCode(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST, codeTextBox::Text::Trim)
               move "B" to WS-REJECT-FLAG
               invoke self::recordFailedAttempt
               invoke self::LOG_ATTEMPT
               set codeTextBox::Text to type String::Empty
               set codePanel::Visible to true
               set Msg::Text to "That code is wrong or has expired."
               exit method.

           move "C" to WS-REJECT-FLAG
           invoke self::LOG_ATTEMPT
           set self::Session::Item("level") to self::Session["tf-level"]
           if trustDeviceCheckBox::Checked
               set deviceToken to type batsweb.twoFactor::trustDevice(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST)
               if deviceToken not = type String::Empty
                   set deviceCookie to type HttpCookie::New(WS-DEVICE-COOKIE::Trim, deviceToken)
                   set deviceCookie::HttpOnly to true
                   set deviceCookie::Expires to type DateTime::Now::AddDays(WS-TRUST-DAYS)
                   invoke self::Response::Cookies::Add(deviceCookie)
               end-if
           end-if
           invoke self::clearHeldLogin
           invoke self::completeSignOn
       end method.

      * Another mailed code - the first one went to junk, or ran out.
       method-id resendCodeButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::restoreHeldLogin
               set codePanel::Visible to false
               set Msg::Text to "The sign-in timed out. Enter your name and password again."
               exit method.
           set codePanel::Visible to true
           if self::Session["tf-method"]::ToString not = "M"
               set Msg::Text to "Enter the 6-digit code from your authenticator app."
               exit method.
           if type batsweb.twoFactor::sendMailCode(WS-TEAM-FOLDER, WS-TEAM-NAME, WS-LAST, WS-FIRST)
               set Msg::Text to "A new sign-in code is on its way. Only the newest code works."
           else
               set Msg::Text to "The sign-in code could not be sent. Contact your team administrator.".
       end method.

       method-id verify_password protected.
                MOVE WEBPASS-LAST TO self::Session["last"]
                MOVE WEBPASS-FIRST TO self::Session["first"]
                MOVE "Y" TO WS-REJECT-FLAG

                IF WEBPASS-PWD-CHANGED = ZEROES
                    MOVE "Y" TO WS-PWD-EXPIRED-FLAG
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOGIN-LOG-FILE
           END-IF
           MOVE SPACES TO LOGIN-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY SIZE
               "  SHADOW FALLBACK FILE=" DELIMITED BY SIZE fileKind DELIMITED BY SIZE
      * open has closed, since this one needs I-O.
       method-id migratePasswordRecord private.
       procedure division.
      *    Left for the next sign-in while a maintenance window has the
      *    system read-only.
           if type batsweb.maintWindow::siteReadOnly
               exit method.
           OPEN I-O WEBPASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
                   MOVE "LOCK" TO WS-LOG-RESULT
               WHEN "D"
                   MOVE "DSBL" TO WS-LOG-RESULT
               WHEN "C"
                   MOVE "CODE" TO WS-LOG-RESULT
               WHEN "B"
                   MOVE "BADC" TO WS-LOG-RESULT
               WHEN OTHER
                   MOVE "NOID" TO WS-LOG-RESULT
           END-EVALUATE

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           MOVE SPACES TO WS-SOURCE-IP WS-DEVICE
           if self::Request::UserHostAddress not = null
               set WS-SOURCE-IP to self::Request::UserHostAddress.
           if self::Request::Browser not = null
               set WS-DEVICE to self::Request::Browser::Browser::Replace(" ", "_") & "/" & self::Request::Browser::Platform::Replace(" ", "_").

           OPEN EXTEND LOGIN-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOGIN-LOG-FILE
           END-IF

           MOVE SPACES TO LOGIN-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY SIZE
               "  LAST=" DELIMITED BY SIZE WS-LAST DELIMITED BY SIZE
               "  FIRST=" DELIMITED BY SIZE WS-FIRST DELIMITED BY SIZE
               "  RESULT=" DELIMITED BY SIZE WS-LOG-RESULT DELIMITED BY SIZE
               "  IP=" DELIMITED BY SIZE WS-SOURCE-IP DELIMITED BY SIZE
               "  DEVICE=" DELIMITED BY SIZE WS-DEVICE DELIMITED BY SIZE
               INTO LOGIN-LOG-REC
           WRITE LOGIN-LOG-REC
           CLOSE LOGIN-LOG-FILE.
