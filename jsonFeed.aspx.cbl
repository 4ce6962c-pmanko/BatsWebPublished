      *                                 "R" cold-storage recall, the
      *                                 same list-file hand-off the
      *                                 game summary queues (not "V")
      *   ?req=wellness&sleep=<hours>&sore=<s,e,b,l,o>&arm=<1-5>
      *       &mood=<1-5>               the player's morning check-in
      *                                 into WELLNESS.DAT through
      *                                 wellnessCheck.cbl, the same
      *                                 save mobileClips makes (any
      *                                 level - players are "V")
      * Credentials ride as team/last/first/pass query values - the
      * app keeps them in its keychain. An account with two-step
      * sign-in on (twoFactor.cbl) is refused on the password alone;
      * its app sends team/token instead, the token issued once on
      * changepassword.aspx.cbl, and gets "app token required" back
      * when it tries the password.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * One stub path per line, handed to the dispatcher's recall
      * handler - same list-file-beside-the-queue-record convention
       01  WS-AUTH-LAST       PIC X(15).
       01  WS-AUTH-FIRST      PIC X(15).
       01  WS-AUTH-LEVEL      PIC X.
       01  WS-AUTH-NEEDS-TOKEN PIC X.
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 mydata360             type batsweb.bat360Data.
           set jsonOut to new type System.Text.StringBuilder

           if not self::authenticate
               if WS-AUTH-NEEDS-TOKEN = "Y"
                   invoke jsonOut::Append("{""error"":""app token required""}")
               else
                   invoke jsonOut::Append("{""error"":""not authorized""}")
               end-if
               invoke self::writeJson(jsonOut)
               exit method.

           if self::Request::QueryString["req"] not = null
               set reqKind to self::Request::QueryString["req"]::Trim::ToLower.

      *    The saving requests are refused while a maintenance window
      *    has the system read-only; the reads carry on.
           if (reqKind = "markwatched" or reqKind = "tagclip" or reqKind = "recall" or reqKind = "wellness")
               and type batsweb.maintWindow::siteReadOnly
               invoke jsonOut::Append("{""error"":""read-only for scheduled maintenance""}")
               invoke self::writeJson(jsonOut)
               exit method.

           EVALUATE reqKind
               WHEN "games"
                   if WS-AUTH-LEVEL = "V"
                   else
                       invoke self::doQueueRecall(jsonOut)
                   end-if
               WHEN "wellness"
                   invoke self::doWellness(jsonOut)
               WHEN OTHER
                   invoke jsonOut::Append("{""error"":""unknown request""}")
           END-EVALUATE
       01 app-data-folder pic x(256).
       01 teamName        pic x(15).
       01 reqPass         pic x(6).
       01 teamFolder      type String.
       01 tokenLast       type String.
       01 tokenFirst      type String.
       77  WORK-PASS                   PIC X(6)  COMP-X VALUE 0.
       77  WORK-PASS-X REDEFINES WORK-PASS  PIC X(6).
       77  WORK-FIELD                  PIC 9(18).
       procedure division returning authOk as type Condition.
           set authOk to false
           move space to WS-AUTH-LEVEL
           move "N" to WS-AUTH-NEEDS-TOKEN
           set tokenLast to type String::Empty
           set tokenFirst to type String::Empty

           if self::Request::QueryString["team"] = null
               exit method.
           if self::Request::QueryString["token"] = null
               and (self::Request::QueryString["last"] = null
                    or self::Request::QueryString["first"] = null
                    or self::Request::QueryString["pass"] = null)
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "Programs"
              '\AUDITLOG.LOG"' delimited by size
              into WS-AUDIT-LOG-FILE.
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim

      *    The app token names the account itself; a token nobody
      *    issued (or one revoked) gets nothing.
           if self::Request::QueryString["token"] not = null
               if not type batsweb.twoFactor::appTokenUser(teamFolder, self::Request::QueryString["token"], by reference tokenLast, by reference tokenFirst)
                   exit method
               end-if
           end-if

           OPEN INPUT WEBPASS-FILE
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.

           set WEBPASS-TEAM-NAME to self::Request::QueryString["team"]::Replace("_", " ")::Trim::ToUpper
           if tokenLast not = type String::Empty
               set WEBPASS-LAST to tokenLast
               set WEBPASS-FIRST to tokenFirst
           else
               set WEBPASS-LAST to self::Request::QueryString["last"]::Trim::ToUpper
               set WEBPASS-FIRST to self::Request::QueryString["first"]::Trim::ToUpper
           end-if
           MOVE WEBPASS-TEAM-NAME TO WS-AUTH-TEAM
           MOVE WEBPASS-LAST TO WS-AUTH-LAST
           MOVE WEBPASS-FIRST TO WS-AUTH-FIRST
               CLOSE WEBPASS-FILE
               exit method.

           if tokenLast not = type String::Empty
               move WEBPASS-LEVEL to WS-AUTH-LEVEL
               set authOk to true
               CLOSE WEBPASS-FILE
               exit method.

           set reqPass to self::Request::QueryString["pass"]
           IF WEBPASS-PWD-HASHED
               if WEBPASS-HASH = self::computePasswordHash(WEBPASS-SALT, reqPass)
           CLOSE WEBPASS-FILE

           if not authOk
               invoke self::recordFeedFailure
               exit method.

      *    The right password, but this account has a second factor -
      *    the password alone is not enough here any more than it is
      *    at the login page.
           if type batsweb.twoFactor::enrolledMethod(teamFolder, WS-AUTH-TEAM, WS-AUTH-LAST, WS-AUTH-FIRST) not = " "
               set authOk to false
               move space to WS-AUTH-LEVEL
               move "Y" to WS-AUTH-NEEDS-TOKEN.
       end method.

      * Per-team lockout policy, with the same NUMERIC guard the
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-games-next.
           set BATSW100WEBF to new BATSW100WEBF
           invoke batsw100rununit::Add(BATSW100WEBF)
           move "I" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(batsw100rununit, "BATSW100WEBF", BATSW100-ACTION)

           set BATSW100-ADVANCED-1 to findText
           move "RG" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(batsw100rununit, "BATSW100WEBF", BATSW100-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke batsw100rununit::StopRun(0)
           go to sel-loop.
       sel-done.
           MOVE "PV" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(batsw100rununit, "BATSW100WEBF", BATSW100-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
       end method.
           invoke jsonOut::Append("{""ok"":""recall queued""}").
       end method.

      * Morning wellness check-in under the authenticated player's
      * roster spelling (LAST, FIRST), validated and scored by the
      * same wellnessCheck.cbl save the mobile page uses.
       method-id doWellness private.
       local-storage section.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 resultText       type String.
       procedure division using by value jsonOut as type System.Text.StringBuilder.
           if self::Request::QueryString["sleep"] = null
               or self::Request::QueryString["sore"] = null
               or self::Request::QueryString["arm"] = null
               or self::Request::QueryString["mood"] = null
               invoke jsonOut::Append("{""error"":""sleep, sore, arm and mood required""}")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Request::QueryString["team"]::Replace("_", type String::Empty)::Replace(" ", type String::Empty)
           set resultText to type batsweb.wellnessCheck::saveCheckIn(teamFolder, WS-AUTH-LAST::Trim & ", " & WS-AUTH-FIRST::Trim, self::Request::QueryString["sleep"], self::Request::QueryString["sore"], self::Request::QueryString["arm"], self::Request::QueryString["mood"], "A")
           if resultText not = type String::Empty
               invoke jsonOut::Append("{""error"":""" & self::jsonEscape(resultText) & """}")
               exit method.

           invoke self::feedAudit("jsonFeed:wellness")
           invoke jsonOut::Append("{""ok"":""check-in saved""}").
       end method.

      * The same shared AUDITLOG.LOG line every report page appends -
      * the feed has no session, so the authenticated credential
      * fields stand in for it.
       procedure division using by value pageName as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-AUTH-TEAM DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE WS-AUTH-LAST DELIMITED BY SIZE WS-AUTH-FIRST DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

      * Quotes, backslashes and control bytes neutralized so the
