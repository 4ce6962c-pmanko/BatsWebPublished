       class-id batsweb.twoFactor.

      * Second sign-in factor for the staff levels - a stolen password
      * alone no longer opens adminUsers, policyConsole or a scouting
      * report for an "A", "S" or "C" login that has enrolled. The
      * factor is a six-digit one-time code, either mailed through
      * mailSpool.cbl at sign-in or read off an authenticator app
      * (the standard 30-second TOTP the phone apps all speak, keyed
      * by a secret shown once on changepassword.aspx.cbl). Per team,
      * in WEBSYNC:
      *   TWOFACTOR.DAT  one record per enrolled account - the method,
      *                  the mail address or the app secret, the
      *                  enrollment waiting on its first code, and the
      *                  mailed code (hashed) with its expiry and tries
      *   TRUSTDEV.DAT   remembered devices - a hashed cookie token per
      *                  browser that skips the code for 30 days
      *   APPTOKEN.DAT   mobile app tokens, hashed - what jsonFeed.aspx
      *                  takes in place of the password once the
      *                  account has a second factor
      * Codes and tokens are only ever kept as salted SHA-256, the
      * same 32-hex-character form the password scheme stores.
      *   type batsweb.twoFactor::enrolledMethod(teamPath, team, last,
      *       first)                       "M" mail, "A" app, " " none
      *   type batsweb.twoFactor::sendMailCode(teamPath, team, last,
      *       first)                       mails a sign-in code
      *   type batsweb.twoFactor::checkCode(teamPath, team, last,
      *       first, codeText)             true when the code is good
      *   type batsweb.twoFactor::beginEnroll(teamPath, team, last,
      *       first, methodCode, mailTo, by reference secretOut)
      *   type batsweb.twoFactor::confirmEnroll(teamPath, team, last,
      *       first, codeText)             the first good code enrolls
      *   type batsweb.twoFactor::trustDevice(teamPath, team, last,
      *       first)                       the cookie token to set
      *   type batsweb.twoFactor::isTrustedDevice(teamPath, team, last,
      *       first, tokenText)
      *   type batsweb.twoFactor::issueAppToken(teamPath, team, last,
      *       first, labelText)            shown once, never again
      *   type batsweb.twoFactor::appTokenUser(teamPath, tokenText,
      *       by reference lastOut, firstOut)
      *   type batsweb.twoFactor::revokeAppTokens(teamPath, team, last,
      *       first)                       app tokens removed
      *   type batsweb.twoFactor::resetUser(teamPath, team, last, first)
      *       the admin reset on adminUsers.aspx.cbl - enrollment,
      *       remembered devices and app tokens all go; records removed

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TWO-FACTOR-FILE ASSIGN WS-TWOFACTOR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TF-KEY
              LOCK MANUAL
              FILE STATUS IS TF-STATUS-COMN.
          SELECT TRUSTED-DEVICE-FILE ASSIGN WS-TRUSTDEV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TV-KEY
              LOCK MANUAL
              FILE STATUS IS TV-STATUS-COMN.
          SELECT APP-TOKEN-FILE ASSIGN WS-APPTOKEN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AT-KEY
              LOCK MANUAL
              FILE STATUS IS AT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Keyed team/last/first the way WEBPASS-KEY and LS-KEY are.
       FD  TWO-FACTOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TF-REC.
       01  TF-REC.
           05  TF-KEY.
               10  TF-TEAM                 PIC X(15).
               10  TF-LAST                 PIC X(15).
               10  TF-FIRST                PIC X(15).
           05  TF-REST.
               10  TF-METHOD               PIC X.
                   88  TF-BY-MAIL          VALUE "M".
                   88  TF-BY-APP           VALUE "A".
                   88  TF-NOT-ENROLLED     VALUE " ".
               10  TF-MAIL-TO              PIC X(60).
               10  TF-SECRET               PIC X(32).
               10  TF-ENROLLED-AT          PIC X(19).
               10  TF-PENDING-METHOD       PIC X.
               10  TF-PENDING-MAIL         PIC X(60).
               10  TF-PENDING-SECRET       PIC X(32).
               10  TF-CODE-HASH            PIC X(32).
               10  TF-CODE-EXPIRES         PIC X(14).
               10  TF-CODE-TRIES           PIC 9(01).
      *        Last authenticator time step accepted - a code already
      *        used cannot be played back inside its 30 seconds.
               10  TF-LAST-STEP            PIC 9(10).
               10  FILLER                  PIC X(20).

       FD  TRUSTED-DEVICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TV-REC.
       01  TV-REC.
           05  TV-KEY.
               10  TV-TEAM                 PIC X(15).
               10  TV-LAST                 PIC X(15).
               10  TV-FIRST                PIC X(15).
               10  TV-TOKEN-HASH           PIC X(32).
           05  TV-REST.
               10  TV-TRUSTED-AT           PIC X(19).
               10  TV-EXPIRES              PIC X(08).
               10  FILLER                  PIC X(20).

       FD  APP-TOKEN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AT-REC.
       01  AT-REC.
           05  AT-KEY.
               10  AT-TOKEN-HASH           PIC X(32).
           05  AT-REST.
               10  AT-TEAM                 PIC X(15).
               10  AT-LAST                 PIC X(15).
               10  AT-FIRST                PIC X(15).
               10  AT-LABEL                PIC X(30).
               10  AT-ISSUED-AT            PIC X(19).
               10  AT-LAST-USED            PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-TWOFACTOR-FILE        PIC X(256) VALUE "TWOFACTOR.DAT".
       01 WS-TRUSTDEV-FILE         PIC X(256) VALUE "TRUSTDEV.DAT".
       01 WS-APPTOKEN-FILE         PIC X(256) VALUE "APPTOKEN.DAT".
       01 TF-STATUS-COMN.
           05  TF-STATUS-BYTE-1        PIC X.
           05  TF-STATUS-BYTE-2        PIC X.
       01 TV-STATUS-COMN.
           05  TV-STATUS-BYTE-1        PIC X.
           05  TV-STATUS-BYTE-2        PIC X.
       01 AT-STATUS-COMN.
           05  AT-STATUS-BYTE-1        PIC X.
           05  AT-STATUS-BYTE-2        PIC X.
       01 WS-CODE-MINUTES          PIC 9(02) VALUE 10.
       01 WS-CODE-MAX-TRIES        PIC 9(01) VALUE 5.
       01 WS-TRUST-DAYS            PIC 9(03) VALUE 30.
       01 WS-BASE32-ALPHABET       PIC X(32)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ234567".

       method-id enrolledMethod static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning methodOut as type String.
           set worker to new batsweb.twoFactor
           set methodOut to worker::readMethod(teamPath, teamText, lastText, firstText).
       end method.

       method-id sendMailCode static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::mailSignInCode(teamPath, teamText, lastText, firstText).
       end method.

       method-id checkCode static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value codeText as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::verifyCode(teamPath, teamText, lastText, firstText, codeText, "N").
       end method.

       method-id beginEnroll static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value methodCode as type String
                          by value mailTo as type String
                          by reference secretOut as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::startEnroll(teamPath, teamText, lastText, firstText, methodCode, mailTo, by reference secretOut).
       end method.

       method-id confirmEnroll static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value codeText as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::verifyCode(teamPath, teamText, lastText, firstText, codeText, "Y").
       end method.

       method-id trustDevice static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning tokenOut as type String.
           set worker to new batsweb.twoFactor
           set tokenOut to worker::addTrustedDevice(teamPath, teamText, lastText, firstText).
       end method.

       method-id isTrustedDevice static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value tokenText as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::findTrustedDevice(teamPath, teamText, lastText, firstText, tokenText).
       end method.

       method-id issueAppToken static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value labelText as type String
                          returning tokenOut as type String.
           set worker to new batsweb.twoFactor
           set tokenOut to worker::addAppToken(teamPath, teamText, lastText, firstText, labelText).
       end method.

       method-id appTokenUser static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value tokenText as type String
                          by reference lastOut as type String
                          by reference firstOut as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.twoFactor
           set okFlag to worker::findAppToken(teamPath, tokenText, by reference lastOut, by reference firstOut).
       end method.

       method-id revokeAppTokens static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning rowsOut as type Int32.
           set worker to new batsweb.twoFactor
           set rowsOut to worker::dropAppTokens(teamPath, teamText, lastText, firstText).
       end method.

       method-id resetUser static public.
       local-storage section.
       01 worker       type batsweb.twoFactor.
       01 deviceRows   type Int32.
       01 tokenRows    type Int32.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning rowsOut as type Int32.
           set worker to new batsweb.twoFactor
           set rowsOut to worker::dropEnrollment(teamPath, teamText, lastText, firstText)
           set deviceRows to worker::dropTrustedDevices(teamPath, teamText, lastText, firstText)
           set tokenRows to worker::dropAppTokens(teamPath, teamText, lastText, firstText)
           add deviceRows tokenRows to rowsOut.
       end method.

      *#####                  File paths and the key                   #####
       method-id setPaths private.
       procedure division using by value teamPath as type String.
           set WS-TWOFACTOR-FILE to teamPath & "\WEBSYNC\TWOFACTOR.DAT"
           set WS-TRUSTDEV-FILE to teamPath & "\WEBSYNC\TRUSTDEV.DAT"
           set WS-APPTOKEN-FILE to teamPath & "\WEBSYNC\APPTOKEN.DAT".
       end method.

       method-id setKey private.
       procedure division using by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String.
           MOVE SPACES TO TF-KEY
           set TF-TEAM to teamText::Trim::ToUpper
           set TF-LAST to lastText::Trim::ToUpper
           set TF-FIRST to firstText::Trim::ToUpper.
       end method.

      * Opens TWOFACTOR.DAT I-O, made on first use.
       method-id openEnrollment private.
       procedure division returning okFlag as type Condition.
           set okFlag to true
           OPEN I-O TWO-FACTOR-FILE
           if TF-STATUS-BYTE-1 not = "0"
               OPEN OUTPUT TWO-FACTOR-FILE
               CLOSE TWO-FACTOR-FILE
               OPEN I-O TWO-FACTOR-FILE
               if TF-STATUS-BYTE-1 not = "0"
                   set okFlag to false.
       end method.

       method-id readMethod private.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning methodOut as type String.
           set methodOut to " "
           invoke self::setPaths(teamPath)
           OPEN INPUT TWO-FACTOR-FILE
           if TF-STATUS-BYTE-1 not = "0"
               exit method.
           invoke self::setKey(teamText, lastText, firstText)
           READ TWO-FACTOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if TF-BY-MAIL or TF-BY-APP
                       set methodOut to TF-METHOD
                   end-if
           END-READ
           CLOSE TWO-FACTOR-FILE.
       end method.

      *#####                 A mailed sign-in code                     #####
       method-id mailSignInCode private.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning okFlag as type Condition.
           set okFlag to false
           invoke self::setPaths(teamPath)
           if not self::openEnrollment
               exit method.
           invoke self::setKey(teamText, lastText, firstText)
           READ TWO-FACTOR-FILE
               INVALID KEY
                   CLOSE TWO-FACTOR-FILE
                   exit method.
           if not TF-BY-MAIL
               CLOSE TWO-FACTOR-FILE
               exit method.
           invoke self::mailCode(teamPath, TF-MAIL-TO, "BatsWeb sign-in code")
           REWRITE TF-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set okFlag to true
           END-REWRITE
           CLOSE TWO-FACTOR-FILE.
       end method.

      * A fresh code into TF-REC (hashed, with its expiry) and onto the
      * mail spool beside the Programs root. The caller rewrites.
       method-id mailCode private.
       local-storage section.
       01 codeText         type String.
       01 bodyText         type String.
       procedure division using by value teamPath as type String
                          by value mailTo as type String
                          by value subjectLine as type String.
           set codeText to self::randomCode
           set TF-CODE-HASH to self::hashValue(TF-KEY & codeText)
           set TF-CODE-EXPIRES to type DateTime::Now::AddMinutes(WS-CODE-MINUTES)::ToString("yyyyMMddHHmmss")
           move 0 to TF-CODE-TRIES
           set bodyText to "Your BatsWeb code is " & codeText & ". It is good for "
               & WS-CODE-MINUTES & " minutes. If you did not just sign in, tell your team admin - somebody has your password."
           invoke type batsweb.mailSpool::enqueue(type System.IO.Path::GetDirectoryName(teamPath), mailTo::Trim, subjectLine, bodyText).
       end method.

      *#####        A code - signing in, or confirming enrollment      #####
      * enrollFlag "Y" checks the enrollment waiting on its first code
      * and, when it is good, makes it the account's factor.
       method-id verifyCode private.
       local-storage section.
       01 useMethod        pic x.
       01 useSecret        pic x(32).
       01 goodStep         type Int64.
       01 nowStamp         pic x(14).
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value codeText as type String
                          by value enrollFlag as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if codeText::Trim::Length not = 6
               exit method.
           invoke self::setPaths(teamPath)
           if not self::openEnrollment
               exit method.
           invoke self::setKey(teamText, lastText, firstText)
           READ TWO-FACTOR-FILE
               INVALID KEY
                   CLOSE TWO-FACTOR-FILE
                   exit method.
           if enrollFlag = "Y"
               move TF-PENDING-METHOD to useMethod
               move TF-PENDING-SECRET to useSecret
           else
               move TF-METHOD to useMethod
               move TF-SECRET to useSecret.

           if useMethod = "A"
               set goodStep to self::totpStep(useSecret, codeText::Trim)
               if goodStep > 0 and goodStep > TF-LAST-STEP
                   move goodStep to TF-LAST-STEP
                   set okFlag to true
               end-if
           else
               if useMethod = "M" and TF-CODE-HASH not = spaces
                   set nowStamp to type DateTime::Now::ToString("yyyyMMddHHmmss")
                   add 1 to TF-CODE-TRIES
                   if nowStamp not > TF-CODE-EXPIRES
                       and TF-CODE-TRIES not > WS-CODE-MAX-TRIES
                       and TF-CODE-HASH = self::hashValue(TF-KEY & codeText::Trim)
                       set okFlag to true
                   end-if
      *            A used, expired or worn-out code is gone for good.
                   if okFlag or nowStamp > TF-CODE-EXPIRES
                       or TF-CODE-TRIES not < WS-CODE-MAX-TRIES
                       move spaces to TF-CODE-HASH TF-CODE-EXPIRES
                       move 0 to TF-CODE-TRIES
                   end-if
               end-if
           end-if

           if okFlag and enrollFlag = "Y"
               move TF-PENDING-METHOD to TF-METHOD
               if TF-BY-MAIL
                   move TF-PENDING-MAIL to TF-MAIL-TO
                   move spaces to TF-SECRET
               else
                   move TF-PENDING-SECRET to TF-SECRET
                   move spaces to TF-MAIL-TO
               end-if
               set TF-ENROLLED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               move spaces to TF-PENDING-METHOD TF-PENDING-MAIL TF-PENDING-SECRET
           end-if
           REWRITE TF-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE TWO-FACTOR-FILE.
       end method.

      *#####          Enrollment - waits on its first good code        #####
      * The account's current factor, if any, stays in force until the
      * new one is confirmed. An app enrollment hands back the secret
      * to key into the phone; a mail enrollment mails a code to the
      * new address, which proves the address before it is trusted.
       method-id startEnroll private.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value methodCode as type String
                          by value mailTo as type String
                          by reference secretOut as type String
                          returning okFlag as type Condition.
           set okFlag to false
           set secretOut to type String::Empty
           if methodCode not = "M" and methodCode not = "A"
               exit method.
           if methodCode = "M" and (mailTo::Trim = type String::Empty or not mailTo::Contains("@"))
               exit method.
           invoke self::setPaths(teamPath)
           if not self::openEnrollment
               exit method.
           invoke self::setKey(teamText, lastText, firstText)
           READ TWO-FACTOR-FILE
               INVALID KEY
                   MOVE SPACES TO TF-REST
                   move 0 to TF-CODE-TRIES TF-LAST-STEP
                   WRITE TF-REC
                       INVALID KEY
                           CLOSE TWO-FACTOR-FILE
                           exit method
                   END-WRITE
           END-READ

           set TF-PENDING-METHOD to methodCode
           move spaces to TF-PENDING-MAIL TF-PENDING-SECRET
           if methodCode = "A"
               set TF-PENDING-SECRET to self::newSecret
               set secretOut to TF-PENDING-SECRET::Trim
           else
               set TF-PENDING-MAIL to mailTo::Trim
               invoke self::mailCode(teamPath, TF-PENDING-MAIL, "BatsWeb two-step sign-in - confirm this address").
           REWRITE TF-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set okFlag to true
           END-REWRITE
           CLOSE TWO-FACTOR-FILE.
       end method.

       method-id dropEnrollment private.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning rowsOut as type Int32.
           move 0 to rowsOut
           invoke self::setPaths(teamPath)
           OPEN I-O TWO-FACTOR-FILE
           if TF-STATUS-BYTE-1 not = "0"
               exit method.
           invoke self::setKey(teamText, lastText, firstText)
           DELETE TWO-FACTOR-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to rowsOut
           END-DELETE
           CLOSE TWO-FACTOR-FILE.
       end method.

      *#####                   Remembered devices                      #####
       method-id addTrustedDevice private.
       local-storage section.
       01 tokenText        type String.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning tokenOut as type String.
           set tokenOut to type String::Empty
           invoke self::setPaths(teamPath)
           OPEN I-O TRUSTED-DEVICE-FILE
           if TV-STATUS-BYTE-1 not = "0"
               OPEN OUTPUT TRUSTED-DEVICE-FILE
               CLOSE TRUSTED-DEVICE-FILE
               OPEN I-O TRUSTED-DEVICE-FILE
               if TV-STATUS-BYTE-1 not = "0"
                   exit method.
           set tokenText to type System.Guid::NewGuid()::ToString("N") & type System.Guid::NewGuid()::ToString("N")
           MOVE SPACES TO TV-REC
           set TV-TEAM to teamText::Trim::ToUpper
           set TV-LAST to lastText::Trim::ToUpper
           set TV-FIRST to firstText::Trim::ToUpper
           set TV-TOKEN-HASH to self::hashValue(tokenText)
           set TV-TRUSTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           set TV-EXPIRES to type DateTime::Today::AddDays(WS-TRUST-DAYS)::ToString("yyyyMMdd")
           WRITE TV-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set tokenOut to tokenText
           END-WRITE
           CLOSE TRUSTED-DEVICE-FILE.
       end method.

      * The device's cookie token against the account's remembered
      * devices; one past its 30 days is dropped on the way by.
       method-id findTrustedDevice private.
       local-storage section.
       01 todayText        pic x(08).
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value tokenText as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if tokenText = null or tokenText::Trim = type String::Empty
               exit method.
           invoke self::setPaths(teamPath)
           OPEN I-O TRUSTED-DEVICE-FILE
           if TV-STATUS-BYTE-1 not = "0"
               exit method.
           set todayText to type DateTime::Today::ToString("yyyyMMdd")
           MOVE SPACES TO TV-KEY
           set TV-TEAM to teamText::Trim::ToUpper
           set TV-LAST to lastText::Trim::ToUpper
           set TV-FIRST to firstText::Trim::ToUpper
           set TV-TOKEN-HASH to self::hashValue(tokenText::Trim)
           READ TRUSTED-DEVICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if TV-EXPIRES < todayText
                       DELETE TRUSTED-DEVICE-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   else
                       set okFlag to true
                   end-if
           END-READ
           CLOSE TRUSTED-DEVICE-FILE.
       end method.

       method-id dropTrustedDevices private.
       local-storage section.
       01 keyTeam          pic x(15).
       01 keyLast          pic x(15).
       01 keyFirst         pic x(15).
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning rowsOut as type Int32.
           move 0 to rowsOut
           invoke self::setPaths(teamPath)
           OPEN I-O TRUSTED-DEVICE-FILE
           if TV-STATUS-BYTE-1 not = "0"
               exit method.
           set keyTeam to teamText::Trim::ToUpper
           set keyLast to lastText::Trim::ToUpper
           set keyFirst to firstText::Trim::ToUpper
           MOVE LOW-VALUE TO TV-KEY
           move keyTeam to TV-TEAM
           move keyLast to TV-LAST
           move keyFirst to TV-FIRST
           START TRUSTED-DEVICE-FILE KEY NOT LESS THAN TV-KEY
           if TV-STATUS-BYTE-1 not = "0"
               go to device-done.
       device-loop.
           READ TRUSTED-DEVICE-FILE NEXT RECORD
               AT END go to device-done.
           if TV-TEAM not = keyTeam or TV-LAST not = keyLast
               or TV-FIRST not = keyFirst
               go to device-done.
           DELETE TRUSTED-DEVICE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to rowsOut
           END-DELETE
           go to device-loop.
       device-done.
           CLOSE TRUSTED-DEVICE-FILE.
       end method.

      *#####                    Mobile app tokens                      #####
       method-id addAppToken private.
       local-storage section.
       01 tokenText        type String.
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          by value labelText as type String
                          returning tokenOut as type String.
           set tokenOut to type String::Empty
           invoke self::setPaths(teamPath)
           OPEN I-O APP-TOKEN-FILE
           if AT-STATUS-BYTE-1 not = "0"
               OPEN OUTPUT APP-TOKEN-FILE
               CLOSE APP-TOKEN-FILE
               OPEN I-O APP-TOKEN-FILE
               if AT-STATUS-BYTE-1 not = "0"
                   exit method.
           set tokenText to type System.Guid::NewGuid()::ToString("N") & type System.Guid::NewGuid()::ToString("N")
           MOVE SPACES TO AT-REC
           set AT-TOKEN-HASH to self::hashValue(tokenText)
           set AT-TEAM to teamText::Trim::ToUpper
           set AT-LAST to lastText::Trim::ToUpper
           set AT-FIRST to firstText::Trim::ToUpper
           set AT-LABEL to labelText::Trim
           set AT-ISSUED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE AT-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set tokenOut to tokenText
           END-WRITE
           CLOSE APP-TOKEN-FILE.
       end method.

       method-id findAppToken private.
       procedure division using by value teamPath as type String
                          by value tokenText as type String
                          by reference lastOut as type String
                          by reference firstOut as type String
                          returning okFlag as type Condition.
           set okFlag to false
           set lastOut to type String::Empty
           set firstOut to type String::Empty
           if tokenText = null or tokenText::Trim = type String::Empty
               exit method.
           invoke self::setPaths(teamPath)
           OPEN I-O APP-TOKEN-FILE
           if AT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO AT-KEY
           set AT-TOKEN-HASH to self::hashValue(tokenText::Trim)
           READ APP-TOKEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set lastOut to AT-LAST::Trim
                   set firstOut to AT-FIRST::Trim
                   set AT-LAST-USED to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   REWRITE AT-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   set okFlag to true
           END-READ
           CLOSE APP-TOKEN-FILE.
       end method.

      * Keyed by the token's hash, so the account's tokens are found
      * by a pass over the file.
       method-id dropAppTokens private.
       local-storage section.
       01 keyTeam          pic x(15).
       01 keyLast          pic x(15).
       01 keyFirst         pic x(15).
       procedure division using by value teamPath as type String
                          by value teamText as type String
                          by value lastText as type String
                          by value firstText as type String
                          returning rowsOut as type Int32.
           move 0 to rowsOut
           invoke self::setPaths(teamPath)
           OPEN I-O APP-TOKEN-FILE
           if AT-STATUS-BYTE-1 not = "0"
               exit method.
           set keyTeam to teamText::Trim::ToUpper
           set keyLast to lastText::Trim::ToUpper
           set keyFirst to firstText::Trim::ToUpper
           MOVE LOW-VALUE TO AT-KEY
           START APP-TOKEN-FILE KEY NOT LESS THAN AT-KEY
           if AT-STATUS-BYTE-1 not = "0"
               go to token-done.
       token-loop.
           READ APP-TOKEN-FILE NEXT RECORD
               AT END go to token-done.
           if AT-TEAM not = keyTeam or AT-LAST not = keyLast
               or AT-FIRST not = keyFirst
               go to token-loop.
           DELETE APP-TOKEN-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to rowsOut
           END-DELETE
           go to token-loop.
       token-done.
           CLOSE APP-TOKEN-FILE.
       end method.

      *#####           Authenticator codes (30-second TOTP)            #####
      * The step the code matches - this one, the one before or the
      * one after, for a phone clock a little off - or 0 for none.
       method-id totpStep private.
       local-storage section.
       01 keyBytes         type Byte occurs any.
       01 nowStep          type Int64.
       01 tryStep          type Int64.
       01 lastStep         type Int64.
       procedure division using by value secretText as type String
                          by value codeText as type String
                          returning stepOut as type Int64.
           move 0 to stepOut
           if secretText::Trim = type String::Empty
               exit method.
           set keyBytes to self::base32Bytes(secretText::Trim)
           set nowStep to type DateTimeOffset::UtcNow::ToUnixTimeSeconds
           divide nowStep by 30 giving nowStep
           compute tryStep = nowStep - 1
           compute lastStep = nowStep + 1.
       step-loop.
           if tryStep > lastStep
               exit method.
           if self::totpCode(keyBytes, tryStep) = codeText
               move tryStep to stepOut
               exit method.
           add 1 to tryStep
           go to step-loop.
       end method.

      * HMAC-SHA1 over the big-endian step, dynamically truncated to
      * six digits - the published authenticator algorithm.
       method-id totpCode private.
       local-storage section.
       01 hmac             type System.Security.Cryptography.HMACSHA1.
       01 stepBytes        type Byte occurs any.
       01 hashBytes        type Byte occurs any.
       01 offsetIdx        type Int32.
       01 byteIdx          type Int32.
       01 byte1            type Int32.
       01 byte2            type Int32.
       01 byte3            type Int32.
       01 byte4            type Int32.
       01 workQuot         type Int32.
       01 binaryCode       pic 9(10).
       01 codeNum          pic 9(06).
       procedure division using by value keyBytes as type Byte occurs any
                          by value stepValue as type Int64
                          returning codeOut as type String.
           set stepBytes to type BitConverter::GetBytes(stepValue)
           if type BitConverter::IsLittleEndian
               invoke type Array::Reverse(stepBytes).
           set hmac to new System.Security.Cryptography.HMACSHA1(keyBytes)
           set hashBytes to hmac::ComputeHash(stepBytes)
           invoke hmac::Dispose()

           set byte1 to hashBytes[19]
           divide byte1 by 16 giving workQuot remainder offsetIdx
           set byte1 to hashBytes[offsetIdx]
           divide byte1 by 128 giving workQuot remainder byte1
           compute byteIdx = offsetIdx + 1
           set byte2 to hashBytes[byteIdx]
           compute byteIdx = offsetIdx + 2
           set byte3 to hashBytes[byteIdx]
           compute byteIdx = offsetIdx + 3
           set byte4 to hashBytes[byteIdx]
           compute binaryCode = (byte1 * 16777216) + (byte2 * 65536)
                              + (byte3 * 256) + byte4
           divide binaryCode by 1000000 giving binaryCode remainder codeNum
           set codeOut to codeNum::ToString("000000").
       end method.

      * A fresh 20-byte secret, spelled in the base-32 the phone apps
      * take - exactly 32 letters, no padding.
       method-id newSecret private.
       local-storage section.
       01 rng              type System.Security.Cryptography.RandomNumberGenerator.
       01 secretBytes      type Byte occurs 20.
       01 secretOut2       type String.
       01 nn               type Int32.
       01 bitBuffer        type Int32.
       01 bitsHeld         type Int32.
       01 shiftDiv         type Int32.
       01 charIdx          type Int32.
       01 workQuot         type Int32.
       procedure division returning secretOut as type String.
           set rng to type System.Security.Cryptography.RandomNumberGenerator::Create()
           invoke rng::GetBytes(secretBytes)
           invoke rng::Dispose()
           set secretOut2 to type String::Empty
           move 0 to nn bitBuffer bitsHeld.
       secret-byte-loop.
           if nn >= 20
               go to secret-done.
           compute bitBuffer = (bitBuffer * 256) + secretBytes[nn]
           add 8 to bitsHeld.
       secret-char-loop.
           if bitsHeld < 5
               add 1 to nn
               go to secret-byte-loop.
           compute shiftDiv = 2 ** (bitsHeld - 5)
           divide bitBuffer by shiftDiv giving charIdx remainder bitBuffer
           set secretOut2 to secretOut2 & WS-BASE32-ALPHABET::Substring(charIdx, 1)
           subtract 5 from bitsHeld
           go to secret-char-loop.
       secret-done.
           set secretOut to secretOut2.
       end method.

      * The base-32 secret back to its key bytes; anything outside the
      * alphabet (blanks, dashes somebody typed) is skipped.
       method-id base32Bytes private.
       local-storage section.
       01 keyStream        type System.IO.MemoryStream.
       01 nn               type Int32.
       01 charVal          type Int32.
       01 bitBuffer        type Int32.
       01 bitsHeld         type Int32.
       01 shiftDiv         type Int32.
       01 byteVal          type Int32.
       01 upperText        type String.
       procedure division using by value secretText as type String
                          returning keyBytes as type Byte occurs any.
           set keyStream to new System.IO.MemoryStream
           set upperText to secretText::ToUpper
           move 0 to nn bitBuffer bitsHeld.
       decode-loop.
           if nn >= upperText::Length
               go to decode-done.
           set charVal to WS-BASE32-ALPHABET::IndexOf(upperText::Substring(nn, 1))
           add 1 to nn
           if charVal < 0
               go to decode-loop.
           compute bitBuffer = (bitBuffer * 32) + charVal
           add 5 to bitsHeld
           if bitsHeld >= 8
               compute shiftDiv = 2 ** (bitsHeld - 8)
               divide bitBuffer by shiftDiv giving byteVal remainder bitBuffer
               subtract 8 from bitsHeld
               invoke keyStream::WriteByte(type Convert::ToByte(byteVal)).
           go to decode-loop.
       decode-done.
           set keyBytes to keyStream::ToArray.
       end method.

      *#####                  Codes, tokens, hashes                    #####
       method-id randomCode private.
       local-storage section.
       01 rng              type System.Security.Cryptography.RandomNumberGenerator.
       01 randBytes        type Byte occurs 4.
       01 randValue        pic 9(10).
       01 workQuot         pic 9(10).
       01 codeNum          pic 9(06).
       procedure division returning codeOut as type String.
           set rng to type System.Security.Cryptography.RandomNumberGenerator::Create()
           invoke rng::GetBytes(randBytes)
           invoke rng::Dispose()
           set randValue to type BitConverter::ToUInt32(randBytes, 0)
           divide randValue by 1000000 giving workQuot remainder codeNum
           set codeOut to codeNum::ToString("000000").
       end method.

      * Salted SHA-256 in the 32-hex-character form WEBPASS-HASH holds.
       method-id hashValue private.
       local-storage section.
       01 sha          type System.Security.Cryptography.SHA256.
       01 hashBytes    type Byte occurs any.
       procedure division using by value plainText as type String
                          returning hashText as type String.
           set sha to type System.Security.Cryptography.SHA256::Create()
           set hashBytes to sha::ComputeHash(type System.Text.Encoding::UTF8::GetBytes("BATS2FA" & plainText))
           set hashText to type BitConverter::ToString(hashBytes)::Replace("-", type String::Empty)::Substring(0, 32)
           invoke sha::Dispose().
       end method.

       end class.
