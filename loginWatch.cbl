       class-id batsweb.loginWatch.

      * Sign-in anomaly watch - LOGINATTEMPT.LOG, AUDITLOG.LOG and
      * SESSREG.DAT record every sign-in and every page, but nobody
      * read them until something had already gone wrong. Each run
      * picks up the login lines written since the last one (live
      * log and any LOGARCH rotation of it) and keeps, per team,
      * every user's normal pattern in WEBSYNC\LOGINPROFILE.DAT - the
      * networks they sign in from (the /16 of an IPv4 address, the
      * first three groups of an IPv6 one), the hours and the
      * browser/platform pairs, plus a video-only ("V") login's usual
      * pages per active hour. Four things raise a flag:
      *   NEWNET    a sign-in from a network the user has never used,
      *             once the user has WS-LEARN-SIGNINS sign-ins behind
      *             them (an unusual hour or a new device is noted on
      *             the flag)
      *   TRAVEL    two sign-ins from places further apart than the
      *             time between them allows - places come from the
      *             hand-kept IPPLACES.TXT beside the Programs root
      *             (network prefix,latitude,longitude,label per line;
      *             "*" lines are comments); addresses it does not
      *             place are never judged
      *   FAILBURST failed sign-ins against WS-BURST-ACCOUNTS or more
      *             different accounts of one team inside
      *             WS-BURST-MINUTES
      *   VPAGES    a "V" login hitting WS-VPAGE-FLOOR pages in an
      *             hour, or WS-VPAGE-TIMES times its usual hour
      * A flag lands in WEBSYNC\LOGINFLAG.DAT (once - each carries a
      * de-duplication key) and every admin ("A") login of the team
      * gets a notification-center notice linking straight to it on
      * loginAlerts.aspx.cbl, where one click forces the user's
      * sessions off and locks the account. LOGINWATCH.LOG at the
      * Programs root lists what was raised.
      * LOGINWATCH.CTL beside the logs carries how far the last run
      * read; without one the run only learns - it builds the
      * patterns from everything on hand and raises nothing.
      * Scheduling (every quarter hour or so) is a Task
      * Scheduler/cron concern outside this program, same as
      * queueHousekeeping.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LOG-IN-FILE ASSIGN WS-LOG-IN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LI-STATUS-COMN.
          SELECT CONTROL-FILE ASSIGN WS-CONTROL-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CT-STATUS-COMN.
          SELECT PLACES-FILE ASSIGN WS-PLACES-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PL-STATUS-COMN.
          SELECT WATCH-LOG-FILE ASSIGN WS-WATCH-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT LOGIN-PROFILE-FILE ASSIGN WS-LOGINPROFILE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LP-KEY
              LOCK MANUAL
              FILE STATUS IS LP-STATUS-COMN.
          SELECT LOGIN-FLAG-FILE ASSIGN WS-LOGINFLAG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LF-KEY
              LOCK MANUAL
              FILE STATUS IS LF-STATUS-COMN.
          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One line of LOGINATTEMPT.LOG or AUDITLOG.LOG. The login lines
      * are built from fixed-width fields by Default.aspx.cbl's
      * LOG_ATTEMPT, so they are read by column; lines written before
      * the address and device were added simply leave those blank.
       FD  LOG-IN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-IN-REC.
       01  LOG-IN-REC                  PIC X(256).
       01  LA-LINE.
           05  LA-STAMP                PIC X(19).
      *    LOG_ATTEMPT writes its stamp from a 26-byte field.
           05  FILLER                  PIC X(07).
           05  LA-TEAM-TAG             PIC X(07).
           05  LA-TEAM                 PIC X(15).
           05  LA-LAST-TAG             PIC X(07).
           05  LA-LAST                 PIC X(15).
           05  LA-FIRST-TAG            PIC X(08).
           05  LA-FIRST                PIC X(15).
           05  LA-RESULT-TAG           PIC X(09).
           05  LA-RESULT               PIC X(04).
           05  LA-IP-TAG               PIC X(05).
           05  LA-IP                   PIC X(45).
           05  LA-DEVICE-TAG           PIC X(09).
           05  LA-DEVICE               PIC X(40).
           05  FILLER                  PIC X(51).

      * How far the last run read: the newest login line's stamp and
      * the clock hour the page counts were taken up to.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CT-REC.
       01  CT-REC.
           05  CT-LOGIN-THRU           PIC X(19).
           05  FILLER                  PIC X(02).
           05  CT-AUDIT-HOUR           PIC X(13).
           05  FILLER                  PIC X(46).

       FD  PLACES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PL-REC.
       01  PL-REC                      PIC X(120).

       FD  WATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WATCH-LOG-REC.
       01  WATCH-LOG-REC               PIC X(256).

      * Each user's sign-in pattern, one record per thing seen:
      *   "N" network, "H" hour (00-23), "D" browser/platform - how
      *       many sign-ins from it, first and last time
      *   "L" (value blank) - total sign-ins, the last one's time and
      *       address in LP-NOTE
      *   "P" (value blank) - a "V" login's pages over its completed
      *       active hours (LP-COUNT) and how many hours (LP-AUX)
       FD  LOGIN-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LP-REC.
       01  LP-REC.
           05  LP-KEY.
               10  LP-LAST                 PIC X(15).
               10  LP-FIRST                PIC X(15).
               10  LP-KIND                 PIC X.
                   88  LP-NETWORK          VALUE "N".
                   88  LP-HOUR             VALUE "H".
                   88  LP-DEVICE           VALUE "D".
                   88  LP-LAST-SIGNIN      VALUE "L".
                   88  LP-PAGE-RATE        VALUE "P".
               10  LP-VALUE                PIC X(40).
           05  LP-REST.
               10  LP-COUNT                PIC 9(07).
               10  LP-AUX                  PIC 9(07).
               10  LP-FIRST-SEEN           PIC X(19).
               10  LP-LAST-SEEN            PIC X(19).
               10  LP-NOTE                 PIC X(45).
               10  FILLER                  PIC X(10).

      * One raised flag, keyed by when it was raised. LF-DEDUPE is
      * what makes a second run over the same lines raise nothing.
      * loginAlerts.aspx.cbl closes it: "L" the account was locked
      * and its sessions forced off, "D" dismissed.
       FD  LOGIN-FLAG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LF-REC.
       01  LF-REC.
           05  LF-KEY.
               10  LF-STAMP                PIC X(17).
           05  LF-REST.
               10  LF-KIND                 PIC X(10).
               10  LF-LAST                 PIC X(15).
               10  LF-FIRST                PIC X(15).
               10  LF-SOURCE-IP            PIC X(45).
               10  LF-SEEN-AT              PIC X(19).
               10  LF-DETAIL               PIC X(120).
               10  LF-DEDUPE               PIC X(60).
               10  LF-STATUS               PIC X.
                   88  LF-OPEN             VALUE "O".
                   88  LF-LOCKED           VALUE "L".
                   88  LF-DISMISSED        VALUE "D".
               10  LF-HANDLED-BY           PIC X(30).
               10  LF-HANDLED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout Default.aspx.cbl/adminUsers.aspx.cbl read - who
      * is video-only and who is the team admin.
       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.
       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
               10  WEBPASS-PASS            PIC 9(18).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-PWD-CHANGED     PIC 9(08).
               10  WEBPASS-PWD-FORMAT      PIC X.
               10  WEBPASS-SALT            PIC X(08).
               10  WEBPASS-HASH            PIC X(32).
               10  FILLER                  PIC X(01).

      * Same inbox layout Site.Master.cbl's notification bell reads.
       FD  NOTIFY-INBOX-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NI-REC.
       01  NI-REC.
           05  NI-KEY.
               10  NI-LAST                 PIC X(15).
               10  NI-FIRST                PIC X(15).
               10  NI-STAMP                PIC X(17).
           05  NI-REST.
               10  NI-TEXT                 PIC X(120).
               10  NI-READ-FLAG            PIC X.
               10  FILLER                  PIC X(10).

       working-storage section.
       01 WS-LOG-IN-FILE           PIC X(256) VALUE "LOGINATTEMPT.LOG".
       01 LI-STATUS-COMN.
           05  LI-STATUS-BYTE-1        PIC X.
           05  LI-STATUS-BYTE-2        PIC X.
       01 WS-CONTROL-FILE          PIC X(256) VALUE "LOGINWATCH.CTL".
       01 CT-STATUS-COMN.
           05  CT-STATUS-BYTE-1        PIC X.
           05  CT-STATUS-BYTE-2        PIC X.
       01 WS-PLACES-FILE           PIC X(256) VALUE "IPPLACES.TXT".
       01 PL-STATUS-COMN.
           05  PL-STATUS-BYTE-1        PIC X.
           05  PL-STATUS-BYTE-2        PIC X.
       01 WS-WATCH-LOG-FILE        PIC X(256) VALUE "LOGINWATCH.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X.
           05  LOG-STATUS-BYTE-2       PIC X.
       01 WS-LOGINPROFILE-FILE     PIC X(256) VALUE "LOGINPROFILE.DAT".
       01 LP-STATUS-COMN.
           05  LP-STATUS-BYTE-1        PIC X.
           05  LP-STATUS-BYTE-2        PIC X.
       01 WS-LOGINFLAG-FILE        PIC X(256) VALUE "LOGINFLAG.DAT".
       01 LF-STATUS-COMN.
           05  LF-STATUS-BYTE-1        PIC X.
           05  LF-STATUS-BYTE-2        PIC X.
       01 WS-BATSW020-FILE         PIC X(256) VALUE "BATSW020.DAT".
       01 STATUS-COMN.
           05  STATUS-BYTE-1           PIC X.
           05  STATUS-BYTE-2           PIC X.
       01 WS-NOTIFYINBOX-FILE      PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.

       01 WS-PROGRAMS-ROOT         type String.
      * "Y" on the first run - build the patterns, raise nothing.
       01 WS-LEARN-ONLY            PIC X VALUE "N".
       01 WS-LOGIN-THRU            PIC X(19) VALUE SPACES.
       01 WS-NEW-LOGIN-THRU        PIC X(19) VALUE SPACES.
       01 WS-AUDIT-HOUR            PIC X(13) VALUE SPACES.
       01 WS-NOW-HOUR              PIC X(13).
      * Earliest stamp still read for the failure window only.
       01 WS-LOOKBACK-AT           PIC X(19) VALUE SPACES.
       01 WS-FLAG-COUNT            PIC 9(05) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(07) VALUE 0.

      * Thresholds.
       01 WS-LEARN-SIGNINS         PIC 9(03) VALUE 10.
       01 WS-BURST-ACCOUNTS        PIC 9(03) VALUE 5.
       01 WS-BURST-MINUTES         PIC 9(03) VALUE 10.
       01 WS-TRAVEL-MIN-KM         PIC 9(05) VALUE 500.
      * Faster than this between two places is not one person.
       01 WS-TRAVEL-KMH            PIC 9(05) VALUE 900.
       01 WS-VPAGE-FLOOR           PIC 9(05) VALUE 60.
       01 WS-VPAGE-TIMES           PIC 9(02) VALUE 3.
       01 WS-VPAGE-MIN-HOURS       PIC 9(03) VALUE 5.

      * Failed sign-ins inside the burst window, all teams.
       01 WS-FAIL-MAX              PIC 9(04) VALUE 400.
       01 WS-FAIL-USED             PIC 9(04) VALUE 0.
       01 FAIL-WINDOW.
           05  FW-ENTRY                OCCURS 400.
               10  FW-TEAM             PIC X(15).
               10  FW-ACCOUNT          PIC X(30).
               10  FW-SECS             PIC 9(11).

      * The hand-kept place list.
       01 WS-PLACE-MAX             PIC 9(04) VALUE 500.
       01 WS-PLACE-USED            PIC 9(04) VALUE 0.
       01 PLACE-TABLE.
           05  PT-ENTRY                OCCURS 500.
               10  PT-PREFIX           PIC X(45).
               10  PT-LAT              COMP-2.
               10  PT-LON              COMP-2.
               10  PT-LABEL            PIC X(30).

      * Every video-only login, all teams - team folder name, last,
      * first.
       01 WS-VUSER-MAX             PIC 9(04) VALUE 1000.
       01 WS-VUSER-USED            PIC 9(04) VALUE 0.
       01 VUSER-TABLE.
           05  VU-ENTRY                OCCURS 1000.
               10  VU-KEY              PIC X(45).

      * A "V" login's page count per clock hour since the last run's
      * hour.
       01 WS-VHOUR-MAX             PIC 9(04) VALUE 2000.
       01 WS-VHOUR-USED            PIC 9(04) VALUE 0.
       01 VHOUR-TABLE.
           05  VH-ENTRY                OCCURS 2000.
               10  VH-KEY              PIC X(45).
               10  VH-HOUR             PIC X(13).
               10  VH-HITS             PIC 9(05).

      * The team's admins, gathered before their notices go out.
       01 WS-ADMIN-USED            PIC 9(03) VALUE 0.
       01 ADMIN-TABLE.
           05  AD-ENTRY                OCCURS 50.
               10  AD-LAST             PIC X(15).
               10  AD-FIRST            PIC X(15).

       method-id Main static public.
       local-storage section.
       01 programsRoot         type String.
       01 runStamp             type String.
       01 worker               type batsweb.loginWatch.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: loginWatch <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "LOGINWATCH")
           set worker to new batsweb.loginWatch
           invoke worker::runWatch(programsRoot)
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "LOGINWATCH", runStamp, "C", worker::flagCount)
           goback.
       end method.

       method-id flagCount public.
       procedure division returning countOut as type Int32.
           move WS-FLAG-COUNT to countOut.
       end method.

      *#####                    One watch pass                         #####
       method-id runWatch public.
       local-storage section.
       01 lookbackDate     type DateTime.
       01 backMins         type Double.
       procedure division using by value programsRoot as type String.
           set WS-PROGRAMS-ROOT to programsRoot
           set WS-CONTROL-FILE to programsRoot & "\LOGINWATCH.CTL"
           set WS-PLACES-FILE to programsRoot & "\IPPLACES.TXT"
           set WS-WATCH-LOG-FILE to programsRoot & "\LOGINWATCH.LOG"
           set WS-NOW-HOUR to type DateTime::Now::ToString("yyyy-MM-dd HH")

           invoke self::readControl
           invoke self::loadPlaces
           invoke self::loadVideoUsers

      *    The failure window reaches back before the checkpoint so a
      *    burst straddling two runs is still seen whole.
           if WS-LEARN-ONLY = "N"
               if type DateTime::TryParse(WS-LOGIN-THRU::Trim, by reference lookbackDate)
                   compute backMins = 0 - WS-BURST-MINUTES
                   set lookbackDate to lookbackDate::AddMinutes(backMins)
                   set WS-LOOKBACK-AT to lookbackDate::ToString("yyyy-MM-dd HH:mm:ss")
               end-if
           end-if
           move WS-LOGIN-THRU to WS-NEW-LOGIN-THRU

           invoke self::readLogFamily("LOGINATTEMPT", WS-LOOKBACK-AT, "L")
           invoke self::readLogFamily("AUDITLOG", WS-AUDIT-HOUR, "A")
           invoke self::settlePageHours

           invoke self::writeControl
           if WS-LEARN-ONLY = "Y"
               invoke type System.Console::WriteLine(WS-LINE-COUNT::ToString & " sign-in lines learned from - first run, nothing raised")
           else
               invoke type System.Console::WriteLine(WS-LINE-COUNT::ToString & " sign-in lines read, " & WS-FLAG-COUNT::ToString & " flags raised").
       end method.

      *#####              Where the last run stopped                   #####
       method-id readControl private.
       procedure division.
           move "Y" to WS-LEARN-ONLY
           OPEN INPUT CONTROL-FILE
           if CT-STATUS-BYTE-1 not = "0"
               exit method.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   if CT-LOGIN-THRU not = spaces
                       move CT-LOGIN-THRU to WS-LOGIN-THRU
                       move CT-AUDIT-HOUR to WS-AUDIT-HOUR
                       move "N" to WS-LEARN-ONLY
                   end-if
           END-READ
           CLOSE CONTROL-FILE.
       end method.

      * The page counts are retaken from the top of the current hour
      * next time, so that is where the audit checkpoint stays.
       method-id writeControl private.
       procedure division.
           if WS-NEW-LOGIN-THRU = spaces
               set WS-NEW-LOGIN-THRU to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           OPEN OUTPUT CONTROL-FILE
           if CT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CT-REC
           move WS-NEW-LOGIN-THRU to CT-LOGIN-THRU
           move WS-NOW-HOUR to CT-AUDIT-HOUR
           WRITE CT-REC
           CLOSE CONTROL-FILE.
       end method.

      *#####                  The hand-kept places                     #####
       method-id loadPlaces private.
       local-storage section.
       01 lineText         type String.
       01 parts            type String[].
       01 latNum           type Double.
       01 lonNum           type Double.
       procedure division.
           OPEN INPUT PLACES-FILE
           if PL-STATUS-BYTE-1 not = "0"
               exit method.
       place-loop.
           READ PLACES-FILE
               AT END go to place-done.
           set lineText to PL-REC
           set lineText to lineText::Trim
           if lineText::Length = 0 or lineText::StartsWith("*")
               go to place-loop.
           set parts to lineText::Split(",")
           if parts::Length < 4
               go to place-loop.
           if not type Double::TryParse(parts[1]::Trim, type System.Globalization.NumberStyles::Float, type System.Globalization.CultureInfo::InvariantCulture, by reference latNum)
               go to place-loop.
           if not type Double::TryParse(parts[2]::Trim, type System.Globalization.NumberStyles::Float, type System.Globalization.CultureInfo::InvariantCulture, by reference lonNum)
               go to place-loop.
           if WS-PLACE-USED >= WS-PLACE-MAX
               go to place-done.
           add 1 to WS-PLACE-USED
           MOVE SPACES TO PT-PREFIX(WS-PLACE-USED) PT-LABEL(WS-PLACE-USED)
           set PT-PREFIX(WS-PLACE-USED) to parts[0]::Trim
           set PT-LABEL(WS-PLACE-USED) to parts[3]::Trim
           move latNum to PT-LAT(WS-PLACE-USED)
           move lonNum to PT-LON(WS-PLACE-USED)
           go to place-loop.
       place-done.
           CLOSE PLACES-FILE.
       end method.

      * Longest listed prefix the address starts with.
       method-id placeOf private.
       local-storage section.
       01 pp               pic 9(04).
       01 bestLen          type Int32 value 0.
       01 prefixText       type String.
       procedure division using by value ipText as type String
                          by reference latOut as type Double
                          by reference lonOut as type Double
                          by reference labelOut as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if ipText::Trim::Length = 0
               exit method.
           move 0 to pp.
       match-loop.
           add 1 to pp
           if pp > WS-PLACE-USED
               exit method.
           set prefixText to PT-PREFIX(pp)::Trim
           if prefixText::Length > bestLen
               and ipText::Trim::StartsWith(prefixText)
               set bestLen to prefixText::Length
               move PT-LAT(pp) to latOut
               move PT-LON(pp) to lonOut
               set labelOut to PT-LABEL(pp)::Trim
               set okFlag to true.
           go to match-loop.
       end method.

      *#####            Every team's video-only logins                 #####
       method-id loadVideoUsers private.
       local-storage section.
       01 teamDirs         type String[].
       01 tt               type Int32.
       01 folderName       pic x(15).
       procedure division.
           set teamDirs to type System.IO.Directory::GetDirectories(WS-PROGRAMS-ROOT)
           move 0 to tt.
       team-loop.
           if tt >= teamDirs::Length
               exit method.
           set WS-BATSW020-FILE to teamDirs[tt] & "\WEBSYNC\BATSW020.DAT"
           set folderName to type System.IO.Path::GetFileName(teamDirs[tt])::ToUpper
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               go to team-next.
           MOVE LOW-VALUE TO WEBPASS-KEY
           START WEBPASS-FILE KEY NOT LESS THAN WEBPASS-KEY
           if STATUS-BYTE-1 not = "0"
               go to team-close.
       user-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END go to team-close.
           if WEBPASS-LEVEL not = "V"
               go to user-loop.
           if WS-VUSER-USED >= WS-VUSER-MAX
               go to team-close.
           add 1 to WS-VUSER-USED
           MOVE SPACES TO VU-KEY(WS-VUSER-USED)
           move folderName to VU-KEY(WS-VUSER-USED)(1:15)
           move WEBPASS-LAST to VU-KEY(WS-VUSER-USED)(16:15)
           move WEBPASS-FIRST to VU-KEY(WS-VUSER-USED)(31:15)
           go to user-loop.
       team-close.
           CLOSE WEBPASS-FILE.
       team-next.
           add 1 to tt
           go to team-loop.
       end method.

      *#####     A log and its LOGARCH rotations, oldest first         #####
      * logArchive.cbl names a rotation <name>-<yyyyMMdd>.LOG for the
      * day it moved the file, so any rotation dated on or after the
      * floor's day can hold lines past the floor. "L" feeds the
      * sign-in lines, "A" the page lines.
       method-id readLogFamily private.
       local-storage section.
       01 archFiles        type String[].
       01 ff               type Int32.
       01 floorDay         type String.
       01 nameDay          type String.
       01 baseName         type String.
       01 prefixLen        type Int32.
       procedure division using by value logName as type String
                          by value floorText as type String
                          by value passCode as type String.
           set floorDay to type String::Empty
           if floorText::Trim::Length >= 10
               set floorDay to floorText::Substring(0, 10)::Replace("-", type String::Empty).

           if type System.IO.Directory::Exists(WS-PROGRAMS-ROOT & "\LOGARCH")
               set archFiles to type System.IO.Directory::GetFiles(WS-PROGRAMS-ROOT & "\LOGARCH", logName & "-*.LOG")
               invoke type System.Array::Sort(archFiles)
               set prefixLen to logName::Length
               add 1 to prefixLen
               move 0 to ff
           else
               go to live-file.
       arch-loop.
           if ff >= archFiles::Length
               go to live-file.
           set baseName to type System.IO.Path::GetFileNameWithoutExtension(archFiles[ff])
           if baseName::Length >= prefixLen
               set nameDay to baseName::Substring(prefixLen)
               if type String::CompareOrdinal(nameDay, floorDay) >= 0
                   invoke self::readOneLog(archFiles[ff], floorText, passCode)
               end-if
           end-if
           add 1 to ff
           go to arch-loop.
       live-file.
           invoke self::readOneLog(WS-PROGRAMS-ROOT & "\" & logName & ".LOG", floorText, passCode).
       end method.

       method-id readOneLog private.
       local-storage section.
       01 lineText         type String.
       01 floorPic         pic x(19).
       01 floorLen         type Int32.
       procedure division using by value logPath as type String
                          by value floorText as type String
                          by value passCode as type String.
           if not type System.IO.File::Exists(logPath)
               exit method.
           MOVE SPACES TO floorPic
           set floorPic to floorText::Trim
           set floorLen to floorText::Trim::Length
           set WS-LOG-IN-FILE to logPath
           OPEN INPUT LOG-IN-FILE
           if LI-STATUS-BYTE-1 not = "0"
               exit method.
       line-loop.
           READ LOG-IN-FILE
               AT END go to line-done.
           if LA-STAMP(1:2) not = "20"
               go to line-loop.
           if floorLen > 0
               and LA-STAMP(1:floorLen) < floorPic(1:floorLen)
               go to line-loop.
           if passCode = "L"
               invoke self::takeLoginLine
           else
               set lineText to LOG-IN-REC
               invoke self::takeAuditLine(lineText)
           end-if
           go to line-loop.
       line-done.
           CLOSE LOG-IN-FILE.
       end method.

      *#####                    One sign-in line                       #####
      * Lines at or before the checkpoint only feed the failure
      * window; only newer ones are learned from and judged.
       method-id takeLoginLine private.
       local-storage section.
       01 newLine          pic x value "N".
       procedure division.
           if LA-RESULT-TAG not = "  RESULT="
               exit method.
           if LA-STAMP > WS-LOGIN-THRU
               move "Y" to newLine
               add 1 to WS-LINE-COUNT
               if LA-STAMP > WS-NEW-LOGIN-THRU
                   move LA-STAMP to WS-NEW-LOGIN-THRU
               end-if
           end-if

           EVALUATE LA-RESULT
               WHEN "PASS"
                   if newLine = "Y"
                       invoke self::judgeSignIn
                   end-if
               WHEN "FAIL"
               WHEN "BADC"
               WHEN "NOID"
               WHEN "LOCK"
               WHEN "DSBL"
                   invoke self::judgeFailure(newLine)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       end method.

      *#####       A good password - against the user's pattern        #####
       method-id judgeSignIn private.
       local-storage section.
       01 teamPath         type String.
       01 netText          pic x(40).
       01 hourText         pic x(40).
       01 deviceText       pic x(40).
       01 signinCount      pic 9(07) value 0.
       01 priorAt          pic x(19) value spaces.
       01 priorIp          pic x(45) value spaces.
       01 knownNet         pic x value "N".
       01 knownHour        pic x value "N".
       01 knownDevice      pic x value "N".
       01 detailText       type String.
       procedure division.
           set teamPath to self::teamPathOf(LA-TEAM)
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           set WS-LOGINPROFILE-FILE to teamPath & "\WEBSYNC\LOGINPROFILE.DAT"
           OPEN I-O LOGIN-PROFILE-FILE
           IF LP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOGIN-PROFILE-FILE
               CLOSE LOGIN-PROFILE-FILE
               OPEN I-O LOGIN-PROFILE-FILE
           END-IF
           if LP-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO netText hourText deviceText
           if LA-IP not = spaces
               set netText to self::networkOf(LA-IP).
           move LA-STAMP(12:2) to hourText
           move LA-DEVICE to deviceText

           MOVE SPACES TO LP-REC
           move LA-LAST to LP-LAST
           move LA-FIRST to LP-FIRST
           move "L" to LP-KIND
           READ LOGIN-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move LP-COUNT to signinCount
                   move LP-LAST-SEEN to priorAt
                   move LP-NOTE to priorIp
           END-READ
           if netText not = spaces
               set knownNet to self::profileHas("N", netText).
           set knownHour to self::profileHas("H", hourText)
           if deviceText not = spaces
               set knownDevice to self::profileHas("D", deviceText).

           if WS-LEARN-ONLY = "N" and signinCount >= WS-LEARN-SIGNINS
               and netText not = spaces and knownNet = "N"
               set detailText to "Sign-in from " & LA-IP::Trim & ", a network (" & netText::Trim & ") never used before"
               if knownHour = "N"
                   set detailText to detailText & "; unusual hour " & hourText(1:2) & ":00"
               end-if
               if deviceText not = spaces and knownDevice = "N"
                   set detailText to detailText & "; new device " & deviceText::Trim
               end-if
               invoke self::raiseFlag(teamPath, "NEWNET", LA-LAST, LA-FIRST, LA-IP, LA-STAMP, detailText,
                   "NEWNET " & LA-LAST & LA-FIRST & netText)
           end-if

           if WS-LEARN-ONLY = "N" and priorIp not = spaces and LA-IP not = spaces
               and priorIp not = LA-IP
               invoke self::judgeTravel(teamPath, priorAt, priorIp)
           end-if

           if netText not = spaces
               invoke self::bumpProfile("N", netText, type String::Empty).
           invoke self::bumpProfile("H", hourText, type String::Empty)
           if deviceText not = spaces
               invoke self::bumpProfile("D", deviceText, type String::Empty).
           invoke self::bumpProfile("L", type String::Empty, LA-IP)
           CLOSE LOGIN-PROFILE-FILE.
       end method.

      * "Y" when the user's pattern already holds this value.
       method-id profileHas private.
       procedure division using by value kindCode as type String
                          by value valueText as type String
                          returning foundFlag as type String.
           set foundFlag to "N"
           MOVE SPACES TO LP-REC
           move LA-LAST to LP-LAST
           move LA-FIRST to LP-FIRST
           set LP-KIND to kindCode
           set LP-VALUE to valueText
           READ LOGIN-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if LP-COUNT > 0
                       set foundFlag to "Y"
                   end-if
           END-READ.
       end method.

      * One more sighting of a value in the user's pattern (the open
      * LOGIN-PROFILE-FILE is the current team's).
       method-id bumpProfile private.
       procedure division using by value kindCode as type String
                          by value valueText as type String
                          by value noteText as type String.
           MOVE SPACES TO LP-REC
           move LA-LAST to LP-LAST
           move LA-FIRST to LP-FIRST
           set LP-KIND to kindCode
           set LP-VALUE to valueText
           READ LOGIN-PROFILE-FILE
               INVALID KEY
                   move 0 to LP-COUNT LP-AUX
                   move LA-STAMP to LP-FIRST-SEEN
           END-READ
           add 1 to LP-COUNT
           move LA-STAMP to LP-LAST-SEEN
           if noteText::Trim::Length > 0
               set LP-NOTE to noteText.
           WRITE LP-REC
               INVALID KEY
                   REWRITE LP-REC
           END-WRITE.
       end method.

      *#####        Two places too far apart for the time between      #####
       method-id judgeTravel private.
       local-storage section.
       01 priorLat         type Double.
       01 priorLon         type Double.
       01 priorLabel       type String.
       01 nowLat           type Double.
       01 nowLon           type Double.
       01 nowLabel         type String.
       01 priorDate        type DateTime.
       01 nowDate          type DateTime.
       01 gapHours         type Double.
       01 distKm           type Double.
       01 kmText           pic z(04)9.
       01 priorShort       pic x(16).
       01 detailText       type String.
       procedure division using by value teamPath as type String
                          by value priorAt as type String
                          by value priorIp as type String.
           if not self::placeOf(priorIp, by reference priorLat, by reference priorLon, by reference priorLabel)
               exit method.
           if not self::placeOf(LA-IP, by reference nowLat, by reference nowLon, by reference nowLabel)
               exit method.
           if priorLabel = nowLabel
               exit method.
           if not type DateTime::TryParse(priorAt::Trim, by reference priorDate)
               exit method.
           if not type DateTime::TryParse(LA-STAMP, by reference nowDate)
               exit method.

           set distKm to self::kmBetween(priorLat, priorLon, nowLat, nowLon)
           if distKm < WS-TRAVEL-MIN-KM
               exit method.
           set gapHours to (nowDate::Subtract(priorDate))::TotalHours
           if gapHours * WS-TRAVEL-KMH >= distKm
               exit method.

           move distKm to kmText
           set priorShort to priorAt
           set detailText to "Signed in at " & priorLabel & " (" & priorIp::Trim & ") " & priorShort
               & " then " & nowLabel & " (" & LA-IP::Trim & ") " & LA-STAMP(12:5) & " - " & kmText::Trim & " km apart"
           invoke self::raiseFlag(teamPath, "TRAVEL", LA-LAST, LA-FIRST, LA-IP, LA-STAMP, detailText,
               "TRAVEL " & LA-LAST & LA-FIRST & LA-STAMP)
       end method.

      * Great-circle distance in kilometres.
       method-id kmBetween private.
       local-storage section.
       01 radPerDeg        type Double.
       01 halfLat          type Double.
       01 halfLon          type Double.
       01 lat1Rad          type Double.
       01 lat2Rad          type Double.
       01 sinLat           type Double.
       01 sinLon           type Double.
       01 cosLat1          type Double.
       01 cosLat2          type Double.
       01 chordSq          type Double.
       01 rootChord        type Double.
       01 arcRad           type Double.
       procedure division using by value lat1 as type Double
                          by value lon1 as type Double
                          by value lat2 as type Double
                          by value lon2 as type Double
                          returning kmOut as type Double.
           compute radPerDeg = type Math::PI / 180
           compute halfLat = (lat2 - lat1) * radPerDeg / 2
           compute halfLon = (lon2 - lon1) * radPerDeg / 2
           compute lat1Rad = lat1 * radPerDeg
           compute lat2Rad = lat2 * radPerDeg
           set sinLat to type Math::Sin(halfLat)
           set sinLon to type Math::Sin(halfLon)
           set cosLat1 to type Math::Cos(lat1Rad)
           set cosLat2 to type Math::Cos(lat2Rad)
           compute chordSq = sinLat * sinLat + cosLat1 * cosLat2 * sinLon * sinLon
           if chordSq > 1
               move 1 to chordSq.
           set rootChord to type Math::Sqrt(chordSq)
           set arcRad to type Math::Asin(rootChord)
           compute kmOut = 6371 * 2 * arcRad.
       end method.

      *#####         A failed sign-in - into the burst window          #####
       method-id judgeFailure private.
       local-storage section.
       01 lineDate         type DateTime.
       01 epochDate        type DateTime.
       01 secsNum          type Double.
       01 lineSecs         pic 9(11).
       01 floorSecs        pic 9(11).
       01 ii               pic 9(04).
       01 jj               pic 9(04).
       01 accountCnt       pic 9(04) value 0.
       01 seenBefore       pic x.
       01 teamKey          pic x(15).
       01 namesText        type String.
       01 acctLast         pic x(15).
       01 acctFirst        pic x(15).
       01 cntText          pic zzz9.
       01 minsText         pic zz9.
       01 bucketText       pic x(16).
       01 detailText       type String.
       procedure division using by value newLine as type String.
           if not type DateTime::TryParse(LA-STAMP, by reference lineDate)
               exit method.
           set epochDate to new type DateTime(2000, 1, 1)
           set secsNum to (lineDate::Subtract(epochDate))::TotalSeconds
           move secsNum to lineSecs
           compute floorSecs = lineSecs - WS-BURST-MINUTES * 60
           set teamKey to LA-TEAM::Trim::ToUpper

           if WS-FAIL-USED >= WS-FAIL-MAX
               invoke self::compactFailures(floorSecs).
           if WS-FAIL-USED >= WS-FAIL-MAX
               exit method.
           add 1 to WS-FAIL-USED
           move teamKey to FW-TEAM(WS-FAIL-USED)
           MOVE SPACES TO FW-ACCOUNT(WS-FAIL-USED)
           move LA-LAST to FW-ACCOUNT(WS-FAIL-USED)(1:15)
           move LA-FIRST to FW-ACCOUNT(WS-FAIL-USED)(16:15)
           move lineSecs to FW-SECS(WS-FAIL-USED)

           if newLine not = "Y" or WS-LEARN-ONLY = "Y"
               exit method.

      *    Distinct accounts of this team failed inside the window.
           set namesText to type String::Empty
           move 0 to ii.
       count-loop.
           add 1 to ii
           if ii > WS-FAIL-USED
               go to count-done.
           if FW-TEAM(ii) not = teamKey or FW-SECS(ii) < floorSecs
               go to count-loop.
           move "N" to seenBefore
           move 0 to jj.
       seen-loop.
           add 1 to jj
           if jj >= ii
               go to seen-done.
           if FW-TEAM(jj) = teamKey and FW-SECS(jj) >= floorSecs
               and FW-ACCOUNT(jj) = FW-ACCOUNT(ii)
               move "Y" to seenBefore
               go to seen-done.
           go to seen-loop.
       seen-done.
           if seenBefore = "N"
               add 1 to accountCnt
               if accountCnt <= 4
                   move FW-ACCOUNT(ii)(1:15) to acctLast
                   move FW-ACCOUNT(ii)(16:15) to acctFirst
                   set namesText to namesText & " " & acctLast::Trim & "," & acctFirst::Trim
               end-if
           end-if
           go to count-loop.
       count-done.
           if accountCnt < WS-BURST-ACCOUNTS
               exit method.

      *    One burst flag per team per half hour.
           move LA-STAMP(1:14) to bucketText
           if LA-STAMP(15:1) < "3"
               move "00" to bucketText(15:2)
           else
               move "30" to bucketText(15:2).
           move accountCnt to cntText
           move WS-BURST-MINUTES to minsText
           set detailText to cntText::Trim & " accounts failed sign-in within " & minsText::Trim & " minutes (last from "
               & LA-IP::Trim & "):" & namesText
           invoke self::raiseFlag(self::teamPathOf(LA-TEAM), "FAILBURST", type String::Empty, type String::Empty, LA-IP, LA-STAMP, detailText,
               "FAILBURST " & bucketText)
       end method.

      * Drops window entries older than the floor when the table
      * fills.
       method-id compactFailures private.
       local-storage section.
       01 ii               pic 9(04) value 0.
       01 kept             pic 9(04) value 0.
       procedure division using by value floorSecs as type Int64.
       compact-loop.
           add 1 to ii
           if ii > WS-FAIL-USED
               go to compact-done.
           if FW-SECS(ii) < floorSecs
               go to compact-loop.
           add 1 to kept
           if kept not = ii
               move FW-ENTRY(ii) to FW-ENTRY(kept).
           go to compact-loop.
       compact-done.
           move kept to WS-FAIL-USED.
       end method.

      *#####           One page line - a video-only login?             #####
       method-id takeAuditLine private.
       local-storage section.
       01 teamAt           type Int32.
       01 userAt           type Int32.
       01 pageAt           type Int32.
       01 teamText         type String.
       01 userText         type String.
       01 userKey          pic x(45).
       01 keyTeam          pic x(15).
       01 keyLast          pic x(15).
       01 keyFirst         pic x(15).
       01 vv               pic 9(04).
       01 hh               pic 9(04).
       procedure division using by value lineText as type String.
           set teamAt to lineText::IndexOf("  TEAM=")
           set userAt to lineText::IndexOf("  USER=")
           set pageAt to lineText::IndexOf("  PAGE=")
           if teamAt < 0 or userAt < teamAt or pageAt < userAt
               exit method.
           add 7 to teamAt
           compute userAt = userAt - teamAt
           set teamText to lineText::Substring(teamAt, userAt)
           add teamAt to userAt
           add 7 to userAt
           compute pageAt = pageAt - userAt
           set userText to lineText::Substring(userAt, pageAt)

      *    USER= is the session's last and first name run together,
      *    each the full 15 wide.
           MOVE SPACES TO keyTeam keyLast keyFirst
           set keyTeam to teamText::Trim::Replace(" ", type String::Empty)::ToUpper
           if userText::Length > 15
               set keyLast to userText::Substring(0, 15)
               set keyFirst to userText::Substring(15)::Trim
           else
               set keyLast to userText::Trim
           end-if
           move keyTeam to userKey(1:15)
           move keyLast to userKey(16:15)
           move keyFirst to userKey(31:15)

           move 0 to vv.
       vuser-loop.
           add 1 to vv
           if vv > WS-VUSER-USED
               exit method.
           if VU-KEY(vv) not = userKey
               go to vuser-loop.

           move 0 to hh.
       hour-loop.
           add 1 to hh
           if hh > WS-VHOUR-USED
               go to hour-new.
           if VH-KEY(hh) = userKey and VH-HOUR(hh) = LA-STAMP(1:13)
               add 1 to VH-HITS(hh)
               exit method.
           go to hour-loop.
       hour-new.
           if WS-VHOUR-USED >= WS-VHOUR-MAX
               exit method.
           add 1 to WS-VHOUR-USED
           move userKey to VH-KEY(WS-VHOUR-USED)
           move LA-STAMP(1:13) to VH-HOUR(WS-VHOUR-USED)
           move 1 to VH-HITS(WS-VHOUR-USED).
       end method.

      *#####    Video-only page hours against the usual rate           #####
      * The hour still running is judged but not learned from - the
      * next run retakes it from the top; finished hours are folded
      * into the usual rate exactly once.
       method-id settlePageHours private.
       local-storage section.
       01 hh               pic 9(04) value 0.
       01 teamPath         type String.
       01 folderKey        pic x(15).
       01 usualRate        pic 9(05).
       01 limitHits        pic 9(07).
       01 hitsText         pic zzzz9.
       01 rateText         pic zzzz9.
       01 detailText       type String.
       procedure division.
       settle-loop.
           add 1 to hh
           if hh > WS-VHOUR-USED
               exit method.
           move VH-KEY(hh)(1:15) to folderKey
           set teamPath to WS-PROGRAMS-ROOT & "\" & folderKey::Trim
           set WS-LOGINPROFILE-FILE to teamPath & "\WEBSYNC\LOGINPROFILE.DAT"
           OPEN I-O LOGIN-PROFILE-FILE
           IF LP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOGIN-PROFILE-FILE
               CLOSE LOGIN-PROFILE-FILE
               OPEN I-O LOGIN-PROFILE-FILE
           END-IF
           if LP-STATUS-BYTE-1 not = "0"
               go to settle-loop.

           MOVE SPACES TO LP-REC
           move VH-KEY(hh)(16:15) to LP-LAST
           move VH-KEY(hh)(31:15) to LP-FIRST
           move "P" to LP-KIND
           READ LOGIN-PROFILE-FILE
               INVALID KEY
                   move 0 to LP-COUNT LP-AUX
                   set LP-FIRST-SEEN to VH-HOUR(hh) & ":00:00"
           END-READ

           move 0 to usualRate
           if LP-AUX >= WS-VPAGE-MIN-HOURS
               compute usualRate = LP-COUNT / LP-AUX.
           compute limitHits = usualRate * WS-VPAGE-TIMES
           if limitHits < WS-VPAGE-FLOOR
               move WS-VPAGE-FLOOR to limitHits.

           if VH-HOUR(hh) < WS-NOW-HOUR
               add VH-HITS(hh) to LP-COUNT
               add 1 to LP-AUX
               set LP-LAST-SEEN to VH-HOUR(hh) & ":00:00"
               WRITE LP-REC
                   INVALID KEY
                       REWRITE LP-REC
               END-WRITE
           end-if
           CLOSE LOGIN-PROFILE-FILE

           if WS-LEARN-ONLY = "N" and VH-HITS(hh) >= limitHits
               move VH-HITS(hh) to hitsText
               move usualRate to rateText
               set detailText to "Video-only login opened " & hitsText::Trim & " pages in the hour from "
                   & VH-HOUR(hh)(12:2) & ":00 - usually " & rateText::Trim & " an hour"
               invoke self::raiseFlag(teamPath, "VPAGES", VH-KEY(hh)(16:15), VH-KEY(hh)(31:15), type String::Empty,
                   VH-HOUR(hh) & ":00:00", detailText, "VPAGES " & VH-KEY(hh)(16:30) & VH-HOUR(hh))
           end-if
           go to settle-loop.
       end method.

      *#####         Raise a flag and tell the team's admins           #####
       method-id raiseFlag private.
       local-storage section.
       01 flagStamp        pic x(17).
       01 dedupeKey        pic x(60).
       01 aa               pic 9(03).
       01 noticeText       type String.
       01 logStamp         pic x(19).
       01 teamName         type String.
       procedure division using by value teamPath as type String
                          by value kindCode as type String
                          by value lastName as type String
                          by value firstName as type String
                          by value sourceIp as type String
                          by value seenAt as type String
                          by value detailText as type String
                          by value dedupeText as type String.
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           set dedupeKey to dedupeText
           set WS-LOGINFLAG-FILE to teamPath & "\WEBSYNC\LOGINFLAG.DAT"
           OPEN I-O LOGIN-FLAG-FILE
           IF LF-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOGIN-FLAG-FILE
               CLOSE LOGIN-FLAG-FILE
               OPEN I-O LOGIN-FLAG-FILE
           END-IF
           if LF-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE LOW-VALUE TO LF-KEY
           START LOGIN-FLAG-FILE KEY NOT LESS THAN LF-KEY
           if LF-STATUS-BYTE-1 not = "0"
               go to flag-write.
       dedupe-loop.
           READ LOGIN-FLAG-FILE NEXT RECORD
               AT END go to flag-write.
           if LF-DEDUPE = dedupeKey
               CLOSE LOGIN-FLAG-FILE
               exit method.
           go to dedupe-loop.

       flag-write.
           MOVE SPACES TO LF-REC
           set flagStamp to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           move flagStamp to LF-STAMP
           set LF-KIND to kindCode
           set LF-LAST to lastName
           set LF-FIRST to firstName
           set LF-SOURCE-IP to sourceIp
           set LF-SEEN-AT to seenAt
           set LF-DETAIL to detailText
           move dedupeKey to LF-DEDUPE
           move "O" to LF-STATUS
           WRITE LF-REC
               INVALID KEY
                   invoke type System.Threading.Thread::Sleep(2)
                   go to flag-write
           END-WRITE
           CLOSE LOGIN-FLAG-FILE
           add 1 to WS-FLAG-COUNT

           set logStamp to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           set teamName to type System.IO.Path::GetFileName(teamPath)
           OPEN EXTEND WATCH-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT WATCH-LOG-FILE
           END-IF
           MOVE SPACES TO WATCH-LOG-REC
           STRING logStamp DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  FLAG=" DELIMITED BY SIZE flagStamp DELIMITED BY SIZE
               " " DELIMITED BY SIZE kindCode DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE lastName DELIMITED BY SIZE firstName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO WATCH-LOG-REC
           WRITE WATCH-LOG-REC
           CLOSE WATCH-LOG-FILE

      *    The link leads the notice so a long name can only clip the
      *    tail, never the way in.
           set noticeText to "<a href='loginAlerts.aspx?flag=" & flagStamp & "'>Sign-in alert</a> " & kindCode
           if lastName::Trim::Length > 0
               set noticeText to noticeText & " - " & lastName::Trim & ", " & firstName::Trim.
           invoke self::loadAdmins(teamPath)
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"
           OPEN I-O NOTIFY-INBOX-FILE
           IF NI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT NOTIFY-INBOX-FILE
               CLOSE NOTIFY-INBOX-FILE
               OPEN I-O NOTIFY-INBOX-FILE
           END-IF
           if NI-STATUS-BYTE-1 not = "0"
               exit method.
           move 0 to aa.
       notice-loop.
           add 1 to aa
           if aa > WS-ADMIN-USED
               go to notice-done.
           MOVE SPACES TO NI-REC
           move AD-LAST(aa) to NI-LAST
           move AD-FIRST(aa) to NI-FIRST
           move flagStamp to NI-STAMP
           set NI-TEXT to noticeText
           move "N" to NI-READ-FLAG
           WRITE NI-REC
               INVALID KEY
                   REWRITE NI-REC
           END-WRITE
           go to notice-loop.
       notice-done.
           CLOSE NOTIFY-INBOX-FILE.
       end method.

       method-id loadAdmins private.
       procedure division using by value teamPath as type String.
           move 0 to WS-ADMIN-USED
           set WS-BATSW020-FILE to teamPath & "\WEBSYNC\BATSW020.DAT"
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO WEBPASS-KEY
           START WEBPASS-FILE KEY NOT LESS THAN WEBPASS-KEY
           if STATUS-BYTE-1 not = "0"
               go to admin-done.
       admin-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END go to admin-done.
           if WEBPASS-LEVEL not = "A" or WS-ADMIN-USED >= 50
               go to admin-loop.
           add 1 to WS-ADMIN-USED
           move WEBPASS-LAST to AD-LAST(WS-ADMIN-USED)
           move WEBPASS-FIRST to AD-FIRST(WS-ADMIN-USED)
           go to admin-loop.
       admin-done.
           CLOSE WEBPASS-FILE.
       end method.

      *#####                       Helpers                             #####
      * The team's folder the way every page derives it - the team
      * name with its blanks taken out.
       method-id teamPathOf private.
       procedure division using by value teamText as type String
                          returning pathOut as type String.
           set pathOut to WS-PROGRAMS-ROOT & "\" & teamText::Trim::Replace(" ", type String::Empty).
       end method.

      * The network an address belongs to: the first two octets of an
      * IPv4 address, the first three groups of an IPv6 one.
       method-id networkOf private.
       local-storage section.
       01 parts            type String[].
       01 ipText           type String.
       procedure division using by value ipIn as type String
                          returning netOut as type String.
           set ipText to ipIn::Trim
           if ipText::Contains(":")
               set parts to ipText::Split(":")
               if parts::Length >= 3
                   set netOut to parts[0] & ":" & parts[1] & ":" & parts[2] & "::/48"
               else
                   set netOut to ipText
               end-if
               exit method.
           set parts to ipText::Split(".")
           if parts::Length = 4
               set netOut to parts[0] & "." & parts[1] & ".0.0/16"
           else
               set netOut to ipText.
       end method.

       end class.
