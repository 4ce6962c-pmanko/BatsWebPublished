       class-id batsweb.maintWindow.

      * Planned maintenance window - the read-only switch for an
      * engine upgrade or a restore, instead of an email and a hope
      * that nobody is halfway through a roster edit. One site-wide
      * MAINTWIN.DAT record at the Programs root, kept on
      * opsConsole.aspx.cbl: a start and an expected end, a countdown
      * lead in hours and a line of notice text. Through the window:
      *   countdown   from start less the lead, Site.Master.cbl shows
      *               a banner counting down to the start; in the
      *               last WS-CLOSE-WARN-MINS minutes every signed-in
      *               session is told it will be signed out
      *   in effect   from the start - and past the expected end -
      *               until released: every page save calls
      *               refuseWrite and turns the user away with the
      *               window's end time, Site.Master.cbl signs out any
      *               session (SESSREG.DAT) that was open across the
      *               start so the engine run-units let go of their
      *               files, and batchDispatcher.cbl stops taking jobs
      *               at its next job boundary
      *   released    opsConsole.aspx.cbl's release runs smokeTest.cbl's
      *               probes against every team first; any failure
      *               keeps the window in effect with the failing
      *               teams named on the record
      * Reports keep running through the window - only saves stop.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT MAINT-WINDOW-FILE ASSIGN WS-MAINTWIN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MW-KEY
              LOCK MANUAL
              FILE STATUS IS MW-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record, key "SITE" - a window scheduled over an old one
      * simply replaces it.
       FD  MAINT-WINDOW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MW-REC.
       01  MW-REC.
           05  MW-KEY                      PIC X(04).
           05  MW-REST.
               10  MW-STATE                PIC X.
                   88  MW-SCHEDULED        VALUE "S".
                   88  MW-RELEASED         VALUE "R".
                   88  MW-CANCELLED        VALUE "C".
      *        yyyy-MM-dd HH:mm
               10  MW-START-AT             PIC X(16).
               10  MW-END-AT               PIC X(16).
               10  MW-LEAD-HOURS           PIC 9(03).
               10  MW-NOTICE               PIC X(80).
               10  MW-SET-BY               PIC X(30).
               10  MW-SET-AT               PIC X(19).
               10  MW-CLOSED-BY            PIC X(30).
               10  MW-CLOSED-AT            PIC X(19).
      *        Last release attempt's smoke-test verdict.
               10  MW-CHECK-RESULT         PIC X(80).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-MAINTWIN-FILE         PIC X(256) VALUE "MAINTWIN.DAT".
       01 MW-STATUS-COMN.
           05  MW-STATUS-BYTE-1        PIC X.
           05  MW-STATUS-BYTE-2        PIC X.
      * Countdown lead when the scheduler leaves it blank, and how
      * long before the start signed-in sessions are warned.
       01 WS-DEFAULT-LEAD-HOURS    PIC 9(03) VALUE 24.
       01 WS-CLOSE-WARN-MINS       PIC 9(03) VALUE 15.
      * N no window, W counting down, M in effect.
       01 WS-PHASE                 PIC X VALUE "N".
           88  WS-NO-WINDOW        VALUE "N".
           88  WS-COUNTDOWN        VALUE "W".
           88  WS-IN-EFFECT        VALUE "M".
       01 WS-MINS-TO-START         PIC 9(07) VALUE 0.

      *#####                     Entry points                          #####
      * "N", "W" or "M" for the window on file under programsRoot.
       method-id phase static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          returning phaseCode as type String.
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(programsRoot)
           set phaseCode to worker::phaseOf.
       end method.

       method-id inEffect static public.
       procedure division using by value programsRoot as type String
                          returning effectFlag as type Condition.
           set effectFlag to false
           if type batsweb.maintWindow::phase(programsRoot) = "M"
               set effectFlag to true.
       end method.

      * The same question from a page, off the request's own root.
       method-id siteReadOnly static public.
       procedure division returning effectFlag as type Condition.
           set effectFlag to type batsweb.maintWindow::inEffect(type batsweb.maintWindow::webRoot).
       end method.

      * Every page save opens with this: true (and the user told why)
      * while the window is in effect, so the handler exits before it
      * touches a file.
       method-id refuseWrite static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value pageRef as type System.Web.UI.Page
                          returning refuseFlag as type Condition.
           set refuseFlag to false
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(type batsweb.maintWindow::webRoot)
           if worker::phaseOf not = "M"
               exit method.
           set refuseFlag to true
           invoke pageRef::ClientScript::RegisterStartupScript(pageRef::GetType(), "AlertBox",
               "alert('" & worker::refusalText & "');", true)
       end method.

      * Banner wording for the master page - empty outside a window.
       method-id bannerText static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          returning textOut as type String.
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(programsRoot)
           set textOut to worker::bannerOf.
       end method.

      * True in the last WS-CLOSE-WARN-MINS minutes before the start.
       method-id closingSoon static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          returning soonFlag as type Condition.
           set soonFlag to false
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(programsRoot)
           if worker::closingSoonOf
               set soonFlag to true.
       end method.

      * The window's start, yyyy-MM-dd HH:mm - compares straight
      * against SESSREG.DAT's SR-SIGNED-ON-AT.
       method-id startText static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          returning textOut as type String.
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(programsRoot)
           set textOut to worker::startOf.
       end method.

      * One line for the operations console.
       method-id statusText static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          returning textOut as type String.
           set worker to new batsweb.maintWindow
           invoke worker::loadWindow(programsRoot)
           set textOut to worker::statusOf.
       end method.

      *#####                  Setting the window                       #####
      * Blank when scheduled, else why not.
       method-id schedule static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          by value startInput as type String
                          by value endInput as type String
                          by value leadHours as type Int32
                          by value noticeText as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.maintWindow
           set messageText to worker::scheduleWindow(programsRoot, startInput, endInput, leadHours, noticeText, userName).
       end method.

      * Takes a window off before it starts. Blank when done.
       method-id cancel static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.maintWindow
           set messageText to worker::closeWindow(programsRoot, "C", userName, type String::Empty).
       end method.

      * Ends a window in effect. The caller has run the smoke test;
      * failedTeams is blank when every team passed, and anything
      * else leaves the window in effect with the teams on record.
      * Blank when released.
       method-id release static public.
       local-storage section.
       01 worker       type batsweb.maintWindow.
       procedure division using by value programsRoot as type String
                          by value userName as type String
                          by value failedTeams as type String
                          returning messageText as type String.
           set worker to new batsweb.maintWindow
           set messageText to worker::closeWindow(programsRoot, "R", userName, failedTeams).
       end method.

      *#####                   The record, read                        #####
       method-id webRoot static private.
       local-storage section.
       01 app-data-folder  type String.
       01 rootLen          type Int32.
       procedure division returning rootOut as type String.
           set rootOut to type String::Empty
           if type System.Web.HttpContext::Current = null
               exit method.
           set app-data-folder to type System.Web.HttpContext::Current::Server::MapPath("~/App_Data")
           set rootLen to app-data-folder::IndexOf("Programs")
           if rootLen > 0
               set rootOut to app-data-folder::Substring(0, rootLen).
       end method.

       method-id rootFile private.
       procedure division using by value programsRoot as type String
                          returning pathOut as type String.
           if programsRoot::EndsWith("\")
               set pathOut to programsRoot & "MAINTWIN.DAT"
           else
               set pathOut to programsRoot & "\MAINTWIN.DAT".
       end method.

      * Reads the record and works out the phase and the minutes to
      * the start. A missing file, record or unreadable start is no
      * window.
       method-id loadWindow private.
       local-storage section.
       01 startTime        type DateTime.
       01 leadMins         type Double.
       01 minsLeft         type Double.
       procedure division using by value programsRoot as type String.
           move "N" to WS-PHASE
           move 0 to WS-MINS-TO-START
           MOVE SPACES TO MW-REC
           if programsRoot = null or programsRoot::Length = 0
               exit method.
           set WS-MAINTWIN-FILE to self::rootFile(programsRoot)
           OPEN INPUT MAINT-WINDOW-FILE
           if MW-STATUS-BYTE-1 not = "0"
               exit method.
           move "SITE" to MW-KEY
           READ MAINT-WINDOW-FILE
               INVALID KEY
                   MOVE SPACES TO MW-REC
           END-READ
           CLOSE MAINT-WINDOW-FILE

           if not MW-SCHEDULED
               exit method.
           if not type DateTime::TryParse(MW-START-AT::Trim, by reference startTime)
               exit method.
           set minsLeft to (startTime::Subtract(type DateTime::Now))::TotalMinutes
           if minsLeft <= 0
               move "M" to WS-PHASE
               exit method.
           compute leadMins = MW-LEAD-HOURS * 60
           if minsLeft <= leadMins
               move "W" to WS-PHASE
               compute WS-MINS-TO-START rounded = minsLeft.
       end method.

       method-id phaseOf private.
       procedure division returning phaseCode as type String.
           set phaseCode to WS-PHASE.
       end method.

       method-id startOf private.
       procedure division returning textOut as type String.
           set textOut to MW-START-AT.
       end method.

       method-id closingSoonOf private.
       procedure division returning soonFlag as type Condition.
           set soonFlag to false
           if WS-COUNTDOWN and WS-MINS-TO-START <= WS-CLOSE-WARN-MINS
               set soonFlag to true.
       end method.

      * HH:mm of the expected end, with the date when it is not today.
       method-id endShort private.
       procedure division returning textOut as type String.
           if MW-END-AT(1:10) = type DateTime::Now::ToString("yyyy-MM-dd")
               set textOut to MW-END-AT(12:5)
           else
               set textOut to MW-END-AT.
       end method.

       method-id refusalText private.
       procedure division returning textOut as type String.
           set textOut to "Scheduled maintenance is in progress and the system is read-only until about "
               & self::endShort & " - nothing was saved. Reports still run."
       end method.

       method-id bannerOf private.
       local-storage section.
       01 hoursLeft        pic 9(05).
       01 minsOver         pic 9(02).
       01 hoursShow        pic z(4)9.
       01 minsShow         pic z9.
       procedure division returning textOut as type String.
           set textOut to type String::Empty
           EVALUATE TRUE
               WHEN WS-COUNTDOWN
                   divide WS-MINS-TO-START by 60 giving hoursLeft remainder minsOver
                   move hoursLeft to hoursShow
                   move minsOver to minsShow
                   if hoursLeft = 0
                       set textOut to "Scheduled maintenance starts in " & minsShow::Trim & " min"
                   else
                       set textOut to "Scheduled maintenance starts in " & hoursShow::Trim & " h " & minsShow::Trim & " min"
                   end-if
                   set textOut to textOut & " (" & MW-START-AT & ") - the system will be read-only until about "
                       & self::endShort & " and open sessions will be signed out at the start."
               WHEN WS-IN-EFFECT
                   if type DateTime::Now::ToString("yyyy-MM-dd HH:mm") < MW-END-AT
                       set textOut to "Scheduled maintenance in progress - the system is read-only until about "
                           & self::endShort & ". Reports still run; saves are refused."
                   else
                       set textOut to "Scheduled maintenance is running over - saving comes back once the post-maintenance checks pass."
                   end-if
           END-EVALUATE
           if textOut::Length > 0 and MW-NOTICE not = spaces
               set textOut to textOut & " " & MW-NOTICE::Trim.
       end method.

       method-id statusOf private.
       procedure division returning textOut as type String.
           EVALUATE TRUE
               WHEN WS-IN-EFFECT
                   set textOut to "IN EFFECT since " & MW-START-AT & " (expected end " & MW-END-AT & ")"
               WHEN MW-SCHEDULED
                   set textOut to "SCHEDULED " & MW-START-AT & " to " & MW-END-AT
               WHEN MW-RELEASED
                   set textOut to "Last window " & MW-START-AT & " released " & MW-CLOSED-AT & " by " & MW-CLOSED-BY::Trim
               WHEN MW-CANCELLED
                   set textOut to "Last window " & MW-START-AT & " cancelled " & MW-CLOSED-AT & " by " & MW-CLOSED-BY::Trim
               WHEN OTHER
                   set textOut to "No maintenance window on file"
           END-EVALUATE
           if MW-SCHEDULED and MW-SET-BY not = spaces
               set textOut to textOut & " - set by " & MW-SET-BY::Trim.
           if MW-CHECK-RESULT not = spaces
               set textOut to textOut & " - last checks: " & MW-CHECK-RESULT::Trim.
       end method.

      *#####                   The record, written                     #####
       method-id scheduleWindow private.
       local-storage section.
       01 startTime        type DateTime.
       01 endTime          type DateTime.
       procedure division using by value programsRoot as type String
                          by value startInput as type String
                          by value endInput as type String
                          by value leadHours as type Int32
                          by value noticeText as type String
                          by value userName as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           if not type DateTime::TryParse(startInput::Trim, by reference startTime)
               or not type DateTime::TryParse(endInput::Trim, by reference endTime)
               set messageText to "Enter the start and expected end as a date and time (2026-11-03 22:00)."
               exit method.
           if endTime <= startTime
               set messageText to "The expected end has to come after the start."
               exit method.
           if leadHours < 0 or leadHours > 999
               set messageText to "The countdown lead is a number of hours, 0 to 999."
               exit method.

           invoke self::loadWindow(programsRoot)
           if WS-IN-EFFECT
               set messageText to "A window is in effect now - release it before scheduling the next."
               exit method.

           set WS-MAINTWIN-FILE to self::rootFile(programsRoot)
           OPEN I-O MAINT-WINDOW-FILE
           IF MW-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT MAINT-WINDOW-FILE
               CLOSE MAINT-WINDOW-FILE
               OPEN I-O MAINT-WINDOW-FILE
           END-IF
           MOVE SPACES TO MW-REC
           move "SITE" to MW-KEY
           move "S" to MW-STATE
           set MW-START-AT to startTime::ToString("yyyy-MM-dd HH:mm")
           set MW-END-AT to endTime::ToString("yyyy-MM-dd HH:mm")
           if leadHours = 0
               move WS-DEFAULT-LEAD-HOURS to MW-LEAD-HOURS
           else
               move leadHours to MW-LEAD-HOURS.
           set MW-NOTICE to noticeText::Trim::Replace("'", type String::Empty)
           set MW-SET-BY to userName
           set MW-SET-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE MW-REC
               INVALID KEY
                   REWRITE MW-REC
           END-WRITE
           CLOSE MAINT-WINDOW-FILE.
       end method.

      * "C" cancels a window not yet in effect, "R" releases one that
      * is - only when failedTeams is blank.
       method-id closeWindow private.
       procedure division using by value programsRoot as type String
                          by value closeCode as type String
                          by value userName as type String
                          by value failedTeams as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           invoke self::loadWindow(programsRoot)
           if not MW-SCHEDULED
               set messageText to "No maintenance window is scheduled."
               exit method.
           if closeCode = "C" and WS-IN-EFFECT
               set messageText to "The window is already in effect - release it instead."
               exit method.
           if closeCode = "R" and not WS-IN-EFFECT
               set messageText to "The window has not started - cancel it instead."
               exit method.

           set WS-MAINTWIN-FILE to self::rootFile(programsRoot)
           OPEN I-O MAINT-WINDOW-FILE
           if MW-STATUS-BYTE-1 not = "0"
               set messageText to "MAINTWIN.DAT will not open."
               exit method.
           move "SITE" to MW-KEY
           READ MAINT-WINDOW-FILE
               INVALID KEY
                   CLOSE MAINT-WINDOW-FILE
                   set messageText to "No maintenance window is scheduled."
                   exit method
           END-READ
           if closeCode = "R"
               if failedTeams::Trim::Length > 0
                   set MW-CHECK-RESULT to "FAILED " & type DateTime::Now::ToString("yyyy-MM-dd HH:mm") & " - " & failedTeams::Trim
                   set messageText to "Smoke test failed for " & failedTeams::Trim & " - the window stays in effect."
               else
                   set MW-CHECK-RESULT to "all teams passed " & type DateTime::Now::ToString("yyyy-MM-dd HH:mm")
                   move "R" to MW-STATE
               end-if
           else
               move "C" to MW-STATE.
           if not MW-SCHEDULED
               set MW-CLOSED-BY to userName
               set MW-CLOSED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           REWRITE MW-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE MAINT-WINDOW-FILE.
       end method.

       end class.
