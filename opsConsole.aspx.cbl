      * VIDEORECON.LOG and QUERYSCHEDRUN.LOG by hand across the
      * Programs root every morning. One row per team: today's sync
      * alerts, video reconcile discrepancies, scheduled-query errors,
      * the BATCHQUEUE.DAT depth (pending/failed) the dispatcher is
      * working against, and storage used against the team's video
      * and batch-output quotas (storageQuota.cbl) - measured live,
      * flagged WARNING from 80% and FULL at 100%. opsDigest.cbl
      * emails this same picture nightly. Gated to WEBPASS-LEVEL "A"
      * like adminUsers.aspx.cbl.
      * The engine-health panel reads engineWatch.cbl's files: calls
      * inside the engine right now, the last week's call counts by
      * program and action with their hung/recycled tallies and the
      * team and caller behind each hang, and the per-action time
      * limits, which are kept here.
      * The maintenance panel schedules, cancels and releases the
      * read-only window maintWindow.cbl keeps; a release runs
      * smokeTest.cbl's probes against every team with the test
      * credential typed in, and only a clean run lets saving back on.
      * The retention panel keeps the league-default records retention
      * rules and the league-wide legal holds (retentionPolicy.cbl)
      * that retentionPurge.cbl falls back on for a team with no rule
      * of its own; each team's own are on policyConsole.aspx.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
          SELECT ENGINE-CALL-FILE ASSIGN WS-ENGINECALL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EC-KEY
              LOCK MANUAL
              FILE STATUS IS EC-STATUS-COMN.
          SELECT ENGINE-LIMIT-FILE ASSIGN WS-ENGINELIMIT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EL-KEY
              LOCK MANUAL
              FILE STATUS IS EL-STATUS-COMN.
          SELECT ENGINE-STATS-FILE ASSIGN WS-ENGINESTATS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ES-KEY
              LOCK MANUAL
              FILE STATUS IS ES-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One generic line-sequential reader, re-pointed at whichever
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * Same registry runRegistry.cbl keeps for every batch main.
       FD  RUN-HIST-FILE
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

      * Same layouts engineWatch.cbl keeps at the Programs root.
       FD  ENGINE-CALL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EC-REC.
       01  EC-REC.
           05  EC-KEY.
               10  EC-CALL-ID              PIC X(40).
           05  EC-REST.
               10  EC-PROGRAM              PIC X(12).
               10  EC-ACTION               PIC X(02).
               10  EC-CALLER               PIC X(30).
               10  EC-TEAM                 PIC X(15).
               10  EC-STARTED-AT           PIC X(19).
               10  EC-LIMIT-SECS           PIC 9(05).
               10  EC-STATUS               PIC X.
                   88  EC-RUNNING          VALUE "R".
                   88  EC-HUNG             VALUE "H".
               10  EC-MACHINE              PIC X(20).
               10  FILLER                  PIC X(20).

       FD  ENGINE-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EL-REC.
       01  EL-REC.
           05  EL-KEY.
               10  EL-PROGRAM              PIC X(12).
               10  EL-ACTION               PIC X(02).
           05  EL-REST.
               10  EL-LIMIT-SECS           PIC 9(05).
               10  EL-SET-BY               PIC X(30).
               10  EL-SET-AT               PIC X(19).
               10  FILLER                  PIC X(20).

       FD  ENGINE-STATS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ES-REC.
       01  ES-REC.
           05  ES-KEY.
               10  ES-DATE                 PIC X(10).
               10  ES-PROGRAM              PIC X(12).
               10  ES-ACTION               PIC X(02).
               10  ES-TEAM                 PIC X(15).
               10  ES-CALLER               PIC X(30).
           05  ES-REST.
               10  ES-CALLS                PIC 9(07).
               10  ES-TOTAL-MS             PIC 9(12).
               10  ES-MAX-MS               PIC 9(09).
               10  ES-HUNG                 PIC 9(05).
               10  ES-RECYCLED             PIC 9(05).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-OPS-LOG-FILE     PIC X(256).
       01 OL-STATUS-COMN.
           05  RH-STATUS-BYTE-1        PIC X.
           05  RH-STATUS-BYTE-2        PIC X.
       01 todaysLineCount     PIC 9(05).
       01 WS-ENGINECALL-FILE  PIC X(256) VALUE "ENGINECALL.DAT".
       01 EC-STATUS-COMN.
           05  EC-STATUS-BYTE-1        PIC X.
           05  EC-STATUS-BYTE-2        PIC X.
       01 WS-ENGINELIMIT-FILE PIC X(256) VALUE "ENGINELIMIT.DAT".
       01 EL-STATUS-COMN.
           05  EL-STATUS-BYTE-1        PIC X.
           05  EL-STATUS-BYTE-2        PIC X.
       01 WS-ENGINESTATS-FILE PIC X(256) VALUE "ENGINESTATS.DAT".
       01 ES-STATUS-COMN.
           05  ES-STATUS-BYTE-1        PIC X.
           05  ES-STATUS-BYTE-2        PIC X.
      * How far back the engine-health counts reach.
       01 ENGINE-DAYS         PIC 9(02) VALUE 7.

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
           if not self::IsPostBack
               invoke self::logAudit("opsConsole")
               invoke self::populateOverview
               invoke self::populateRunHistory
               invoke self::populateEngineHealth
               invoke self::populateMaintenance
               invoke self::loadRetentionLists
               invoke self::populateRetention.

           goback.
       end method.

      *#####                  Maintenance window                       #####
       method-id populateMaintenance protected.
       procedure division.
           set maintStatusLabel::Text to type batsweb.maintWindow::statusText(self::siteRoot)
       end method.

      * Start and expected end as date and time, an optional countdown
      * lead in hours (blank for the default) and a line of notice.
       method-id scheduleMaintButton_Click protected.
       local-storage section.
       01 leadHours        type Int32.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           move 0 to leadHours
           if maintLeadTextBox::Text::Trim::Length > 0
               if not type Int32::TryParse(maintLeadTextBox::Text::Trim, by reference leadHours)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The countdown lead is a number of hours.');", true)
                   exit method.

           set messageText to type batsweb.maintWindow::schedule(self::siteRoot, maintStartTextBox::Text, maintEndTextBox::Text,
               leadHours, maintNoticeTextBox::Text, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole maintenance scheduled " & maintStartTextBox::Text::Trim & " to " & maintEndTextBox::Text::Trim)
           invoke self::populateMaintenance
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Maintenance window scheduled - the banner starts its countdown at the lead time.');", true)
       end method.

       method-id cancelMaintButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set messageText to type batsweb.maintWindow::cancel(self::siteRoot, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole maintenance cancelled")
           invoke self::populateMaintenance
       end method.

      * Every team through the smoke test first - the same probes the
      * pre-dawn run makes, with the SMOKETEST credential typed in here
      * rather than kept anywhere.
       method-id releaseMaintButton_Click protected.
       local-storage section.
       01 failedTeams      type String.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::phase(self::siteRoot) not = "M"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No maintenance window is in effect.');", true)
               exit method.
           if smokeLastTextBox::Text::Trim::Length = 0 or smokeFirstTextBox::Text::Trim::Length = 0
               or smokePassTextBox::Text::Trim::Length = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the smoke-test credential - the checks run before anyone can save again.');", true)
               exit method.

           set failedTeams to type batsweb.smokeTest::checkAll(self::siteRoot, smokeLastTextBox::Text, smokeFirstTextBox::Text, smokePassTextBox::Text)
           set messageText to type batsweb.maintWindow::release(self::siteRoot, self::userName, failedTeams)
           if messageText::Length > 0
               invoke self::logAudit("opsConsole maintenance release refused - " & messageText)
               invoke self::populateMaintenance
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole maintenance released")
           invoke self::populateMaintenance
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Every team passed the smoke test - the system is open for saves again.');", true)
       end method.

      *#####                Records retention                          #####
      * Team "*" throughout - the rules every team without its own
      * follows, and holds over every team.
       method-id loadRetentionLists protected.
       local-storage section.
       01 typesIn          type String[].
       01 tt               type Int32.
       procedure division.
           set typesIn to type batsweb.retentionPolicy::recordTypes
           invoke holdTypeDropDownList::Items::Add("*")
           move 0 to tt.
       type-loop.
           if tt >= typesIn::Length
               go to type-done.
           invoke retentionTypeDropDownList::Items::Add(typesIn[tt])
           invoke holdTypeDropDownList::Items::Add(typesIn[tt])
           add 1 to tt
           go to type-loop.
       type-done.
           invoke retentionActionDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Purge", "P"))
           invoke retentionActionDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Archive", "A"))
       end method.

       method-id populateRetention protected.
       local-storage section.
       01 linesIn          type String[].
       01 listText         type String.
       01 ll               type Int32.
       procedure division.
           set linesIn to type batsweb.retentionPolicy::describe(self::siteRoot, "*")
           set listText to type String::Empty
           move 0 to ll.
       line-loop.
           if ll >= linesIn::Length
               go to line-done.
           set listText to listText & type HttpUtility::HtmlEncode(linesIn[ll]) & "<br/>"
           add 1 to ll
           go to line-loop.
       line-done.
           set retentionLabel::Text to listText
       end method.

       method-id saveRetentionButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::saveRule(self::siteRoot, "*",
               retentionTypeDropDownList::SelectedValue, retentionDaysTextBox::Text,
               retentionActionDropDownList::SelectedValue, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole league RETENTION=" & retentionTypeDropDownList::SelectedValue & "/"
               & retentionDaysTextBox::Text::Trim & "/" & retentionActionDropDownList::SelectedValue)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('League retention rule saved - teams without their own rule follow it.');", true)
       end method.

       method-id setHoldButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::setHold(self::siteRoot, "*",
               holdTypeDropDownList::SelectedValue, holdPlayerTextBox::Text, holdReasonTextBox::Text, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole league LEGALHOLD SET " & holdTypeDropDownList::SelectedValue & "/"
               & holdPlayerTextBox::Text::Trim::ToUpper)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('League-wide legal hold set.');", true)
       end method.

       method-id releaseHoldButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::releaseHold(self::siteRoot, "*",
               holdTypeDropDownList::SelectedValue, holdPlayerTextBox::Text, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("opsConsole league LEGALHOLD RELEASED " & holdTypeDropDownList::SelectedValue & "/"
               & holdPlayerTextBox::Text::Trim::ToUpper)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('League-wide legal hold released.');", true)
       end method.

       method-id siteRoot private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning rootOut as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set rootOut to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")).
       end method.

       method-id userName private.
       procedure division returning nameOut as type String.
           set nameOut to self::Session["last"]::ToString::Trim & " " & self::Session["first"]::ToString::Trim.
       end method.


      *#####       Batch run-history view off the registry             #####
      * One row per registered job: latest run's status, elapsed
           go to hist-row-loop.
       end method.

      *#####          Engine health off engineWatch.cbl              #####
      * Calls inside the engine now (PAST LIMIT once a call outlives
      * its limit, STOP REQUESTED once the watchdog has given up on
      * it and the engine has not let go), then the last ENGINE-DAYS
      * days by program and action - calls, average and longest
      * milliseconds, hung - with one line per team and caller that
      * hung, then the limits on file.
       method-id populateEngineHealth protected.
       local-storage section.
       01 app-data-folder  type String.
       01 programsRoot     type String.
       01 ENGINE-SUM-TBL.
           05  EN-ENTRY OCCURS 80.
               10  EN-PROGRAM          PIC X(12).
               10  EN-ACTION           PIC X(02).
               10  EN-CALLS            PIC 9(09).
               10  EN-TOTAL-MS         PIC 9(14).
               10  EN-MAX-MS           PIC 9(09).
               10  EN-HUNG             PIC 9(07).
       01 enCount          pic 9(02) value 0.
       01 nn               pic 9(02).
       01 floorDate        pic x(10).
       01 startedAt        type DateTime.
       01 runSecs          type Int32.
       01 runSpan          type TimeSpan.
       01 backDays         type Int32.
       01 avgMs            type Double.
       01 flagText         type String.
       01 rowText          type String.
       01 hangRows         type System.Collections.Generic.List[String].
       01 hh               type Int32.
       procedure division.
           invoke engineTable::Rows::Clear()
           set hangRows to new type System.Collections.Generic.List[String]

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set programsRoot to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
           set WS-ENGINECALL-FILE to programsRoot & "ENGINECALL.DAT"
           set WS-ENGINESTATS-FILE to programsRoot & "ENGINESTATS.DAT"
           set WS-ENGINELIMIT-FILE to programsRoot & "ENGINELIMIT.DAT"

           invoke self::addTableRow(engineTable, "ENGINE CALLS IN PROGRESS")
           OPEN INPUT ENGINE-CALL-FILE
           if EC-STATUS-BYTE-1 not = "0"
               go to flight-done.
           MOVE LOW-VALUE TO EC-KEY
           START ENGINE-CALL-FILE KEY NOT LESS THAN EC-KEY
           if EC-STATUS-BYTE-1 not = "0"
               CLOSE ENGINE-CALL-FILE
               go to flight-done.
       flight-loop.
           READ ENGINE-CALL-FILE NEXT RECORD
               AT END
                   CLOSE ENGINE-CALL-FILE
                   go to flight-done
           END-READ
           invoke type DateTime::TryParse(EC-STARTED-AT::Trim, by reference startedAt)
           set runSpan to type DateTime::Now::Subtract(startedAt)
           compute runSecs = runSpan::TotalSeconds
           set flagText to type String::Empty
           if runSecs > EC-LIMIT-SECS
               set flagText to "  PAST LIMIT".
           if EC-HUNG
               set flagText to "  STOP REQUESTED - engine has not let go".
           set rowText to EC-PROGRAM::Trim & " " & EC-ACTION
               & "  " & EC-CALLER::Trim & "  team " & EC-TEAM::Trim
               & "  on " & EC-MACHINE::Trim
               & "  since " & EC-STARTED-AT
               & "  " & runSecs::ToString & "s of " & EC-LIMIT-SECS::ToString & "s"
               & flagText
           invoke self::addTableRow(engineTable, rowText)
           go to flight-loop.
       flight-done.

           compute backDays = 0 - ENGINE-DAYS
           set floorDate to type DateTime::Today::AddDays(backDays)::ToString("yyyy-MM-dd")
           OPEN INPUT ENGINE-STATS-FILE
           if ES-STATUS-BYTE-1 not = "0"
               go to stats-done.
           MOVE SPACES TO ES-KEY
           move floorDate to ES-DATE
           START ENGINE-STATS-FILE KEY NOT LESS THAN ES-KEY
           if ES-STATUS-BYTE-1 not = "0"
               CLOSE ENGINE-STATS-FILE
               go to stats-done.
       stats-loop.
           READ ENGINE-STATS-FILE NEXT RECORD
               AT END
                   CLOSE ENGINE-STATS-FILE
                   go to stats-done
           END-READ
           if ES-HUNG > 0
               invoke hangRows::Add(ES-DATE & "  " & ES-PROGRAM::Trim & " " & ES-ACTION
                   & "  team " & ES-TEAM::Trim & "  " & ES-CALLER::Trim
                   & "  hung " & ES-HUNG::ToString & " of " & ES-CALLS::ToString
                   & " calls, recycled " & ES-RECYCLED::ToString).
           move 1 to nn.
       stats-find.
           if nn > enCount
               go to stats-new.
           if EN-PROGRAM(nn) = ES-PROGRAM and EN-ACTION(nn) = ES-ACTION
               go to stats-fold.
           add 1 to nn
           go to stats-find.
       stats-new.
           if enCount >= 80
               go to stats-loop.
           add 1 to enCount
           move enCount to nn
           move ES-PROGRAM to EN-PROGRAM(nn)
           move ES-ACTION to EN-ACTION(nn)
           move zeroes to EN-CALLS(nn) EN-TOTAL-MS(nn) EN-MAX-MS(nn)
                          EN-HUNG(nn).
       stats-fold.
           add ES-CALLS to EN-CALLS(nn)
           add ES-TOTAL-MS to EN-TOTAL-MS(nn)
           add ES-HUNG to EN-HUNG(nn)
           if ES-MAX-MS > EN-MAX-MS(nn)
               move ES-MAX-MS to EN-MAX-MS(nn).
           go to stats-loop.
       stats-done.

           invoke self::addTableRow(engineTable, "ENGINE CALLS SINCE " & floorDate & " BY PROGRAM AND ACTION")
           move 1 to nn.
       sum-row-loop.
           if nn > enCount
               go to sum-rows-done.
           compute avgMs = EN-TOTAL-MS(nn) / EN-CALLS(nn)
           set flagText to type String::Empty
           if EN-HUNG(nn) > 0
               set flagText to "  HUNG " & EN-HUNG(nn)::ToString.
           set rowText to EN-PROGRAM(nn)::Trim & " " & EN-ACTION(nn)
               & "  calls " & EN-CALLS(nn)::ToString
               & "  avg " & avgMs::ToString("#0") & "ms"
               & "  longest " & EN-MAX-MS(nn)::ToString & "ms"
               & flagText
           invoke self::addTableRow(engineTable, rowText)
           add 1 to nn
           go to sum-row-loop.
       sum-rows-done.

           if hangRows::Count > 0
               invoke self::addTableRow(engineTable, "HUNG CALLS BY TEAM AND CALLER (see ENGINEWATCH.LOG)").
           move 0 to hh.
       hang-row-loop.
           if hh >= hangRows::Count
               go to hang-rows-done.
           invoke self::addTableRow(engineTable, hangRows[hh])
           add 1 to hh
           go to hang-row-loop.
       hang-rows-done.

           invoke self::addTableRow(engineTable, "ENGINE TIME LIMITS (no row - pages 90s, batch jobs 1800s)")
           OPEN INPUT ENGINE-LIMIT-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO EL-KEY
           START ENGINE-LIMIT-FILE KEY NOT LESS THAN EL-KEY
           if EL-STATUS-BYTE-1 not = "0"
               CLOSE ENGINE-LIMIT-FILE
               exit method.
       limit-loop.
           READ ENGINE-LIMIT-FILE NEXT RECORD
               AT END
                   CLOSE ENGINE-LIMIT-FILE
                   exit method
           END-READ
           invoke self::addTableRow(engineTable, EL-PROGRAM::Trim & " " & EL-ACTION
               & "  " & EL-LIMIT-SECS::ToString & "s"
               & "  set by " & EL-SET-BY::Trim & " " & EL-SET-AT)
           go to limit-loop.
       end method.

      * Sets one program/action's limit from the three boxes - action
      * "**" for the program's other actions, 0 seconds to take the
      * row off and fall back to the default.
       method-id saveLimitButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 programsRoot     type String.
       01 limitSecs        type Int32.
       01 programText      type String.
       01 actionText       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set programText to limitProgramTextBox::Text::Trim::ToUpper
           set actionText to limitActionTextBox::Text::Trim::ToUpper
           if programText::Length = 0 or actionText::Length = 0
               or not type Int32::TryParse(limitSecondsTextBox::Text::Trim, by reference limitSecs)
               or limitSecs < 0 or limitSecs > 99999
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter a program (BAT360WEBF), an action code (RA, or ** for all its others) and a number of seconds (0 removes the limit).');", true)
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set programsRoot to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
           set WS-ENGINELIMIT-FILE to programsRoot & "ENGINELIMIT.DAT"

           OPEN I-O ENGINE-LIMIT-FILE
           IF EL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ENGINE-LIMIT-FILE
               CLOSE ENGINE-LIMIT-FILE
               OPEN I-O ENGINE-LIMIT-FILE
           END-IF
           MOVE SPACES TO EL-REC
           set EL-PROGRAM to programText
           set EL-ACTION to actionText
           if limitSecs = 0
               DELETE ENGINE-LIMIT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           else
               move limitSecs to EL-LIMIT-SECS
               set EL-SET-BY to self::Session["last"]::ToString::Trim & " " & self::Session["first"]::ToString::Trim
               set EL-SET-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               WRITE EL-REC
                   INVALID KEY
                       REWRITE EL-REC
               END-WRITE
           end-if
           CLOSE ENGINE-LIMIT-FILE

           invoke self::logAudit("opsConsole engine limit " & programText & " " & actionText)
           invoke self::populateEngineHealth.
       end method.

      * Walks every team folder under the Programs root - the same
      * traversal the overnight batch jobs themselves run - and rolls
      * each team's overnight picture into one row.
           if todaysLineCount not = 0
               invoke self::addTableRow(opsTable, "MAIL SPOOL LINES TODAY: " & todaysLineCount::ToString & " (FAILED lines in MAILSPOOL.LOG name the lost messages)").

      *    Its team-chat twin (batsweb.chatSpool).
           set WS-OPS-LOG-FILE to programsRoot & "CHATSPOOL.LOG"
           invoke self::countTodaysLines
           if todaysLineCount not = 0
               invoke self::addTableRow(opsTable, "CHAT SPOOL LINES TODAY: " & todaysLineCount::ToString & " (FAILED lines in CHATSPOOL.LOG name the lost posts)").

      *    Pre-dawn smoke test verdicts (smokeTest.cbl) - a FAIL here
      *    is the 8 a.m. phone call, caught at 5.
           set WS-OPS-LOG-FILE to programsRoot & "SMOKETEST.LOG"
           if todaysLineCount not = 0
               invoke self::addTableRow(opsTable, "CAPACITY PROJECTIONS TODAY: " & todaysLineCount::ToString & " (see CAPACITY.LOG / CAPACITY.HTML)").

      *    Engine calls the watchdog had to stop (engineWatch.cbl).
           set WS-OPS-LOG-FILE to programsRoot & "ENGINEWATCH.LOG"
           invoke self::countTodaysLines
           if todaysLineCount not = 0
               invoke self::addTableRow(opsTable, "ENGINE WATCHDOG LINES TODAY: " & todaysLineCount::ToString & " (HUNG/RECYCLED lines in ENGINEWATCH.LOG - counts in the engine panel)").

           if not type System.IO.Directory::Exists(programsRoot)
               exit method.
           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
               & "   sched-run lines today: " & schedCount::ToString
               & "   queue pending: " & pendingCount::ToString
               & "   queue failed: " & failedCount::ToString
               & "   storage: " & type batsweb.storageQuota::usageText(teamDirs[tt])
           invoke self::addTableRow(opsTable, rowText)

           add 1 to tt
