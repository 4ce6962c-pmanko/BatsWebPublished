       class-id batsweb.printQueue is partial
                inherits type System.Web.UI.Page public.

      * Clubhouse print queue screen - the other half of
      * printSpool.cbl. Shows the last week of print jobs newest
      * first with where each one went and how it ended (waiting,
      * printed, retrying with the printer's complaint, failed), and
      * reprints any of them by its job id - to the same printer or
      * to the one picked. The team's printer destinations and the
      * standing prints (an artifact - LINEUP, DEFENSE, PRESSNOTES
      * and the like - to a destination at a time of day on the days
      * listed, DAILY or MON TUE ...) are listed underneath and kept
      * here too; changing those is supervisor ("S") or admin ("A")
      * work, reprinting is anyone's but the video-only logins.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PRINT-DEST-FILE ASSIGN WS-PRINTDEST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PD-KEY
              LOCK MANUAL
              FILE STATUS IS PD-STATUS-COMN.
          SELECT PRINT-QUEUE-FILE ASSIGN WS-PRINTQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PQ-KEY
              LOCK MANUAL
              FILE STATUS IS PQ-STATUS-COMN.
          SELECT PRINT-SCHED-FILE ASSIGN WS-PRINTSCHED-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PS-KEY
              LOCK MANUAL
              FILE STATUS IS PS-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts printSpool.cbl reads and writes.
       FD  PRINT-DEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PD-REC.
       01  PD-REC.
           05  PD-KEY.
               10  PD-NAME                 PIC X(20).
           05  PD-REST.
               10  PD-ADDRESS              PIC X(60).
               10  PD-PORT                 PIC 9(05).
               10  PD-LOCATION             PIC X(40).
               10  PD-ACTIVE               PIC X.
                   88  PD-IN-SERVICE       VALUE "Y".
               10  PD-CHANGED-BY           PIC X(30).
               10  PD-CHANGED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  PRINT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PQ-REC.
       01  PQ-REC.
           05  PQ-KEY.
               10  PQ-JOB-ID               PIC X(17).
           05  PQ-REST.
               10  PQ-DEST                 PIC X(20).
               10  PQ-ARTIFACT             PIC X(10).
               10  PQ-TITLE                PIC X(60).
               10  PQ-PDF-FILE             PIC X(40).
               10  PQ-SOURCE               PIC X(20).
               10  PQ-REQUESTED-BY         PIC X(30).
               10  PQ-REQUESTED-AT         PIC X(19).
               10  PQ-STATUS               PIC X.
                   88  PQ-PENDING          VALUE "P".
                   88  PQ-PRINTED          VALUE "S".
                   88  PQ-FAILED           VALUE "F".
               10  PQ-RETRY-COUNT          PIC 9(02).
               10  PQ-NEXT-RETRY-AT        PIC X(14).
               10  PQ-PRINTED-AT           PIC X(19).
               10  PQ-REPRINT-OF           PIC X(17).
               10  PQ-MESSAGE              PIC X(60).
               10  FILLER                  PIC X(20).

       FD  PRINT-SCHED-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PS-REC.
       01  PS-REC.
           05  PS-KEY.
               10  PS-SCHED-NAME           PIC X(20).
           05  PS-REST.
               10  PS-ARTIFACT             PIC X(10).
               10  PS-DEST                 PIC X(20).
               10  PS-PRINT-AT             PIC X(04).
               10  PS-DAYS                 PIC X(28).
               10  PS-LAST-RUN             PIC X(10).
               10  PS-CHANGED-BY           PIC X(30).
               10  PS-CHANGED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-PRINTDEST-FILE   PIC X(256) VALUE "PRINTDEST.DAT".
       01 PD-STATUS-COMN.
           05  PD-STATUS-BYTE-1        PIC X.
           05  PD-STATUS-BYTE-2        PIC X.
       01 WS-PRINTQ-FILE      PIC X(256) VALUE "PRINTQ.DAT".
       01 PQ-STATUS-COMN.
           05  PQ-STATUS-BYTE-1        PIC X.
           05  PQ-STATUS-BYTE-2        PIC X.
       01 WS-PRINTSCHED-FILE  PIC X(256) VALUE "PRINTSCHED.DAT".
       01 PS-STATUS-COMN.
           05  PS-STATUS-BYTE-1        PIC X.
           05  PS-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * How far back the queue list reaches.
       01 WS-QUEUE-DAYS        PIC 9(02) VALUE 7.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       01  app-data-folder             type String.
       procedure division using by value pageName as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "Programs"
              '\AUDITLOG.LOG"' delimited by size
              into WS-AUDIT-LOG-FILE

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
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString = "V"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PRINTDEST.DAT"' delimited by size
                  into WS-PRINTDEST-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PRINTQ.DAT"' delimited by size
                  into WS-PRINTQ-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PRINTSCHED.DAT"' delimited by size
                  into WS-PRINTSCHED-FILE
               if not self::IsPostBack
                   invoke self::logAudit("printQueue").

           if not self::IsPostBack
               invoke scheduleArtifactDropDownList::Items::Clear
               invoke scheduleArtifactDropDownList::Items::Add("LINEUP")
               invoke scheduleArtifactDropDownList::Items::Add("DEFENSE")
               invoke scheduleArtifactDropDownList::Items::Add("PRESSNOTES")
               invoke scheduleArtifactDropDownList::Items::Add("SCOUTPKT")
               invoke scheduleArtifactDropDownList::Items::Add("DRAFTBOARD")
               invoke scheduleArtifactDropDownList::Items::Add("INCENTIVES")
               invoke scheduleArtifactDropDownList::Items::Add("INJURYDAYS")
               invoke self::refreshAll.

           goback.
       end method.

       method-id refreshAll private.
       procedure division.
           invoke type batsweb.printSpool::fillPicker(self::teamFolder, reprintDestDropDownList)
           invoke type batsweb.printSpool::fillPicker(self::teamFolder, scheduleDestDropDownList)
           invoke self::populateQueueTable
           invoke self::populateDestTable
           invoke self::populateScheduleTable.
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * The last week of jobs, newest first - the key is the job's
      * own stamp, so the week's rows are read forward and shown in
      * reverse.
       method-id populateQueueTable protected.
       local-storage section.
       01 rowList          type System.Collections.ArrayList.
       01 rowText          type String.
       01 statusWord       type String.
       01 rr               type Int32.
       01 backDays         type Int32.
       procedure division.
           invoke queueTable::Rows::Clear()
           set rowList to new type System.Collections.ArrayList
           OPEN INPUT PRINT-QUEUE-FILE
           if PQ-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(queueTable, "Nothing has been sent to a printer yet.")
               exit method.
           MOVE SPACES TO PQ-KEY
           compute backDays = 0 - WS-QUEUE-DAYS
           set PQ-JOB-ID to type DateTime::Today::AddDays(backDays)::ToString("yyyyMMdd") & "000000000"
           START PRINT-QUEUE-FILE KEY NOT LESS THAN PQ-KEY
           if PQ-STATUS-BYTE-1 not = "0"
               go to queue-done.
       queue-loop.
           READ PRINT-QUEUE-FILE NEXT RECORD
               AT END go to queue-done.
           EVALUATE TRUE
               WHEN PQ-PRINTED
                   set statusWord to "PRINTED " & PQ-PRINTED-AT(12:5)
               WHEN PQ-FAILED
                   set statusWord to "FAILED - " & PQ-MESSAGE::Trim
               WHEN PQ-RETRY-COUNT > 0
                   set statusWord to "RETRYING (" & PQ-RETRY-COUNT::ToString & ") - " & PQ-MESSAGE::Trim
               WHEN OTHER
                   set statusWord to "WAITING"
           END-EVALUATE
           set rowText to "[" & PQ-JOB-ID & "] " & PQ-REQUESTED-AT(1:16) & " " & PQ-TITLE::Trim
               & " to " & PQ-DEST::Trim & " - " & PQ-SOURCE::Trim & ", " & PQ-REQUESTED-BY::Trim
           if PQ-REPRINT-OF not = spaces
               set rowText to rowText & " (reprint of " & PQ-REPRINT-OF & ")".
           set rowText to rowText & " - " & statusWord
           invoke rowList::Add(rowText)
           go to queue-loop.
       queue-done.
           CLOSE PRINT-QUEUE-FILE
           if rowList::Count = 0
               invoke self::addTableRow(queueTable, "No print jobs this week.")
               exit method.
           set rr to rowList::Count.
       queue-show-loop.
           if rr < 1
               exit method.
           subtract 1 from rr
           invoke self::addTableRow(queueTable, rowList[rr] as type String)
           go to queue-show-loop.
       end method.

       method-id populateDestTable protected.
       local-storage section.
       01 rowCount         pic 9(04) value 0.
       01 rowText          type String.
       procedure division.
           invoke destTable::Rows::Clear()
           OPEN INPUT PRINT-DEST-FILE
           if PD-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(destTable, "No printer destinations on file.")
               exit method.
           MOVE LOW-VALUE TO PD-KEY
           START PRINT-DEST-FILE KEY NOT LESS THAN PD-KEY
           if PD-STATUS-BYTE-1 not = "0"
               go to dest-done.
       dest-loop.
           READ PRINT-DEST-FILE NEXT RECORD
               AT END go to dest-done.
           set rowText to PD-NAME::Trim & " - " & PD-LOCATION::Trim & " (" & PD-ADDRESS::Trim & " port " & PD-PORT::ToString & ")"
           if not PD-IN-SERVICE
               set rowText to rowText & " - OUT OF SERVICE".
           invoke self::addTableRow(destTable, rowText)
           add 1 to rowCount
           go to dest-loop.
       dest-done.
           CLOSE PRINT-DEST-FILE
           if rowCount = 0
               invoke self::addTableRow(destTable, "No printer destinations on file.").
       end method.

       method-id populateScheduleTable protected.
       local-storage section.
       01 rowCount         pic 9(04) value 0.
       01 rowText          type String.
       procedure division.
           invoke scheduleTable::Rows::Clear()
           OPEN INPUT PRINT-SCHED-FILE
           if PS-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(scheduleTable, "No standing prints.")
               exit method.
           MOVE LOW-VALUE TO PS-KEY
           START PRINT-SCHED-FILE KEY NOT LESS THAN PS-KEY
           if PS-STATUS-BYTE-1 not = "0"
               go to sched-done.
       sched-loop.
           READ PRINT-SCHED-FILE NEXT RECORD
               AT END go to sched-done.
           set rowText to PS-SCHED-NAME::Trim & " - " & PS-ARTIFACT::Trim & " to " & PS-DEST::Trim
               & " at " & PS-PRINT-AT(1:2) & ":" & PS-PRINT-AT(3:2) & " " & PS-DAYS::Trim
           if PS-LAST-RUN not = spaces
               set rowText to rowText & " (last ran " & PS-LAST-RUN & ")".
           invoke self::addTableRow(scheduleTable, rowText)
           add 1 to rowCount
           go to sched-loop.
       sched-done.
           CLOSE PRINT-SCHED-FILE
           if rowCount = 0
               invoke self::addTableRow(scheduleTable, "No standing prints.").
       end method.

      *#####                       Reprint                             #####
       method-id reprintButton_Click protected.
       local-storage section.
       01 jobId            type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if jobIdTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the job id from the list.');", true)
               exit method.
           set jobId to type batsweb.printSpool::reprint(self::teamFolder, jobIdTextBox::Text::Trim, reprintDestDropDownList::SelectedValue, self::Session["last"]::ToString & self::Session["first"]::ToString)
           if jobId = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That job could not be queued again - check the job id and that the printer is in service.');", true)
               exit method.
           invoke self::logAudit("printQueue REPRINT=" & jobIdTextBox::Text::Trim)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Queued again as job " & jobId & ".');", true)
           invoke self::populateQueueTable
       end method.

      *#####      Destinations and standing prints - S or A only      #####
       method-id canMaintain private.
       procedure division returning okFlag as type Condition.
           set okFlag to true
           if self::Session["level"]::ToString not = "S"
               and self::Session["level"]::ToString not = "A"
               set okFlag to false
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Printers and standing prints are kept by a supervisor or admin.');", true).
       end method.

      * Adds a destination or changes one already on file; the
      * in-service box takes a broken printer off every picker
      * without losing its address.
       method-id saveDestButton_Click protected.
       local-storage section.
       01 portNum          type Int32.
       01 foundFlag        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::canMaintain
               exit method.
           if destNameTextBox::Text::Trim = type String::Empty
               or destAddressTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Give the destination a name and the printer address.');", true)
               exit method.
           if not type Int32::TryParse(destPortTextBox::Text::Trim, by reference portNum)
               or portNum < 1 or portNum > 65535
               move 9100 to portNum.

           OPEN I-O PRINT-DEST-FILE
           IF PD-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PRINT-DEST-FILE
               CLOSE PRINT-DEST-FILE
               OPEN I-O PRINT-DEST-FILE
           END-IF
           MOVE SPACES TO PD-KEY
           set PD-NAME to destNameTextBox::Text::Trim::ToUpper::Replace(" ", "-")
           READ PRINT-DEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           MOVE SPACES TO PD-REST
           set PD-ADDRESS to destAddressTextBox::Text::Trim
           move portNum to PD-PORT
           set PD-LOCATION to destLocationTextBox::Text::Trim
           if destInServiceCheckBox::Checked
               move "Y" to PD-ACTIVE
           else
               move "N" to PD-ACTIVE.
           set PD-CHANGED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set PD-CHANGED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if foundFlag = "Y"
               REWRITE PD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           else
               WRITE PD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           end-if
           CLOSE PRINT-DEST-FILE
           invoke self::logAudit("printQueue DEST=" & PD-NAME::Trim)
           invoke self::refreshAll
       end method.

      * A standing print - saved again under the same name it is
      * changed; the remove button takes it off.
       method-id saveScheduleButton_Click protected.
       local-storage section.
       01 timeText         type String.
       01 foundFlag        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::canMaintain
               exit method.
           set timeText to scheduleTimeTextBox::Text::Trim::Replace(":", type String::Empty)
           if timeText::Length = 3
               set timeText to "0" & timeText.
           if scheduleNameTextBox::Text::Trim = type String::Empty
               or scheduleDestDropDownList::SelectedValue = type String::Empty
               or timeText::Length not = 4
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the standing print, pick a printer and give the time as HH:MM, 24-hour.');", true)
               exit method.

           OPEN I-O PRINT-SCHED-FILE
           IF PS-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PRINT-SCHED-FILE
               CLOSE PRINT-SCHED-FILE
               OPEN I-O PRINT-SCHED-FILE
           END-IF
           MOVE SPACES TO PS-KEY
           set PS-SCHED-NAME to scheduleNameTextBox::Text::Trim::ToUpper
           READ PRINT-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           MOVE SPACES TO PS-REST
           set PS-ARTIFACT to scheduleArtifactDropDownList::SelectedItem::ToString
           set PS-DEST to scheduleDestDropDownList::SelectedValue
           set PS-PRINT-AT to timeText
           set PS-DAYS to scheduleDaysTextBox::Text::Trim::ToUpper
           if PS-DAYS = spaces
               move "DAILY" to PS-DAYS.
           set PS-CHANGED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set PS-CHANGED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if foundFlag = "Y"
               REWRITE PS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           else
               WRITE PS-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           end-if
           CLOSE PRINT-SCHED-FILE
           invoke self::logAudit("printQueue SCHEDULE=" & PS-SCHED-NAME::Trim)
           invoke self::populateScheduleTable
       end method.

       method-id removeScheduleButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::canMaintain
               exit method.
           OPEN I-O PRINT-SCHED-FILE
           if PS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PS-KEY
           set PS-SCHED-NAME to scheduleNameTextBox::Text::Trim::ToUpper
           DELETE PRINT-SCHED-FILE RECORD
               INVALID KEY
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No standing print by that name.');", true)
           END-DELETE
           CLOSE PRINT-SCHED-FILE
           invoke self::logAudit("printQueue UNSCHEDULE=" & scheduleNameTextBox::Text::Trim::ToUpper)
           invoke self::populateScheduleTable
       end method.

      * ######################################################
      * ######### List Box Replacement Table Methods #########
      * ######################################################
       method-id addTableRow private.
       local-storage section.
       01 tRow type System.Web.UI.WebControls.TableRow.
       01 td type System.Web.UI.WebControls.TableCell.
       procedure division using by value targetTable as type System.Web.UI.WebControls.Table,
                          by value rowContent as type String.

           set td to type System.Web.UI.WebControls.TableCell::New()
           set tRow to type System.Web.UI.WebControls.TableRow::New()

           set td::Text to rowContent
           set tRow::TableSection to type System.Web.UI.WebControls.TableRowSection::TableBody

           invoke tRow::Cells::Add(td)
           invoke targetTable::Rows::Add(tRow)
       end method.

       end class.
