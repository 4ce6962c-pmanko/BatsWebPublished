       class-id batsweb.incentives is partial
                inherits type System.Web.UI.Page public.

      * Contract incentive clauses. Plate appearance, innings, games-
      * pitched and roster-day bonuses used to be watched by nobody
      * until an agent called. Front-office staff - supervisor ("S")
      * or admin ("A"), the draft board's director gate; contract
      * terms stay off every other level - key each clause here:
      *   INCENTIVE.DAT  one record per player per clause - the stat,
      *                  the threshold, the window it counts over
      *                  (start date, blank for January 1 of the
      *                  deadline year, through the deadline), the
      *                  bonus as written, and a mail address for the
      *                  notices when someone outside the building
      *                  wants them
      * incentiveTracker.cbl counts every open clause each night and
      * writes the count, percent and pace back on it, and sends the
      * 80% and 100% notices to whoever keyed the clause. The pace
      * report lists every open clause with its count, its pace to
      * the deadline and whether that clears the threshold, on the
      * page or through the shared batsweb.pdfWriter path. Changing a
      * clause's stat, threshold or window puts it back open with its
      * notices reset, so the next night's check speaks up again.
      * The printer drop-down sends the PDF to a clubhouse printer
      * through printSpool.cbl instead of downloading it; either way
      * the build is kept as the latest for the standing prints.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INCENTIVE-FILE ASSIGN WS-INCENTIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IC-KEY
              LOCK MANUAL
              FILE STATUS IS IC-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per player per clause. The count, percent and
      * pace are the nightly tracker's; IP counts are in outs against
      * a threshold keyed in whole innings.
       FD  INCENTIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IC-REC.
       01  IC-REC.
           05  IC-KEY.
               10  IC-PLAYER-NAME          PIC X(30).
               10  IC-CLAUSE-NO            PIC 9(02).
           05  IC-REST.
               10  IC-STAT-CODE            PIC X(02).
               10  IC-THRESHOLD            PIC 9(05).
               10  IC-START-DATE           PIC X(10).
               10  IC-DEADLINE             PIC X(10).
               10  IC-BONUS-TEXT           PIC X(40).
               10  IC-NOTIFY-TO            PIC X(60).
      *        O open, M met, E expired short, W withdrawn.
               10  IC-STATUS               PIC X.
                   88  IC-OPEN             VALUE "O".
                   88  IC-MET              VALUE "M".
                   88  IC-EXPIRED          VALUE "E".
                   88  IC-WITHDRAWN        VALUE "W".
               10  IC-CURRENT              PIC 9(05).
               10  IC-PROJECTED            PIC 9(05).
               10  IC-PCT                  PIC 9(03).
               10  IC-NOTICE-80            PIC X.
               10  IC-NOTICE-100           PIC X.
               10  IC-CHECKED-AT           PIC X(19).
               10  IC-ENTERED-LAST         PIC X(15).
               10  IC-ENTERED-FIRST        PIC X(15).
               10  IC-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-INCENTIVE-FILE   PIC X(256) VALUE "INCENTIVE.DAT".
       01 IC-STATUS-COMN.
           05  IC-STATUS-BYTE-1        PIC X.
           05  IC-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * Stat codes and their names, as incentiveTracker.cbl counts
      * them.
       01 STAT-CODES.
           05  FILLER                  PIC X(22) VALUE "PAPlate appearances".
           05  FILLER                  PIC X(22) VALUE "IPInnings pitched".
           05  FILLER                  PIC X(22) VALUE "GPGames pitched".
           05  FILLER                  PIC X(22) VALUE "RDRoster days".
           05  FILLER                  PIC X(22) VALUE "H Career hits".
           05  FILLER                  PIC X(22) VALUE "HRCareer home runs".
           05  FILLER                  PIC X(22) VALUE "KPCareer strikeouts".
       01 STAT-CODES-R REDEFINES STAT-CODES.
           05  STAT-CODE-ENTRY OCCURS 7.
               10  STAT-CODE               PIC X(02).
               10  STAT-NAME               PIC X(20).

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

      * #### Access control - contract terms are front-office only,
      * #### WEBPASS-LEVEL "S" or "A" ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "S"
               and self::Session["level"]::ToString not = "A"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\INCENTIVE.DAT"' delimited by size
                  into WS-INCENTIVE-FILE
               if not self::IsPostBack
                   invoke self::logAudit("incentives")
                   invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).

           if not self::IsPostBack
               invoke self::fillStatList
               invoke self::populateClauseTable.

           goback.
       end method.

       method-id fillStatList private.
       local-storage section.
       01 ss               pic 9(02).
       procedure division.
           move 1 to ss.
       stat-list-loop.
           if ss > 7
               exit method.
           invoke statDropDownList::Items::Add(STAT-CODE(ss) & " - " & STAT-NAME(ss)::Trim)
           add 1 to ss
           go to stat-list-loop.
       end method.

      *#####          Every clause on file, by player                  #####
       method-id populateClauseTable protected.
       procedure division.
           invoke clauseTable::Rows::Clear()
           OPEN INPUT INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO IC-KEY
           START INCENTIVE-FILE KEY NOT LESS THAN IC-KEY
           if IC-STATUS-BYTE-1 not = "0"
               go to list-done.
       list-loop.
           READ INCENTIVE-FILE NEXT RECORD
               AT END go to list-done.
           invoke self::addTableRow(clauseTable, self::clauseLine)
           go to list-loop.
       list-done.
           CLOSE INCENTIVE-FILE.
       end method.

      * One clause's line off the current IC-REC.
       method-id clauseLine private.
       local-storage section.
       01 statusText       type String.
       01 countText        type String.
       procedure division returning textOut as type String.
           EVALUATE TRUE
               WHEN IC-MET
                   set statusText to "met"
               WHEN IC-EXPIRED
                   set statusText to "expired short"
               WHEN IC-WITHDRAWN
                   set statusText to "withdrawn"
               WHEN OTHER
                   set statusText to "open"
           END-EVALUATE
           set countText to self::amountText(IC-STAT-CODE, IC-CURRENT)
           set textOut to IC-PLAYER-NAME::Trim & " #" & IC-CLAUSE-NO::ToString & " - " & self::statName(IC-STAT-CODE)::Trim & " " & countText & " / " & IC-THRESHOLD::ToString & " by " & IC-DEADLINE::Trim & " (" & statusText & ")"
           if IC-BONUS-TEXT not = spaces
               set textOut to textOut & " - " & IC-BONUS-TEXT::Trim.
       end method.

      *#####                    Add or change a clause                 #####
       method-id saveClauseButton_Click protected.
       local-storage section.
       01 playerKey        pic x(30).
       01 clauseNo         type Int32.
       01 thresholdNum     type Int32.
       01 startDay         type DateTime.
       01 deadlineDay      type DateTime.
       01 startText        pic x(10).
       01 deadlineText     pic x(10).
       01 statCode         pic x(02).
       01 newFlag          pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set playerKey to playerTextBox::Text::Trim::ToUpper
           if playerKey = spaces
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player as LAST, FIRST.');", true)
               exit method.
           if statDropDownList::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the stat the clause counts.');", true)
               exit method.
           set statCode to statDropDownList::SelectedItem::Text::Substring(0, 2)
           if not type Int32::TryParse(thresholdTextBox::Text::Trim, by reference thresholdNum)
               or thresholdNum < 1 or thresholdNum > 99999
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Threshold must be a whole number from 1 to 99999 - innings are keyed whole.');", true)
               exit method.
           if not type DateTime::TryParse(deadlineTextBox::Text::Trim, by reference deadlineDay)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Deadline not recognized - enter it as MM/DD/YYYY.');", true)
               exit method.
           set deadlineText to deadlineDay::ToString("yyyy-MM-dd")
           move spaces to startText
           if startDateTextBox::Text::Trim not = type String::Empty
               if not type DateTime::TryParse(startDateTextBox::Text::Trim, by reference startDay)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Start date not recognized - enter it as MM/DD/YYYY, or leave it blank for January 1.');", true)
                   exit method
               end-if
               if startDay > deadlineDay
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The start date is after the deadline.');", true)
                   exit method
               end-if
               set startText to startDay::ToString("yyyy-MM-dd")
           end-if

           OPEN I-O INCENTIVE-FILE
           IF IC-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT INCENTIVE-FILE
               CLOSE INCENTIVE-FILE
               OPEN I-O INCENTIVE-FILE
           END-IF

      *    A blank clause number is a new clause - the next number
      *    after the player's highest.
           if clauseNoTextBox::Text::Trim = type String::Empty
               move "Y" to newFlag
               set clauseNo to self::nextClauseNo(playerKey)
               if clauseNo > 99
                   CLOSE INCENTIVE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That player already has 99 clauses on file.');", true)
                   exit method
               end-if
               MOVE SPACES TO IC-REC
               move playerKey to IC-PLAYER-NAME
               move clauseNo to IC-CLAUSE-NO
               move zeroes to IC-CURRENT IC-PROJECTED IC-PCT
               set IC-ENTERED-LAST to self::Session["last"]::ToString::Trim::ToUpper
               set IC-ENTERED-FIRST to self::Session["first"]::ToString::Trim::ToUpper
               set IC-ENTERED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               move "O" to IC-STATUS
               move "N" to IC-NOTICE-80 IC-NOTICE-100
           else
               if not type Int32::TryParse(clauseNoTextBox::Text::Trim, by reference clauseNo)
                   or clauseNo < 1 or clauseNo > 99
                   CLOSE INCENTIVE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clause number must be 1 to 99 - leave it blank to add a new clause.');", true)
                   exit method
               end-if
               MOVE SPACES TO IC-REC
               move playerKey to IC-PLAYER-NAME
               move clauseNo to IC-CLAUSE-NO
               READ INCENTIVE-FILE
                   INVALID KEY
                       CLOSE INCENTIVE-FILE
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clause on file with that number for that player.');", true)
                       exit method
               END-READ
      *        New terms are a new clause as far as the notices go.
               if IC-STAT-CODE not = statCode
                   or IC-THRESHOLD not = thresholdNum
                   or IC-START-DATE not = startText
                   or IC-DEADLINE not = deadlineText
                   move "O" to IC-STATUS
                   move "N" to IC-NOTICE-80 IC-NOTICE-100
                   move zeroes to IC-CURRENT IC-PROJECTED IC-PCT
               end-if
           end-if

           move statCode to IC-STAT-CODE
           move thresholdNum to IC-THRESHOLD
           move startText to IC-START-DATE
           move deadlineText to IC-DEADLINE
           set IC-BONUS-TEXT to bonusTextBox::Text::Trim
           set IC-NOTIFY-TO to notifyToTextBox::Text::Trim

           WRITE IC-REC
               INVALID KEY
                   REWRITE IC-REC
           END-WRITE
           CLOSE INCENTIVE-FILE

           set clauseNoTextBox::Text to clauseNo::ToString
           invoke self::populateClauseTable
           if newFlag = "Y"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clause added as number " & clauseNo::ToString & ".');", true)
           else
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clause saved.');", true).
       end method.

      * The player's highest clause number plus one (INCENTIVE-FILE
      * open).
       method-id nextClauseNo private.
       procedure division using by value playerKey as type String
                          returning nextNo as type Int32.
           set nextNo to 1
           MOVE SPACES TO IC-KEY
           set IC-PLAYER-NAME to playerKey
           move zeroes to IC-CLAUSE-NO
           START INCENTIVE-FILE KEY NOT LESS THAN IC-KEY
           if IC-STATUS-BYTE-1 not = "0"
               exit method.
       next-loop.
           READ INCENTIVE-FILE NEXT RECORD
               AT END exit method.
           if IC-PLAYER-NAME not = playerKey
               exit method.
           compute nextNo = IC-CLAUSE-NO + 1
           go to next-loop.
       end method.

      * Brings a clause back into the entry fields.
       method-id loadClauseButton_Click protected.
       local-storage section.
       01 clauseNo         type Int32.
       01 startDay         type DateTime.
       01 deadlineDay      type DateTime.
       01 ss               pic 9(02).
       01 listIdx          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if not type Int32::TryParse(clauseNoTextBox::Text::Trim, by reference clauseNo)
               or clauseNo < 1 or clauseNo > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player and the clause number to bring up.');", true)
               exit method.
           OPEN INPUT INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clauses on file.');", true)
               exit method.
           MOVE SPACES TO IC-REC
           set IC-PLAYER-NAME to playerTextBox::Text::Trim::ToUpper
           move clauseNo to IC-CLAUSE-NO
           READ INCENTIVE-FILE
               INVALID KEY
                   CLOSE INCENTIVE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clause on file with that number for that player.');", true)
                   exit method
           END-READ
           CLOSE INCENTIVE-FILE

           move 1 to ss.
       stat-find-loop.
           if ss > 7
               go to stat-find-done.
           if STAT-CODE(ss) = IC-STAT-CODE
               compute listIdx = ss - 1
               set statDropDownList::SelectedIndex to listIdx
               go to stat-find-done.
           add 1 to ss
           go to stat-find-loop.
       stat-find-done.
           set thresholdTextBox::Text to IC-THRESHOLD::ToString
           set startDateTextBox::Text to type String::Empty
           if type DateTime::TryParse(IC-START-DATE, by reference startDay)
               set startDateTextBox::Text to startDay::ToString("MM/dd/yyyy").
           if type DateTime::TryParse(IC-DEADLINE, by reference deadlineDay)
               set deadlineTextBox::Text to deadlineDay::ToString("MM/dd/yyyy").
           set bonusTextBox::Text to IC-BONUS-TEXT::Trim
           set notifyToTextBox::Text to IC-NOTIFY-TO::Trim.
       end method.

      * Takes a clause off the nightly check - the record stays for
      * the history.
       method-id withdrawClauseButton_Click protected.
       local-storage section.
       01 clauseNo         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not type Int32::TryParse(clauseNoTextBox::Text::Trim, by reference clauseNo)
               or clauseNo < 1 or clauseNo > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player and the clause number to withdraw.');", true)
               exit method.
           OPEN I-O INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clauses on file.');", true)
               exit method.
           MOVE SPACES TO IC-REC
           set IC-PLAYER-NAME to playerTextBox::Text::Trim::ToUpper
           move clauseNo to IC-CLAUSE-NO
           READ INCENTIVE-FILE
               INVALID KEY
                   CLOSE INCENTIVE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clause on file with that number for that player.');", true)
                   exit method
           END-READ
           move "W" to IC-STATUS
           REWRITE IC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE INCENTIVE-FILE
           invoke self::populateClauseTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clause withdrawn.');", true)
       end method.

      *#####        Pace report - every open clause, on the page       #####
       method-id paceReportButton_Click protected.
       local-storage section.
       01 rowCount         pic 9(04) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke paceTable::Rows::Clear()
           OPEN INPUT INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(paceTable, "No clauses on file.")
               exit method.
           MOVE LOW-VALUE TO IC-KEY
           START INCENTIVE-FILE KEY NOT LESS THAN IC-KEY
           if IC-STATUS-BYTE-1 not = "0"
               go to pace-done.
       pace-loop.
           READ INCENTIVE-FILE NEXT RECORD
               AT END go to pace-done.
           if not IC-OPEN
               go to pace-loop.
           invoke self::addTableRow(paceTable, self::paceLine)
           add 1 to rowCount
           go to pace-loop.
       pace-done.
           CLOSE INCENTIVE-FILE
           if rowCount = 0
               invoke self::addTableRow(paceTable, "No open clauses.").
       end method.

       method-id pacePdfButton_Click protected.
       local-storage section.
       01 pdf              type batsweb.pdfWriter.
       01 pdfBytes         type Byte occurs any.
       01 rowCount         pic 9(04) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading("Contract incentives - open clauses - " & self::Session["team"]::ToString::Trim & " - " & type DateTime::Today::ToString("yyyy-MM-dd"))

           OPEN INPUT INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               invoke pdf::addLine("No clauses on file.")
               go to pdf-finish.
           MOVE LOW-VALUE TO IC-KEY
           START INCENTIVE-FILE KEY NOT LESS THAN IC-KEY
           if IC-STATUS-BYTE-1 not = "0"
               go to pdf-clauses-done.
       pdf-clauses-loop.
           READ INCENTIVE-FILE NEXT RECORD
               AT END go to pdf-clauses-done.
           if not IC-OPEN
               go to pdf-clauses-loop.
           invoke pdf::addLine(self::paceLine)
           if IC-BONUS-TEXT not = spaces
               invoke pdf::addLine("     " & IC-BONUS-TEXT::Trim).
           add 1 to rowCount
           go to pdf-clauses-loop.
       pdf-clauses-done.
           CLOSE INCENTIVE-FILE
           if rowCount = 0
               invoke pdf::addLine("No open clauses.").
       pdf-finish.
           set pdfBytes to pdf::finish("Contract incentives")
           invoke self::sendPdf("INCENTIVES", pdfBytes, "Contract incentives", "incentives.pdf")
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
               printDestDropDownList::SelectedValue, pdfBytes, titleText, "incentives",
               self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
               else
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sent to " & printDestDropDownList::SelectedValue & " as job " & printJob & ".');", true)
               end-if
               invoke self::logAudit("incentives PRINT=" & printDestDropDownList::SelectedValue)
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

      * One open clause's pace line off the current IC-REC - the
      * count and percent as of the last nightly check, the days left
      * and where the pace lands against the threshold.
       method-id paceLine private.
       local-storage section.
       01 countText        type String.
       01 paceText         type String.
       01 deadlineDay      type DateTime.
       01 daysLeft         type Int32.
       01 target           type Int32.
       procedure division returning textOut as type String.
           set countText to self::amountText(IC-STAT-CODE, IC-CURRENT)
           set textOut to IC-PLAYER-NAME::Trim & " #" & IC-CLAUSE-NO::ToString & " - " & self::statName(IC-STAT-CODE)::Trim & " " & countText & " / " & IC-THRESHOLD::ToString & " (" & IC-PCT::ToString & "%)"
           if type DateTime::TryParse(IC-DEADLINE, by reference deadlineDay)
               set daysLeft to (deadlineDay::Subtract(type DateTime::Today))::Days
               set textOut to textOut & ", " & daysLeft::ToString & " days to " & IC-DEADLINE::Trim.
      *    Career counters carry no pace.
           if IC-STAT-CODE = "H " or "HR" or "KP"
               exit method.
           move IC-THRESHOLD to target
           if IC-STAT-CODE = "IP"
               compute target = IC-THRESHOLD * 3.
           set paceText to self::amountText(IC-STAT-CODE, IC-PROJECTED)
           if IC-PROJECTED >= target
               set textOut to textOut & ", pace " & paceText & " - on pace"
           else
               set textOut to textOut & ", pace " & paceText & " - behind".
           if IC-CHECKED-AT = spaces
               set textOut to textOut & " (not yet checked)".
       end method.

      * A count as it reads - innings from outs as 123.1, the rest as
      * the plain number.
       method-id amountText private.
       local-storage section.
       01 wholeInnings     type Int32.
       01 extraOuts        type Int32.
       procedure division using by value statCode as type String
                          by value amount as type Int32
                          returning textOut as type String.
           if statCode not = "IP"
               set textOut to amount::ToString
               exit method.
           divide amount by 3 giving wholeInnings remainder extraOuts
           set textOut to wholeInnings::ToString & "." & extraOuts::ToString
       end method.

       method-id statName private.
       local-storage section.
       01 ss               pic 9(02).
       procedure division using by value statCode as type String
                          returning nameOut as type String.
           set nameOut to statCode
           move 1 to ss.
       stat-loop.
           if ss > 7
               exit method.
           if STAT-CODE(ss) = statCode
               set nameOut to STAT-NAME(ss)
               exit method.
           add 1 to ss
           go to stat-loop.
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
