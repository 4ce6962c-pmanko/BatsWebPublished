       class-id batsweb.loginAlerts is partial
                inherits type System.Web.UI.Page public.

      * Sign-in alert screen - the admin's side of loginWatch.cbl.
      * Lists the team's LOGINFLAG.DAT flags, open ones first (a new
      * network, impossible travel, a failed-sign-in burst, a
      * video-only login opening page after page), each with the
      * flag id the notification-center notice links here with. One
      * click on a flag forces every session of the flagged user off
      * (the SESSREG.DAT kill flag Site.Master.cbl honors) and locks
      * the account in LOCKSTAT.DAT the same way a run of bad
      * passwords would - adminUsers.aspx.cbl's unlock clears it once
      * the user is reached. A flag that turns out to be the coach on
      * a road trip is dismissed instead.
      * Gated to WEBPASS-LEVEL "A" the same way adminUsers.aspx.cbl is.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LOGIN-FLAG-FILE ASSIGN WS-LOGINFLAG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LF-KEY
              LOCK MANUAL
              FILE STATUS IS LF-STATUS-COMN.
          SELECT SESSION-REGISTRY-FILE ASSIGN WS-SESSREG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-KEY
              LOCK MANUAL
              FILE STATUS IS SR-STATUS-COMN.
          SELECT LOCKOUT-STATUS-FILE ASSIGN WS-LOCKSTAT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LS-KEY
              LOCK MANUAL
              FILE STATUS IS LS-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout loginWatch.cbl raises.
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

      * Same layout Default.aspx.cbl's registerSession writes.
       FD  SESSION-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SR-REC.
       01  SR-REC.
           05  SR-KEY.
               10  SR-SESSION-ID           PIC X(40).
           05  SR-REST.
               10  SR-TEAM                 PIC X(15).
               10  SR-LAST                 PIC X(15).
               10  SR-FIRST                PIC X(15).
               10  SR-SIGNED-ON-AT         PIC X(19).
               10  SR-KILL-FLAG            PIC X.
               10  FILLER                  PIC X(15).

      * Same layout Default.aspx.cbl's lockout check reads.
       FD  LOCKOUT-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LS-REC.
       01  LS-REC.
           05  LS-KEY.
               10  LS-TEAM                 PIC X(15).
               10  LS-LAST                 PIC X(15).
               10  LS-FIRST                PIC X(15).
           05  LS-REST.
               10  LS-FAIL-COUNT           PIC 9(03).
               10  LS-FIRST-FAIL-AT        PIC X(19).
               10  LS-LOCKED-FLAG          PIC X.
               10  LS-LOCKED-AT            PIC X(19).
               10  FILLER                  PIC X(10).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-LOGINFLAG-FILE   PIC X(256) VALUE "LOGINFLAG.DAT".
       01 LF-STATUS-COMN.
           05  LF-STATUS-BYTE-1        PIC X.
           05  LF-STATUS-BYTE-2        PIC X.
       01 WS-SESSREG-FILE     PIC X(256) VALUE "SESSREG.DAT".
       01 SR-STATUS-COMN.
           05  SR-STATUS-BYTE-1        PIC X.
           05  SR-STATUS-BYTE-2        PIC X.
       01 WS-LOCKSTAT-FILE    PIC X(256) VALUE "LOCKSTAT.DAT".
       01 LS-STATUS-COMN.
           05  LS-STATUS-BYTE-1        PIC X.
           05  LS-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * How far back handled flags stay on the list.
       01 WS-HANDLED-DAYS      PIC 9(03) VALUE 30.

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

      * #### Access control - only WEBPASS-LEVEL "A" (team admin) may
      * #### act on sign-in alerts ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "A"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::Session["team"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\LOGINFLAG.DAT"' delimited by size
              into WS-LOGINFLAG-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\SESSREG.DAT"' delimited by size
              into WS-SESSREG-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\LOCKSTAT.DAT"' delimited by size
              into WS-LOCKSTAT-FILE

           if not self::IsPostBack
               invoke self::logAudit("loginAlerts")
      *        The notice's link carries the flag id.
               if self::Request::QueryString["flag"] not = null
                   set flagKeyTextBox::Text to self::Request::QueryString["flag"]::Trim
               end-if
               invoke self::populateFlagTable
           end-if

           goback.
       end method.

      *#####                    The flag list                          #####
      * Open flags first, then the ones handled in the last
      * WS-HANDLED-DAYS days, newest first within each.
       method-id populateFlagTable private.
       local-storage section.
       01 openRows         type System.Collections.ArrayList.
       01 doneRows         type System.Collections.ArrayList.
       01 rowText          type String.
       01 cutoffStamp      pic x(17).
       01 backDays         type Double.
       01 rr               type Int32.
       procedure division.
           invoke flagTable::Rows::Clear()
           set openRows to new type System.Collections.ArrayList
           set doneRows to new type System.Collections.ArrayList
           compute backDays = 0 - WS-HANDLED-DAYS
           set cutoffStamp to type DateTime::Now::AddDays(backDays)::ToString("yyyyMMddHHmmssfff")

           OPEN INPUT LOGIN-FLAG-FILE
           if LF-STATUS-BYTE-1 not = "0"
               go to list-show.
           MOVE LOW-VALUE TO LF-KEY
           START LOGIN-FLAG-FILE KEY NOT LESS THAN LF-KEY
           if LF-STATUS-BYTE-1 not = "0"
               go to list-close.
       flag-loop.
           READ LOGIN-FLAG-FILE NEXT RECORD
               AT END go to list-close.
           set rowText to LF-STAMP & "   " & LF-KIND::Trim & "   "
           if LF-LAST not = spaces
               set rowText to rowText & LF-LAST::Trim & ", " & LF-FIRST::Trim & "   ".
           set rowText to rowText & LF-SEEN-AT::Trim & "   " & LF-DETAIL::Trim
           if LF-OPEN
               invoke openRows::Insert(0, rowText)
               go to flag-loop.
           if LF-STAMP < cutoffStamp
               go to flag-loop.
           if LF-LOCKED
               set rowText to rowText & "   (locked by " & LF-HANDLED-BY::Trim & " " & LF-HANDLED-AT::Trim & ")"
           else
               set rowText to rowText & "   (dismissed by " & LF-HANDLED-BY::Trim & " " & LF-HANDLED-AT::Trim & ")".
           invoke doneRows::Insert(0, rowText)
           go to flag-loop.
       list-close.
           CLOSE LOGIN-FLAG-FILE.
       list-show.
           if openRows::Count = 0
               invoke self::addTableRow(flagTable, "No open sign-in alerts.").
           move 0 to rr.
       open-loop.
           if rr >= openRows::Count
               go to open-done.
           invoke self::addTableRow(flagTable, openRows[rr] as type String)
           add 1 to rr
           go to open-loop.
       open-done.
           move 0 to rr.
       done-loop.
           if rr >= doneRows::Count
               exit method.
           invoke self::addTableRow(flagTable, doneRows[rr] as type String)
           add 1 to rr
           go to done-loop.
       end method.

      *#####         Force the user off and lock the account           #####
       method-id lockAccountButton_Click protected.
       local-storage section.
       01 savedTeam        pic x(15) value spaces.
       01 flagLast         pic x(15).
       01 flagFirst        pic x(15).
       01 killCnt          pic z(03)9.
       01 killNum          pic 9(04) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readFlag
               exit method.
           if LF-LAST = spaces
               CLOSE LOGIN-FLAG-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This alert names no single account - lock the accounts it lists from the user admin page.');", true)
               exit method.
           if LF-LAST = self::Session["last"]::ToString and LF-FIRST = self::Session["first"]::ToString
               CLOSE LOGIN-FLAG-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That is your own account - change your password instead.');", true)
               exit method.
           move LF-LAST to flagLast
           move LF-FIRST to flagFirst
           set savedTeam to self::Session["team"]::ToString::Trim::ToUpper

      *    Every live session of the user, flagged to end.
           OPEN I-O SESSION-REGISTRY-FILE
           if SR-STATUS-BYTE-1 not = "0"
               go to lock-account.
           MOVE LOW-VALUE TO SR-KEY
           START SESSION-REGISTRY-FILE KEY NOT LESS THAN SR-KEY
           if SR-STATUS-BYTE-1 not = "0"
               go to sess-done.
       sess-loop.
           READ SESSION-REGISTRY-FILE NEXT RECORD
               AT END go to sess-done.
           if SR-TEAM not = savedTeam or SR-LAST not = flagLast
               or SR-FIRST not = flagFirst or SR-KILL-FLAG = "Y"
               go to sess-loop.
           move "Y" to SR-KILL-FLAG
           REWRITE SR-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to killNum
           END-REWRITE
           go to sess-loop.
       sess-done.
           CLOSE SESSION-REGISTRY-FILE.

       lock-account.
           OPEN I-O LOCKOUT-STATUS-FILE
           IF LS-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LOCKOUT-STATUS-FILE
               CLOSE LOCKOUT-STATUS-FILE
               OPEN I-O LOCKOUT-STATUS-FILE
           END-IF
           MOVE SPACES TO LS-REC
           move savedTeam to LS-TEAM
           move flagLast to LS-LAST
           move flagFirst to LS-FIRST
           READ LOCKOUT-STATUS-FILE
               INVALID KEY
                   move 0 to LS-FAIL-COUNT
           END-READ
           move "Y" to LS-LOCKED-FLAG
           set LS-LOCKED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE LS-REC
               INVALID KEY
                   REWRITE LS-REC
           END-WRITE
           CLOSE LOCKOUT-STATUS-FILE

           invoke self::closeFlag("L")
           invoke self::logAudit("loginAlerts LOCK=" & flagLast::Trim & "," & flagFirst::Trim)
           move killNum to killCnt
           invoke self::populateFlagTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & flagLast::Trim::Replace("'", type String::Empty) & ", " & flagFirst::Trim::Replace("'", type String::Empty) & " locked - " & killCnt::Trim & " session(s) forced off.');", true)
       end method.

       method-id dismissFlagButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readFlag
               exit method.
           invoke self::closeFlag("D")
           invoke self::populateFlagTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Alert dismissed.');", true)
       end method.

      * Opens the flag file I-O on the pasted flag id; an unknown or
      * already-handled flag is turned away here.
       method-id readFlag private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if flagKeyTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the alert id from the list first.');", true)
               exit method.
           OPEN I-O LOGIN-FLAG-FILE
           if LF-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No sign-in alerts on file.');", true)
               exit method.
           MOVE SPACES TO LF-KEY
           set LF-STAMP to flagKeyTextBox::Text::Trim
           READ LOGIN-FLAG-FILE
               INVALID KEY
                   CLOSE LOGIN-FLAG-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No alert with that id.');", true)
                   exit method
           END-READ
           if not LF-OPEN
               CLOSE LOGIN-FLAG-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That alert was already handled.');", true)
               exit method.
           set okFlag to true.
       end method.

      * Marks the flag just read handled and closes the file.
       method-id closeFlag private.
       procedure division using by value statusCode as type String.
           set LF-STATUS to statusCode
           set LF-HANDLED-BY to self::Session["last"]::ToString::Trim & " " & self::Session["first"]::ToString::Trim
           set LF-HANDLED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE LF-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE LOGIN-FLAG-FILE.
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
