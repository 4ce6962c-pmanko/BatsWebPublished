       class-id batsweb.officialScoring is partial
                inherits type System.Web.UI.Page public.

      * Official-scoring rulings screen. officialScoringImport.cbl
      * files every play where the league's official scorer ruled
      * differently from our charter - result, RBI, or the fielder an
      * error is charged to - as a SCORECORR.DAT record (layout in
      * scoringOverlay.cbl) and a SCORE worklist item; the supervisor
      * reviews them here, waiting rulings first, and approves or
      * rejects each by its at-bat key. An approved ruling is the
      * overlay the box score, the misplay report and the nightly
      * season line apply on top of the charted at-bat, the same way
      * PITCHCORR.DAT overlays pitch corrections; a rejected one
      * leaves the chart standing. Either way the worklist item
      * closes and who/when ride on the record. Gated to WEBPASS-LEVEL
      * "S" (supervisor) or "A", as pitchCorrection.aspx.cbl is.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SCORE-CORRECTION-FILE ASSIGN WS-SCORECORR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SC-KEY
              LOCK MANUAL
              FILE STATUS IS SC-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout officialScoringImport.cbl writes.
       FD  SCORE-CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-KEY.
               10  SC-AB-KEY               PIC X(26).
           05  SC-REST.
               10  SC-GAME-DATE            PIC X(10).
               10  SC-GAME-ID              PIC X(10).
               10  SC-INNING               PIC 9(02).
               10  SC-BATTER               PIC X(30).
               10  SC-CHART-RES            PIC X(20).
               10  SC-CHART-CLASS          PIC X(02).
               10  SC-CHART-RBI            PIC 9(01).
               10  SC-CHART-FIELDER        PIC X(30).
               10  SC-OFF-RAW              PIC X(12).
               10  SC-OFF-RES              PIC X(20).
               10  SC-OFF-CLASS            PIC X(02).
               10  SC-OFF-RBI              PIC 9(01).
               10  SC-OFF-FIELDER          PIC X(30).
               10  SC-STATUS               PIC X.
                   88  SC-PENDING          VALUE "P".
                   88  SC-APPROVED         VALUE "A".
                   88  SC-REJECTED         VALUE "X".
               10  SC-FEED-KIND            PIC X.
                   88  SC-FROM-BOX         VALUE "B".
                   88  SC-FROM-CHANGE      VALUE "C".
               10  SC-IMPORTED-AT          PIC X(19).
               10  SC-DECIDED-BY           PIC X(30).
               10  SC-DECIDED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout the validators write for dataQuality.aspx.cbl.
       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WQ-REC.
       01  WQ-REC.
           05  WQ-KEY.
               10  WQ-ITEM-ID              PIC X(44).
           05  WQ-REST.
               10  WQ-SOURCE               PIC X(06).
               10  WQ-DETAIL               PIC X(120).
               10  WQ-STATUS               PIC X.
                   88  WQ-NEW              VALUE "N".
                   88  WQ-ASSIGNED         VALUE "A".
                   88  WQ-CLOSED           VALUE "C".
               10  WQ-ASSIGNED-TO          PIC X(30).
               10  WQ-FIRST-SEEN           PIC X(19).
               10  WQ-LAST-SEEN            PIC X(19).
               10  WQ-SEEN-COUNT           PIC 9(04).
               10  FILLER                  PIC X(10).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-SCORECORR-FILE   PIC X(256) VALUE "SCORECORR.DAT".
       01 SC-STATUS-COMN.
           05  SC-STATUS-BYTE-1        PIC X.
           05  SC-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE    PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.

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

      * #### Access control - rulings are supervisor ("S") or admin
      * #### ("A") work; everyone else reads the data as it stands
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
                  '\WEBSYNC\SCORECORR.DAT"' delimited by size
                  into WS-SCORECORR-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\WORKLIST.DAT"' delimited by size
                  into WS-WORKLIST-FILE
               if not self::IsPostBack
                   invoke self::logAudit("officialScoring").

           if not self::IsPostBack
               invoke self::populateRulingTable.

           goback.
       end method.

      * Waiting rulings first, then - when asked for - the decided
      * ones with who decided them.
       method-id populateRulingTable protected.
       local-storage section.
       01 passNo           pic 9(01).
       01 rowCount         pic 9(04) value 0.
       01 rowText          type String.
       01 statusWord       type String.
       procedure division.
           invoke rulingTable::Rows::Clear()
           OPEN INPUT SCORE-CORRECTION-FILE
           if SC-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(rulingTable, "No official-scoring differences on file.")
               exit method.
           move 1 to passNo.
       ruling-pass.
           if passNo > 2
               go to ruling-done.
           if passNo = 2 and not showDecidedCheckBox::Checked
               go to ruling-done.
           MOVE LOW-VALUE TO SC-KEY
           START SCORE-CORRECTION-FILE KEY NOT LESS THAN SC-KEY
           if SC-STATUS-BYTE-1 not = "0"
               go to ruling-done.
       ruling-loop.
           READ SCORE-CORRECTION-FILE NEXT RECORD
               AT END go to ruling-next-pass.
           if passNo = 1 and not SC-PENDING
               go to ruling-loop.
           if passNo = 2 and SC-PENDING
               go to ruling-loop.
           EVALUATE TRUE
               WHEN SC-APPROVED
                   set statusWord to "APPROVED " & SC-DECIDED-BY::Trim & " " & SC-DECIDED-AT(1:10)
               WHEN SC-REJECTED
                   set statusWord to "rejected " & SC-DECIDED-BY::Trim & " " & SC-DECIDED-AT(1:10)
               WHEN OTHER
                   set statusWord to "WAITING"
           END-EVALUATE
           set rowText to "[" & SC-AB-KEY::Trim & "] game " & SC-GAME-ID::Trim & " " & SC-GAME-DATE::Trim
               & " inning " & SC-INNING::ToString & " " & SC-BATTER::Trim
               & " - charted " & SC-CHART-RES::Trim & ", " & SC-CHART-RBI::ToString & " RBI"
           if SC-CHART-FIELDER not = spaces
               set rowText to rowText & " (" & SC-CHART-FIELDER::Trim & ")".
           set rowText to rowText & "; official " & SC-OFF-RAW::Trim & ", " & SC-OFF-RBI::ToString & " RBI"
           if SC-OFF-FIELDER not = spaces
               set rowText to rowText & ", error " & SC-OFF-FIELDER::Trim.
           if SC-FROM-CHANGE
               set rowText to rowText & " (scoring change)".
           set rowText to rowText & " - " & statusWord
           invoke self::addTableRow(rulingTable, rowText)
           add 1 to rowCount
           go to ruling-loop.
       ruling-next-pass.
           add 1 to passNo
           go to ruling-pass.
       ruling-done.
           CLOSE SCORE-CORRECTION-FILE
           if rowCount = 0
               invoke self::addTableRow(rulingTable, "No rulings waiting.").
       end method.

       method-id showDecidedCheckBox_CheckedChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateRulingTable
       end method.

       method-id approveButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::decideRuling("A")
       end method.

       method-id rejectButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           invoke self::decideRuling("X")
       end method.

      * Approve (A) or reject (X) the ruling whose at-bat key was
      * pasted from the list. A decided ruling may be turned the
      * other way - the newest decision stands, with its own who/when.
       method-id decideRuling private.
       procedure division using by value decision as type String.
           if abKeyTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the at-bat key from the list.');", true)
               exit method.

           OPEN I-O SCORE-CORRECTION-FILE
           if SC-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No official-scoring differences on file.');", true)
               exit method.
           MOVE SPACES TO SC-KEY
           set SC-AB-KEY to abKeyTextBox::Text::Trim
           READ SCORE-CORRECTION-FILE
               INVALID KEY
                   CLOSE SCORE-CORRECTION-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Ruling not found.');", true)
                   exit method
           END-READ
           set SC-STATUS to decision
           set SC-DECIDED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set SC-DECIDED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE SC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE SCORE-CORRECTION-FILE

           invoke self::closeWorklist("SCORE|" & SC-AB-KEY::Trim)
           if SC-APPROVED
               invoke self::logAudit("officialScoring APPROVE=" & SC-AB-KEY::Trim)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Official ruling approved - it overlays the charted at-bat from now on.');", true)
           else
               invoke self::logAudit("officialScoring REJECT=" & SC-AB-KEY::Trim)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Official ruling rejected - the charted at-bat stands.');", true)
           end-if
           invoke self::populateRulingTable
       end method.

      * The ruling's worklist item is done once it is decided.
       method-id closeWorklist private.
       procedure division using by value itemText as type String.
           OPEN I-O WORKLIST-FILE
           if WQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO WQ-KEY
           set WQ-ITEM-ID to itemText
           READ WORKLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "C" to WQ-STATUS
                   REWRITE WQ-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE WORKLIST-FILE.
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
