       class-id batsweb.clipCutReview is partial
                inherits type System.Web.UI.Page public.

      * Broadcast cut review screen. broadcastCut.cbl cuts the
      * at-bats it can time with confidence straight into the video
      * tree; every other at-bat waits here as a pending CUTREVIEW.DAT
      * record (layout in broadcastCut.cbl) with its proposed start
      * and end in the source broadcast. Staff load an at-bat by its
      * key, nudge the start/end a few seconds at a time (or type
      * them, seconds or HH:MM:SS), cut a preview to check the frame,
      * and release it - the clip is cut under the name the engine
      * expects and goes live - or discard it. Either way the CUT
      * worklist item closes and who/when ride on the record. A
      * trusted level (coach "C", supervisor "S" or admin "A";
      * video-only "V" stays out), as videoUpload.aspx.cbl is.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CUT-REVIEW-FILE ASSIGN WS-CUTREVIEW-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
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
      * Same layout broadcastCut.cbl writes.
       FD  CUT-REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CR-REC.
       01  CR-REC.
           05  CR-KEY.
               10  CR-AB-KEY               PIC X(26).
           05  CR-REST.
               10  CR-GAME-DATE            PIC X(10).
               10  CR-GAME-ID              PIC X(10).
               10  CR-INNING               PIC 9(02).
               10  CR-BATTER               PIC X(30).
               10  CR-PITCHER              PIC X(30).
               10  CR-RESULT               PIC X(20).
               10  CR-SOURCE               PIC X(200).
               10  CR-TARGET               PIC X(200).
               10  CR-START-SECS           PIC 9(05)V9.
               10  CR-END-SECS             PIC 9(05)V9.
               10  CR-REASON               PIC X(40).
               10  CR-STATUS               PIC X.
                   88  CR-PENDING          VALUE "P".
                   88  CR-RELEASED         VALUE "A".
                   88  CR-DISCARDED        VALUE "X".
               10  CR-STAGED-AT            PIC X(19).
               10  CR-DECIDED-BY           PIC X(30).
               10  CR-DECIDED-AT           PIC X(19).
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
       01 WS-CUTREVIEW-FILE   PIC X(256) VALUE "CUTREVIEW.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE    PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * One press of a nudge button, in seconds.
       01 WS-NUDGE-SECS        PIC 9(02)V9 VALUE 2.
       01 SECS-EDIT            PIC ZZZZ9.9.

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

      * #### Access control - trusted levels only; video-only logins
      * #### do not put clips live ####
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
                  '\WEBSYNC\CUTREVIEW.DAT"' delimited by size
                  into WS-CUTREVIEW-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\WORKLIST.DAT"' delimited by size
                  into WS-WORKLIST-FILE
               if not self::IsPostBack
                   invoke self::logAudit("clipCutReview").

           if not self::IsPostBack
               set previewLink::Visible to false
               invoke self::populateCutTable.

           goback.
       end method.

      * Waiting cuts first, then - when asked for - the released and
      * discarded ones with who decided them.
       method-id populateCutTable protected.
       local-storage section.
       01 passNo           pic 9(01).
       01 rowCount         pic 9(04) value 0.
       01 rowText          type String.
       01 statusWord       type String.
       01 startText        type String.
       01 endText          type String.
       procedure division.
           invoke cutTable::Rows::Clear()
           OPEN INPUT CUT-REVIEW-FILE
           if CR-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(cutTable, "No broadcast cuts waiting for review.")
               exit method.
           move 1 to passNo.
       cut-pass.
           if passNo > 2
               go to cut-done.
           if passNo = 2 and not showDecidedCheckBox::Checked
               go to cut-done.
           MOVE LOW-VALUE TO CR-KEY
           START CUT-REVIEW-FILE KEY NOT LESS THAN CR-KEY
           if CR-STATUS-BYTE-1 not = "0"
               go to cut-done.
       cut-loop.
           READ CUT-REVIEW-FILE NEXT RECORD
               AT END go to cut-next-pass.
           if passNo = 1 and not CR-PENDING
               go to cut-loop.
           if passNo = 2 and CR-PENDING
               go to cut-loop.
           EVALUATE TRUE
               WHEN CR-RELEASED
                   set statusWord to "RELEASED " & CR-DECIDED-BY::Trim & " " & CR-DECIDED-AT(1:10)
               WHEN CR-DISCARDED
                   set statusWord to "discarded " & CR-DECIDED-BY::Trim & " " & CR-DECIDED-AT(1:10)
               WHEN OTHER
                   set statusWord to "WAITING - " & CR-REASON::Trim
           END-EVALUATE
           move CR-START-SECS to SECS-EDIT
           set startText to SECS-EDIT::Trim
           move CR-END-SECS to SECS-EDIT
           set endText to SECS-EDIT::Trim
           set rowText to "[" & CR-AB-KEY::Trim & "] game " & CR-GAME-ID::Trim & " " & CR-GAME-DATE::Trim
               & " inning " & CR-INNING::ToString & " " & CR-BATTER::Trim & " vs " & CR-PITCHER::Trim
               & " (" & CR-RESULT::Trim & ") - " & startText & "s to " & endText & "s - " & statusWord
           invoke self::addTableRow(cutTable, rowText)
           add 1 to rowCount
           go to cut-loop.
       cut-next-pass.
           add 1 to passNo
           go to cut-pass.
       cut-done.
           CLOSE CUT-REVIEW-FILE
           if rowCount = 0
               invoke self::addTableRow(cutTable, "No broadcast cuts waiting for review.").
       end method.

       method-id showDecidedCheckBox_CheckedChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateCutTable
       end method.

      * Puts the pasted at-bat's current times in the boxes.
       method-id loadButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::readCut
               exit method.
           invoke self::showTimes
       end method.

       method-id startBackButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::nudgeTime("S", -1)
       end method.

       method-id startAheadButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::nudgeTime("S", 1)
       end method.

       method-id endBackButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::nudgeTime("E", -1)
       end method.

       method-id endAheadButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::nudgeTime("E", 1)
       end method.

      * Keeps the times as typed in the boxes.
       method-id saveTimesButton_Click protected.
       local-storage section.
       01 startSecs    type Double.
       01 endSecs      type Double.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set startSecs to type batsweb.broadcastCut::readSeconds(startTextBox::Text)
           set endSecs to type batsweb.broadcastCut::readSeconds(endTextBox::Text)
           if startSecs < 0 or endSecs <= startSecs
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Key a start and an end (seconds or HH:MM:SS) with the end after the start.');", true)
               exit method.
           if not self::readCut
               exit method.
           compute CR-START-SECS = startSecs
           compute CR-END-SECS = endSecs
           invoke self::rewriteCut
           invoke self::showTimes
           invoke self::populateCutTable
       end method.

      * One nudge of the start ("S") or end ("E") by WS-NUDGE-SECS,
      * back (-1) or ahead (1), kept on the record straight away so a
      * preview always cuts what the boxes show.
       method-id nudgeTime private.
       local-storage section.
       01 workSecs     pic s9(05)V9.
       procedure division using by value whichEnd as type String
                          by value direction as type Int32.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readCut
               exit method.
           if whichEnd = "S"
               compute workSecs = CR-START-SECS + (direction * WS-NUDGE-SECS)
           else
               compute workSecs = CR-END-SECS + (direction * WS-NUDGE-SECS)
           end-if
           if workSecs < 0
               move 0 to workSecs.
           if whichEnd = "S"
               if workSecs >= CR-END-SECS
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The start cannot pass the end.');", true)
                   exit method
               end-if
               move workSecs to CR-START-SECS
           else
               if workSecs <= CR-START-SECS
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The end cannot come before the start.');", true)
                   exit method
               end-if
               move workSecs to CR-END-SECS
           end-if
           invoke self::rewriteCut
           invoke self::showTimes
       end method.

      * Cuts the at-bat at its current times into the exports folder
      * and links it, the way the stitch export hands back its file.
       method-id previewButton_Click protected.
       local-storage section.
       01 exportFolder     type String.
       01 exportFileName   type String.
       01 startText        type String.
       01 lengthText       type String.
       01 clipLength       pic 9(05)V9.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::readCut
               exit method.
           set exportFolder to Server::MapPath("~/Images/Exports")
           set exportFileName to "cutpreview_" & self::Session["team"]::ToString::Trim
               & "_" & type DateTime::Now::ToString("yyyyMMddHHmmss") & ".mp4"
           move CR-START-SECS to SECS-EDIT
           set startText to SECS-EDIT::Trim
           compute clipLength = CR-END-SECS - CR-START-SECS
           move clipLength to SECS-EDIT
           set lengthText to SECS-EDIT::Trim
           if not type batsweb.broadcastCut::cutClip(CR-SOURCE::Trim, startText, lengthText, exportFolder & "\" & exportFileName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Preview cut failed - check that the video transcoder is installed on the server and the broadcast file is still in place.');", true)
               exit method.
           set previewLink::NavigateUrl to self::ResolveUrl("~/Images/Exports/" & exportFileName)
           set previewLink::Text to "Preview " & CR-BATTER::Trim & " inning " & CR-INNING::ToString
           set previewLink::Visible to true
           invoke self::showTimes
       end method.

      * Cuts the clip under the engine's name and puts it live.
      * Releasing an already-released cut re-cuts it at the new
      * times over the old clip.
       method-id releaseButton_Click protected.
       local-storage section.
       01 startText        type String.
       01 lengthText       type String.
       01 clipLength       pic 9(05)V9.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readCut
               exit method.
           if CR-DISCARDED
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That cut was discarded.');", true)
               exit method.
           move CR-START-SECS to SECS-EDIT
           set startText to SECS-EDIT::Trim
           compute clipLength = CR-END-SECS - CR-START-SECS
           move clipLength to SECS-EDIT
           set lengthText to SECS-EDIT::Trim
           if not type batsweb.broadcastCut::cutClip(CR-SOURCE::Trim, startText, lengthText, CR-TARGET::Trim)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clip cut failed - check that the video transcoder is installed on the server and the broadcast file is still in place.');", true)
               exit method.
           invoke self::decideCut("A")
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clip cut and live.');", true)
       end method.

      * The at-bat gets no broadcast clip - a camera clip may come
      * later, or the broadcast missed it.
       method-id discardButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readCut
               exit method.
           invoke self::decideCut("X")
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Cut discarded.');", true)
       end method.

      * Stamps the decision on the record in hand, closes its
      * worklist item and audits it.
       method-id decideCut private.
       procedure division using by value decision as type String.
           set CR-STATUS to decision
           set CR-DECIDED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set CR-DECIDED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           invoke self::rewriteCut
           invoke self::closeWorklist("CUT|" & CR-AB-KEY::Trim)
           if CR-RELEASED
               invoke self::logAudit("clipCutReview RELEASE=" & CR-AB-KEY::Trim)
           else
               invoke self::logAudit("clipCutReview DISCARD=" & CR-AB-KEY::Trim)
           end-if
           set previewLink::Visible to false
           invoke self::populateCutTable
       end method.

      * Reads the pasted at-bat key's record into CR-REC - false,
      * with the reason shown, when there is none.
       method-id readCut private.
       procedure division returning foundFlag as type Condition.
           set foundFlag to false
           if abKeyTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the at-bat key from the list.');", true)
               exit method.
           OPEN INPUT CUT-REVIEW-FILE
           if CR-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No broadcast cuts on file.');", true)
               exit method.
           MOVE SPACES TO CR-KEY
           set CR-AB-KEY to abKeyTextBox::Text::Trim
           READ CUT-REVIEW-FILE
               INVALID KEY
                   CLOSE CUT-REVIEW-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Cut not found.');", true)
                   exit method
           END-READ
           CLOSE CUT-REVIEW-FILE
           set foundFlag to true
       end method.

      * Writes the record in hand back.
       method-id rewriteCut private.
       procedure division.
           OPEN I-O CUT-REVIEW-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           REWRITE CR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE CUT-REVIEW-FILE.
       end method.

       method-id showTimes private.
       procedure division.
           move CR-START-SECS to SECS-EDIT
           set startTextBox::Text to SECS-EDIT::Trim
           move CR-END-SECS to SECS-EDIT
           set endTextBox::Text to SECS-EDIT::Trim
       end method.

      * The cut's worklist item is done once it is decided.
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
