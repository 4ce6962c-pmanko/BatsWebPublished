       class-id batsweb.gameCertification is partial
                inherits type System.Web.UI.Page public.

      * Charting certification screen - the supervisor's side of
      * gameCert.cbl. The game list is every game chartingValidator.cbl
      * has walked, newest first, with its last check, the exceptions
      * that check found, the data-quality items still open against it
      * (WORKLIST.DAT, CHART source) and whether it is certified. A
      * game certifies only when the last check was clean and nothing
      * is open.
      * Below it, the change requests on certified games. A request
      * needs a reason and a yes from a supervisor other than the one
      * who gave the reason:
      *   held    a correction or alignment made on this site - on
      *           approval its record is written to PITCHCORR.DAT or
      *           ALIGN.DAT from here (and a pitch correction leaves
      *           its change mark for derivedRebuild.cbl); a
      *           rejection discards it
      *   after   a websync delta or player merge that already landed
      *           - it arrives with no reason, so one supervisor gives
      *           it and another approves; a rejection means the data
      *           can't be vouched for, so the certification is
      *           withdrawn and the game goes back through the
      *           validator
      * Gated to WEBPASS-LEVEL "S" (supervisor) or "A", the same as
      * pitchCorrection.aspx.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-CERT-FILE ASSIGN WS-GAMECERT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GC-KEY
              LOCK MANUAL
              FILE STATUS IS GC-STATUS-COMN.
          SELECT CERT-CHANGE-FILE ASSIGN WS-CERTCHANGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CQ-KEY
              LOCK MANUAL
              FILE STATUS IS CQ-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
          SELECT PITCH-CORRECTION-FILE ASSIGN WS-PITCHCORR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PC-KEY
              LOCK MANUAL
              FILE STATUS IS PC-STATUS-COMN.
          SELECT ALIGNMENT-FILE ASSIGN WS-ALIGN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AL-KEY
              LOCK MANUAL
              FILE STATUS IS AL-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout gameCert.cbl keeps.
       FD  GAME-CERT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GC-REC.
       01  GC-REC.
           05  GC-KEY.
               10  GC-GAME-STAMP           PIC X(08).
               10  GC-GAME-ID              PIC X(10).
           05  GC-REST.
               10  GC-CHECKED-AT           PIC X(19).
               10  GC-CHECK-ERRORS         PIC 9(04).
               10  GC-CERT-FLAG            PIC X.
                   88  GC-CERTIFIED        VALUE "Y".
               10  GC-CERT-BY              PIC X(30).
               10  GC-CERT-AT              PIC X(19).
               10  GC-CHANGE-COUNT         PIC 9(03).
               10  FILLER                  PIC X(20).

      * Same layout gameCert.cbl keeps.
       FD  CERT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CQ-REC.
       01  CQ-REC.
           05  CQ-KEY.
               10  CQ-STAMP                PIC X(17).
               10  CQ-SEQ                  PIC 9(03).
           05  CQ-REST.
               10  CQ-GAME-STAMP           PIC X(08).
               10  CQ-GAME-ID              PIC X(10).
               10  CQ-SOURCE               PIC X(10).
               10  CQ-KIND                 PIC X.
                   88  CQ-HELD             VALUE "H".
                   88  CQ-AFTER            VALUE "A".
               10  CQ-PLAYER-1             PIC X(30).
               10  CQ-PLAYER-2             PIC X(30).
               10  CQ-DETAIL               PIC X(60).
               10  CQ-REASON               PIC X(80).
               10  CQ-REQUESTED-BY         PIC X(30).
               10  CQ-STATUS               PIC X.
                   88  CQ-PENDING          VALUE "P".
                   88  CQ-APPROVED         VALUE "A".
                   88  CQ-REJECTED         VALUE "R".
               10  CQ-DECIDED-BY           PIC X(30).
               10  CQ-DECIDED-AT           PIC X(19).
               10  CQ-TARGET               PIC X(12).
               10  CQ-IMAGE                PIC X(200).
               10  FILLER                  PIC X(20).

      * Same layout chartingValidator.cbl posts and
      * dataQuality.aspx.cbl works.
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

      * Same layout pitchCorrection.aspx.cbl writes.
       FD  PITCH-CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PC-REC.
       01  PC-REC.
           05  PC-KEY.
               10  PC-AB-KEY               PIC X(26).
               10  PC-PITCH-NUM            PIC 9(03).
           05  PC-REST.
               10  PC-NEW-TYPE             PIC X(10).
               10  PC-NEW-VEL              PIC X(03).
               10  PC-NEW-X                PIC 9(02).
               10  PC-NEW-Y                PIC 9(02).
               10  PC-OLD-TYPE             PIC X(10).
               10  PC-OLD-VEL              PIC X(03).
               10  PC-OLD-X                PIC 9(02).
               10  PC-OLD-Y                PIC 9(02).
               10  PC-USER                 PIC X(30).
               10  PC-CORRECTED-AT         PIC X(19).
               10  FILLER                  PIC X(15).

      * Same layout gameSummary.aspx.cbl's alignment capture writes.
       FD  ALIGNMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AL-REC.
       01  AL-REC.
           05  AL-KEY.
               10  AL-TEAM                 PIC X(15).
               10  AL-AB-KEY               PIC X(26).
           05  AL-REST.
               10  AL-CODE                 PIC X(02).
               10  AL-SET-BY               PIC X(30).
               10  AL-SET-AT               PIC X(19).
               10  FILLER                  PIC X(08).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-GAMECERT-FILE    PIC X(256) VALUE "GAMECERT.DAT".
       01 GC-STATUS-COMN.
           05  GC-STATUS-BYTE-1        PIC X.
           05  GC-STATUS-BYTE-2        PIC X.
       01 WS-CERTCHANGE-FILE  PIC X(256) VALUE "CERTCHANGE.DAT".
       01 CQ-STATUS-COMN.
           05  CQ-STATUS-BYTE-1        PIC X.
           05  CQ-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE    PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-PITCHCORR-FILE   PIC X(256) VALUE "PITCHCORR.DAT".
       01 PC-STATUS-COMN.
           05  PC-STATUS-BYTE-1        PIC X.
           05  PC-STATUS-BYTE-2        PIC X.
       01 WS-ALIGN-FILE       PIC X(256) VALUE "ALIGN.DAT".
       01 AL-STATUS-COMN.
           05  AL-STATUS-BYTE-1        PIC X.
           05  AL-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * How far back decided change requests stay on the list.
       01 WS-DECIDED-DAYS      PIC 9(03) VALUE 30.

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

      * #### Access control - certification and change approval are
      * #### supervisor ("S") or admin ("A") work ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "S"
               and self::Session["level"]::ToString not = "A"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::Session["team"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\GAMECERT.DAT"' delimited by size
              into WS-GAMECERT-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\CERTCHANGE.DAT"' delimited by size
              into WS-CERTCHANGE-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\WORKLIST.DAT"' delimited by size
              into WS-WORKLIST-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\PITCHCORR.DAT"' delimited by size
              into WS-PITCHCORR-FILE
           string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
              '\WEBSYNC\ALIGN.DAT"' delimited by size
              into WS-ALIGN-FILE

           if not self::IsPostBack
               invoke self::logAudit("gameCertification")
               invoke self::populateGameTable
               invoke self::populateChangeTable
           end-if

           goback.
       end method.

      *#####                     The game list                         #####
       method-id populateGameTable private.
       local-storage section.
       01 gameRows         type System.Collections.ArrayList.
       01 openItems        type System.Collections.ArrayList.
       01 rowText          type String.
       01 statusWord       type String.
       01 openNum          type Int32.
       01 rr               type Int32.
       procedure division.
           invoke gameTable::Rows::Clear()
           set gameRows to new type System.Collections.ArrayList
           set openItems to self::openChartItems

           OPEN INPUT GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               go to list-show.
           MOVE LOW-VALUE TO GC-KEY
           START GAME-CERT-FILE KEY NOT LESS THAN GC-KEY
           if GC-STATUS-BYTE-1 not = "0"
               go to list-close.
       game-loop.
           READ GAME-CERT-FILE NEXT RECORD
               AT END go to list-close.
           set openNum to self::openCountFor(openItems)
           if GC-CERTIFIED
               set statusWord to "CERTIFIED " & GC-CERT-AT(1:10) & " by " & GC-CERT-BY::Trim
               if GC-CHANGE-COUNT not = 0
                   set statusWord to statusWord & ", " & GC-CHANGE-COUNT::ToString & " approved change(s) since"
               end-if
           else
               if GC-CHECK-ERRORS = 0 and openNum = 0
                   set statusWord to "ready to certify"
               else
                   set statusWord to "not certified"
               end-if
           end-if
           set rowText to GC-GAME-STAMP & " " & GC-GAME-ID::Trim & "   " & self::gameTag
               & "   checked " & GC-CHECKED-AT::Trim & " - " & GC-CHECK-ERRORS::ToString & " exceptions, "
               & openNum::ToString & " open worklist items   " & statusWord
           invoke gameRows::Insert(0, rowText)
           go to game-loop.
       list-close.
           CLOSE GAME-CERT-FILE.
       list-show.
           if gameRows::Count = 0
               invoke self::addTableRow(gameTable, "No games validated yet - the nightly charting validator fills this list.").
           move 0 to rr.
       show-loop.
           if rr >= gameRows::Count
               exit method.
           invoke self::addTableRow(gameTable, gameRows[rr] as type String)
           add 1 to rr
           go to show-loop.
       end method.

      * "game <id> on MM/dd/yy" for the record in GC-REC - the way
      * chartingValidator.cbl's exception lines (and so the worklist
      * items) open.
       method-id gameTag private.
       procedure division returning tagText as type String.
           set tagText to "game " & GC-GAME-ID::Trim & " on "
               & GC-GAME-STAMP(5:2) & "/" & GC-GAME-STAMP(7:2) & "/" & GC-GAME-STAMP(3:2).
       end method.

      * Every open CHART item's wording, read once per list.
       method-id openChartItems private.
       procedure division returning itemList as type System.Collections.ArrayList.
           set itemList to new type System.Collections.ArrayList
           OPEN INPUT WORKLIST-FILE
           if WQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO WQ-KEY
           START WORKLIST-FILE KEY NOT LESS THAN WQ-KEY
           if WQ-STATUS-BYTE-1 not = "0"
               CLOSE WORKLIST-FILE
               exit method.
       item-loop.
           READ WORKLIST-FILE NEXT RECORD
               AT END go to item-done.
           if WQ-SOURCE not = "CHART" or WQ-CLOSED
               go to item-loop.
           invoke itemList::Add(WQ-DETAIL::Trim)
           go to item-loop.
       item-done.
           CLOSE WORKLIST-FILE.
       end method.

      * How many of the open items are about the game in GC-REC.
       method-id openCountFor private.
       local-storage section.
       01 tagText          type String.
       01 ii               type Int32.
       procedure division using by value itemList as type System.Collections.ArrayList
                          returning openNum as type Int32.
           set openNum to 0
           set tagText to self::gameTag & " "
           move 0 to ii.
       count-loop.
           if ii >= itemList::Count
               exit method.
           if (itemList[ii] as type String)::StartsWith(tagText)
               add 1 to openNum.
           add 1 to ii
           go to count-loop.
       end method.

      *#####                   Certify a game                          #####
       method-id certifyButton_Click protected.
       local-storage section.
       01 keyText          type String.
       01 openNum          type Int32.
       01 userName         pic x(30).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set keyText to gameKeyTextBox::Text::Trim
           if keyText::Length < 10
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the game key (date and id) from the list first.');", true)
               exit method.

           OPEN I-O GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No games have been validated yet.');", true)
               exit method.
           MOVE SPACES TO GC-KEY
           set GC-GAME-STAMP to keyText::Substring(0, 8)
           set GC-GAME-ID to keyText::Substring(8)::Trim
           READ GAME-CERT-FILE
               INVALID KEY
                   CLOSE GAME-CERT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The validator has not checked that game.');", true)
                   exit method
           END-READ
           if GC-CERTIFIED
               CLOSE GAME-CERT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That game is already certified.');", true)
               exit method.
           if GC-CHECK-ERRORS not = 0
               CLOSE GAME-CERT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The last validator check found exceptions - fix them and let it pass clean first.');", true)
               exit method.
           set openNum to self::openCountFor(self::openChartItems)
           if openNum not = 0
               CLOSE GAME-CERT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The data-quality worklist still has items open on this game.');", true)
               exit method.

           set userName to self::Session["last"]::ToString & self::Session["first"]::ToString
           move "Y" to GC-CERT-FLAG
           move userName to GC-CERT-BY
           set GC-CERT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move 0 to GC-CHANGE-COUNT
           REWRITE GC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE GAME-CERT-FILE

           invoke self::logAudit("gameCertification CERTIFY=" & GC-GAME-STAMP & "," & GC-GAME-ID::Trim)
           set gameKeyTextBox::Text to type String::Empty
           invoke self::populateGameTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Game certified - later changes now need a reason and a second approval.');", true)
       end method.

      *#####                  The change requests                      #####
      * Pending first, then the ones decided in the last
      * WS-DECIDED-DAYS days, newest first within each.
       method-id populateChangeTable private.
       local-storage section.
       01 openRows         type System.Collections.ArrayList.
       01 doneRows         type System.Collections.ArrayList.
       01 rowText          type String.
       01 cutoffStamp      pic x(17).
       01 backDays         type Double.
       01 rr               type Int32.
       procedure division.
           invoke changeTable::Rows::Clear()
           set openRows to new type System.Collections.ArrayList
           set doneRows to new type System.Collections.ArrayList
           compute backDays = 0 - WS-DECIDED-DAYS
           set cutoffStamp to type DateTime::Now::AddDays(backDays)::ToString("yyyyMMddHHmmssfff")

           OPEN INPUT CERT-CHANGE-FILE
           if CQ-STATUS-BYTE-1 not = "0"
               go to list-show.
           MOVE LOW-VALUE TO CQ-KEY
           START CERT-CHANGE-FILE KEY NOT LESS THAN CQ-KEY
           if CQ-STATUS-BYTE-1 not = "0"
               go to list-close.
       change-loop.
           READ CERT-CHANGE-FILE NEXT RECORD
               AT END go to list-close.
           set rowText to CQ-KEY & "   "
           if CQ-GAME-STAMP = spaces
               set rowText to rowText & "every certified game"
           else
               set rowText to rowText & CQ-GAME-STAMP & " " & CQ-GAME-ID::Trim.
           if CQ-HELD
               set rowText to rowText & "   " & CQ-SOURCE::Trim & " (held)   " & CQ-DETAIL::Trim
           else
               set rowText to rowText & "   " & CQ-SOURCE::Trim & " (already applied)   " & CQ-DETAIL::Trim.
           if CQ-REASON = spaces
               set rowText to rowText & "   - no reason given yet"
           else
               set rowText to rowText & "   - reason: " & CQ-REASON::Trim & " (" & CQ-REQUESTED-BY::Trim & ")".
           if CQ-PENDING
               invoke openRows::Insert(0, rowText)
               go to change-loop.
           if CQ-STAMP < cutoffStamp
               go to change-loop.
           if CQ-APPROVED
               set rowText to rowText & "   (approved by " & CQ-DECIDED-BY::Trim & " " & CQ-DECIDED-AT::Trim & ")"
           else
               set rowText to rowText & "   (rejected by " & CQ-DECIDED-BY::Trim & " " & CQ-DECIDED-AT::Trim & ")".
           invoke doneRows::Insert(0, rowText)
           go to change-loop.
       list-close.
           CLOSE CERT-CHANGE-FILE.
       list-show.
           if openRows::Count = 0
               invoke self::addTableRow(changeTable, "No changes to certified games awaiting approval.").
           move 0 to rr.
       open-loop.
           if rr >= openRows::Count
               go to open-done.
           invoke self::addTableRow(changeTable, openRows[rr] as type String)
           add 1 to rr
           go to open-loop.
       open-done.
           move 0 to rr.
       done-loop.
           if rr >= doneRows::Count
               exit method.
           invoke self::addTableRow(changeTable, doneRows[rr] as type String)
           add 1 to rr
           go to done-loop.
       end method.

      * The reason for a change that arrived without one - the
      * supervisor giving it can't also be the one who approves it.
       method-id giveReasonButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if reasonTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Type the reason first.');", true)
               exit method.
           if not self::readRequest
               exit method.
           if CQ-REASON not = spaces
               CLOSE CERT-CHANGE-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That change already has a reason.');", true)
               exit method.
           set CQ-REASON to reasonTextBox::Text::Trim
           set CQ-REQUESTED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           REWRITE CQ-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE CERT-CHANGE-FILE

           invoke self::logAudit("gameCertification REASON=" & requestKeyTextBox::Text::Trim)
           set reasonTextBox::Text to type String::Empty
           invoke self::populateChangeTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Reason recorded - a second supervisor can now approve it.');", true)
       end method.

       method-id approveButton_Click protected.
       local-storage section.
       01 userName         pic x(30).
       01 gameDateText     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readRequest
               exit method.
           if CQ-REASON = spaces
               CLOSE CERT-CHANGE-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This change has no reason yet - one supervisor gives it, another approves.');", true)
               exit method.
           set userName to self::Session["last"]::ToString & self::Session["first"]::ToString
           if userName = CQ-REQUESTED-BY
               CLOSE CERT-CHANGE-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('A second supervisor has to approve your own change.');", true)
               exit method.

      *    A held change is written to its file only now.
           if CQ-HELD
               EVALUATE CQ-TARGET
                   WHEN "PITCHCORR"
                       OPEN I-O PITCH-CORRECTION-FILE
                       IF PC-STATUS-BYTE-1 NOT EQUAL ZEROES
                           OPEN OUTPUT PITCH-CORRECTION-FILE
                           CLOSE PITCH-CORRECTION-FILE
                           OPEN I-O PITCH-CORRECTION-FILE
                       END-IF
                       MOVE CQ-IMAGE TO PC-REC
                       WRITE PC-REC
                           INVALID KEY
                               REWRITE PC-REC
                       END-WRITE
                       CLOSE PITCH-CORRECTION-FILE
      *                The velocity trend reads it now too.
                       set gameDateText to CQ-GAME-STAMP(5:2) & "/" & CQ-GAME-STAMP(7:2) & "/" & CQ-GAME-STAMP(3:2)
                       invoke type batsweb.changeMark::markGame(self::teamFolder, "PITCHCORR", gameDateText, CQ-GAME-ID,
                           CQ-PLAYER-1, CQ-PLAYER-2, CQ-DETAIL)
                   WHEN "ALIGN"
                       OPEN I-O ALIGNMENT-FILE
                       IF AL-STATUS-BYTE-1 NOT EQUAL ZEROES
                           OPEN OUTPUT ALIGNMENT-FILE
                           CLOSE ALIGNMENT-FILE
                           OPEN I-O ALIGNMENT-FILE
                       END-IF
                       MOVE CQ-IMAGE TO AL-REC
                       WRITE AL-REC
                           INVALID KEY
                               REWRITE AL-REC
                       END-WRITE
                       CLOSE ALIGNMENT-FILE
               END-EVALUATE
           end-if

           invoke self::decideRequest("A", userName)
           if CQ-GAME-STAMP not = spaces
               invoke self::countChange.

           invoke self::logAudit("gameCertification APPROVE=" & requestKeyTextBox::Text::Trim)
           invoke self::populateGameTable
           invoke self::populateChangeTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Change approved - the certification stands.');", true)
       end method.

       method-id rejectButton_Click protected.
       local-storage section.
       01 userName         pic x(30).
       01 afterFlag        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::readRequest
               exit method.
           set userName to self::Session["last"]::ToString & self::Session["first"]::ToString
           if CQ-AFTER
               move "Y" to afterFlag.
           invoke self::decideRequest("R", userName)

      *    A change that already landed and is refused leaves data
      *    nobody vouches for - the certification comes off.
           if afterFlag = "Y"
               invoke self::withdrawCertification.

           invoke self::logAudit("gameCertification REJECT=" & requestKeyTextBox::Text::Trim)
           invoke self::populateGameTable
           invoke self::populateChangeTable
           if afterFlag = "Y"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Change rejected - the certification is withdrawn until the game passes the validator again.');", true)
           else
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Change rejected - it was never applied.');", true).
       end method.

      * Opens the request file I-O on the pasted request key; an
      * unknown or already-decided request is turned away here.
       method-id readRequest private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if requestKeyTextBox::Text::Trim::Length not = 20
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the change id from the list first.');", true)
               exit method.
           OPEN I-O CERT-CHANGE-FILE
           if CQ-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No change requests on file.');", true)
               exit method.
           MOVE SPACES TO CQ-KEY
           set CQ-KEY to requestKeyTextBox::Text::Trim
           READ CERT-CHANGE-FILE
               INVALID KEY
                   CLOSE CERT-CHANGE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No change with that id.');", true)
                   exit method
           END-READ
           if not CQ-PENDING
               CLOSE CERT-CHANGE-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That change was already decided.');", true)
               exit method.
           set okFlag to true.
       end method.

      * Marks the request just read decided and closes the file - the
      * record stays in CQ-REC for the caller.
       method-id decideRequest private.
       procedure division using by value statusCode as type String
                          by value userName as type String.
           set CQ-STATUS to statusCode
           set CQ-DECIDED-BY to userName
           set CQ-DECIDED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE CQ-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE CERT-CHANGE-FILE.
       end method.

      * One more approved change on the request's game.
       method-id countChange private.
       procedure division.
           OPEN I-O GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GC-KEY
           move CQ-GAME-STAMP to GC-GAME-STAMP
           move CQ-GAME-ID to GC-GAME-ID
           READ GAME-CERT-FILE
               INVALID KEY
                   CLOSE GAME-CERT-FILE
                   exit method
           END-READ
           if GC-CHANGE-COUNT < 999
               add 1 to GC-CHANGE-COUNT.
           REWRITE GC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE GAME-CERT-FILE.
       end method.

      * The request's game - or every certified game, for a request
      * that names none - loses its certification.
       method-id withdrawCertification private.
       procedure division.
           OPEN I-O GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO GC-KEY
           if CQ-GAME-STAMP not = spaces
               move CQ-GAME-STAMP to GC-GAME-STAMP
               move CQ-GAME-ID to GC-GAME-ID.
           START GAME-CERT-FILE KEY NOT LESS THAN GC-KEY
           if GC-STATUS-BYTE-1 not = "0"
               CLOSE GAME-CERT-FILE
               exit method.
       withdraw-loop.
           READ GAME-CERT-FILE NEXT RECORD
               AT END go to withdraw-done.
           if CQ-GAME-STAMP not = spaces
               and (GC-GAME-STAMP not = CQ-GAME-STAMP or GC-GAME-ID not = CQ-GAME-ID)
               go to withdraw-done.
           if GC-CERTIFIED
               move space to GC-CERT-FLAG
               move spaces to GC-CERT-BY GC-CERT-AT
               move 0 to GC-CHANGE-COUNT
               REWRITE GC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           end-if
           go to withdraw-loop.
       withdraw-done.
           CLOSE GAME-CERT-FILE.
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
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
