       class-id batsweb.distListsPage is partial
                inherits type System.Web.UI.Page public.

      * Distribution list maintenance - the named groups ("PITCHING
      * STAFF", "FRONT OFFICE") every sender takes in place of an
      * address: scheduled queries, watch-list alerts, incentive
      * notices, the ops digest and the audit verify report.
      * batsweb.distList reads the file (layout there) and expands a
      * name into its members' addresses at send time, so changing a
      * list here changes who gets everything sent to it.
      * A member is either one of the team's own WEBPASS-FILE users,
      * carried with the address they read mail at - the user is what
      * adminUsers.aspx.cbl takes off every list when the account is
      * disabled, from this team's lists and the cross-team ones
      * alike, the member row carrying the team it was added from -
      * or an outside address (the agent, the league office).
      * The team's lists sit in its WEBSYNC folder; the cross-team
      * lists the ops digest and audit verify reports read sit beside
      * the Programs root, the same split alertChannels.aspx.cbl makes
      * for OPSDIGEST. Everyone but view-only ("V") users may look;
      * the team admin ("A") keeps the lists.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DIST-LIST-FILE ASSIGN WS-DISTLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DL-KEY
              LOCK MANUAL
              FILE STATUS IS DL-STATUS-COMN.
          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout batsweb.distList reads.
       FD  DIST-LIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DL-REC.
       01  DL-REC.
           05  DL-KEY.
               10  DL-GROUP                PIC X(30).
               10  DL-SEQ                  PIC 9(03).
           05  DL-REST.
               10  DL-KIND                 PIC X.
                   88  DL-HEADER           VALUE "H".
                   88  DL-USER             VALUE "U".
                   88  DL-OUTSIDE          VALUE "O".
               10  DL-LAST                 PIC X(15).
               10  DL-FIRST                PIC X(15).
               10  DL-ADDRESS              PIC X(60).
               10  DL-DESCRIPTION          PIC X(60).
               10  DL-UPDATED-BY           PIC X(30).
               10  DL-UPDATED-AT           PIC X(19).
               10  DL-TEAM                 PIC X(15).
               10  FILLER                  PIC X(05).

      * Same layout Default.aspx.cbl/adminUsers.aspx.cbl read.
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
                   88  WEBPASS-PWD-HASHED  VALUE "2".
               10  WEBPASS-SALT            PIC X(08).
               10  WEBPASS-HASH            PIC X(32).
               10  FILLER                  PIC X(01).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-DISTLIST-FILE    PIC X(256) VALUE "DISTLIST.DAT".
       01 DL-STATUS-COMN.
           05  DL-STATUS-BYTE-1        PIC X.
           05  DL-STATUS-BYTE-2        PIC X.
       01 WS-BATSW020-FILE    PIC X(256) VALUE "BATSW020.DAT".
       01 STATUS-COMN.
           05  STATUS-BYTE-1           PIC X.
           05  STATUS-BYTE-2           PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
       01 MAX-MEMBERS          PIC 9(03) VALUE 999.

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

      * #### Access control - view-only users send nothing ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString = "V"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

      *    The editing half of the screen is the admin's.
           if self::Session["level"]::ToString = "A"
               set editPanel::Visible to true
           else
               set editPanel::Visible to false
           end-if

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\BATSW020.DAT"' delimited by size
                  into WS-BATSW020-FILE.

           if self::IsPostBack
               goback.

           invoke scopeDropDownList::Items::Clear()
           invoke scopeDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("This team's lists", "T"))
           if self::Session["level"]::ToString = "A"
               invoke scopeDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Cross-team lists (ops digest, audit report)", "X")).
           set scopeDropDownList::SelectedValue to "T"
           if self::Session["team"] not = null
               invoke self::logAudit("distLists").
           invoke self::loadUserList
           invoke self::loadGroupList
           invoke self::showMembers

           goback.
       end method.

      * Aims the file at the chosen scope - the team's WEBSYNC, or
      * the Programs root for the cross-team lists.
       method-id pointFile private.
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if scopeDropDownList::SelectedValue = "X" or self::Session["team"] = null
               string '"' app-data-folder delimited by "Programs"
                  'DISTLIST.DAT"' delimited by size
                  into WS-DISTLIST-FILE
           else
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\DISTLIST.DAT"' delimited by size
                  into WS-DISTLIST-FILE
           end-if.
       end method.

      * The team's live accounts - a disabled one cannot be added.
       method-id loadUserList private.
       local-storage section.
       01 savedTeam        pic x(15) value spaces.
       procedure division.
           invoke userDropDownList::Items::Clear()
           if self::Session["team"] = null
               exit method.
           set savedTeam to self::Session["team"]::ToString::Trim::ToUpper
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               exit method.
           move low-value to WEBPASS-KEY
           move savedTeam to WEBPASS-TEAM-NAME
           START WEBPASS-FILE KEY NOT LESS THAN WEBPASS-KEY
               INVALID KEY
                   CLOSE WEBPASS-FILE
                   exit method
           END-START.
       user-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END go to user-done.
           if WEBPASS-TEAM-NAME not = savedTeam
               go to user-done.
           if WEBPASS-LEVEL = "D"
               go to user-loop.
           invoke userDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
               WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim, WEBPASS-LAST & WEBPASS-FIRST))
           go to user-loop.
       user-done.
           CLOSE WEBPASS-FILE.
       end method.

      * List names off the 000 header rows.
       method-id loadGroupList private.
       local-storage section.
       01 keepValue    type String.
       procedure division.
           set keepValue to type String::Empty
           if groupDropDownList::SelectedItem not = null
               set keepValue to groupDropDownList::SelectedValue.
           invoke groupDropDownList::Items::Clear()
           invoke groupDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("(new list)", " "))
           invoke self::pointFile
           OPEN INPUT DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO DL-KEY
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
               INVALID KEY
                   CLOSE DIST-LIST-FILE
                   exit method
           END-START.
       group-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to group-done.
           if DL-HEADER
               invoke groupDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(DL-GROUP::Trim, DL-GROUP::Trim)).
           go to group-loop.
       group-done.
           CLOSE DIST-LIST-FILE
           if keepValue not = type String::Empty
               and groupDropDownList::Items::FindByValue(keepValue) not = null
               set groupDropDownList::SelectedValue to keepValue.
       end method.

       method-id scopeDropDownList_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke groupDropDownList::Items::Clear()
           invoke self::loadGroupList
           invoke self::showMembers
       end method.

       method-id groupDropDownList_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set groupNameTextBox::Text to groupDropDownList::SelectedValue::Trim
           invoke self::showMembers
       end method.

      * The chosen list's description and members, and the member
      * pick list the remove button works from. No list chosen shows
      * every list with its member count.
       method-id showMembers private.
       local-storage section.
       01 groupName    pic x(30).
       01 memberCount  pic 9(03).
       01 rowText      type String.
       procedure division.
           invoke memberTable::Rows::Clear()
           invoke memberDropDownList::Items::Clear()
           move spaces to groupName
           if groupDropDownList::SelectedItem not = null
               set groupName to groupDropDownList::SelectedValue::Trim.
           invoke self::pointFile
           OPEN INPUT DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(memberTable, "No distribution lists yet.")
               exit method.

           MOVE SPACES TO DL-KEY
           move groupName to DL-GROUP
           move 0 to DL-SEQ
           if groupName = spaces
               MOVE LOW-VALUE TO DL-KEY.
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
               INVALID KEY
                   go to member-done
           END-START
           move 0 to memberCount
           set rowText to type String::Empty.
       member-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to member-end.
           if groupName not = spaces and DL-GROUP not = groupName
               go to member-end.
      *    The every-list view - one line per list.
           if groupName = spaces
               if DL-HEADER
                   if rowText not = type String::Empty
                       invoke self::addTableRow(memberTable, rowText & " - " & memberCount::ToString & " members")
                   end-if
                   move 0 to memberCount
                   set rowText to "<b>" & DL-GROUP::Trim & "</b> " & DL-DESCRIPTION::Trim
               else
                   add 1 to memberCount
               end-if
               go to member-loop
           end-if
           if DL-HEADER
               invoke self::addTableRow(memberTable, "<b>" & DL-GROUP::Trim & "</b> - " & DL-DESCRIPTION::Trim
                   & " (" & DL-UPDATED-BY::Trim & " " & DL-UPDATED-AT(1:10) & ")")
               set descriptionTextBox::Text to DL-DESCRIPTION::Trim
               go to member-loop
           end-if
           if DL-USER
               set rowText to DL-SEQ::ToString & ". " & DL-FIRST::Trim & " " & DL-LAST::Trim & " (staff"
               if DL-TEAM not = spaces
                   set rowText to rowText & ", " & DL-TEAM::Trim
               end-if
               set rowText to rowText & ") - " & DL-ADDRESS::Trim
           else
               set rowText to DL-SEQ::ToString & ". " & DL-ADDRESS::Trim & " (outside)"
           end-if
           invoke self::addTableRow(memberTable, rowText)
           invoke memberDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(rowText, DL-SEQ::ToString))
           go to member-loop.
       member-end.
           if groupName = spaces and rowText not = type String::Empty
               invoke self::addTableRow(memberTable, rowText & " - " & memberCount::ToString & " members").
       member-done.
           CLOSE DIST-LIST-FILE.
       end method.

      * Creates the named list, or re-saves its description.
       method-id saveGroupButton_Click protected.
       local-storage section.
       01 groupName    pic x(30).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               exit method.
           if groupNameTextBox::Text::Trim = type String::Empty
               or groupNameTextBox::Text::Trim::Length > 30
               or groupNameTextBox::Text::Contains("@")
               or groupNameTextBox::Text::Contains(",")
               or groupNameTextBox::Text::Contains(";")
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the list in up to 30 characters, without @ , or ;');", true)
               exit method.
           set groupName to groupNameTextBox::Text::Trim::ToUpper

           invoke self::pointFile
           OPEN I-O DIST-LIST-FILE
           IF DL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT DIST-LIST-FILE
               CLOSE DIST-LIST-FILE
               OPEN I-O DIST-LIST-FILE
           END-IF
           if DL-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Distribution lists are not available right now.');", true)
               exit method.

           MOVE SPACES TO DL-REC
           move groupName to DL-GROUP
           move 0 to DL-SEQ
           move "H" to DL-KIND
           set DL-DESCRIPTION to descriptionTextBox::Text::Trim
           set DL-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set DL-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE DL-REC
               INVALID KEY
                   REWRITE DL-REC
           END-WRITE
           CLOSE DIST-LIST-FILE

           invoke self::logAudit("distLists SAVE=" & groupName::Trim)
           invoke self::loadGroupList
           set groupDropDownList::SelectedValue to groupName::Trim
           invoke self::showMembers
       end method.

      * Deletes the whole list - header and members. Whatever still
      * names it afterwards sends to nobody, so the alert says so.
       method-id deleteGroupButton_Click protected.
       local-storage section.
       01 groupName    pic x(30).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               exit method.
           if groupDropDownList::SelectedValue::Trim = type String::Empty
               exit method.
           set groupName to groupDropDownList::SelectedValue::Trim

           invoke self::pointFile
           OPEN I-O DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DL-KEY
           move groupName to DL-GROUP
           move 0 to DL-SEQ
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
               INVALID KEY
                   go to del-done
           END-START.
       del-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to del-done.
           if DL-GROUP not = groupName
               go to del-done.
           DELETE DIST-LIST-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           go to del-loop.
       del-done.
           CLOSE DIST-LIST-FILE

           invoke self::logAudit("distLists DELETE=" & groupName::Trim)
           set groupNameTextBox::Text to type String::Empty
           set descriptionTextBox::Text to type String::Empty
           invoke groupDropDownList::ClearSelection()
           invoke self::loadGroupList
           invoke self::showMembers
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('List deleted - anything still addressed to " & groupName::Trim::Replace("'", "\'") & " now reaches nobody.');", true)
       end method.

      * A staff member, with the address they read mail at.
       method-id addUserButton_Click protected.
       local-storage section.
       01 userKey      pic x(30).
       procedure division using by value sender as object e as type System.EventArgs.
           if userDropDownList::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the staff member to add.');", true)
               exit method.
           if not self::validAddress(userAddressTextBox::Text)
               exit method.
           set userKey to userDropDownList::SelectedValue
           invoke self::addMember("U", userKey(1:15), userKey(16:15), userAddressTextBox::Text::Trim::ToLower)
       end method.

       method-id addOutsideButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::validAddress(outsideAddressTextBox::Text)
               exit method.
           invoke self::addMember("O", type String::Empty, type String::Empty, outsideAddressTextBox::Text::Trim::ToLower)
       end method.

      * Appends one member to the chosen list - once per address.
       method-id addMember private.
       local-storage section.
       01 groupName    pic x(30).
       01 lastSeq      pic 9(03).
       01 wantAddress  pic x(60).
       procedure division using by value kindCode as type String
                          by value lastName as type String
                          by value firstName as type String
                          by value addressText as type String.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               exit method.
           if groupDropDownList::SelectedValue::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the list first - save a new one to start it.');", true)
               exit method.
           set groupName to groupDropDownList::SelectedValue::Trim
           set wantAddress to addressText

           invoke self::pointFile
           OPEN I-O DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           move 0 to lastSeq
           MOVE SPACES TO DL-KEY
           move groupName to DL-GROUP
           move 1 to DL-SEQ
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
               INVALID KEY
                   go to seq-done
           END-START.
       seq-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to seq-done.
           if DL-GROUP not = groupName
               go to seq-done.
           if DL-ADDRESS = wantAddress
               CLOSE DIST-LIST-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That address is already on the list.');", true)
               exit method.
           move DL-SEQ to lastSeq
           go to seq-loop.
       seq-done.
           if lastSeq >= MAX-MEMBERS
               CLOSE DIST-LIST-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That list is full.');", true)
               exit method.

           MOVE SPACES TO DL-REC
           move groupName to DL-GROUP
           compute DL-SEQ = lastSeq + 1
           set DL-KIND to kindCode
           set DL-LAST to lastName
           set DL-FIRST to firstName
      *    A staff member is tied to this team's accounts, so taking
      *    one off a cross-team list never touches a namesake.
           if kindCode = "U"
               set DL-TEAM to self::Session["team"]::ToString::Trim::ToUpper.
           move wantAddress to DL-ADDRESS
           set DL-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set DL-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE DL-REC
               INVALID KEY
                   REWRITE DL-REC
           END-WRITE
           CLOSE DIST-LIST-FILE

           invoke self::logAudit("distLists ADD=" & groupName::Trim & " " & kindCode)
           invoke self::showMembers
       end method.

       method-id removeMemberButton_Click protected.
       local-storage section.
       01 groupName    pic x(30).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               exit method.
           if groupDropDownList::SelectedValue::Trim = type String::Empty
               or memberDropDownList::SelectedItem = null
               exit method.
           set groupName to groupDropDownList::SelectedValue::Trim

           invoke self::pointFile
           OPEN I-O DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DL-KEY
           move groupName to DL-GROUP
           set DL-SEQ to type Int32::Parse(memberDropDownList::SelectedValue)
           DELETE DIST-LIST-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE DIST-LIST-FILE

           invoke self::logAudit("distLists REMOVE=" & groupName::Trim)
           invoke self::showMembers
       end method.

       method-id validAddress private.
       procedure division using by value addressText as type String
                          returning okFlag as type Condition.
           set okFlag to true
           if addressText::Trim = type String::Empty
               or not addressText::Contains("@")
               or addressText::Trim::Length > 60
               set okFlag to false
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the email address the list sends to.');", true).
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
