       class-id batsweb.alertChannels is partial
                inherits type System.Web.UI.Page public.

      * Alert channels screen - where each staff member says how the
      * overnight alerts reach them, and where the admin keys the
      * team's chat channels. batsweb.alertRouter reads both files
      * (layouts there) when a job raises an alert:
      *   ALERTPREF.DAT  per address and alert type: E email only,
      *                  C chat only, B both. An address with no
      *                  choice on file keeps getting addressed alerts
      *                  by email; team-wide alerts reach it only once
      *                  a choice is saved.
      *   CHATHOOK.DAT   per alert type: the incoming-webhook URL of
      *                  the team chat channel it posts to - admin
      *                  ("A") only.
      * Alert types: WATCH (watchListRunner.cbl), SYNC
      * (websyncAlert.cbl), MILESTONE (milestoneTracker.cbl),
      * PITCHCOUNT (pitchCountCheck.cbl), OPSDIGEST (opsDigest.cbl)
      * and WEATHER (weatherForecast.cbl rain risks).
      * Both files sit in the team's WEBSYNC folder except for
      * OPSDIGEST, which is cross-team and keeps its pair beside the
      * Programs root. Everyone but view-only ("V") users may keep
      * their own choices; the admin sees and can remove everyone's.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHAT-HOOK-FILE ASSIGN WS-CHATHOOK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CH-KEY
              LOCK MANUAL
              FILE STATUS IS CH-STATUS-COMN.
          SELECT ALERT-PREF-FILE ASSIGN WS-ALERTPREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AP-KEY
              LOCK MANUAL
              FILE STATUS IS AP-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts batsweb.alertRouter reads.
       FD  CHAT-HOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CH-REC.
       01  CH-REC.
           05  CH-KEY.
               10  CH-ALERT-TYPE           PIC X(10).
           05  CH-REST.
               10  CH-WEBHOOK-URL          PIC X(200).
               10  CH-UPDATED-BY           PIC X(30).
               10  CH-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  ALERT-PREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AP-REC.
       01  AP-REC.
           05  AP-KEY.
               10  AP-ADDRESS              PIC X(60).
               10  AP-ALERT-TYPE           PIC X(10).
           05  AP-REST.
               10  AP-CHANNEL              PIC X.
                   88  AP-EMAIL-ONLY       VALUE "E".
                   88  AP-CHAT-ONLY        VALUE "C".
                   88  AP-EMAIL-AND-CHAT   VALUE "B".
               10  AP-LAST                 PIC X(15).
               10  AP-FIRST                PIC X(15).
               10  AP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(10).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-CHATHOOK-FILE    PIC X(256) VALUE "CHATHOOK.DAT".
       01 CH-STATUS-COMN.
           05  CH-STATUS-BYTE-1        PIC X.
           05  CH-STATUS-BYTE-2        PIC X.
       01 WS-ALERTPREF-FILE   PIC X(256) VALUE "ALERTPREF.DAT".
       01 AP-STATUS-COMN.
           05  AP-STATUS-BYTE-1        PIC X.
           05  AP-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The alert types the router knows, in the order the list shows
      * them.
       01 ALERT-TYPE-VALUES.
           05  FILLER              PIC X(10) VALUE "WATCH".
           05  FILLER              PIC X(10) VALUE "SYNC".
           05  FILLER              PIC X(10) VALUE "MILESTONE".
           05  FILLER              PIC X(10) VALUE "PITCHCOUNT".
           05  FILLER              PIC X(10) VALUE "OPSDIGEST".
           05  FILLER              PIC X(10) VALUE "WEATHER".
       01 ALERT-TYPE-TBL REDEFINES ALERT-TYPE-VALUES.
           05  AT-CODE             PIC X(10) OCCURS 6.
       01 ALERT-TYPE-COUNT         PIC 9(01) VALUE 6.

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
       01 tt              pic 9(01).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - view-only users get no alerts to route
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString = "V"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

      *    The webhook half of the screen is the admin's.
           if self::Session["level"]::ToString = "A"
               set hookPanel::Visible to true
           else
               set hookPanel::Visible to false
           end-if

           if self::IsPostBack
               goback.

           invoke alertTypeDropDown::Items::Clear()
           move 1 to tt.
       load-type-loop.
           if tt > ALERT-TYPE-COUNT
               go to load-type-done.
           invoke alertTypeDropDown::Items::Add(AT-CODE(tt)::Trim)
           add 1 to tt
           go to load-type-loop.
       load-type-done.
           invoke channelRadioList::Items::Clear()
           invoke channelRadioList::Items::Add(new System.Web.UI.WebControls.ListItem("Email", "E"))
           invoke channelRadioList::Items::Add(new System.Web.UI.WebControls.ListItem("Team chat", "C"))
           invoke channelRadioList::Items::Add(new System.Web.UI.WebControls.ListItem("Both", "B"))
           set channelRadioList::SelectedValue to "E"
           if self::Session["team"] not = null
               invoke self::logAudit("alertChannels").
           invoke self::populateChannelTable

           goback.
       end method.

      * Aims both files at the folder the type's settings live in -
      * the team's WEBSYNC, or the Programs root for the cross-team
      * ops digest.
       method-id pointFiles private.
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division using by value alertType as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if alertType::Trim = "OPSDIGEST" or self::Session["team"] = null
               string '"' app-data-folder delimited by "Programs"
                  'CHATHOOK.DAT"' delimited by size
                  into WS-CHATHOOK-FILE
               string '"' app-data-folder delimited by "Programs"
                  'ALERTPREF.DAT"' delimited by size
                  into WS-ALERTPREF-FILE
           else
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\CHATHOOK.DAT"' delimited by size
                  into WS-CHATHOOK-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\ALERTPREF.DAT"' delimited by size
                  into WS-ALERTPREF-FILE
           end-if.
       end method.

      * Per alert type: the channel (admin) and the saved choices -
      * the signed-in user's own, or everyone's for the admin.
       method-id populateChannelTable protected.
       local-storage section.
       01 tt               pic 9(01).
       01 rowText          type String.
       01 channelWord      type String.
       01 adminFlag        pic x.
       01 myLast           pic x(15).
       01 myFirst          pic x(15).
       procedure division.
           invoke channelTable::Rows::Clear()
           move "N" to adminFlag
           if self::Session["level"]::ToString = "A"
               move "Y" to adminFlag.
           set myLast to self::Session["last"]::ToString
           set myFirst to self::Session["first"]::ToString
           move 1 to tt.
       type-loop.
           if tt > ALERT-TYPE-COUNT
               go to type-done.
           invoke self::pointFiles(AT-CODE(tt))

           set rowText to AT-CODE(tt)::Trim & " - chat channel: "
           OPEN INPUT CHAT-HOOK-FILE
           if CH-STATUS-BYTE-1 not = "0"
               set rowText to rowText & "none keyed"
           else
               MOVE SPACES TO CH-KEY
               move AT-CODE(tt) to CH-ALERT-TYPE
               READ CHAT-HOOK-FILE
                   INVALID KEY
                       set rowText to rowText & "none keyed"
                   NOT INVALID KEY
                       if adminFlag = "Y"
                           set rowText to rowText & CH-WEBHOOK-URL::Trim & " (" & CH-UPDATED-BY::Trim & " " & CH-UPDATED-AT(1:10) & ")"
                       else
                           set rowText to rowText & "keyed"
                       end-if
               END-READ
               CLOSE CHAT-HOOK-FILE
           end-if
           invoke self::addTableRow(channelTable, rowText)

           OPEN INPUT ALERT-PREF-FILE
           if AP-STATUS-BYTE-1 not = "0"
               go to type-next.
           MOVE LOW-VALUE TO AP-KEY
           START ALERT-PREF-FILE KEY NOT LESS THAN AP-KEY
           if AP-STATUS-BYTE-1 not = "0"
               go to pref-done.
       pref-loop.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END go to pref-done.
           if AP-ALERT-TYPE not = AT-CODE(tt)
               go to pref-loop.
           if adminFlag not = "Y"
               and (AP-LAST not = myLast or AP-FIRST not = myFirst)
               go to pref-loop.
           EVALUATE TRUE
               WHEN AP-CHAT-ONLY
                   set channelWord to "team chat"
               WHEN AP-EMAIL-AND-CHAT
                   set channelWord to "email and team chat"
               WHEN OTHER
                   set channelWord to "email"
           END-EVALUATE
           invoke self::addTableRow(channelTable, "&nbsp;&nbsp;" & AP-ADDRESS::Trim & " - " & channelWord
               & " (" & AP-FIRST::Trim & " " & AP-LAST::Trim & ", " & AP-UPDATED-AT(1:10) & ")")
           go to pref-loop.
       pref-done.
           CLOSE ALERT-PREF-FILE.
       type-next.
           add 1 to tt
           go to type-loop.
       type-done.
       end method.

       method-id alertTypeDropDown_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateChannelTable
       end method.

      * Saves the typed address's choice for the selected type - a
      * re-save simply replaces it.
       method-id savePrefButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::validAddress
               exit method.

           invoke self::pointFiles(alertTypeDropDown::SelectedValue)
           OPEN I-O ALERT-PREF-FILE
           IF AP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ALERT-PREF-FILE
               CLOSE ALERT-PREF-FILE
               OPEN I-O ALERT-PREF-FILE
           END-IF
           if AP-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Alert choices are not available right now.');", true)
               exit method.

           MOVE SPACES TO AP-REC
           set AP-ADDRESS to emailTextBox::Text::Trim::ToLower
           set AP-ALERT-TYPE to alertTypeDropDown::SelectedValue
           READ ALERT-PREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
      *    Someone else's address is the admin's to change.
           if AP-LAST not = spaces
               and self::Session["level"]::ToString not = "A"
               and (AP-LAST not = self::Session["last"]::ToString or AP-FIRST not = self::Session["first"]::ToString)
               CLOSE ALERT-PREF-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That address belongs to another staff member.');", true)
               exit method.

           set AP-CHANNEL to channelRadioList::SelectedValue
           set AP-LAST to self::Session["last"]::ToString
           set AP-FIRST to self::Session["first"]::ToString
           set AP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE AP-REC
               INVALID KEY
                   REWRITE AP-REC
           END-WRITE
           CLOSE ALERT-PREF-FILE

           invoke self::logAudit("alertChannels PREF=" & alertTypeDropDown::SelectedValue & " " & AP-CHANNEL)
           invoke self::populateChannelTable
       end method.

      * Drops the typed address's choice for the selected type -
      * addressed alerts fall back to email, team-wide ones stop.
       method-id removePrefButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::validAddress
               exit method.

           invoke self::pointFiles(alertTypeDropDown::SelectedValue)
           OPEN I-O ALERT-PREF-FILE
           if AP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO AP-KEY
           set AP-ADDRESS to emailTextBox::Text::Trim::ToLower
           set AP-ALERT-TYPE to alertTypeDropDown::SelectedValue
           READ ALERT-PREF-FILE
               INVALID KEY
                   CLOSE ALERT-PREF-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No choice on file for that address and alert.');", true)
                   exit method
           END-READ
           if self::Session["level"]::ToString not = "A"
               and (AP-LAST not = self::Session["last"]::ToString or AP-FIRST not = self::Session["first"]::ToString)
               CLOSE ALERT-PREF-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That address belongs to another staff member.');", true)
               exit method.
           DELETE ALERT-PREF-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE ALERT-PREF-FILE

           invoke self::logAudit("alertChannels UNPREF=" & alertTypeDropDown::SelectedValue)
           invoke self::populateChannelTable
       end method.

       method-id validAddress private.
       procedure division returning okFlag as type Condition.
           set okFlag to true
           if emailTextBox::Text::Trim = type String::Empty
               or not emailTextBox::Text::Contains("@")
               or emailTextBox::Text::Trim::Length > 60
               set okFlag to false
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the email address the alerts are sent to.');", true).
       end method.

      * Keys (or, left blank, clears) the selected type's chat
      * channel webhook. Admin only.
       method-id saveHookButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               exit method.
           if webhookTextBox::Text::Trim not = type String::Empty
               and not webhookTextBox::Text::Trim::StartsWith("https://")
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The webhook address must start with https://');", true)
               exit method.
           if webhookTextBox::Text::Trim::Length > 200
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The webhook address is longer than 200 characters.');", true)
               exit method.

           invoke self::pointFiles(alertTypeDropDown::SelectedValue)
           OPEN I-O CHAT-HOOK-FILE
           IF CH-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHAT-HOOK-FILE
               CLOSE CHAT-HOOK-FILE
               OPEN I-O CHAT-HOOK-FILE
           END-IF
           if CH-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Chat channels are not available right now.');", true)
               exit method.

           MOVE SPACES TO CH-REC
           set CH-ALERT-TYPE to alertTypeDropDown::SelectedValue
           if webhookTextBox::Text::Trim = type String::Empty
               DELETE CHAT-HOOK-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CHAT-HOOK-FILE
               invoke self::logAudit("alertChannels UNHOOK=" & alertTypeDropDown::SelectedValue)
               invoke self::populateChannelTable
               exit method.

           set CH-WEBHOOK-URL to webhookTextBox::Text::Trim
           set CH-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set CH-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE CH-REC
               INVALID KEY
                   REWRITE CH-REC
           END-WRITE
           CLOSE CHAT-HOOK-FILE

           invoke self::logAudit("alertChannels HOOK=" & alertTypeDropDown::SelectedValue)
           invoke self::populateChannelTable
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
