       class-id batsweb.gamePlanPage is partial
                inherits type System.Web.UI.Page public.

      * Pitching game plan - front end for gamePlan.cbl. Pick the
      * game off PROBABLES.DAT (or key the date, game id and our
      * starter as LAST, FIRST), paste the opponent's projected
      * lineup, and Generate builds the draft: per hitter the attack
      * pitch and cell, the put-away pitch, the numbers behind them
      * and the dossier's book. The pitching coach then picks any
      * hitter's line and rewrites it, and Finalize closes the plan,
      * writes the printable PDF into WEBSYNC\GAMEPLAN, registers it
      * with the report library and streams it back. A final plan
      * reads here but takes no edits.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PROBABLES-FILE ASSIGN WS-PROBABLES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PB-KEY
              LOCK MANUAL
              FILE STATUS IS PB-STATUS-COMN.
          SELECT GAME-PLAN-FILE ASSIGN WS-GAMEPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GP-KEY
              LOCK MANUAL
              FILE STATUS IS GP-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout probables.aspx.cbl writes.
       FD  PROBABLES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PB-REC.
       01  PB-REC.
           05  PB-KEY.
               10  PB-GAME-DATE            PIC X(10).
               10  PB-GAME-ID              PIC X(10).
           05  PB-REST.
               10  PB-PITCHER-NAME         PIC X(30).
               10  PB-THROWS               PIC X.
               10  FILLER                  PIC X(19).

      * Same layout gamePlan.cbl writes.
       FD  GAME-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GP-REC.
       01  GP-REC.
           05  GP-KEY.
               10  GP-GAME-DATE            PIC X(10).
               10  GP-GAME-ID              PIC X(10).
               10  GP-SLOT                 PIC 9(02).
           05  GP-REST.
               10  GP-NAME                 PIC X(30).
               10  GP-PRIMARY              PIC X(60).
               10  GP-PUTAWAY              PIC X(30).
               10  GP-EVIDENCE             PIC X(120).
               10  GP-NOTES                PIC X(120).
               10  GP-STATUS               PIC X.
                   88  GP-DRAFT            VALUE "D".
                   88  GP-FINAL            VALUE "F".
               10  GP-BUILT-AT             PIC X(19).
               10  GP-EDITED-BY            PIC X(30).
               10  GP-EDITED-AT            PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-PROBABLES-FILE   PIC X(256) VALUE "PROBABLES.DAT".
       01 PB-STATUS-COMN.
           05  PB-STATUS-BYTE-1        PIC X.
           05  PB-STATUS-BYTE-2        PIC X.
       01 WS-GAMEPLAN-FILE    PIC X(256) VALUE "GAMEPLAN.DAT".
       01 GP-STATUS-COMN.
           05  GP-STATUS-BYTE-1        PIC X.
           05  GP-STATUS-BYTE-2        PIC X.
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

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only ####
           if self::Session["level"] not = null
               if self::Session["level"]::ToString = "V"
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PROBABLES.DAT"' delimited by size
                  into WS-PROBABLES-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\GAMEPLAN.DAT"' delimited by size
                  into WS-GAMEPLAN-FILE
               if not self::IsPostBack
                   invoke self::logAudit("gamePlan").

           if not self::IsPostBack
               invoke self::loadProbables.

           goback.
       end method.

      * The probable list carries the game key in the item value so a
      * pick fills the date, game id and pitcher boxes.
       method-id loadProbables private.
       procedure division.
           invoke probablesDropDownList::Items::Clear
           invoke probablesDropDownList::Items::Add("(key the game below)")

           OPEN INPUT PROBABLES-FILE
           if PB-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE LOW-VALUE TO PB-KEY
           START PROBABLES-FILE KEY NOT LESS THAN PB-KEY
               INVALID KEY
                   CLOSE PROBABLES-FILE
                   exit method
           END-START.
       prob-loop.
           READ PROBABLES-FILE NEXT RECORD
               AT END
                   CLOSE PROBABLES-FILE
                   exit method
           END-READ
           invoke probablesDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
               PB-GAME-DATE::Trim & " game " & PB-GAME-ID::Trim & " - " & PB-PITCHER-NAME::Trim & " (" & PB-THROWS & ")",
               PB-GAME-DATE::Trim & "|" & PB-GAME-ID::Trim & "|" & PB-PITCHER-NAME::Trim))
           go to prob-loop.
       end method.

       method-id probablesDropDownList_SelectedIndexChanged protected.
       local-storage section.
       01 keyParts         type String[].
       procedure division using by value sender as object e as type System.EventArgs.
           if probablesDropDownList::SelectedIndex < 1
               exit method.
           set keyParts to probablesDropDownList::SelectedValue::Split('|')
           set gameDateTextBox::Text to keyParts[0]
           set gameIdTextBox::Text to keyParts[1]
           set pitcherTextBox::Text to keyParts[2]
           invoke self::showPlan.
       end method.

      *#####                 Build and open the draft                  #####
       method-id generateButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::gameKeyed
               exit method.
           if pitcherTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick a probable or key our starter as LAST, FIRST.');", true)
               exit method.

           set messageText to type batsweb.gamePlan::generate(self::teamFolder, gameDateTextBox::Text::Trim,
               gameIdTextBox::Text::Trim, pitcherTextBox::Text::Trim, lineupTextBox::Text,
               self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim)
           if messageText not = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText::Replace("'", " ") & "');", true)
               exit method.
           invoke self::logAudit("gamePlan GENERATE")
           invoke self::showPlan
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Draft plan built - edit any line, then Finalize.');", true)
       end method.

       method-id openPlanButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::gameKeyed
               exit method.
           invoke self::showPlan.
       end method.

      * The plan as it stands - one row per line, and the line picker
      * for edits.
       method-id showPlan private.
       local-storage section.
       01 rowText          type String.
       procedure division.
           invoke planTable::Rows::Clear()
           invoke slotDropDownList::Items::Clear
           set planStatusLabel::Text to "No plan for this game yet."

           OPEN INPUT GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDateTextBox::Text::Trim
           set GP-GAME-ID to gameIdTextBox::Text::Trim
           move 0 to GP-SLOT
           START GAME-PLAN-FILE KEY NOT LESS THAN GP-KEY
               INVALID KEY
                   CLOSE GAME-PLAN-FILE
                   exit method
           END-START.
       plan-loop.
           READ GAME-PLAN-FILE NEXT RECORD
               AT END go to plan-done.
           if GP-GAME-DATE not = gameDateTextBox::Text::Trim or GP-GAME-ID not = gameIdTextBox::Text::Trim
               go to plan-done.
           if GP-SLOT = 0
               set rowText to "<b>" & GP-NAME::Trim & "</b> - mix: " & GP-EVIDENCE::Trim & " (" & GP-NOTES::Trim & ")"
               if GP-FINAL
                   set planStatusLabel::Text to "FINAL - " & GP-EDITED-AT::Trim & " by " & GP-EDITED-BY::Trim
               else
                   set planStatusLabel::Text to "DRAFT - built " & GP-BUILT-AT::Trim
               end-if
           else
               set rowText to GP-SLOT::ToString & ". <b>" & GP-NAME::Trim & "</b> - attack: " & GP-PRIMARY::Trim
                   & " - put-away: " & GP-PUTAWAY::Trim & "<br/>" & GP-EVIDENCE::Trim
               if GP-NOTES not = spaces
                   set rowText to rowText & "<br/><i>" & GP-NOTES::Trim & "</i>"
               end-if
               invoke slotDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
                   GP-SLOT::ToString & ". " & GP-NAME::Trim, GP-SLOT::ToString))
           end-if
           invoke self::addTableRow(planTable, rowText)
           go to plan-loop.
       plan-done.
           CLOSE GAME-PLAN-FILE
           if slotDropDownList::Items::Count > 0
               invoke self::loadLine.
       end method.

      *#####                   The coach's edits                       #####
       method-id slotDropDownList_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::loadLine.
       end method.

       method-id loadLine private.
       procedure division.
           set primaryTextBox::Text to type String::Empty
           set putawayTextBox::Text to type String::Empty
           set notesTextBox::Text to type String::Empty
           if slotDropDownList::SelectedItem = null
               exit method.
           if not self::readLine
               exit method.
           set primaryTextBox::Text to GP-PRIMARY::Trim
           set putawayTextBox::Text to GP-PUTAWAY::Trim
           set notesTextBox::Text to GP-NOTES::Trim.
       end method.

       method-id saveLineButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if slotDropDownList::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Open a plan and pick a hitter first.');", true)
               exit method.
           if self::planIsFinal
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That plan is final - it takes no more edits.');", true)
               exit method.

           OPEN I-O GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDateTextBox::Text::Trim
           set GP-GAME-ID to gameIdTextBox::Text::Trim
           move type Int32::Parse(slotDropDownList::SelectedValue) to GP-SLOT
           READ GAME-PLAN-FILE
               INVALID KEY
                   CLOSE GAME-PLAN-FILE
                   exit method
           END-READ
           set GP-PRIMARY to primaryTextBox::Text::Trim
           set GP-PUTAWAY to putawayTextBox::Text::Trim::ToUpper
           set GP-NOTES to notesTextBox::Text::Trim
           set GP-EDITED-BY to self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim
           set GP-EDITED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE GP-REC
           CLOSE GAME-PLAN-FILE

           invoke self::logAudit("gamePlan EDIT")
           invoke self::showPlan
       end method.

      *#####              Finalize - the printable plan                #####
       method-id finalizeButton_Click protected.
       local-storage section.
       01 pdfPath          type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::gameKeyed
               exit method.
           set pdfPath to type batsweb.gamePlan::finalize(self::teamFolder, gameDateTextBox::Text::Trim,
               gameIdTextBox::Text::Trim, self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim)
           if pdfPath = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No plan for that game - Generate one first.');", true)
               exit method.
           invoke self::logAudit("gamePlan FINAL")

           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=gameplan.pdf")
           invoke self::Response::BinaryWrite(type System.IO.File::ReadAllBytes(pdfPath))
           invoke self::Response::End
       end method.

      *#####                        Helpers                            #####
       method-id gameKeyed private.
       procedure division returning keyedFlag as type Condition.
           set keyedFlag to true
           if gameDateTextBox::Text::Trim = type String::Empty
               or gameIdTextBox::Text::Trim = type String::Empty
               set keyedFlag to false
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick a probable or key the game date and game id.');", true).
       end method.

      * Reads the picked hitter's line into GP-REC.
       method-id readLine private.
       procedure division returning foundFlag as type Condition.
           set foundFlag to false
           OPEN INPUT GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDateTextBox::Text::Trim
           set GP-GAME-ID to gameIdTextBox::Text::Trim
           move type Int32::Parse(slotDropDownList::SelectedValue) to GP-SLOT
           READ GAME-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set foundFlag to true
           END-READ
           CLOSE GAME-PLAN-FILE.
       end method.

       method-id planIsFinal private.
       procedure division returning finalFlag as type Condition.
           set finalFlag to false
           OPEN INPUT GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDateTextBox::Text::Trim
           set GP-GAME-ID to gameIdTextBox::Text::Trim
           move 0 to GP-SLOT
           READ GAME-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if GP-FINAL
                       set finalFlag to true
                   end-if
           END-READ
           CLOSE GAME-PLAN-FILE.
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
