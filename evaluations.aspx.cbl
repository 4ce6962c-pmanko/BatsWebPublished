       class-id batsweb.evaluations is partial
                inherits type System.Web.UI.Page public.

      * End-of-season player evaluation report cards. Each coach
      * writes one card per player per season - six category grades
      * on the 20-80 scale the scouting tools use, strengths, and
      * goals for next season - and the coordinator signs it off
      * before it goes to the player and the parent club, instead of
      * Word documents passed around by email. One EVALUATION.DAT
      * record per player, season and evaluator (the coach's own
      * LAST, FIRST), moving through
      *   D  coach draft       the evaluator writes and rewrites it
      *   R  in review         submitted; the coordinator edits,
      *                        returns it to draft with a note, or
      *                        releases it
      *   L  released         locked; the signed PDF is in the
      *                        report library
      * The coordinator is a supervisor or admin login; coaches see
      * and touch only their own cards. A new card is pre-filled with
      * the player's season line - the SUMMARYAGG.DAT ALL cut
      * nightlyAggregate.cbl keeps and the SERVICETIME.DAT days this
      * season - and the line is taken again at release so the signed
      * card carries the final one. Release writes the card through
      * the shared batsweb.pdfWriter path to WEBSYNC\EVALS and
      * registers it with batsweb.reportCatalog as type EVALUATION,
      * so reportLibrary.aspx.cbl serves it from there.
      * The player's development plan for the season (devPlan.aspx.cbl)
      * shows under the season line - each goal and where the monthly
      * review left it, off batsweb.devPlan::goalLines - and prints on
      * the signed card as it stood at release.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EVALUATION-FILE ASSIGN WS-EVALUATION-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EV-KEY
              LOCK MANUAL
              FILE STATUS IS EV-STATUS-COMN.
          SELECT SUMMARY-AGG-FILE ASSIGN WS-SUMMARYAGG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SA-KEY
              LOCK MANUAL
              FILE STATUS IS SA-STATUS-COMN.
          SELECT SERVICE-TIME-FILE ASSIGN WS-SERVICETIME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ST-KEY
              LOCK MANUAL
              FILE STATUS IS ST-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  EVALUATION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EV-REC.
       01  EV-REC.
           05  EV-KEY.
      *        Roster spelling, LAST, FIRST.
               10  EV-PLAYER-NAME          PIC X(30).
               10  EV-SEASON               PIC 9(04).
               10  EV-EVALUATOR            PIC X(30).
           05  EV-REST.
               10  EV-STATUS               PIC X.
                   88  EV-DRAFT            VALUE "D".
                   88  EV-IN-REVIEW        VALUE "R".
                   88  EV-RELEASED         VALUE "L".
      *        20-80 in the GRADE-CATEGORIES order; zero is not yet
      *        graded, which only a draft may carry.
               10  EV-GRADE                PIC 9(02) OCCURS 6.
               10  EV-SEASON-LINE          PIC X(120).
               10  EV-STRENGTHS            PIC X(240).
               10  EV-GOALS                PIC X(240).
               10  EV-COORD-NOTE           PIC X(120).
               10  EV-CREATED-AT           PIC X(19).
               10  EV-UPDATED-AT           PIC X(19).
               10  EV-SUBMITTED-AT         PIC X(19).
               10  EV-REVIEWED-BY          PIC X(30).
               10  EV-RELEASED-AT          PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout nightlyAggregate.cbl writes.
       FD  SUMMARY-AGG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SA-REC.
       01  SA-REC.
           05  SA-KEY.
               10  SA-PLAYER-NAME          PIC X(30).
               10  SA-CUT                  PIC X(04).
           05  SA-REST.
               10  SA-G                    PIC 9(05).
               10  SA-TPA                  PIC 9(05).
               10  SA-AB                   PIC 9(05).
               10  SA-H                    PIC 9(05).
               10  SA-HR                   PIC 9(05).
               10  SA-RBI                  PIC 9(05).
               10  SA-BB                   PIC 9(05).
               10  SA-K                    PIC 9(05).
               10  SA-AVG-M                PIC 9(05).
               10  SA-OPS-M                PIC 9(05).
               10  SA-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * Same layout serviceTime.cbl rebuilds nightly.
       FD  SERVICE-TIME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ST-REC.
       01  ST-REC.
           05  ST-KEY.
               10  ST-PLAYER-NAME          PIC X(30).
               10  ST-LEVEL                PIC X(10).
           05  ST-REST.
               10  ST-DAYS-TOTAL           PIC 9(05).
               10  ST-DAYS-SEASON          PIC 9(03).
               10  ST-ACTIVE-NOW           PIC X.
               10  ST-OPTIONED-NOW         PIC X.
               10  ST-OPTIONS-USED         PIC 9(01).
               10  ST-OPTIONS-LEFT         PIC 9(01).
               10  ST-SIGNED-DATE          PIC X(10).
               10  ST-SIGNING-AGE          PIC 9(02).
               10  ST-RULE5-DATE           PIC X(10).
               10  ST-PROTECT-DATE         PIC X(10).
               10  ST-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-EVALUATION-FILE  PIC X(256) VALUE "EVALUATION.DAT".
       01 EV-STATUS-COMN.
           05  EV-STATUS-BYTE-1        PIC X.
           05  EV-STATUS-BYTE-2        PIC X.
       01 WS-SUMMARYAGG-FILE  PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-SERVICETIME-FILE PIC X(256) VALUE "SERVICETIME.DAT".
       01 ST-STATUS-COMN.
           05  ST-STATUS-BYTE-1        PIC X.
           05  ST-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The graded categories, in EV-GRADE order - grade1TextBox
      * through grade6TextBox on the page.
       01 GRADE-CATEGORIES.
           05  FILLER                  PIC X(24) VALUE "Work ethic".
           05  FILLER                  PIC X(24) VALUE "Coachability".
           05  FILLER                  PIC X(24) VALUE "Baseball IQ".
           05  FILLER                  PIC X(24) VALUE "Physical development".
           05  FILLER                  PIC X(24) VALUE "Offensive skills".
           05  FILLER                  PIC X(24) VALUE "Defense / pitching".
       01 GRADE-CATEGORIES-R REDEFINES GRADE-CATEGORIES.
           05  CATEGORY-NAME           PIC X(24) OCCURS 6.
      * The widest Courier line the printed card carries before the
      * text is broken at a blank.
       01 PDF-LINE-WIDTH       PIC 9(02) VALUE 80.
      * How long the library keeps a released card - five seasons.
       01 CARD-RETAIN-DAYS     PIC 9(04) VALUE 1825.

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

      * #### Access control - coaches write cards, supervisors and
      * #### admins sign them off; nobody else reads them ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "C"
               and not self::isCoordinator
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\EVALUATION.DAT"' delimited by size
                  into WS-EVALUATION-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\SUMMARYAGG.DAT"' delimited by size
                  into WS-SUMMARYAGG-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\SERVICETIME.DAT"' delimited by size
                  into WS-SERVICETIME-FILE
               if not self::IsPostBack
                   invoke self::logAudit("evaluations").

           if not self::IsPostBack
               set evalSeasonTextBox::Text to type DateTime::Today::Year::ToString
               invoke self::populateEvalTable.

           goback.
       end method.

      * Coordinator - supervisor or admin.
       method-id isCoordinator private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if self::Session["level"] = null
               exit method.
           if self::Session["level"]::ToString = "S"
               or self::Session["level"]::ToString = "A"
               set okFlag to true.
       end method.

      * The signed-on user in roster spelling - the evaluator key.
       method-id myName private.
       procedure division returning nameText as type String.
           set nameText to self::Session["last"]::ToString::Trim::ToUpper
               & ", " & self::Session["first"]::ToString::Trim::ToUpper.
       end method.

      * Builds EV-KEY off the page: the player, the season, and the
      * evaluator - a coach's own name; a coordinator may name
      * another evaluator's card in the evaluator box.
       method-id cardKey private.
       local-storage section.
       01 seasonYear       type Int32.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if evalPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the player - LAST, FIRST.');", true)
               exit method.
           if not type Int32::TryParse(evalSeasonTextBox::Text::Trim, by reference seasonYear)
               or seasonYear < 2000 or seasonYear > 2099
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Season is the four-digit year.');", true)
               exit method.
           MOVE SPACES TO EV-KEY
           set EV-PLAYER-NAME to evalPlayerTextBox::Text::Trim::ToUpper
           move seasonYear to EV-SEASON
           if self::isCoordinator
               and evalEvaluatorTextBox::Text::Trim not = type String::Empty
               set EV-EVALUATOR to evalEvaluatorTextBox::Text::Trim::ToUpper
           else
               set EV-EVALUATOR to self::myName.
           set okFlag to true.
       end method.

      *#####              Open a card - on file or new                 #####
       method-id loadEvalButton_Click protected.
       local-storage section.
       01 foundFlag        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::cardKey
               exit method.
           OPEN INPUT EVALUATION-FILE
           if EV-STATUS-BYTE-1 = "0"
               READ EVALUATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move "Y" to foundFlag
               END-READ
               CLOSE EVALUATION-FILE
           end-if
           if foundFlag = "Y"
               invoke self::showCard
               exit method.

      *    Nothing on file - a blank draft with the season line in it.
           MOVE SPACES TO EV-REST
           move "D" to EV-STATUS
           move zeroes to EV-GRADE(1) EV-GRADE(2) EV-GRADE(3)
                          EV-GRADE(4) EV-GRADE(5) EV-GRADE(6)
           set EV-SEASON-LINE to self::seasonLine(EV-PLAYER-NAME)
           invoke self::showCard
           set evalStatusLabel::Text to "New card - not saved yet."
       end method.

      * The current EV-REC onto the page.
       method-id showCard private.
       local-storage section.
       01 gg               pic 9(01).
       procedure division.
           move 1 to gg.
       show-grade-loop.
           if gg > 6
               go to show-grade-done.
           if EV-GRADE(gg) = 0
               set self::gradeBox(gg)::Text to ""
           else
               set self::gradeBox(gg)::Text to EV-GRADE(gg)::ToString.
           add 1 to gg
           go to show-grade-loop.
       show-grade-done.
           set strengthsTextBox::Text to EV-STRENGTHS::Trim
           set goalsTextBox::Text to EV-GOALS::Trim
           set coordNoteTextBox::Text to EV-COORD-NOTE::Trim
           set seasonLineLabel::Text to EV-SEASON-LINE::Trim
           set devPlanLabel::Text to self::planText("<br/>")
           set evalEvaluatorTextBox::Text to EV-EVALUATOR::Trim
           set evalStatusLabel::Text to self::statusText & " - " & EV-EVALUATOR::Trim
           if EV-UPDATED-AT not = spaces
               set evalStatusLabel::Text to evalStatusLabel::Text & ", last saved " & EV-UPDATED-AT.
           if EV-RELEASED
               set evalStatusLabel::Text to evalStatusLabel::Text & ", released " & EV-RELEASED-AT & " by " & EV-REVIEWED-BY::Trim.
       end method.

       method-id gradeBox private.
       procedure division using by value gg as type Int32
                          returning boxOut as type System.Web.UI.WebControls.TextBox.
           EVALUATE gg
               WHEN 1
                   set boxOut to grade1TextBox
               WHEN 2
                   set boxOut to grade2TextBox
               WHEN 3
                   set boxOut to grade3TextBox
               WHEN 4
                   set boxOut to grade4TextBox
               WHEN 5
                   set boxOut to grade5TextBox
               WHEN OTHER
                   set boxOut to grade6TextBox
           END-EVALUATE.
       end method.

       method-id statusText private.
       procedure division returning textOut as type String.
           EVALUATE TRUE
               WHEN EV-IN-REVIEW
                   set textOut to "In review"
               WHEN EV-RELEASED
                   set textOut to "Released"
               WHEN OTHER
                   set textOut to "Coach draft"
           END-EVALUATE.
       end method.

      *#####     Save - the evaluator's draft, the coordinator's       #####
      *#####     review edits                                          #####
       method-id saveEvalButton_Click protected.
       local-storage section.
       01 foundFlag        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::cardKey
               exit method.
           OPEN I-O EVALUATION-FILE
           IF EV-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT EVALUATION-FILE
               CLOSE EVALUATION-FILE
               OPEN I-O EVALUATION-FILE
           END-IF
           READ EVALUATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

           if foundFlag not = "Y"
               if EV-EVALUATOR not = self::myName
                   CLOSE EVALUATION-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('A new card is written by its own evaluator - clear the evaluator box.');", true)
                   exit method
               end-if
               MOVE SPACES TO EV-REST
               move "D" to EV-STATUS
               set EV-SEASON-LINE to self::seasonLine(EV-PLAYER-NAME)
               set EV-CREATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           else
               if not self::mayEdit
                   CLOSE EVALUATION-FILE
                   exit method
               end-if
           end-if

           if not self::takeCardText
               CLOSE EVALUATION-FILE
               exit method.
           set EV-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           if foundFlag = "Y"
               REWRITE EV-REC
           else
               WRITE EV-REC
                   INVALID KEY
                       REWRITE EV-REC
               END-WRITE
           end-if
           CLOSE EVALUATION-FILE

           invoke self::showCard
           invoke self::populateEvalTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Card saved.');", true)
       end method.

      * Who may change the card on file as it stands: the evaluator
      * while it is a draft, the coordinator while it is in review;
      * a released card is closed to everyone.
       method-id mayEdit private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           EVALUATE TRUE
               WHEN EV-RELEASED
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This card is released and can no longer change.');", true)
               WHEN EV-IN-REVIEW
                   if self::isCoordinator
                       set okFlag to true
                   else
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This card is with the coordinator for review.');", true)
                   end-if
               WHEN OTHER
                   if EV-EVALUATOR = self::myName
                       set okFlag to true
                   else
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the evaluator edits a draft.');", true)
                   end-if
           END-EVALUATE.
       end method.

      * Grades and the two write-ups off the page into EV-REC. A
      * grade is blank (not yet graded) or 20-80 in steps of five.
       method-id takeCardText private.
       local-storage section.
       01 gg               pic 9(01).
       01 gradeValue       type Int32.
       01 gradeFives       pic 9(02).
       01 gradeLeft        pic 9(01).
       procedure division returning okFlag as type Condition.
           set okFlag to false
           move 1 to gg.
       take-grade-loop.
           if gg > 6
               go to take-grade-done.
           if self::gradeBox(gg)::Text::Trim = type String::Empty
               move 0 to EV-GRADE(gg)
               add 1 to gg
               go to take-grade-loop.
           if not type Int32::TryParse(self::gradeBox(gg)::Text::Trim, by reference gradeValue)
               or gradeValue < 20 or gradeValue > 80
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & CATEGORY-NAME(gg)::Trim & " - grade on the 20-80 scale in fives, or leave it blank.');", true)
               exit method.
           divide gradeValue by 5 giving gradeFives remainder gradeLeft
           if gradeLeft not = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & CATEGORY-NAME(gg)::Trim & " - grade on the 20-80 scale in fives, or leave it blank.');", true)
               exit method.
           move gradeValue to EV-GRADE(gg)
           add 1 to gg
           go to take-grade-loop.
       take-grade-done.
           set EV-STRENGTHS to strengthsTextBox::Text::Trim
           set EV-GOALS to goalsTextBox::Text::Trim
           if self::isCoordinator
               set EV-COORD-NOTE to coordNoteTextBox::Text::Trim.
           set okFlag to true.
       end method.

      *#####                Workflow moves                             #####
      * Coach draft to review - the evaluator hands it in once every
      * category is graded and both write-ups are there.
       method-id submitEvalButton_Click protected.
       local-storage section.
       01 gg               pic 9(01).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::cardKey
               exit method.
           if not self::openCard
               exit method.
           if not EV-DRAFT or EV-EVALUATOR not = self::myName
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the evaluator hands in a draft.');", true)
               exit method.
           move 1 to gg.
       submit-check-loop.
           if gg > 6
               go to submit-check-done.
           if EV-GRADE(gg) = 0
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Grade " & CATEGORY-NAME(gg)::Trim & " and save before handing the card in.');", true)
               exit method.
           add 1 to gg
           go to submit-check-loop.
       submit-check-done.
           if EV-STRENGTHS = spaces or EV-GOALS = spaces
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Write up the strengths and the goals for next season and save before handing the card in.');", true)
               exit method.

           move "R" to EV-STATUS
           set EV-SUBMITTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE EV-REC
           CLOSE EVALUATION-FILE

           invoke self::logAudit("evaluations SUBMIT=" & EV-PLAYER-NAME::Trim)
           invoke self::showCard
           invoke self::populateEvalTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Card handed in for review.');", true)
       end method.

      * Review back to draft - the coordinator's note says why.
       method-id returnEvalButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::isCoordinator
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the coordinator sends a card back.');", true)
               exit method.
           if not self::cardKey
               exit method.
           if coordNoteTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Say in the note what the coach should change.');", true)
               exit method.
           if not self::openCard
               exit method.
           if not EV-IN-REVIEW
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only a card in review goes back to the coach.');", true)
               exit method.

           move "D" to EV-STATUS
           set EV-COORD-NOTE to coordNoteTextBox::Text::Trim
           set EV-REVIEWED-BY to self::myName
           set EV-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE EV-REC
           CLOSE EVALUATION-FILE

           invoke self::logAudit("evaluations RETURN=" & EV-PLAYER-NAME::Trim)
           invoke self::showCard
           invoke self::populateEvalTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Card returned to the coach.');", true)
       end method.

      * Review to released - the sign-off. The season line is taken
      * once more, the signed card is written as a PDF and catalogued,
      * and the record locks.
       method-id releaseEvalButton_Click protected.
       local-storage section.
       01 pdfPath          type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::isCoordinator
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the coordinator releases a card.');", true)
               exit method.
           if not self::cardKey
               exit method.
           if not self::openCard
               exit method.
           if not EV-IN-REVIEW
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only a card in review can be released.');", true)
               exit method.

           move "L" to EV-STATUS
           set EV-SEASON-LINE to self::seasonLine(EV-PLAYER-NAME)
           set EV-REVIEWED-BY to self::myName
           set EV-RELEASED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move EV-RELEASED-AT to EV-UPDATED-AT

           set pdfPath to self::writeCardPdf
           if pdfPath = type String::Empty
               CLOSE EVALUATION-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The signed card could not be written - nothing was released.');", true)
               exit method.
           REWRITE EV-REC
           CLOSE EVALUATION-FILE

           invoke type batsweb.reportCatalog::register(self::teamFolder, "EVALUATION", EV-PLAYER-NAME::Trim, pdfPath, CARD-RETAIN-DAYS)
           invoke self::logAudit("evaluations RELEASE=" & EV-PLAYER-NAME::Trim)
           invoke self::showCard
           invoke self::populateEvalTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Card released - the signed PDF is in the report library.');", true)
       end method.

      * Opens the file I-O and reads the card cardKey built; false
      * (with the file closed) when it is not on file.
       method-id openCard private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           OPEN I-O EVALUATION-FILE
           if EV-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No cards on file yet.');", true)
               exit method.
           READ EVALUATION-FILE
               INVALID KEY
                   CLOSE EVALUATION-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No card on file for that player, season and evaluator - save it first.');", true)
                   exit method
           END-READ
           set okFlag to true.
       end method.

      *#####              The season's cards, listed                   #####
       method-id listEvalButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateEvalTable
       end method.

      * This season's cards - a coach's own, or every card for the
      * coordinator, the ones waiting on review first.
       method-id populateEvalTable private.
       local-storage section.
       01 seasonYear       type Int32.
       01 passNo           pic 9(01).
       01 rowCount         pic 9(04) value 0.
       01 rowText          type String.
       procedure division.
           invoke evalTable::Rows::Clear()
           if not type Int32::TryParse(evalSeasonTextBox::Text::Trim, by reference seasonYear)
               exit method.
           OPEN INPUT EVALUATION-FILE
           if EV-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(evalTable, "No cards on file.")
               exit method.
           move 1 to passNo.
       list-pass.
           if passNo > 2
               go to list-done.
           MOVE LOW-VALUE TO EV-KEY
           START EVALUATION-FILE KEY NOT LESS THAN EV-KEY
           if EV-STATUS-BYTE-1 not = "0"
               go to list-done.
       list-loop.
           READ EVALUATION-FILE NEXT RECORD
               AT END go to list-next-pass.
           if EV-SEASON not = seasonYear
               go to list-loop.
           if not self::isCoordinator
               and EV-EVALUATOR not = self::myName
               go to list-loop.
      *    Pass one is the review queue, pass two everything else.
           if passNo = 1 and not EV-IN-REVIEW
               go to list-loop.
           if passNo = 2 and EV-IN-REVIEW
               go to list-loop.
           set rowText to EV-PLAYER-NAME::Trim & " - " & EV-EVALUATOR::Trim & " - " & self::statusText
           if EV-IN-REVIEW
               set rowText to rowText & " since " & EV-SUBMITTED-AT(1:10).
           if EV-RELEASED
               set rowText to rowText & " " & EV-RELEASED-AT(1:10).
           if EV-DRAFT and EV-COORD-NOTE not = spaces
               set rowText to rowText & " (returned: " & EV-COORD-NOTE::Trim & ")".
           invoke self::addTableRow(evalTable, rowText)
           add 1 to rowCount
           go to list-loop.
       list-next-pass.
           add 1 to passNo
           go to list-pass.
       list-done.
           CLOSE EVALUATION-FILE
           if rowCount = 0
               invoke self::addTableRow(evalTable, "No cards for that season.").
       end method.

      *#####                The season line                            #####
      * The batting line off the SUMMARYAGG.DAT ALL cut and the days
      * on an active roster this season off SERVICETIME.DAT. This
      * tree keeps no season pitching counting line anywhere (the
      * same gap pitchervsbatter.aspx.cbl's league overlay notes), so
      * a pitcher's card carries the roster days and any batting.
       method-id seasonLine private.
       local-storage section.
       01 lineText         type String.
       01 seasonDays       pic 9(04) value 0.
       procedure division using by value rosterName as type String
                          returning textOut as type String.
           set lineText to type String::Empty
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 = "0"
               MOVE SPACES TO SA-KEY
               set SA-PLAYER-NAME to rosterName::Trim
               move "ALL " to SA-CUT
               READ SUMMARY-AGG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       set lineText to SA-G::ToString & " G, " & SA-TPA::ToString & " PA, "
                           & SA-H::ToString & " H, " & SA-HR::ToString & " HR, "
                           & SA-RBI::ToString & " RBI, " & SA-BB::ToString & " BB, "
                           & SA-K::ToString & " K, ." & SA-AVG-M(3:3) & " AVG, "
                           & SA-OPS-M(2:1) & "." & SA-OPS-M(3:3) & " OPS"
               END-READ
               CLOSE SUMMARY-AGG-FILE
           end-if

           OPEN INPUT SERVICE-TIME-FILE
           if ST-STATUS-BYTE-1 not = "0"
               go to line-finish.
           MOVE LOW-VALUE TO ST-KEY
           set ST-PLAYER-NAME to rosterName::Trim
           START SERVICE-TIME-FILE KEY NOT LESS THAN ST-KEY
           if ST-STATUS-BYTE-1 not = "0"
               go to service-done.
       service-loop.
           READ SERVICE-TIME-FILE NEXT RECORD
               AT END go to service-done.
           if ST-PLAYER-NAME not = rosterName::Trim
               go to service-done.
           add ST-DAYS-SEASON to seasonDays
           go to service-loop.
       service-done.
           CLOSE SERVICE-TIME-FILE
           if seasonDays > 0
               if lineText = type String::Empty
                   set lineText to seasonDays::ToString & " days on an active roster"
               else
                   set lineText to lineText & "; " & seasonDays::ToString & " days on an active roster".
       line-finish.
           if lineText = type String::Empty
               set lineText to "No season line on file".
           set textOut to lineText.
       end method.

      *#####     The signed card - through the shared pdfWriter path   #####
      * Written to WEBSYNC\EVALS\EVAL-<season>-<player>-<evaluator>.PDF
      * off the current EV-REC; the path back, "" when it failed.
       method-id writeCardPdf private.
       local-storage section.
       01 pdf              type batsweb.pdfWriter.
       01 gg               pic 9(01).
       01 destFolder       type String.
       01 fileStem         type String.
       01 pdfPath          type String.
       01 planList         type String[].
       01 pl               type Int32.
       procedure division returning pathOut as type String.
           set pathOut to type String::Empty
           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading("End-of-season evaluation - " & EV-PLAYER-NAME::Trim & " - " & EV-SEASON::ToString)
           invoke pdf::addLine(self::Session["team"]::ToString::Trim & "   Evaluator: " & EV-EVALUATOR::Trim)
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Season line:")
           invoke self::addWrapped(pdf, "  ", EV-SEASON-LINE::Trim)
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Grades (20-80):")
           move 1 to gg.
       pdf-grade-loop.
           if gg > 6
               go to pdf-grade-done.
           invoke pdf::addLine("  " & CATEGORY-NAME(gg) & EV-GRADE(gg)::ToString)
           add 1 to gg
           go to pdf-grade-loop.
       pdf-grade-done.
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Strengths:")
           invoke self::addWrapped(pdf, "  ", EV-STRENGTHS::Trim)
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Development plan:")
           set planList to type batsweb.devPlan::goalLines(self::teamFolder, EV-PLAYER-NAME, EV-SEASON)
           if planList::Length = 0
               invoke pdf::addLine("  -").
           move 0 to pl.
       pdf-plan-loop.
           if pl >= planList::Length
               go to pdf-plan-done.
           invoke self::addWrapped(pdf, "  ", planList[pl])
           add 1 to pl
           go to pdf-plan-loop.
       pdf-plan-done.
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Goals for next season:")
           invoke self::addWrapped(pdf, "  ", EV-GOALS::Trim)
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Signed off by " & EV-REVIEWED-BY::Trim & " on " & EV-RELEASED-AT(1:10))

           set destFolder to self::teamFolder & "\WEBSYNC\EVALS"
           if not type System.IO.Directory::Exists(destFolder)
               invoke type System.IO.Directory::CreateDirectory(destFolder).
           set fileStem to "EVAL-" & EV-SEASON::ToString & "-" & EV-PLAYER-NAME::Trim & "-" & EV-EVALUATOR::Trim
           set fileStem to fileStem::Replace(", ", "_")::Replace(" ", "_")::Replace(",", "_")::Replace("'", "")
           set pdfPath to destFolder & "\" & fileStem & ".PDF"
           invoke type System.IO.File::WriteAllBytes(pdfPath, pdf::finish("Player evaluation"))
           if type System.IO.File::Exists(pdfPath)
               set pathOut to pdfPath.
       end method.

      * The card's player's development goals this season, one line
      * each, joined by the separator; a note when there is no plan.
       method-id planText private.
       local-storage section.
       01 planList         type String[].
       procedure division using by value separatorText as type String
                          returning textOut as type String.
           set planList to type batsweb.devPlan::goalLines(self::teamFolder, EV-PLAYER-NAME, EV-SEASON)
           if planList::Length = 0
               set textOut to "No development plan on file for the season."
           else
               set textOut to type String::Join(separatorText, planList).
       end method.

      * A long write-up broken at blanks into lines the printed page
      * holds, each led by the indent.
       method-id addWrapped private.
       local-storage section.
       01 restText         type String.
       01 breakAt          type Int32.
       procedure division using by value pdf as type batsweb.pdfWriter
                          by value indentText as type String
                          by value fullText as type String.
           set restText to fullText::Trim
           if restText = type String::Empty
               invoke pdf::addLine(indentText & "-")
               exit method.
       wrap-loop.
           if restText::Length <= PDF-LINE-WIDTH
               invoke pdf::addLine(indentText & restText)
               exit method.
           set breakAt to restText::LastIndexOf(" ", PDF-LINE-WIDTH)
           if breakAt < 1
               set breakAt to PDF-LINE-WIDTH.
           invoke pdf::addLine(indentText & restText::Substring(0, breakAt)::TrimEnd)
           set restText to restText::Substring(breakAt)::Trim
           go to wrap-loop.
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
