       class-id batsweb.devPlanPage is partial
                inherits type System.Web.UI.Page public.

      * Player development plan page - the spring goals, each tied to
      * a series the system keeps (batsweb.devPlan lists them), with
      * a baseline, a target and a review date, instead of a binder
      * nobody checks against the data. Name the player (roster
      * spelling, LAST, FIRST) and season to see the plan: one row per
      * goal with its trend line - the monthly points devPlan.cbl
      * files in DEVPROGRESS.DAT, drawn against the baseline (gray)
      * and target (green) the way comparePlayers.aspx.cbl draws its
      * spray canvas - and where the latest review left it. Goals
      * are added, re-set and dropped here; a blank goal number adds
      * the next one. Moving a missed goal's review date past today
      * re-opens it; changing what a goal measures starts its trend
      * over. The same plan rides on the evaluation card
      * (evaluations.aspx.cbl) and the player's mobile page.
      * View-only ("V") logins are sent back to the menu.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DEV-PLAN-FILE ASSIGN WS-DEVPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DP-KEY
              LOCK MANUAL
              FILE STATUS IS DP-STATUS-COMN.
          SELECT DEV-PROGRESS-FILE ASSIGN WS-DEVPROGRESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DG-KEY
              LOCK MANUAL
              FILE STATUS IS DG-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout devPlan.cbl reviews.
       FD  DEV-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DP-REC.
       01  DP-REC.
           05  DP-KEY.
               10  DP-PLAYER-NAME          PIC X(30).
               10  DP-SEASON               PIC 9(04).
               10  DP-GOAL-NUM             PIC 9(02).
           05  DP-REST.
               10  DP-GOAL-TEXT            PIC X(60).
               10  DP-MEASURE.
                   15  DP-SOURCE           PIC X.
                       88  DP-SRC-METRIC   VALUE "M".
                       88  DP-SRC-RADAR    VALUE "R".
                       88  DP-SRC-DISC     VALUE "D".
                   15  DP-SERIES           PIC X.
                   15  DP-ROLE             PIC X.
               10  DP-BASELINE             PIC 9(05).
               10  DP-TARGET               PIC 9(05).
               10  DP-REVIEW-DATE          PIC X(10).
               10  DP-STATUS               PIC X.
                   88  DP-OPEN             VALUE "O".
                   88  DP-MET              VALUE "M".
                   88  DP-MISSED           VALUE "N".
               10  DP-LAST-VALUE           PIC 9(05).
               10  DP-LAST-TAKEN           PIC X(10).
               10  DP-PROGRESS-PCT         PIC S9(04).
               10  DP-SET-BY               PIC X(30).
               10  DP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout devPlan.cbl files its monthly points in.
       FD  DEV-PROGRESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DG-REC.
       01  DG-REC.
           05  DG-KEY.
               10  DG-PLAYER-NAME          PIC X(30).
               10  DG-SEASON               PIC 9(04).
               10  DG-GOAL-NUM             PIC 9(02).
               10  DG-DATE                 PIC X(10).
           05  DG-REST.
               10  DG-VALUE                PIC 9(05).
               10  DG-SAMPLE               PIC 9(05).
               10  DG-PCT                  PIC S9(04).
               10  FILLER                  PIC X(10).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-DEVPLAN-FILE      PIC X(256) VALUE "DEVPLAN.DAT".
       01 DP-STATUS-COMN.
           05  DP-STATUS-BYTE-1        PIC X.
           05  DP-STATUS-BYTE-2        PIC X.
       01 WS-DEVPROGRESS-FILE  PIC X(256) VALUE "DEVPROGRESS.DAT".
       01 DG-STATUS-COMN.
           05  DG-STATUS-BYTE-1        PIC X.
           05  DG-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The measures a goal may be tied to, source/series/role, in
      * the order the drop-down offers them.
       01 MEASURE-CODES.
           05  FILLER                  PIC X(03) VALUE "MA ".
           05  FILLER                  PIC X(03) VALUE "MK ".
           05  FILLER                  PIC X(03) VALUE "MV ".
           05  FILLER                  PIC X(03) VALUE "RV ".
           05  FILLER                  PIC X(03) VALUE "RS ".
           05  FILLER                  PIC X(03) VALUE "RB ".
           05  FILLER                  PIC X(03) VALUE "DSB".
           05  FILLER                  PIC X(03) VALUE "DCB".
           05  FILLER                  PIC X(03) VALUE "DZB".
           05  FILLER                  PIC X(03) VALUE "DWB".
           05  FILLER                  PIC X(03) VALUE "DTB".
           05  FILLER                  PIC X(03) VALUE "DSP".
           05  FILLER                  PIC X(03) VALUE "DCP".
           05  FILLER                  PIC X(03) VALUE "DZP".
           05  FILLER                  PIC X(03) VALUE "DWP".
           05  FILLER                  PIC X(03) VALUE "DTP".
       01 MEASURE-CODES-R REDEFINES MEASURE-CODES.
           05  MEASURE-CODE            PIC X(03) OCCURS 16.
       01 MEASURE-COUNT        PIC 9(02) VALUE 16.
      * One goal's monthly points, oldest first, for the trend line.
       01 TREND-TBL.
           05  TR-VALUE                PIC 9(05) OCCURS 60.
       01 TR-COUNT             PIC 9(02).

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
       01 mm              pic 9(02).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - view-only users set no goals ####
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
                  '\WEBSYNC\DEVPLAN.DAT"' delimited by size
                  into WS-DEVPLAN-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\DEVPROGRESS.DAT"' delimited by size
                  into WS-DEVPROGRESS-FILE
               if not self::IsPostBack
                   invoke self::logAudit("devPlan").

           if self::IsPostBack
               goback.

           set planSeasonTextBox::Text to type DateTime::Today::Year::ToString
           invoke measureDropDownList::Items::Clear()
           move 1 to mm.
       measure-loop.
           if mm > MEASURE-COUNT
               go to measure-done.
           invoke measureDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
               type batsweb.devPlan::measureText(MEASURE-CODE(mm)), MEASURE-CODE(mm)))
           add 1 to mm
           go to measure-loop.
       measure-done.
           goback.
       end method.

      * Player and season off the page into DP-KEY (goal 00).
       method-id planKey private.
       local-storage section.
       01 seasonYear       type Int32.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if planPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the player - LAST, FIRST.');", true)
               exit method.
           if not type Int32::TryParse(planSeasonTextBox::Text::Trim, by reference seasonYear)
               or seasonYear < 2000 or seasonYear > 2099
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Season is the four-digit year.');", true)
               exit method.
           MOVE SPACES TO DP-KEY
           set DP-PLAYER-NAME to planPlayerTextBox::Text::Trim::ToUpper
           move seasonYear to DP-SEASON
           move 0 to DP-GOAL-NUM
           set okFlag to true.
       end method.

       method-id loadPlanButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::planKey
               exit method.
           invoke self::showPlan
       end method.

      *#####            The plan - a row and a trend per goal          #####
       method-id showPlan private.
       local-storage section.
       01 wantName     pic x(30).
       01 wantSeason   pic 9(04).
       01 goalCount    type Int32 value 0.
       01 rowText      type String.
       procedure division.
           move DP-PLAYER-NAME to wantName
           move DP-SEASON to wantSeason
           invoke planTable::Rows::Clear()
           OPEN INPUT DEV-PLAN-FILE
           if DP-STATUS-BYTE-1 not = "0"
               go to plan-empty.
           START DEV-PLAN-FILE KEY NOT LESS THAN DP-KEY
           if DP-STATUS-BYTE-1 not = "0"
               CLOSE DEV-PLAN-FILE
               go to plan-empty.
       plan-loop.
           READ DEV-PLAN-FILE NEXT RECORD
               AT END go to plan-done.
           if DP-PLAYER-NAME not = wantName or DP-SEASON not = wantSeason
               go to plan-done.
           add 1 to goalCount
           set rowText to "<b>" & DP-GOAL-NUM & ". " & DP-GOAL-TEXT::Trim & "</b> - "
               & type batsweb.devPlan::measureText(DP-MEASURE)
               & ", " & DP-BASELINE::ToString & " to " & DP-TARGET::ToString
               & " by " & DP-REVIEW-DATE::Trim
           EVALUATE TRUE
               WHEN DP-MET
                   set rowText to rowText & " - <b>MET</b>"
               WHEN DP-MISSED
                   set rowText to rowText & " - <b>NOT MET</b>"
               WHEN OTHER
                   set rowText to rowText & " - open"
           END-EVALUATE
           if DP-LAST-TAKEN = spaces
               set rowText to rowText & "<br/>Not reviewed yet."
           else
               set rowText to rowText & "<br/>Latest " & DP-LAST-VALUE::ToString & " on "
                   & DP-LAST-TAKEN::Trim & ", " & DP-PROGRESS-PCT::ToString & "% of the way to target."
           end-if
           set rowText to rowText & "<br/>" & self::trendImage
           invoke self::addTableRow(planTable, rowText)
           go to plan-loop.
       plan-done.
           CLOSE DEV-PLAN-FILE.
       plan-empty.
           if goalCount = 0
               invoke self::addTableRow(planTable, "No development goals for " & wantName::Trim & " in " & wantSeason::ToString & ".").
       end method.

      * The goal in DP-REC's monthly points as a line chart, baseline
      * and target ruled across it; an embedded image, or a note
      * when nothing has been reviewed yet.
       method-id trendImage private.
       local-storage section.
       01 drawArea     type Bitmap.
       01 g            type Graphics.
       01 mypen        type Pen.
       01 mybrush      type SolidBrush.
       01 jpegStream   type System.IO.MemoryStream.
       01 tt           pic 9(02).
       01 lowValue     pic 9(05).
       01 highValue    pic 9(05).
       01 spanValue    pic 9(05).
       01 ws-x         pic 9(4).
       01 ws-y         pic 9(4).
       01 ws-x2        pic 9(4).
       01 ws-y2        pic 9(4).
       procedure division returning htmlOut as type String.
           set htmlOut to "(no monthly reviews yet)"
           move 0 to TR-COUNT
           OPEN INPUT DEV-PROGRESS-FILE
           if DG-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DG-KEY
           move DP-PLAYER-NAME to DG-PLAYER-NAME
           move DP-SEASON to DG-SEASON
           move DP-GOAL-NUM to DG-GOAL-NUM
           START DEV-PROGRESS-FILE KEY NOT LESS THAN DG-KEY
           if DG-STATUS-BYTE-1 not = "0"
               go to point-done.
       point-loop.
           READ DEV-PROGRESS-FILE NEXT RECORD
               AT END go to point-done.
           if DG-PLAYER-NAME not = DP-PLAYER-NAME or DG-SEASON not = DP-SEASON
               or DG-GOAL-NUM not = DP-GOAL-NUM
               go to point-done.
           if TR-COUNT >= 60
               go to point-done.
           add 1 to TR-COUNT
           move DG-VALUE to TR-VALUE(TR-COUNT)
           go to point-loop.
       point-done.
           CLOSE DEV-PROGRESS-FILE
           if TR-COUNT = 0
               exit method.

      *    The vertical scale takes in baseline, target and every point.
           move DP-BASELINE to lowValue highValue
           if DP-TARGET < lowValue
               move DP-TARGET to lowValue.
           if DP-TARGET > highValue
               move DP-TARGET to highValue.
           move 1 to tt.
       scale-loop.
           if tt > TR-COUNT
               go to scale-done.
           if TR-VALUE(tt) < lowValue
               move TR-VALUE(tt) to lowValue.
           if TR-VALUE(tt) > highValue
               move TR-VALUE(tt) to highValue.
           add 1 to tt
           go to scale-loop.
       scale-done.
           compute spanValue = highValue - lowValue
           if spanValue = 0
               move 1 to spanValue.

           set drawArea to new Bitmap(360, 100)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           set mypen to new Pen(type Brushes::Gray)
           COMPUTE WS-Y ROUNDED = 90 - (DP-BASELINE - lowValue) / spanValue * 80
           invoke g::DrawLine(mypen, 10, ws-y, 350, ws-y)
           set mypen::Brush to type Brushes::Green
           COMPUTE WS-Y ROUNDED = 90 - (DP-TARGET - lowValue) / spanValue * 80
           invoke g::DrawLine(mypen, 10, ws-y, 350, ws-y)

           set mypen::Brush to type Brushes::Blue
           set mybrush to new SolidBrush(type Color::Blue)
           move 1 to tt.
       draw-loop.
           if tt > TR-COUNT
               go to draw-done.
           if TR-COUNT = 1
               move 180 to ws-x2
           else
               COMPUTE WS-X2 ROUNDED = 20 + (tt - 1) * 320 / (TR-COUNT - 1).
           COMPUTE WS-Y2 ROUNDED = 90 - (TR-VALUE(tt) - lowValue) / spanValue * 80
           if tt > 1
               invoke g::DrawLine(mypen, ws-x, ws-y, ws-x2, ws-y2).
           invoke g::FillEllipse(mybrush, ws-x2 - 3, ws-y2 - 3, 6, 6)
           move ws-x2 to ws-x
           move ws-y2 to ws-y
           add 1 to tt
           go to draw-loop.
       draw-done.
           set jpegStream to new type System.IO.MemoryStream
           invoke drawArea::Save(jpegStream, type ImageFormat::Jpeg)
           set htmlOut to "<img src='data:image/jpeg;base64," & type Convert::ToBase64String(jpegStream::ToArray) & "'/>"
           invoke jpegStream::Dispose()
           invoke g::Dispose()
           invoke mybrush::Dispose()
           invoke mypen::Dispose()
           invoke drawArea::Dispose
       end method.

      *#####                Add, re-set and drop goals                 #####
       method-id saveGoalButton_Click protected.
       local-storage section.
       01 goalNum          type Int32.
       01 baseNum          type Int32.
       01 targetNum        type Int32.
       01 reviewDay        type DateTime.
       01 foundFlag        pic x value "N".
       01 lastGoal         pic 9(02) value 0.
       01 wantName         pic x(30).
       01 wantSeason       pic 9(04).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::planKey
               exit method.
           if goalTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Say what the goal is - cut chase rate, add 2 mph.');", true)
               exit method.
           if not type Int32::TryParse(baselineTextBox::Text::Trim, by reference baseNum)
               or baseNum < 0 or baseNum > 99999
               or not type Int32::TryParse(targetTextBox::Text::Trim, by reference targetNum)
               or targetNum < 0 or targetNum > 99999
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Baseline and target are whole numbers in the measure\'s own units - .312 is 312, 92 mph is 92.');", true)
               exit method.
           if not type DateTime::TryParse(reviewDateTextBox::Text::Trim, by reference reviewDay)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Review date, please - yyyy-mm-dd.');", true)
               exit method.
           move 0 to goalNum
           if goalNumTextBox::Text::Trim not = type String::Empty
               if not type Int32::TryParse(goalNumTextBox::Text::Trim, by reference goalNum)
                   or goalNum < 1 or goalNum > 99
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Goal number is 1-99, or blank for a new goal.');", true)
                   exit method.
           move DP-PLAYER-NAME to wantName
           move DP-SEASON to wantSeason

           OPEN I-O DEV-PLAN-FILE
           IF DP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT DEV-PLAN-FILE
               CLOSE DEV-PLAN-FILE
               OPEN I-O DEV-PLAN-FILE
           END-IF
           if DP-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Development plans are not available right now.');", true)
               exit method.

      *    A blank number takes the one after the player's last goal.
           if goalNum = 0
               START DEV-PLAN-FILE KEY NOT LESS THAN DP-KEY
               if DP-STATUS-BYTE-1 = "0"
                   go to next-goal-loop
               end-if
               go to next-goal-done
           end-if
           move goalNum to DP-GOAL-NUM
           READ DEV-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           go to goal-fill.
       next-goal-loop.
           READ DEV-PLAN-FILE NEXT RECORD
               AT END go to next-goal-done.
           if DP-PLAYER-NAME not = wantName or DP-SEASON not = wantSeason
               go to next-goal-done.
           move DP-GOAL-NUM to lastGoal
           go to next-goal-loop.
       next-goal-done.
           if lastGoal >= 99
               CLOSE DEV-PLAN-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That plan is full.');", true)
               exit method.
           compute goalNum = lastGoal + 1.

       goal-fill.
           if foundFlag not = "Y"
               MOVE SPACES TO DP-REC
               move wantName to DP-PLAYER-NAME
               move wantSeason to DP-SEASON
               move goalNum to DP-GOAL-NUM
               move "O" to DP-STATUS
               move zeroes to DP-LAST-VALUE DP-PROGRESS-PCT
           else
      *        A different measure is a different trend - start over.
               if DP-MEASURE not = measureDropDownList::SelectedValue
                   move "O" to DP-STATUS
                   move spaces to DP-LAST-TAKEN
                   move zeroes to DP-LAST-VALUE DP-PROGRESS-PCT
                   invoke self::dropPoints(wantName, wantSeason, goalNum)
               end-if
           end-if
           set DP-GOAL-TEXT to goalTextBox::Text::Trim
           set DP-MEASURE to measureDropDownList::SelectedValue
           move baseNum to DP-BASELINE
           move targetNum to DP-TARGET
           set DP-REVIEW-DATE to reviewDay::ToString("yyyy-MM-dd")
           if DP-MISSED and reviewDay > type DateTime::Today
               move "O" to DP-STATUS.
           set DP-SET-BY to self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim
           set DP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if foundFlag = "Y"
               REWRITE DP-REC
           else
               WRITE DP-REC
                   INVALID KEY
                       REWRITE DP-REC
               END-WRITE
           end-if
           CLOSE DEV-PLAN-FILE

           invoke self::logAudit("devPlan SAVE=" & wantName::Trim & " " & goalNum::ToString)
           set goalNumTextBox::Text to type String::Empty
           invoke self::planKey
           invoke self::showPlan
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Goal " & goalNum::ToString & " saved.');", true)
       end method.

       method-id dropGoalButton_Click protected.
       local-storage section.
       01 goalNum          type Int32.
       01 wantName         pic x(30).
       01 wantSeason       pic 9(04).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::planKey
               exit method.
           if not type Int32::TryParse(goalNumTextBox::Text::Trim, by reference goalNum)
               or goalNum < 1 or goalNum > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Give the number of the goal to drop.');", true)
               exit method.
           move DP-PLAYER-NAME to wantName
           move DP-SEASON to wantSeason
           OPEN I-O DEV-PLAN-FILE
           if DP-STATUS-BYTE-1 not = "0"
               exit method.
           move goalNum to DP-GOAL-NUM
           DELETE DEV-PLAN-FILE RECORD
               INVALID KEY
                   CLOSE DEV-PLAN-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No such goal on the plan.');", true)
                   exit method
           END-DELETE
           CLOSE DEV-PLAN-FILE
           invoke self::dropPoints(wantName, wantSeason, goalNum)

           invoke self::logAudit("devPlan DROP=" & wantName::Trim & " " & goalNum::ToString)
           set goalNumTextBox::Text to type String::Empty
           invoke self::planKey
           invoke self::showPlan
       end method.

      * A goal's monthly points off DEVPROGRESS.DAT.
       method-id dropPoints private.
       local-storage section.
       01 wantName         pic x(30).
       01 wantSeason       pic 9(04).
       01 wantGoal         pic 9(02).
       procedure division using by value playerName as type String
                          by value seasonYear as type Int32
                          by value goalNum as type Int32.
           set wantName to playerName
           move seasonYear to wantSeason
           move goalNum to wantGoal
           OPEN I-O DEV-PROGRESS-FILE
           if DG-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DG-KEY
           move wantName to DG-PLAYER-NAME
           move wantSeason to DG-SEASON
           move wantGoal to DG-GOAL-NUM
           START DEV-PROGRESS-FILE KEY NOT LESS THAN DG-KEY
           if DG-STATUS-BYTE-1 not = "0"
               go to drop-done.
       drop-loop.
           READ DEV-PROGRESS-FILE NEXT RECORD
               AT END go to drop-done.
           if DG-PLAYER-NAME not = wantName or DG-SEASON not = wantSeason
               or DG-GOAL-NUM not = wantGoal
               go to drop-done.
           DELETE DEV-PROGRESS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           go to drop-loop.
       drop-done.
           CLOSE DEV-PROGRESS-FILE.
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
