       class-id batsweb.athleticTesting is partial
                inherits type System.Web.UI.Page public.

      * Athletic testing results. The strength staff test sprint,
      * jump, rotational power and grip three times a season and kept
      * the numbers in a private workbook. They key them here instead:
      *   TESTRESULTS.DAT  one record per player per test date - the
      *                    position he was tested at and six results,
      *                    zero for a test he did not take:
      *                      60-yard sprint, 10-yard split (seconds)
      *                      vertical and broad jump (inches)
      *                      rotational med-ball throw (mph)
      *                      grip strength, better hand (pounds)
      * The report - every player's latest block with his percentile
      * in the organization and in his position group and the change
      * since his previous block - is batsweb.testingReport's, the
      * same rendering playerYoY.aspx.cbl hangs under a player's
      * seasons. Every level but "V" may key results, the draft
      * board's rule for scouting entry.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TEST-RESULTS-FILE ASSIGN WS-TESTRESULTS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AT-KEY
              LOCK MANUAL
              FILE STATUS IS AT-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per player per test date.
       FD  TEST-RESULTS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AT-REC.
       01  AT-REC.
           05  AT-KEY.
               10  AT-PLAYER-NAME          PIC X(30).
               10  AT-TEST-DATE            PIC X(10).
           05  AT-REST.
               10  AT-POSITION             PIC X(02).
               10  AT-RESULT               PIC 9(03)V99 OCCURS 6.
               10  AT-ENTERED-BY           PIC X(30).
               10  AT-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-TESTRESULTS-FILE  PIC X(256) VALUE "TESTRESULTS.DAT".
       01 AT-STATUS-COMN.
           05  AT-STATUS-BYTE-1        PIC X.
           05  AT-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The six results as keyed, in AT-RESULT order.
       01 RESULT-ENTRY-TBL.
           05  RE-RESULT               PIC 9(03)V99 OCCURS 6.

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
                  '\WEBSYNC\TESTRESULTS.DAT"' delimited by size
                  into WS-TESTRESULTS-FILE
               if not self::IsPostBack
                   invoke self::logAudit("athleticTesting").

           goback.
       end method.

      *#####              Key one player's testing block               #####
       method-id saveTestButton_Click protected.
       local-storage section.
       01 testDay          type DateTime.
       01 tt               pic 9(01).
       01 takenCount       pic 9(01) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if testPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player as LAST, FIRST.');", true)
               exit method.
           if not type DateTime::TryParse(testDateTextBox::Text::Trim, by reference testDay)
               or testDay > type DateTime::Today
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Test date not recognized - enter it as MM/DD/YYYY, today or earlier.');", true)
               exit method.
           if testPositionTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the position he tested at - it sets his position group.');", true)
               exit method.

           INITIALIZE RESULT-ENTRY-TBL
           if not self::takeResult(sprintTextBox::Text, 1)
               or not self::takeResult(splitTextBox::Text, 2)
               or not self::takeResult(verticalTextBox::Text, 3)
               or not self::takeResult(broadTextBox::Text, 4)
               or not self::takeResult(rotationalTextBox::Text, 5)
               or not self::takeResult(gripTextBox::Text, 6)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Each result must be a number up to 999.99 - leave a test he did not take blank.');", true)
               exit method.
           move 1 to tt.
       taken-loop.
           if tt > 6
               go to taken-done.
           if RE-RESULT(tt) not = 0
               add 1 to takenCount.
           add 1 to tt
           go to taken-loop.
       taken-done.
           if takenCount = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter at least one result.');", true)
               exit method.

           OPEN I-O TEST-RESULTS-FILE
           IF AT-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT TEST-RESULTS-FILE
               CLOSE TEST-RESULTS-FILE
               OPEN I-O TEST-RESULTS-FILE
           END-IF
           MOVE SPACES TO AT-REC
           set AT-PLAYER-NAME to testPlayerTextBox::Text::Trim::ToUpper
           set AT-TEST-DATE to testDay::ToString("yyyy-MM-dd")
           set AT-POSITION to testPositionTextBox::Text::Trim::ToUpper
           move 1 to tt.
       result-loop.
           if tt > 6
               go to result-done.
           move RE-RESULT(tt) to AT-RESULT(tt)
           add 1 to tt
           go to result-loop.
       result-done.
           set AT-ENTERED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set AT-ENTERED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE AT-REC
               INVALID KEY
                   REWRITE AT-REC
           END-WRITE
           CLOSE TEST-RESULTS-FILE

           invoke self::populateHistoryTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Testing results saved.');", true)
       end method.

      * One result box into RE-RESULT - blank is a test not taken.
       method-id takeResult private.
       local-storage section.
       01 resultNum        type Decimal.
       procedure division using by value boxText as type String
                          by value tt as type Int32
                          returning okFlag as type Condition.
           set okFlag to true
           move 0 to RE-RESULT(tt)
           if boxText::Trim = type String::Empty
               exit method.
           if not type Decimal::TryParse(boxText::Trim, by reference resultNum)
               or resultNum < 0 or resultNum > 999.99
               set okFlag to false
               exit method.
           move resultNum to RE-RESULT(tt).
       end method.

      * Removes a block keyed against the wrong player or date.
       method-id deleteTestButton_Click protected.
       local-storage section.
       01 testDay          type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if testPlayerTextBox::Text::Trim = type String::Empty
               or not type DateTime::TryParse(testDateTextBox::Text::Trim, by reference testDay)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player and the test date to remove.');", true)
               exit method.
           OPEN I-O TEST-RESULTS-FILE
           if AT-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No testing results on file.');", true)
               exit method.
           MOVE SPACES TO AT-REC
           set AT-PLAYER-NAME to testPlayerTextBox::Text::Trim::ToUpper
           set AT-TEST-DATE to testDay::ToString("yyyy-MM-dd")
           DELETE TEST-RESULTS-FILE RECORD
               INVALID KEY
                   CLOSE TEST-RESULTS-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No results on file for that player and date.');", true)
                   exit method
           END-DELETE
           CLOSE TEST-RESULTS-FILE
           invoke self::populateHistoryTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Testing block removed.');", true)
       end method.

       method-id historyButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateHistoryTable.
       end method.

      * The typed player's blocks, oldest first.
       method-id populateHistoryTable private.
       local-storage section.
       01 playerKey        pic x(30).
       01 rowText          type String.
       01 tt               pic 9(01).
       procedure division.
           invoke testHistoryTable::Rows::Clear()
           set playerKey to testPlayerTextBox::Text::Trim::ToUpper
           if playerKey = spaces
               exit method.
           OPEN INPUT TEST-RESULTS-FILE
           if AT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO AT-KEY
           move playerKey to AT-PLAYER-NAME
           START TEST-RESULTS-FILE KEY NOT LESS THAN AT-KEY
           if AT-STATUS-BYTE-1 not = "0"
               go to history-done.
       history-loop.
           READ TEST-RESULTS-FILE NEXT RECORD
               AT END go to history-done.
           if AT-PLAYER-NAME not = playerKey
               go to history-done.
           set rowText to AT-TEST-DATE & " " & AT-POSITION & " -"
           move 1 to tt.
       history-cell-loop.
           if tt > 6
               go to history-cell-done.
           if AT-RESULT(tt) = 0
               set rowText to rowText & " -"
           else
               set rowText to rowText & " " & AT-RESULT(tt)::ToString("0.00").
           add 1 to tt
           go to history-cell-loop.
       history-cell-done.
           invoke self::addTableRow(testHistoryTable, rowText)
           go to history-loop.
       history-done.
           CLOSE TEST-RESULTS-FILE.
       end method.

      * The organization report - every player's latest block ranked.
       method-id testingReportButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(type batsweb.testingReport::teamReportHtml(teamFolder))
           invoke self::Response::End
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
