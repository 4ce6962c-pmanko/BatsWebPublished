              RECORD KEY IS AL-KEY
              LOCK MANUAL
              FILE STATUS IS AL-STATUS-COMN.
          SELECT TIMING-FILE ASSIGN WS-TIMING-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TM-KEY
              LOCK MANUAL
              FILE STATUS IS TM-STATUS-COMN.
          SELECT CHECKPOINT-FILE ASSIGN WS-CKCATSUM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
               10  AL-SET-AT               PIC X(19).
               10  FILLER                  PIC X(08).

      * One stopwatch entry per charted at-bat, keyed the way ALIGN.DAT
      * is - what an advance scout's hand watch read for the at-bat
      * picked out on the grid, in seconds to the hundredth, zero when
      * that reading was not taken:
      *   delivery       pitcher's first move to the catcher's glove
      *   pop            catcher's glove to the fielder's glove
      *   home-to-first  the batter's contact to first base
      * The battery, the batter and whether anyone was on base are
      * copied off the at-bat when it is timed, so the running-game
      * report reads this file alone.
       FD  TIMING-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TM-REC.
       01  TM-REC.
           05  TM-KEY.
               10  TM-TEAM                 PIC X(15).
               10  TM-AB-KEY               PIC X(26).
           05  TM-REST.
               10  TM-DELIVERY             PIC 9V99.
               10  TM-POP                  PIC 9V99.
               10  TM-HOME-FIRST           PIC 9V99.
               10  TM-PITCHER              PIC X(30).
               10  TM-CATCHER              PIC X(30).
               10  TM-BATTER               PIC X(30).
               10  TM-RUNNERS-ON           PIC X.
                   88  TM-MEN-ON           VALUE "Y".
               10  TM-TIMED-BY             PIC X(30).
               10  TM-TIMED-AT             PIC X(19).
               10  FILLER                  PIC X(10).

      * One record per suspended-game continuation, keyed by the
      * CONTINUATION's own date/id pair (games-list display date, the
      * same form the UMPASSIGN/SESSIONS lookups key) and pointing at
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * Timeline markers - a labeled timestamp list per clip, set
      * from a paused player the same way saveTelestration captures a
       01 AL-STATUS-COMN.
           05  AL-STATUS-BYTE-1        PIC X.
           05  AL-STATUS-BYTE-2        PIC X.
       01 WS-TIMING-FILE       PIC X(256) VALUE "TIMING.DAT".
       01 TM-STATUS-COMN.
           05  TM-STATUS-BYTE-1        PIC X.
           05  TM-STATUS-BYTE-2        PIC X.
       01 WS-SUSPLINK-FILE     PIC X(256) VALUE "SUSPLINK.DAT".
       01 SL-STATUS-COMN.
           05  SL-STATUS-BYTE-1        PIC X.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

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
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

      *    The live view refreshes itself on a timer - it needs no
      *    engine and no game list, only the provisional lines.
           if self::Request::QueryString["live"] not = null
               and self::Session["team"] not = null
               invoke self::liveView
               exit method.

      *     set searchOption to new SearchOption::AllDirectories
      *     set dir to new DirectoryInfo(Server::MapPath("/majorsbats"))
      *     set files to dir::GetFiles()
           
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
          
      *     set label1::Text to files[0]::Length
           if ERROR-FIELD NOT = SPACES
           if self::Session::Item("pref-angle") not = null
               set angleDropDownList::SelectedValue to self::Session::Item("pref-angle")::ToString.
           invoke self::logAudit("gameSummary")
           if self::Session["team"] not = null
               invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).
           goback.
       end method.
  
           01 sl-file-open         pic x value "N".
           01 app-data-folder      type String.
           01 snTeamName           pic x(15).
           01 fcTeamFolder         type String.
           01 fcGameDay            type DateTime.
           01 fcText               type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
               if SN-STATUS-BYTE-1 = "0"
                   move "Y" to sn-file-open
               end-if
               set fcTeamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")) & snTeamName::Trim
           end-if

      *    Stored game times are park-local - the viewer's zone is
                           end-if
                   END-READ
               end-if
      *        Upcoming games carry the overnight forecast
      *        (weatherForecast.cbl) - rain risk in the status column.
               if fcTeamFolder not = null
                   and type DateTime::TryParse(BAT360-G-DSP-DATE(aa)::ToString("0#/##/##"), by reference fcGameDay)
                   and fcGameDay not < type DateTime::Today
                   set fcText to type batsweb.gameForecast::forecastText(fcTeamFolder, BAT360-G-DSP-DATE(aa)::ToString("0#/##/##"), BAT360-G-GAME-ID(aa))
                   if fcText not = type String::Empty
                       set statusText to statusText & " " & fcText
                   end-if
               end-if
               Set dataLine to BAT360-G-DSP-DATE(aa)::ToString("0#/##/##") & " "
                  & gameNum & " " & BAT360-G-VIS(aa) & " "
                  & BAT360-G-HOME(aa) & " " & self::displayGameTime(BAT360-G-TIME(aa), BAT360-G-HOME(aa)) & " " & BAT360-G-VIDEO(AA)
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           set AL-SET-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set AL-SET-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

      *    A certified game's alignment changes only with a reason and
      *    a second supervisor's approval - the entry waits on the
      *    certification page until then.
           if BAT360-SEL-GAME > 0
               if type batsweb.gameCert::isCertified(self::teamFolder, BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME))
                   if changeReasonTextBox::Text::Trim = type String::Empty
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This game is certified - give a reason for the change.');", true)
                       exit method
                   end-if
                   invoke type batsweb.gameCert::holdChange(self::teamFolder, "ALIGN",
                       BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME),
                       BAT360-BATTER, type String::Empty, "alignment " & AL-CODE & " for at-bat " & BAT360-I-KEY::Trim,
                       changeReasonTextBox::Text, AL-SET-BY, "ALIGN", AL-REC)
                   set changeReasonTextBox::Text to type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This game is certified - the alignment is held until a second supervisor approves it.');", true)
                   exit method
               end-if
           end-if

           OPEN I-O ALIGNMENT-FILE
           IF AL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ALIGNMENT-FILE
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Alignment recorded for this at-bat.');", true)
       end method.

      * Records the stopwatch readings an advance scout took on the
      * at-bat picked out on the grid. A box left blank keeps what an
      * earlier entry recorded, so the pop time can follow the
      * delivery time once the second watch is read.
       method-id saveTimingButton_Click protected.
       local-storage section.
       01 deliveryNum      type Decimal.
       01 popNum           type Decimal.
       01 homeFirstNum     type Decimal.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit

           if BAT360-AB-IP = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Highlight an at-bat first.');", true)
               exit method.
           if deliveryTimeTextBox::Text::Trim = type String::Empty
               and popTimeTextBox::Text::Trim = type String::Empty
               and homeFirstTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter at least one time.');", true)
               exit method.
           if not self::validSeconds(deliveryTimeTextBox::Text, 0.80, 3.00, by reference deliveryNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Delivery time must be seconds between 0.80 and 3.00.');", true)
               exit method.
           if not self::validSeconds(popTimeTextBox::Text, 1.50, 3.50, by reference popNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pop time must be seconds between 1.50 and 3.50.');", true)
               exit method.
           if not self::validSeconds(homeFirstTextBox::Text, 3.00, 6.50, by reference homeFirstNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Home-to-first time must be seconds between 3.00 and 6.50.');", true)
               exit method.

      *    The battery, batter and base state come off the at-bat's
      *    own detail read.
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD::Trim & "');", true)
               move spaces to ERROR-FIELD
               exit method.

           OPEN I-O TIMING-FILE
           IF TM-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT TIMING-FILE
               CLOSE TIMING-FILE
               OPEN I-O TIMING-FILE
           END-IF
           MOVE SPACES TO TM-REC
           set TM-TEAM to self::Session::Item("team")::ToString
           MOVE BAT360-I-KEY TO TM-AB-KEY
           READ TIMING-FILE
               INVALID KEY
                   MOVE SPACES TO TM-REST
                   move zeroes to TM-DELIVERY TM-POP TM-HOME-FIRST
           END-READ

           if deliveryNum not = 0
               move deliveryNum to TM-DELIVERY.
           if popNum not = 0
               move popNum to TM-POP.
           if homeFirstNum not = 0
               move homeFirstNum to TM-HOME-FIRST.
           set TM-PITCHER to BAT360-PITCHER::Trim::ToUpper
           set TM-CATCHER to BAT360-CATCHER::Trim::ToUpper
           set TM-BATTER to BAT360-BATTER::Trim::ToUpper
           move "N" to TM-RUNNERS-ON
           if BAT360-1-RUNNER not = spaces or BAT360-2-RUNNER not = spaces
               or BAT360-3-RUNNER not = spaces
               move "Y" to TM-RUNNERS-ON.
           set TM-TIMED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set TM-TIMED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           WRITE TM-REC
               INVALID KEY
                   REWRITE TM-REC
           END-WRITE
           CLOSE TIMING-FILE

           set deliveryTimeTextBox::Text to type String::Empty
           set popTimeTextBox::Text to type String::Empty
           set homeFirstTextBox::Text to type String::Empty
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Times recorded for this at-bat.');", true)
       end method.

      * A stopwatch box - blank is "not timed" (zero); anything else
      * must be seconds inside the range.
       method-id validSeconds private.
       procedure division using by value boxText as type String
                          by value lowSeconds as type Decimal
                          by value highSeconds as type Decimal
                          by reference secondsOut as type Decimal
                          returning okFlag as type Condition.
           set secondsOut to 0
           set okFlag to true
           if boxText::Trim = type String::Empty
               exit method.
           if not type Decimal::TryParse(boxText::Trim, by reference secondsOut)
               or secondsOut < lowSeconds or secondsOut > highSeconds
               set secondsOut to 0
               set okFlag to false.
       end method.

      * The running-game report off TIMING.DAT - each pitcher's average
      * delivery with men on (the only deliveries a runner cares
      * about), each catcher's average pop, each batter's average
      * home-to-first - the battery numbers the charted runner fields
      * cannot give.
       method-id runningGameButton_Click protected.
       local-storage section.
       01 teamKey          pic x(15).
       01 uu               pic 9(03).
       01 avgNum           type Decimal.
       01 rgOut            type System.Text.StringBuilder.
       01 RG-TALLY-TBL.
           05  RG-ENTRY OCCURS 300.
               10  RG-NAME             PIC X(30).
               10  RG-KIND             PIC X.
               10  RG-SUM              PIC 9(05)V99.
               10  RG-CNT              PIC 9(04).
       01 rgCount          pic 9(03) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           set teamKey to self::Session::Item("team")::ToString
           OPEN INPUT TIMING-FILE
           if TM-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No stopwatch times have been recorded.');", true)
               exit method.
           MOVE SPACES TO TM-KEY
           move teamKey to TM-TEAM
           START TIMING-FILE KEY NOT LESS THAN TM-KEY
           if TM-STATUS-BYTE-1 not = "0"
               go to rg-read-done.
       rg-read-loop.
           READ TIMING-FILE NEXT RECORD
               AT END go to rg-read-done.
           if TM-TEAM not = teamKey
               go to rg-read-done.
           if TM-DELIVERY not = 0 and TM-MEN-ON
               invoke self::tallyTiming("P", TM-PITCHER, TM-DELIVERY, by reference RG-TALLY-TBL, by reference rgCount).
           if TM-POP not = 0
               invoke self::tallyTiming("C", TM-CATCHER, TM-POP, by reference RG-TALLY-TBL, by reference rgCount).
           if TM-HOME-FIRST not = 0
               invoke self::tallyTiming("R", TM-BATTER, TM-HOME-FIRST, by reference RG-TALLY-TBL, by reference rgCount).
           go to rg-read-loop.
       rg-read-done.
           CLOSE TIMING-FILE

           set rgOut to new type System.Text.StringBuilder
           invoke rgOut::AppendLine("<html><head><title>Running game</title>")
           invoke rgOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 6px;}</style>")
           invoke rgOut::AppendLine("</head><body>")
           invoke rgOut::AppendLine("<h3>Running game - stopwatch times</h3>")
           invoke rgOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke rgOut::AppendLine("<tr><td><b>Player</b></td><td><b>Timing</b></td><td><b>Times taken</b></td><td><b>Average (sec)</b></td></tr>")
           move 1 to uu.
       rg-report-loop.
           if uu > rgCount
               go to rg-report-done.
           EVALUATE RG-KIND(uu)
               WHEN "P"
                   invoke rgOut::Append("<tr><td>P " & RG-NAME(uu)::Trim & "</td><td>Delivery, men on</td>")
               WHEN "C"
                   invoke rgOut::Append("<tr><td>C " & RG-NAME(uu)::Trim & "</td><td>Pop</td>")
               WHEN OTHER
                   invoke rgOut::Append("<tr><td>" & RG-NAME(uu)::Trim & "</td><td>Home to first</td>")
           END-EVALUATE
           compute avgNum rounded = RG-SUM(uu) / RG-CNT(uu)
           invoke rgOut::AppendLine("<td>" & RG-CNT(uu)::ToString & "</td><td>" & avgNum::ToString("0.00") & "</td></tr>")
           add 1 to uu
           go to rg-report-loop.
       rg-report-done.
           invoke rgOut::AppendLine("</table>")
           if rgCount = 0
               invoke rgOut::AppendLine("<p>No stopwatch times recorded yet.</p>").
           invoke rgOut::AppendLine("<p>A pitcher's delivery plus his catcher's pop is the battery's time to second - the number to hold against a runner's steal time.</p>")
           invoke rgOut::AppendLine("</body></html>")

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(rgOut::ToString)
           invoke self::Response::End
       end method.

      * Adds one reading to the named player's row in the caller's
      * tally table, registering the name on first sight - the
      * tallyBaserun idiom.
       method-id tallyTiming private.
       local-storage section.
       01 uu       pic 9(03).
       linkage section.
       01 RG-TALLY-TBL.
           05  RG-ENTRY OCCURS 300.
               10  RG-NAME             PIC X(30).
               10  RG-KIND             PIC X.
               10  RG-SUM              PIC 9(05)V99.
               10  RG-CNT              PIC 9(04).
       01 rgCount              PIC 9(03).
       procedure division using by value kindFlag as type String
                          by value playerName as type String
                          by value seconds as type Decimal
                          by reference RG-TALLY-TBL
                          by reference rgCount.
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to uu.
       timing-find-loop.
           if uu > rgCount
               go to timing-new.
           if RG-NAME(uu) = playerName::Trim::ToUpper and RG-KIND(uu) = kindFlag
               go to timing-add.
           add 1 to uu
           go to timing-find-loop.
       timing-new.
           if rgCount >= 300
               exit method.
           add 1 to rgCount
           move rgCount to uu
           MOVE SPACES TO RG-ENTRY(uu)
           set RG-NAME(uu) to playerName::Trim::ToUpper
           set RG-KIND(uu) to kindFlag
           move zeroes to RG-SUM(uu) RG-CNT(uu).
       timing-add.
           add seconds to RG-SUM(uu)
           add 1 to RG-CNT(uu).
       end method.

      * Links the currently-selected game - the CONTINUATION the crew
      * charted when the suspended game finished the next day - back
      * to its original BAT360-G-GAME-DATE/-ID pair, typed as the
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer



           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
                          by value gameID as type String,
                          by value vis as type String,
                          by value home as type String.
      *    Not kept while a maintenance window has the system read-only.
           if type batsweb.maintWindow::siteReadOnly
               exit method.
           set RG-TEAM to self::Session::Item("team")::ToString
           set RG-USER to self::Session::Item("last")::ToString & self::Session::Item("first")::ToString

               as type RunUnit
           MOVE " " to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           if BAT360-GAMES-TEAM = spaces
               exit method.
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
               as type RunUnit
           MOVE "N" to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
               as type RunUnit
           MOVE "M" to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           set BAT360-GAMES-TEAM TO teamDropDownList::SelectedItem    
           if BAT360-GAMES-CHOICE = "T"
               MOVE "RG" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
           else
               MOVE "N" to BAT360-STARTING-PITCHERS
               MOVE "RG" to BAT360-ACTION.
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           invoke type System.Single::TryParse(yearDropDownList::Text::ToString, by reference seasonYear)
           set BAT360-GAME-SEL-YR to seasonYear
           MOVE "RG" to BAT360-ACTION.
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "SV" to BAT360-ACTION.
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
       
           if ERROR-FIELD NOT = SPACES
               set playerList to "er|" & ERROR-FIELD
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "SH" to BAT360-ACTION.
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set playerList to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           MOVE BAT360-AB-KEY(BAT360-SEL-AB) to BAT360-I-KEY
           
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               
           MOVE "VS" to BAT360-ACTION
           
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               set returnVal to "er|" & "No at bat is highlighted!"
               exit method.   
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit

           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VV" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VH" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)   
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VX" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
       procedure division using by value vidPaths as type String.
           if vidPaths = null or vidPaths::Trim = type String::Empty
               exit method.
      *    No recall is queued while a maintenance window has the
      *    system read-only - the dispatcher is paused anyway, and the
      *    next view after it asks again.
           if type batsweb.maintWindow::siteReadOnly
               exit method.
           set clipPaths to vidPaths::Split(';')

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")

           if self::Session["team"] = null or self::Session["last"] = null
               exit method.
      *    Session-only while a maintenance window has the system
      *    read-only.
           if type batsweb.maintWindow::siteReadOnly
               exit method.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set upTeamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           string '"' app-data-folder delimited by "Programs" upTeamName delimited by "  "
                          by value secondsText as type String
                          by value labelText as type String
                          returning markResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set markResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if clipId::Trim = type String::Empty
               or not type Int32::TryParse(secondsText::Trim, by reference secNum)
               set markResult to "nothing to mark"
       procedure division using by value clipId as type String
                          by value pngBase64 as type String
                          returning teleResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set teleResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if clipId::Trim = type String::Empty or pngBase64::Trim = type String::Empty
               set teleResult to "nothing to save"
               exit method.
               
           MOVE aaVal to BAT360-V-SEL-BUTTON
           MOVE "PV" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               as type RunUnit      
           MOVE aaVal to BAT360-H-SEL-BUTTON
           MOVE "PH" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           MOVE aa to BAT360-AB-IP
           MOVE BAT360-AB-KEY(aa) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to fatigue-ab-next.
                       set BAT360-I-GAME-DATE to legDateNum
                       MOVE legId to BAT360-I-GAME-ID
                       MOVE "RA" to BAT360-ACTION
                       invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
                       if ERROR-FIELD NOT = SPACES
                           move spaces to ERROR-FIELD
                       end-if
           MOVE aa to BAT360-AB-IP
           MOVE BAT360-AB-KEY(aa) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to line-ab-next.
           set BAT360-I-GAME-DATE to legDateNum
           MOVE legId to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
           else
      * catcher summary do: the non-"B" header rows turn the batting
      * side over (visitor first), each batter's AB/R/H/RBI line is
      * tallied in lineup order from BAT360-I-RES-DESC and
      * BAT360-I-RBI (or the approved official-scoring ruling where
      * one stands), and each pitcher's IP/H/R/ER/BB/K line is
      * charged off the at-bats he threw. Runs are read the only way
      * the at-bat grid allows - see the BOX-SAVED-STATE note in
      * working-storage - and each climb is credited to the saved
      * line rather than landing on the wrong player. An earned run
      * here is any run whose scoring play carried no error label -
      * at-bat granularity cannot replay the inning the official
      * scorer would, and the footnote on the sheet says so. The
      * sheet carries the game's charting certification status
      * (gameCert.cbl) under the heading. A game nobody charted whose
      * play-by-play came in off the league's feed gets its box from
      * the imported rows instead (importedBoxScore).
       method-id boxScoreButton_Click protected.
       local-storage section.
       01 boxOut           type System.Text.StringBuilder.
       01 legId            pic x(10).
       01 legDateNum       type Single.
       01 sl-file-open     pic x value "N".
       01 boxRbi           type Int32.
       01 boxFielder       type String.
       01 boxTeamFolder    type String.
       01 boxCertText      type String.
       01 app-data-folder  type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
               as type RunUnit

           if BAT360-NUM-AB = 0
      *        Nothing charted yet, but a game may be under way - the
      *        provisional box is the best there is.
               if self::Session["team"] not = null
                   if type batsweb.liveGame::isLive(self::teamFolder)
                       invoke self::Response::Redirect("~/gameSummary.aspx?live=1")
                       exit method
                   end-if
      *            Or it was never charted and the league's
      *            play-by-play stands in for it.
                   if BAT360-SEL-GAME > 0
                       if type batsweb.importedPlay::isImported(self::teamFolder,
                           BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME))
                           invoke self::importedBoxScore
                           exit method
                       end-if
                   end-if
               end-if
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Select a game first.');", true)
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set boxTeamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set boxCertText to "Not certified"
           if BAT360-SEL-GAME > 0
               set boxCertText to type batsweb.gameCert::statusText(boxTeamFolder,
                   BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME)).

           INITIALIZE BOX-BAT-TBL BOX-PIT-TBL BOX-SAVED-STATE
               BOX-CURR-RUNNERS
           move zeroes to BOX-TEAM-RUNS(1) BOX-TEAM-RUNS(2)
                       set BAT360-I-GAME-DATE to legDateNum
                       MOVE legId to BAT360-I-GAME-ID
                       MOVE "RA" to BAT360-ACTION
                       invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
                       if ERROR-FIELD NOT = SPACES
                           move spaces to ERROR-FIELD
                       end-if
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to box-ab-next.
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to box-ab-next.

      *    Result classification off the display label text, the
      *    same matching the trend report and watch-list runner use.
      *    An approved official-scoring ruling (scoringOverlay.cbl)
      *    stands in for the charted result and RBI, so the sheet
      *    agrees with the league's.
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           move BAT360-I-RBI to boxRbi
           if type batsweb.scoringOverlay::officialCall(boxTeamFolder, BAT360-I-KEY, by reference resText, by reference boxRbi, by reference boxFielder)
               set resText to resText::ToUpper.
           move "N" to hitFlag
           if resText::Contains("1B") or resText::Contains("SINGLE")
               or resText::Contains("2B") or resText::Contains("DOUBLE")
                   add 1 to BOX-B-HR(sideIdx, uu)
               end-if
           end-if
           add boxRbi to BOX-B-RBI(sideIdx, uu).

       box-pitcher-tally.
      *    Pitcher line - charged to the fielding side's pitcher of
           set BAT360-I-GAME-DATE to legDateNum
           MOVE legId to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
           else
           invoke boxOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 6px;} h4{margin-bottom:2px;}</style>")
           invoke boxOut::AppendLine("</head><body>")
           invoke boxOut::AppendLine("<h3>Box Score - " & BAT360-I-VIS::Trim & " " & BOX-TEAM-RUNS(1)::ToString & ", " & BAT360-I-HOME::Trim & " " & BOX-TEAM-RUNS(2)::ToString & "</h3>")
           invoke boxOut::AppendLine("<p>Charting: " & boxCertText & "</p>")

           invoke self::renderBoxBatting(1, BAT360-I-VIS::Trim, boxOut)
           invoke self::renderBoxBatting(2, BAT360-I-HOME::Trim, boxOut)
           invoke self::Response::End
       end method.

      * Box score for an uncharted game from its imported play-by-play
      * (importedPlay.cbl) - the batting and pitching lines the feed
      * can give, the final from the game's header row, and the sheet
      * marked imported, not charted. The feed names no runners, so
      * there is no R column for the batters and no ER for the
      * pitchers.
       method-id importedBoxScore private.
       local-storage section.
       01 boxOut           type System.Text.StringBuilder.
       01 boxLines         type String[].
       01 dateText         type String.
       01 visLabel         type String.
       01 homeLabel        type String.
       01 visRuns          type Int32.
       01 homeRuns         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           set dateText to BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##")
           set visLabel to BAT360-G-VIS(BAT360-SEL-GAME)::Trim
           set homeLabel to BAT360-G-HOME(BAT360-SEL-GAME)::Trim
           invoke type batsweb.importedPlay::finalScore(self::teamFolder, dateText,
               BAT360-G-GAME-ID(BAT360-SEL-GAME), by reference visRuns, by reference homeRuns)
           set boxLines to type batsweb.importedPlay::gameLines(self::teamFolder, dateText,
               BAT360-G-GAME-ID(BAT360-SEL-GAME))

           set boxOut to new type System.Text.StringBuilder
           invoke boxOut::AppendLine("<html><head><title>Box Score</title>")
           invoke boxOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 6px;} h4{margin-bottom:2px;}</style>")
           invoke boxOut::AppendLine("</head><body>")
           invoke boxOut::AppendLine("<h3>Box Score - " & visLabel & " " & visRuns::ToString & ", " & homeLabel & " " & homeRuns::ToString & "</h3>")
           invoke boxOut::AppendLine("<p><b>Imported, not charted</b> - from the league's play-by-play.</p>")

           invoke self::renderImportedBatting(boxLines, "V", visLabel, boxOut)
           invoke self::renderImportedBatting(boxLines, "H", homeLabel, boxOut)
           invoke self::renderImportedPitching(boxLines, "V", visLabel, boxOut)
           invoke self::renderImportedPitching(boxLines, "H", homeLabel, boxOut)

           invoke boxOut::AppendLine("<p>Imported play-by-play carries each play's result, RBI, outs and score but not who was on base, so runs scored by each batter and earned runs are not shown; a pitcher is charged the runs that scored on the plays he threw.</p>")
           invoke boxOut::AppendLine("</body></html>")

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(boxOut::ToString)
           invoke self::Response::End
       end method.

      * One side's batting lines off importedPlay::gameLines rows.
       method-id renderImportedBatting private.
       local-storage section.
       01 nn           type Int32.
       01 lineParts    type String[].
       procedure division using by value boxLines as type String[]
                          by value sideCode as type String
                          by value teamLabel as type String
                          by value boxOut as type System.Text.StringBuilder.
           invoke boxOut::AppendLine("<h4>" & teamLabel & " batting</h4>")
           invoke boxOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke boxOut::AppendLine("<tr><td><b>Batter</b></td><td><b>AB</b></td><td><b>H</b></td><td><b>RBI</b></td><td><b>BB</b></td><td><b>K</b></td></tr>")
           set nn to 0.
       imp-bat-loop.
           if nn >= boxLines::Length
               go to imp-bat-done.
           set lineParts to boxLines[nn]::Split(';')
           if lineParts::Length < 8 or lineParts[0] not = "B" or lineParts[1] not = sideCode
               go to imp-bat-next.
           invoke boxOut::AppendLine("<tr><td>" & lineParts[2]
               & "</td><td>" & lineParts[3]
               & "</td><td>" & lineParts[4]
               & "</td><td>" & lineParts[5]
               & "</td><td>" & lineParts[6]
               & "</td><td>" & lineParts[7] & "</td></tr>").
       imp-bat-next.
           add 1 to nn
           go to imp-bat-loop.
       imp-bat-done.
           invoke boxOut::AppendLine("</table>").
       end method.

      * One side's pitching lines - outs shown as innings, the way
      * renderBoxPitching shows them.
       method-id renderImportedPitching private.
       local-storage section.
       01 nn           type Int32.
       01 lineParts    type String[].
       01 outsNum      type Int32.
       01 ipWhole      pic 9(02).
       01 ipFrac       pic 9(01).
       procedure division using by value boxLines as type String[]
                          by value sideCode as type String
                          by value teamLabel as type String
                          by value boxOut as type System.Text.StringBuilder.
           invoke boxOut::AppendLine("<h4>" & teamLabel & " pitching</h4>")
           invoke boxOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke boxOut::AppendLine("<tr><td><b>Pitcher</b></td><td><b>IP</b></td><td><b>H</b></td><td><b>R</b></td><td><b>BB</b></td><td><b>K</b></td></tr>")
           set nn to 0.
       imp-pit-loop.
           if nn >= boxLines::Length
               go to imp-pit-done.
           set lineParts to boxLines[nn]::Split(';')
           if lineParts::Length < 8 or lineParts[0] not = "P" or lineParts[1] not = sideCode
               go to imp-pit-next.
           invoke type Int32::TryParse(lineParts[3], by reference outsNum)
           compute ipWhole = outsNum / 3
           compute ipFrac = outsNum - (ipWhole * 3)
           invoke boxOut::AppendLine("<tr><td>" & lineParts[2]
               & "</td><td>" & ipWhole::ToString & "." & ipFrac::ToString
               & "</td><td>" & lineParts[4]
               & "</td><td>" & lineParts[5]
               & "</td><td>" & lineParts[6]
               & "</td><td>" & lineParts[7] & "</td></tr>").
       imp-pit-next.
           add 1 to nn
           go to imp-pit-loop.
       imp-pit-done.
           invoke boxOut::AppendLine("</table>").
       end method.

      * Settles a side's saved at-bat once the bases after its play
      * are known: the pending runs go to the players the grid can
      * pin - the saved runners no longer standing on the bases
               set returnVal to "er|" & "No at bat is highlighted!"
               exit method.   
           move "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD.               
               
           MOVE actionFlag to BAT360-ACTION
           
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)   
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to catcher-game-next.
           MOVE aa to BAT360-AB-IP
           MOVE BAT360-AB-KEY(aa) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to catcher-ab-next.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to risp-game-next.
           MOVE aa to BAT360-AB-IP
           MOVE BAT360-AB-KEY(aa) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to risp-ab-next.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to usage-game-next.
           MOVE aa to BAT360-AB-IP
           MOVE BAT360-AB-KEY(aa) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to usage-ab-next.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to tto-game-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to tto-ab-next.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to br-games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to br-ab-next.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to xt-games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to xt-ab-next.
       01 bestIdx          pic 9(02).
       01 cardOut          type System.Text.StringBuilder.
       01 batterFilter     type String.
       01 cardLine         type String.
       01 pdf              type batsweb.pdfWriter.
       01 pdfBytes         type Byte occurs any.
       01 printJob         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           invoke cardOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} .card{border:1px solid #000;margin:6px;padding:6px;} td{padding:2px 8px;}</style>")
           invoke cardOut::AppendLine("</head><body>")
           invoke cardOut::AppendLine("<h3>Defensive positioning - " & lineupTextBox::Text::Trim & "</h3>")
           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading("Defensive positioning - " & lineupTextBox::Text::Trim)

           move 0 to nn.
       card-batter-loop.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to card-games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to card-ab-next.
       card-games-done.

           invoke cardOut::AppendLine("<div class='card'><b>" & batterFilter & "</b>")
           invoke pdf::addLine(" ")
           invoke pdf::addLine(batterFilter)
           move 1 to hh.
       card-hand-loop.
           if hh > 2
               go to card-hand-done.
           if hh = 1
               invoke cardOut::Append("<p>vs LHP - ")
               set cardLine to "  vs LHP - "
           else
               invoke cardOut::Append("<p>vs RHP - ")
               set cardLine to "  vs RHP - ".

           move 1 to bestIdx
           perform varying ss from 2 by 1 until ss > 3
           EVALUATE bestIdx
               WHEN 1
                   invoke cardOut::Append("infield shift LEFT")
                   set cardLine to cardLine & "infield shift LEFT"
               WHEN 2
                   invoke cardOut::Append("infield straight up")
                   set cardLine to cardLine & "infield straight up"
               WHEN OTHER
                   invoke cardOut::Append("infield shift RIGHT")
                   set cardLine to cardLine & "infield shift RIGHT"
           END-EVALUATE
           invoke cardOut::Append(" (" & gbCnt(hh, 1)::ToString & "/" & gbCnt(hh, 2)::ToString & "/" & gbCnt(hh, 3)::ToString & " gb)")
           set cardLine to cardLine & " (" & gbCnt(hh, 1)::ToString & "/" & gbCnt(hh, 2)::ToString & "/" & gbCnt(hh, 3)::ToString & " gb)"

           move 1 to bestIdx
           perform varying ss from 2 by 1 until ss > 3
           EVALUATE bestIdx
               WHEN 1
                   invoke cardOut::Append(", outfield shade LEFT")
                   set cardLine to cardLine & ", outfield shade LEFT"
               WHEN 2
                   invoke cardOut::Append(", outfield straight up")
                   set cardLine to cardLine & ", outfield straight up"
               WHEN OTHER
                   invoke cardOut::Append(", outfield shade RIGHT")
                   set cardLine to cardLine & ", outfield shade RIGHT"
           END-EVALUATE
           invoke cardOut::AppendLine(" (" & fbCnt(hh, 1)::ToString & "/" & fbCnt(hh, 2)::ToString & "/" & fbCnt(hh, 3)::ToString & " air)</p>")
           set cardLine to cardLine & " (" & fbCnt(hh, 1)::ToString & "/" & fbCnt(hh, 2)::ToString & "/" & fbCnt(hh, 3)::ToString & " air)"
           invoke pdf::addLine(cardLine)
           add 1 to hh
           go to card-hand-loop.
       card-hand-done.
       card-batter-done.
           invoke cardOut::AppendLine("</body></html>")

      *    The same cards as a PDF go to printSpool.cbl - kept as the
      *    latest DEFENSE build for the standing prints, and queued
      *    for the dugout printer when one was picked. The page still
      *    comes back as before.
           set pdfBytes to pdf::finish("Positioning cards")
           set printJob to type batsweb.printSpool::deliver(self::teamFolder, "DEFENSE",
               printDestDropDownList::SelectedValue, pdfBytes, "Defensive positioning - " & lineupTextBox::Text::Trim,
               "gameSummary", self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
                   exit method
               end-if
               invoke self::logAudit("gameSummary PRINT=" & printDestDropDownList::SelectedValue).

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(cardOut::ToString)
           invoke self::Response::End
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * Live in-game view - the line score, pitch counts and last
      * at-bats of the game being charted right now, from the
      * provisional lines the charting station sends through
      * WEBSYNC (liveGame.cbl). The page reloads itself every minute,
      * so the pitching coordinator can leave it open in the office;
      * the figures are marked provisional until the final sync
      * replaces them.
       method-id liveButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Response::Redirect("~/gameSummary.aspx?live=1").
       end method.

       method-id liveView private.
       local-storage section.
       01 liveOut          type System.Text.StringBuilder.
       01 panelText        type String.
       procedure division.
           invoke self::logAudit("gameSummary live")
           set panelText to type batsweb.liveGame::panelHtml(self::teamFolder)
           set liveOut to new type System.Text.StringBuilder
           invoke liveOut::AppendLine("<html><head><title>Live Game</title></head><body>")
           if panelText = type String::Empty
               invoke liveOut::AppendLine("<p>No game is being charted right now. This page checks again every minute.</p>")
           else
               invoke liveOut::AppendLine(panelText)
           end-if
           invoke liveOut::AppendLine("<p><a href='" & self::ResolveUrl("~/gameSummary.aspx") & "'>Back to Game Summary</a></p>")
           invoke liveOut::AppendLine("</body></html>")
           invoke self::Response::Clear
           invoke self::Response::AddHeader("Refresh", "60;url=" & self::ResolveUrl("~/gameSummary.aspx") & "?live=1")
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(liveOut::ToString)
           invoke self::Response::End
       end method.

      * Rolling-window team trend - the answer to "what changed?"
      * after a 2-8 stretch without re-running a dozen breakdowns by
      * hand. Takes the last N games of the current filtered list
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to tr-games-next.
               MOVE lastBRow to BAT360-AB-IP
               MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
               MOVE "VA" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to lev-ab-next.
