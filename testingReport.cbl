       class-id batsweb.testingReport.

      * Athletic testing rankings off WEBSYNC\TESTRESULTS.DAT, the
      * results the strength staff key on athleticTesting.aspx.cbl
      * (one record per player per test date - sprint, jump,
      * rotational power and grip, three blocks a season). A player's
      * testing block is his latest date on file; the block before it
      * is his previous date. Each result in the latest block is
      * ranked as a percentile against everyone's latest block, once
      * across the whole file and once inside his position group
      * (pitchers, catchers, infielders, outfielders), the share of
      * the others he tested better than with ties splitting half;
      * sprint times rank lower-is-better. Two callers:
      *   type batsweb.testingReport::teamReportHtml(teamPath)
      *       every player's latest block - the testing page's report
      *   type batsweb.testingReport::playerHtml(teamPath, rosterName)
      *       one player's blocks, oldest first, with his latest
      *       percentiles - hung under the playerYoY development
      *       report, empty when he has never been tested
      * Names are the roster spelling, LAST, FIRST.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TEST-RESULTS-FILE ASSIGN WS-TESTRESULTS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AT-KEY
              LOCK MANUAL
              FILE STATUS IS AT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout athleticTesting.aspx.cbl maintains.
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

       working-storage section.
       01 WS-TESTRESULTS-FILE      PIC X(256) VALUE "TESTRESULTS.DAT".
       01 AT-STATUS-COMN.
           05  AT-STATUS-BYTE-1        PIC X.
           05  AT-STATUS-BYTE-2        PIC X.
      * The tests in AT-RESULT order - name, then L when the lower
      * result is the better one.
       01 TEST-CODES.
           05  FILLER                  PIC X(27) VALUE "60-yard sprint (sec)      L".
           05  FILLER                  PIC X(27) VALUE "10-yard split (sec)       L".
           05  FILLER                  PIC X(27) VALUE "Vertical jump (in)        H".
           05  FILLER                  PIC X(27) VALUE "Broad jump (in)           H".
           05  FILLER                  PIC X(27) VALUE "Rotational med-ball (mph) H".
           05  FILLER                  PIC X(27) VALUE "Grip strength (lb)        H".
       01 TEST-CODES-R REDEFINES TEST-CODES.
           05  TEST-ENTRY OCCURS 6.
               10  TEST-NAME               PIC X(26).
               10  TEST-DIRECTION          PIC X.
                   88  TEST-LOWER-BETTER   VALUE "L".
      * Every player's latest block and the one before it.
       01 LATEST-TBL.
           05  LT-ENTRY OCCURS 600.
               10  LT-PLAYER               PIC X(30).
               10  LT-GROUP                PIC X(02).
               10  LT-DATE                 PIC X(10).
               10  LT-RESULT               PIC 9(03)V99 OCCURS 6.
               10  LT-PRIOR-DATE           PIC X(10).
               10  LT-PRIOR                PIC 9(03)V99 OCCURS 6.
       01 LT-COUNT                 PIC 9(03).

       method-id teamReportHtml static public.
       local-storage section.
       01 worker       type batsweb.testingReport.
       procedure division using by value teamPath as type String
                          returning htmlText as type String.
           set worker to new batsweb.testingReport
           set htmlText to worker::buildTeamReport(teamPath).
       end method.

       method-id playerHtml static public.
       local-storage section.
       01 worker       type batsweb.testingReport.
       procedure division using by value teamPath as type String
                          by value rosterName as type String
                          returning htmlText as type String.
           set worker to new batsweb.testingReport
           set htmlText to worker::buildPlayer(teamPath, rosterName).
       end method.

      *#####        Every player's latest block, ranked                #####
       method-id buildTeamReport private.
       local-storage section.
       01 htmlOut      type System.Text.StringBuilder.
       01 pp           pic 9(03).
       01 tt           pic 9(01).
       procedure division using by value teamPath as type String
                          returning htmlText as type String.
           invoke self::loadLatest(teamPath)
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Athletic testing</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 6px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Athletic testing - latest block - " & type DateTime::Today::ToString("yyyy-MM-dd") & "</h3>")
           if LT-COUNT = 0
               invoke htmlOut::AppendLine("<p>No testing results on file.</p>")
               go to team-finish.
           invoke htmlOut::AppendLine("<p>Each cell: result, percentile in the organization / in the position group, change since the previous block.</p>")
           invoke htmlOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke htmlOut::Append("<tr><td><b>Player</b></td><td><b>Pos</b></td><td><b>Tested</b></td>")
           move 1 to tt.
       team-head-loop.
           if tt > 6
               go to team-head-done.
           invoke htmlOut::Append("<td><b>" & TEST-NAME(tt)::Trim & "</b></td>")
           add 1 to tt
           go to team-head-loop.
       team-head-done.
           invoke htmlOut::AppendLine("</tr>")

           move 1 to pp.
       team-row-loop.
           if pp > LT-COUNT
               go to team-row-done.
           invoke htmlOut::Append("<tr><td style='text-align:left'>" & LT-PLAYER(pp)::Trim & "</td><td>" & LT-GROUP(pp) & "</td><td>" & LT-DATE(pp) & "</td>")
           move 1 to tt.
       team-cell-loop.
           if tt > 6
               go to team-cell-done.
           invoke htmlOut::Append("<td>" & self::cellText(pp, tt) & "</td>")
           add 1 to tt
           go to team-cell-loop.
       team-cell-done.
           invoke htmlOut::AppendLine("</tr>")
           add 1 to pp
           go to team-row-loop.
       team-row-done.
           invoke htmlOut::AppendLine("</table>").
       team-finish.
           invoke htmlOut::AppendLine("</body></html>")
           set htmlText to htmlOut::ToString.
       end method.

      *#####     One player's blocks, for the development report       #####
       method-id buildPlayer private.
       local-storage section.
       01 htmlOut      type System.Text.StringBuilder.
       01 nameKey      pic x(30).
       01 pp           pic 9(03).
       01 tt           pic 9(01).
       01 rowCount     pic 9(03) value 0.
       procedure division using by value teamPath as type String
                          by value rosterName as type String
                          returning htmlText as type String.
           set htmlText to type String::Empty
           set nameKey to rosterName::Trim::ToUpper
           invoke self::loadLatest(teamPath)
           move 1 to pp.
       find-loop.
           if pp > LT-COUNT
               exit method.
           if LT-PLAYER(pp) = nameKey
               go to find-done.
           add 1 to pp
           go to find-loop.
       find-done.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke htmlOut::Append("<tr><td><b>Tested</b></td>")
           move 1 to tt.
       player-head-loop.
           if tt > 6
               go to player-head-done.
           invoke htmlOut::Append("<td><b>" & TEST-NAME(tt)::Trim & "</b></td>")
           add 1 to tt
           go to player-head-loop.
       player-head-done.
           invoke htmlOut::AppendLine("</tr>")

      *    Every block on file for him, oldest first.
           OPEN INPUT TEST-RESULTS-FILE
           if AT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO AT-KEY
           move nameKey to AT-PLAYER-NAME
           START TEST-RESULTS-FILE KEY NOT LESS THAN AT-KEY
           if AT-STATUS-BYTE-1 not = "0"
               go to history-done.
       history-loop.
           READ TEST-RESULTS-FILE NEXT RECORD
               AT END go to history-done.
           if AT-PLAYER-NAME not = nameKey
               go to history-done.
           invoke htmlOut::Append("<tr><td>" & AT-TEST-DATE & "</td>")
           move 1 to tt.
       history-cell-loop.
           if tt > 6
               go to history-cell-done.
           invoke htmlOut::Append("<td>" & self::resultText(AT-RESULT(tt)) & "</td>")
           add 1 to tt
           go to history-cell-loop.
       history-cell-done.
           invoke htmlOut::AppendLine("</tr>")
           add 1 to rowCount
           go to history-loop.
       history-done.
           CLOSE TEST-RESULTS-FILE

      *    The latest block ranked.
           invoke htmlOut::Append("<tr><td><b>Percentile org / " & LT-GROUP(pp) & "</b></td>")
           move 1 to tt.
       player-pct-loop.
           if tt > 6
               go to player-pct-done.
           invoke htmlOut::Append("<td>" & self::percentileText(pp, tt) & "</td>")
           add 1 to tt
           go to player-pct-loop.
       player-pct-done.
           invoke htmlOut::AppendLine("</tr>")
           invoke htmlOut::AppendLine("</table>")
           set htmlText to htmlOut::ToString.
       end method.

      * Reads the whole file into LATEST-TBL - the file runs by player
      * then date, so the last record of a player's run is his latest
      * block and the one before it his previous block.
       method-id loadLatest private.
       local-storage section.
       01 pp           pic 9(03).
       01 tt           pic 9(01).
       procedure division using by value teamPath as type String.
           move zeroes to LT-COUNT
           INITIALIZE LATEST-TBL
           set WS-TESTRESULTS-FILE to teamPath & "\WEBSYNC\TESTRESULTS.DAT"
           OPEN INPUT TEST-RESULTS-FILE
           if AT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO AT-KEY
           START TEST-RESULTS-FILE KEY NOT LESS THAN AT-KEY
           if AT-STATUS-BYTE-1 not = "0"
               go to load-done.
           move zeroes to pp.
       load-loop.
           READ TEST-RESULTS-FILE NEXT RECORD
               AT END go to load-done.
      *    A later block of the same player pushes the current one
      *    back to prior.
           if pp not = 0 and AT-PLAYER-NAME = LT-PLAYER(pp)
               move LT-DATE(pp) to LT-PRIOR-DATE(pp)
               move 1 to tt
               go to roll-prior-loop.
           if LT-COUNT >= 600
               go to load-done.
           add 1 to LT-COUNT
           move LT-COUNT to pp
           move AT-PLAYER-NAME to LT-PLAYER(pp)
           go to load-block.
       roll-prior-loop.
           if tt > 6
               go to load-block.
           move LT-RESULT(pp, tt) to LT-PRIOR(pp, tt)
           add 1 to tt
           go to roll-prior-loop.
       load-block.
           move AT-TEST-DATE to LT-DATE(pp)
           set LT-GROUP(pp) to self::positionGroup(AT-POSITION)
           move 1 to tt.
       load-result-loop.
           if tt > 6
               go to load-loop.
           move AT-RESULT(tt) to LT-RESULT(pp, tt)
           add 1 to tt
           go to load-result-loop.
       load-done.
           CLOSE TEST-RESULTS-FILE.
       end method.

      * One report cell - result, percentiles, change since the
      * previous block (blank when he did not take the test).
       method-id cellText private.
       local-storage section.
       01 changeNum    type Decimal.
       procedure division using by value pp as type Int32
                          by value tt as type Int32
                          returning textOut as type String.
           if LT-RESULT(pp, tt) = 0
               set textOut to "-"
               exit method.
           set textOut to self::resultText(LT-RESULT(pp, tt)) & "<br/>" & self::percentileText(pp, tt)
           if LT-PRIOR-DATE(pp) not = spaces and LT-PRIOR(pp, tt) not = 0
               compute changeNum = LT-RESULT(pp, tt) - LT-PRIOR(pp, tt)
               if changeNum < 0
                   set textOut to textOut & "<br/>" & changeNum::ToString("0.00")
               else
                   set textOut to textOut & "<br/>+" & changeNum::ToString("0.00")
               end-if
           end-if
       end method.

      * "72 / 65" - the organization percentile, then the position
      * group's; "-" where there is no one else to rank against.
       method-id percentileText private.
       local-storage section.
       01 orgPct       type Int32.
       01 groupPct     type Int32.
       01 orgText      type String.
       01 groupText    type String.
       procedure division using by value pp as type Int32
                          by value tt as type Int32
                          returning textOut as type String.
           if LT-RESULT(pp, tt) = 0
               set textOut to "-"
               exit method.
           set orgPct to self::percentile(pp, tt, "N")
           set groupPct to self::percentile(pp, tt, "Y")
           set orgText to "-"
           if orgPct >= 0
               set orgText to orgPct::ToString.
           set groupText to "-"
           if groupPct >= 0
               set groupText to groupPct::ToString.
           set textOut to orgText & " / " & groupText
       end method.

      * The share of the other tested players (in his group when
      * groupOnly is Y) his result beats, ties counting half; -1 when
      * no one else took the test.
       method-id percentile private.
       local-storage section.
       01 oo           pic 9(03).
       01 othersN      type Int32 value 0.
       01 worseN       type Int32 value 0.
       01 tiedN        type Int32 value 0.
       procedure division using by value pp as type Int32
                          by value tt as type Int32
                          by value groupOnly as type String
                          returning pctOut as type Int32.
           set pctOut to -1
           move 1 to oo.
       rank-loop.
           if oo > LT-COUNT
               go to rank-done.
           if oo = pp or LT-RESULT(oo, tt) = 0
               go to rank-next.
           if groupOnly = "Y" and LT-GROUP(oo) not = LT-GROUP(pp)
               go to rank-next.
           add 1 to othersN
           EVALUATE TRUE
               WHEN LT-RESULT(oo, tt) = LT-RESULT(pp, tt)
                   add 1 to tiedN
               WHEN TEST-LOWER-BETTER(tt) and LT-RESULT(oo, tt) > LT-RESULT(pp, tt)
                   add 1 to worseN
               WHEN not TEST-LOWER-BETTER(tt) and LT-RESULT(oo, tt) < LT-RESULT(pp, tt)
                   add 1 to worseN
           END-EVALUATE.
       rank-next.
           add 1 to oo
           go to rank-loop.
       rank-done.
           if othersN = 0
               exit method.
           compute pctOut = (worseN * 2 + tiedN) * 50 / othersN.
       end method.

      * Position group for the by-position ranking.
       method-id positionGroup private.
       procedure division using by value positionCode as type String
                          returning groupOut as type String.
           EVALUATE positionCode::Trim::ToUpper
               WHEN "P"
               WHEN "SP"
               WHEN "RP"
               WHEN "LH"
               WHEN "RH"
                   set groupOut to "P"
               WHEN "C"
                   set groupOut to "C"
               WHEN "1B"
               WHEN "2B"
               WHEN "3B"
               WHEN "SS"
               WHEN "IF"
                   set groupOut to "IF"
               WHEN "LF"
               WHEN "CF"
               WHEN "RF"
               WHEN "OF"
                   set groupOut to "OF"
               WHEN OTHER
                   set groupOut to "UT"
           END-EVALUATE
       end method.

       method-id resultText private.
       procedure division using by value resultNum as type Decimal
                          returning textOut as type String.
           if resultNum = 0
               set textOut to "-"
           else
               set textOut to resultNum::ToString("0.00").
       end method.

       end class.
