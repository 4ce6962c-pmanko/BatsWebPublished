      * dugout clipboard. The pitcher's hand rides from the probables
      * record. Runs on its own run-unit so the matchup page's live
      * session state is untouched.
      * The optimizer button takes the same nine names and asks what
      * order scores most: each man's walk, single and home-run rates
      * per plate appearance come off SUMMARYAGG.DAT (the VSL/VSR cut
      * for the starter's hand, ALL when the hand is not posted), the
      * innings are played out as a base-out chain - every state the
      * inning can be in carried with its probability, the way the
      * RUNEXP.DAT matrix is laid out - and the scale is set so a
      * lineup of nine average hitters scores what our own RUNEXP.DAT
      * says an inning is worth. Starting from the manager's order it
      * swaps pairs while any swap helps and shows the best few orders
      * it met with projected runs per game beside the manager's.
      * The printer drop-down sends the PDF to a clubhouse printer
      * through printSpool.cbl instead of downloading it; either way
      * the build is kept as the latest for the standing prints.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ALTERNATE KEY IS PI-POSITION-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
          SELECT SUMMARY-AGG-FILE ASSIGN WS-SUMMARYAGG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SA-KEY
              LOCK MANUAL
              FILE STATUS IS SA-STATUS-COMN.
          SELECT RUNEXP-FILE ASSIGN WS-RUNEXP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RX-KEY
              LOCK MANUAL
              FILE STATUS IS RX-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout probables.aspx.cbl writes.
       FD  PROBABLES-FILE

       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

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

      * Same layout runExpectancy.cbl writes.
       FD  RUNEXP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RX-REC.
       01  RX-REC.
           05  RX-KEY.
               10  RX-BASE-STATE           PIC 9(01).
               10  RX-OUTS                 PIC 9(01).
           05  RX-REST.
               10  RX-OCCURRENCES          PIC 9(06).
               10  RX-RUNS-AFTER           PIC 9(07).
               10  RX-EXP-M                PIC 9(05).
               10  RX-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
       01 WS-SUMMARYAGG-FILE  PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-RUNEXP-FILE      PIC X(256) VALUE "RUNEXP.DAT".
       01 RX-STATUS-COMN.
           05  RX-STATUS-BYTE-1        PIC X.
           05  RX-STATUS-BYTE-2        PIC X.
      * Optimizer: the nine hitters' per-PA event rates, in the order
      * the manager typed them.
       01 OPT-HITTER-TBL.
           05  OH-ENTRY OCCURS 9.
               10  OH-NAME                 PIC X(30).
               10  OH-CUT                  PIC X(04).
               10  OH-TPA                  PIC 9(05).
               10  OH-P-BB                 PIC 9V9(06).
               10  OH-P-1B                 PIC 9V9(06).
               10  OH-P-HR                 PIC 9V9(06).
       01 OPT-SAVE-TBL                PIC X(540).
      * An order is nine hitter numbers, slot by slot; the character
      * view is what the best-orders list compares and keeps.
       01 OPT-TRY-ORDER.
           05  OT-SLOT                 PIC 9(01) OCCURS 9.
       01 OPT-TRY-TEXT REDEFINES OPT-TRY-ORDER PIC X(09).
       01 OPT-BEST-TBL.
           05  OB-ENTRY OCCURS 5.
               10  OB-ORDER                PIC X(09).
               10  OB-RUNS                 PIC 9(02)V9(04).
       01 OB-COUNT                    PIC 9(01).
      * Per leadoff slot: expected runs in the inning and where the
      * next inning's leadoff lands.
       01 OPT-INNING-TBL.
           05  IN-START OCCURS 9.
               10  IN-RUNS                 PIC 9(02)V9(08).
               10  IN-NEXT                 PIC 9V9(08) OCCURS 9.
      * The inning's base-out chain - state slot (bits + 1) by outs.
       01 OPT-STATE-TBL.
           05  ST-BASE OCCURS 8.
               10  ST-PROB                 PIC 9V9(08) OCCURS 3.
       01 OPT-NEXT-STATE-TBL.
           05  NS-BASE OCCURS 8.
               10  NS-PROB                 PIC 9V9(08) OCCURS 3.
       01 OPT-LEADOFF-TBL.
           05  LD-PROB                 PIC 9V9(08) OCCURS 9.
       01 OPT-NEW-LEADOFF-TBL.
           05  NL-PROB                 PIC 9V9(08) OCCURS 9.

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
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PLAYERINFO.DAT"' delimited by size
                  into WS-PLAYERINFO-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\SUMMARYAGG.DAT"' delimited by size
                  into WS-SUMMARYAGG-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\RUNEXP.DAT"' delimited by size
                  into WS-RUNEXP-FILE
               if not self::IsPostBack
                   invoke self::logAudit("lineupCard")
                   invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).

           if not self::IsPostBack
               invoke self::loadProbables.
           invoke bat766rununit::Add(BAT766WEBF)

           move "I" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat766rununit::StopRun(0)
           set BAT766-SEL-PLAYER to play-first-name::Trim & " " & play-last-name
           MOVE play-player-id to BAT766-LOCATE-SEL-ID
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE BAT766-LOCATE-SEL-ID TO BAT766-SAVE-PITCHER-ID
      *    engines resolve their handedness filters from.
           move play-bats to hitterBats
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE BAT766-LOCATE-SEL-ID TO BAT766-SAVE-BATTER-ID
           MOVE BAT766-SEL-PLAYER TO BAT766-BATTER-DSP-NAME
           MOVE "DT" TO BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke cardOut::AppendLine("<div class='hitter'><b>" & (nn + 1) & ". " & lineupNames[nn]::Trim & "</b> - no career line available</div>")
           set BAT766WEBF to new BAT766WEBF
           invoke bat766rununit::Add(BAT766WEBF)
           move "I" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat766rununit::StopRun(0)
           set BAT766-SEL-PLAYER to play-first-name::Trim & " " & play-last-name
           MOVE play-player-id to BAT766-LOCATE-SEL-ID
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE BAT766-LOCATE-SEL-ID TO BAT766-SAVE-PITCHER-ID
           MOVE play-player-id to BAT766-LOCATE-SEL-ID
           move play-bats to hitterBats
           move "LP" to BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE BAT766-LOCATE-SEL-ID TO BAT766-SAVE-BATTER-ID
           MOVE BAT766-SEL-PLAYER TO BAT766-BATTER-DSP-NAME
           MOVE "DT" TO BAT766-ACTION
           invoke type batsweb.engineWatch::run(bat766rununit, "BAT766WEBF", BAT766-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke pdf::addLine((nn + 1)::ToString & ". " & lineupNames[nn]::Trim & " - no career line available")
           invoke bat766rununit::StopRun(0)

           set pdfBytes to pdf::finish("Lineup card vs " & pitcherName::Trim)
           invoke self::sendPdf("LINEUP", pdfBytes, "Lineup card vs " & pitcherName::Trim, "lineupcard.pdf")
       end method.

      *#####   Clubhouse printer or download - every build is staged   #####
      *#####   through printSpool.cbl; a picked printer gets a job     #####
       method-id sendPdf private.
       local-storage section.
       01 printJob         type String.
       procedure division using by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value fileName as type String.
           set printJob to type batsweb.printSpool::deliver(self::teamFolder, artifactCode,
               printDestDropDownList::SelectedValue, pdfBytes, titleText, "lineupCard",
               self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
               else
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sent to " & printDestDropDownList::SelectedValue & " as job " & printJob & ".');", true)
               end-if
               invoke self::logAudit("lineupCard PRINT=" & printDestDropDownList::SelectedValue)
               exit method.
           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & fileName)
           invoke self::Response::BinaryWrite(pdfBytes)
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

      *#####   Batting-order optimizer - the same nine names, scored   #####
      *#####   as a base-out chain over SUMMARYAGG.DAT rates           #####
       method-id optimizeButton_Click protected.
       local-storage section.
       01 pitcherName      type String.
       01 pitcherHand      type String.
       01 lineupNames      type String[].
       01 nn               type Int32.
       01 hh               pic 9(02).
       01 ii               pic 9(02).
       01 jj               pic 9(02).
       01 holdSlot         pic 9(01).
       01 cutCode          pic x(04).
       01 missingNames     type String.
       01 scaleFactor      type Double.
       01 managerRuns      type Double.
       01 currentRuns      type Double.
       01 tryRuns          type Double.
       01 currentText      pic x(09).
       01 improvedFlag     pic x.
       01 passCount        pic 9(03).
       01 optOut           type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           set pitcherHand to " "
           if probablesDropDownList::SelectedIndex > 0
               set pitcherName to probablesDropDownList::SelectedItem::ToString
               set pitcherHand to pitcherName::Substring(pitcherName::IndexOf("(") + 1, 1)
               set pitcherName to pitcherName::Substring(0, pitcherName::IndexOf(" ("))
           else
               set pitcherName to pitcherTextBox::Text::Trim.
           if lineupTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the projected lineup, semicolon separated, LAST, FIRST each.');", true)
               exit method.
           set lineupNames to lineupTextBox::Text::Trim::ToUpper::Split(';')

      *    The cut matching tonight's starter - ALL when no hand posted.
           move "ALL " to cutCode
           if pitcherHand = "L"
               move "VSL " to cutCode.
           if pitcherHand = "R"
               move "VSR " to cutCode.

           INITIALIZE OPT-HITTER-TBL
           move 0 to hh
           move 0 to nn.
       name-loop.
           if nn >= lineupNames::Length
               go to name-done.
           if lineupNames[nn]::Trim = type String::Empty
               go to name-next.
           if hh >= 9
               go to name-done.
           add 1 to hh
           set OH-NAME(hh) to lineupNames[nn]::Trim.
       name-next.
           add 1 to nn
           go to name-loop.
       name-done.
           if hh not = 9
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The optimizer needs exactly nine names.');", true)
               exit method.

           set missingNames to self::loadOptRates(cutCode)
           if missingNames = "*"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('None of these hitters has a SUMMARYAGG line yet - the nightly aggregate has not run for them.');", true)
               exit method.
           set scaleFactor to self::optScaleFactor()

      *    The manager's own order first - it seeds the search.
           move 1 to ii.
       seed-loop.
           if ii > 9
               go to seed-done.
           move ii to OT-SLOT(ii)
           add 1 to ii
           go to seed-loop.
       seed-done.
           move 0 to OB-COUNT
           INITIALIZE OPT-BEST-TBL
           compute managerRuns = self::optOrderRuns() * scaleFactor
           invoke self::optKeepBest(managerRuns)
           move managerRuns to currentRuns
           move OPT-TRY-TEXT to currentText

      *    Pairwise swaps while any swap helps - the chain is exact, so
      *    a better order is really better and the climb settles.
           move 0 to passCount.
       climb-pass.
           move "N" to improvedFlag
           add 1 to passCount
           move 1 to ii.
       climb-i-loop.
           if ii > 8
               go to climb-i-done.
           compute jj = ii + 1.
       climb-j-loop.
           if jj > 9
               go to climb-j-done.
           move currentText to OPT-TRY-TEXT
           move OT-SLOT(ii) to holdSlot
           move OT-SLOT(jj) to OT-SLOT(ii)
           move holdSlot to OT-SLOT(jj)
           compute tryRuns = self::optOrderRuns() * scaleFactor
           invoke self::optKeepBest(tryRuns)
           if tryRuns > currentRuns + 0.0001
               move tryRuns to currentRuns
               move OPT-TRY-TEXT to currentText
               move "Y" to improvedFlag.
           add 1 to jj
           go to climb-j-loop.
       climb-j-done.
           add 1 to ii
           go to climb-i-loop.
       climb-i-done.
           if improvedFlag = "Y" and passCount < 60
               go to climb-pass.

           set optOut to new type System.Text.StringBuilder
           invoke optOut::AppendLine("<html><head><title>Batting Order Optimizer</title>")
           invoke optOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;}</style>")
           invoke optOut::AppendLine("</head><body>")
           invoke optOut::AppendLine("<h3>Batting order optimizer - " & cutCode::Trim & " rates - " & type DateTime::Today::ToString("yyyy-MM-dd") & "</h3>")
           invoke optOut::AppendLine("<table border='1'><tr><td><b>Order</b></td><td><b>Projected runs/game</b></td><td><b>1-9</b></td></tr>")
           move "123456789" to OPT-TRY-TEXT
           invoke optOut::AppendLine("<tr><td><b>Manager's order</b></td><td><b>" & managerRuns::ToString("0.00") & "</b></td><td>" & self::optOrderNames() & "</td></tr>")
           move 1 to ii.
       best-loop.
           if ii > OB-COUNT
               go to best-done.
           move OB-ORDER(ii) to OPT-TRY-TEXT
           move OB-RUNS(ii) to tryRuns
           invoke optOut::AppendLine("<tr><td>Best #" & ii::ToString & "</td><td>" & tryRuns::ToString("0.00") & " (" & (tryRuns - managerRuns)::ToString("+0.00;-0.00;0.00") & ")</td><td>" & self::optOrderNames() & "</td></tr>")
           add 1 to ii
           go to best-loop.
       best-done.
           invoke optOut::AppendLine("</table>")
           invoke optOut::AppendLine("<h4>Rates used (per plate appearance)</h4><table border='1'><tr><td><b>Hitter</b></td><td><b>Cut</b></td><td><b>PA</b></td><td><b>BB</b></td><td><b>1B/XBH</b></td><td><b>HR</b></td></tr>")
           move 1 to ii.
       rate-loop.
           if ii > 9
               go to rate-done.
           invoke optOut::AppendLine("<tr><td>" & OH-NAME(ii)::Trim & "</td><td>" & OH-CUT(ii)::Trim & "</td><td>" & OH-TPA(ii)::ToString
               & "</td><td>" & OH-P-BB(ii)::ToString("0.000") & "</td><td>" & OH-P-1B(ii)::ToString("0.000") & "</td><td>" & OH-P-HR(ii)::ToString("0.000") & "</td></tr>")
           add 1 to ii
           go to rate-loop.
       rate-done.
           invoke optOut::AppendLine("</table>")
           if missingNames not = type String::Empty
               invoke optOut::AppendLine("<p>No summary line for: " & missingNames & " - carried at the other eight's average.</p>").
           invoke optOut::AppendLine("<p>SUMMARYAGG.DAT carries no doubles or triples, so every non-home-run hit is played as a single (runners from second score, the runner on first stops at second); the scale to our own RUNEXP.DAT bases-empty, none-out value puts the extra-base hits back in on average.</p>")
           invoke optOut::AppendLine("</body></html>")

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(optOut::ToString)
           invoke self::Response::End
       end method.

      * Fills each hitter's rates from SUMMARYAGG.DAT - the hand cut
      * first, the ALL line when the cut is empty. Hitters with no
      * line at all get the others' average. Returns the missing
      * names, or "*" when nobody had a line.
       method-id loadOptRates private.
       local-storage section.
       01 hh           pic 9(02).
       01 foundCnt     pic 9(02) value 0.
       01 sumBB        type Double value 0.
       01 sum1B        type Double value 0.
       01 sumHR        type Double value 0.
       procedure division using by value cutCode as type String
                          returning missingOut as type String.
           set missingOut to type String::Empty
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 not = "0"
               set missingOut to "*"
               exit method.
           move 1 to hh.
       rate-loop.
           if hh > 9
               go to rate-done.
           MOVE SPACES TO SA-KEY
           move OH-NAME(hh) to SA-PLAYER-NAME
           move cutCode to SA-CUT
           READ SUMMARY-AGG-FILE
               INVALID KEY
                   move zeroes to SA-TPA
           END-READ
           if SA-TPA = zeroes
               MOVE SPACES TO SA-KEY
               move OH-NAME(hh) to SA-PLAYER-NAME
               move "ALL " to SA-CUT
               READ SUMMARY-AGG-FILE
                   INVALID KEY
                       move zeroes to SA-TPA
               END-READ
           end-if
           if SA-TPA = zeroes
               go to rate-next.
           move SA-CUT to OH-CUT(hh)
           move SA-TPA to OH-TPA(hh)
           compute OH-P-BB(hh) rounded = SA-BB / SA-TPA
           if SA-H > SA-HR
               compute OH-P-1B(hh) rounded = (SA-H - SA-HR) / SA-TPA.
           compute OH-P-HR(hh) rounded = SA-HR / SA-TPA
           add 1 to foundCnt
           compute sumBB = sumBB + OH-P-BB(hh)
           compute sum1B = sum1B + OH-P-1B(hh)
           compute sumHR = sumHR + OH-P-HR(hh).
       rate-next.
           add 1 to hh
           go to rate-loop.
       rate-done.
           CLOSE SUMMARY-AGG-FILE
           if foundCnt = 0
               set missingOut to "*"
               exit method.
           move 1 to hh.
       fill-loop.
           if hh > 9
               go to fill-done.
           if OH-TPA(hh) = zeroes
               move "AVG " to OH-CUT(hh)
               compute OH-P-BB(hh) rounded = sumBB / foundCnt
               compute OH-P-1B(hh) rounded = sum1B / foundCnt
               compute OH-P-HR(hh) rounded = sumHR / foundCnt
               if missingOut not = type String::Empty
                   set missingOut to missingOut & "; "
               end-if
               set missingOut to missingOut & OH-NAME(hh)::Trim.
           add 1 to hh
           go to fill-loop.
       fill-done.
       end method.

      * Runs-per-game scale: nine copies of the average hitter against
      * what RUNEXP.DAT says a fresh inning is worth here. 1 when the
      * matrix has not been built.
       method-id optScaleFactor private.
       local-storage section.
       01 hh           pic 9(02).
       01 avgBB        type Double value 0.
       01 avg1B        type Double value 0.
       01 avgHR        type Double value 0.
       01 modelRuns    type Double.
       01 freshInning  type Double value 0.
       procedure division returning factorOut as type Double.
           set factorOut to 1
           OPEN INPUT RUNEXP-FILE
           if RX-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RX-KEY
           move 0 to RX-BASE-STATE RX-OUTS
           READ RUNEXP-FILE
               INVALID KEY
                   move zeroes to RX-EXP-M
           END-READ
           CLOSE RUNEXP-FILE
           if RX-EXP-M = zeroes
               exit method.
           compute freshInning = RX-EXP-M / 1000

           move OPT-HITTER-TBL to OPT-SAVE-TBL
           move 1 to hh.
       avg-loop.
           if hh > 9
               go to avg-done.
           compute avgBB = avgBB + OH-P-BB(hh) / 9
           compute avg1B = avg1B + OH-P-1B(hh) / 9
           compute avgHR = avgHR + OH-P-HR(hh) / 9
           add 1 to hh
           go to avg-loop.
       avg-done.
           move 1 to hh.
       set-loop.
           if hh > 9
               go to set-done.
           compute OH-P-BB(hh) rounded = avgBB
           compute OH-P-1B(hh) rounded = avg1B
           compute OH-P-HR(hh) rounded = avgHR
           move hh to OT-SLOT(hh)
           add 1 to hh
           go to set-loop.
       set-done.
           set modelRuns to self::optOrderRuns()
           move OPT-SAVE-TBL to OPT-HITTER-TBL
           if modelRuns > 0
               compute factorOut = (freshInning * 9) / modelRuns.
       end method.

      * Expected runs over nine innings for the order in
      * OPT-TRY-ORDER, before scaling.
       method-id optOrderRuns private.
       local-storage section.
       01 ss           pic 9(02).
       01 nn           pic 9(02).
       01 inningNum    pic 9(02).
       procedure division returning runsOut as type Double.
           set runsOut to 0
           move 1 to ss.
       start-loop.
           if ss > 9
               go to start-done.
           invoke self::optInning(ss)
           add 1 to ss
           go to start-loop.
       start-done.
           INITIALIZE OPT-LEADOFF-TBL
           move 1 to LD-PROB(1)
           move 1 to inningNum.
       inning-loop.
           if inningNum > 9
               exit method.
           INITIALIZE OPT-NEW-LEADOFF-TBL
           move 1 to ss.
       inning-start-loop.
           if ss > 9
               go to inning-start-done.
           if LD-PROB(ss) = 0
               go to inning-start-next.
           compute runsOut = runsOut + LD-PROB(ss) * IN-RUNS(ss)
           move 1 to nn.
       inning-next-loop.
           if nn > 9
               go to inning-start-next.
           compute NL-PROB(nn) rounded = NL-PROB(nn) + LD-PROB(ss) * IN-NEXT(ss, nn)
           add 1 to nn
           go to inning-next-loop.
       inning-start-next.
           add 1 to ss
           go to inning-start-loop.
       inning-start-done.
           move OPT-NEW-LEADOFF-TBL to OPT-LEADOFF-TBL
           add 1 to inningNum
           go to inning-loop.
       end method.

      * One inning led off by slot startSlot: every base-out state
      * carried with its probability, plate appearance by plate
      * appearance, until the third out has taken (nearly) all of it.
       method-id optInning private.
       local-storage section.
       01 kk           pic 9(02).
       01 slotNum      pic 9(02).
       01 nextSlot     pic 9(02).
       01 hitterNum    pic 9(01).
       01 bb           pic 9(02).
       01 oo           pic 9(02).
       01 bits         pic 9(01).
       01 on1          pic 9(01).
       01 on2          pic 9(01).
       01 on3          pic 9(01).
       01 newBits      pic 9(01).
       01 runsOn       pic 9(01).
       01 stateProb    type Double.
       01 pOut         type Double.
       procedure division using by value startSlot as type Int32.
           INITIALIZE IN-START(startSlot) OPT-STATE-TBL
           move 1 to ST-PROB(1, 1)
           move startSlot to slotNum
           move 0 to kk.
       pa-loop.
           if kk > 24
               exit method.
           move OT-SLOT(slotNum) to hitterNum
           compute nextSlot = slotNum + 1
           if nextSlot > 9
               move 1 to nextSlot.
           compute pOut = 1 - OH-P-BB(hitterNum) - OH-P-1B(hitterNum) - OH-P-HR(hitterNum)
           if pOut < 0
               move 0 to pOut.
           INITIALIZE OPT-NEXT-STATE-TBL
           move 1 to bb.
       base-loop.
           if bb > 8
               go to base-done.
           compute bits = bb - 1
           move 0 to on1 on2 on3
           if bits = 1 or bits = 3 or bits = 5 or bits = 7
               move 1 to on1.
           if bits = 2 or bits = 3 or bits = 6 or bits = 7
               move 1 to on2.
           if bits > 3
               move 1 to on3.
           move 1 to oo.
       out-loop.
           if oo > 3
               go to out-done.
           move ST-PROB(bb, oo) to stateProb
           if stateProb = 0
               go to out-next.

      *    Walk - forced runners only.
           move 0 to runsOn
           if on1 = 0
               compute newBits = bits + 1
           else
               if on2 = 0
                   compute newBits = bits + 2
               else
                   move 7 to newBits
                   if on3 = 1
                       move 1 to runsOn
                   end-if
               end-if
           end-if
           compute NS-PROB(newBits + 1, oo) rounded = NS-PROB(newBits + 1, oo) + stateProb * OH-P-BB(hitterNum)
           compute IN-RUNS(startSlot) rounded = IN-RUNS(startSlot) + stateProb * OH-P-BB(hitterNum) * runsOn

      *    Single - second and third score, first stops at second.
           compute runsOn = on2 + on3
           compute newBits = 1 + (on1 * 2)
           compute NS-PROB(newBits + 1, oo) rounded = NS-PROB(newBits + 1, oo) + stateProb * OH-P-1B(hitterNum)
           compute IN-RUNS(startSlot) rounded = IN-RUNS(startSlot) + stateProb * OH-P-1B(hitterNum) * runsOn

      *    Home run - everybody.
           compute runsOn = 1 + on1 + on2 + on3
           compute NS-PROB(1, oo) rounded = NS-PROB(1, oo) + stateProb * OH-P-HR(hitterNum)
           compute IN-RUNS(startSlot) rounded = IN-RUNS(startSlot) + stateProb * OH-P-HR(hitterNum) * runsOn

      *    Out - runners hold; the third out ends it and the next man
      *    up leads off the next inning.
           if oo = 3
               compute IN-NEXT(startSlot, nextSlot) rounded = IN-NEXT(startSlot, nextSlot) + stateProb * pOut
           else
               compute NS-PROB(bb, oo + 1) rounded = NS-PROB(bb, oo + 1) + stateProb * pOut.
       out-next.
           add 1 to oo
           go to out-loop.
       out-done.
           add 1 to bb
           go to base-loop.
       base-done.
           move OPT-NEXT-STATE-TBL to OPT-STATE-TBL
           move nextSlot to slotNum
           add 1 to kk
           go to pa-loop.
       end method.

      * Keeps the five best distinct orders seen, best first.
       method-id optKeepBest private.
       local-storage section.
       01 ii           pic 9(01).
       01 jj           pic 9(01).
       procedure division using by value runsIn as type Double.
           move 1 to ii.
       dup-loop.
           if ii > OB-COUNT
               go to dup-done.
           if OB-ORDER(ii) = OPT-TRY-TEXT
               exit method.
           add 1 to ii
           go to dup-loop.
       dup-done.
           move 1 to ii.
       place-loop.
           if ii > OB-COUNT
               go to place-found.
           if runsIn > OB-RUNS(ii)
               go to place-found.
           add 1 to ii
           go to place-loop.
       place-found.
           if ii > 5
               exit method.
           if OB-COUNT < 5
               add 1 to OB-COUNT.
           move OB-COUNT to jj.
       shift-loop.
           if jj <= ii
               go to shift-done.
           move OB-ENTRY(jj - 1) to OB-ENTRY(jj)
           subtract 1 from jj
           go to shift-loop.
       shift-done.
           move OPT-TRY-TEXT to OB-ORDER(ii)
           compute OB-RUNS(ii) rounded = runsIn.
       end method.

       method-id optOrderNames private.
       local-storage section.
       01 ii           pic 9(02).
       procedure division returning namesOut as type String.
           set namesOut to type String::Empty
           move 1 to ii.
       name-loop.
           if ii > 9
               exit method.
           if ii > 1
               set namesOut to namesOut & "; ".
           set namesOut to namesOut & OH-NAME(OT-SLOT(ii))::Trim
           add 1 to ii
           go to name-loop.
       end method.

       end class.
