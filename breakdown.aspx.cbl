      *        FILLER so templates written before the field read back
      *        as all-counts.
               10  QT-COUNT-STATE          PIC X(06).
      *        Game-state cut - innings from/to, outs, score state and
      *        band, base occupancy - in the 11-byte spec layout
      *        batsweb.gameState reads, carved out of the FILLER the
      *        same way so older templates read back with no state.
               10  QT-GAME-STATE.
                   15  QT-INNING-FROM      PIC 9(02).
                   15  QT-INNING-TO        PIC 9(02).
                   15  QT-OUTS-STATE       PIC X.
                   15  QT-SCORE-STATE      PIC X.
                   15  QT-SCORE-BAND       PIC 9(02).
                   15  QT-RUNNERS-STATE    PIC X(03).
               10  FILLER                  PIC X(33).

       FD  USER-PREF-FILE
           LABEL RECORDS ARE STANDARD

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
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           INITIALIZE BAT310-DIALOG-FIELDS
           MOVE "I" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.         
               set countstatedd::SelectedIndex to 0
           else
               set countstatedd::SelectedIndex to self::Session::Item("COUNT-STATE-IDX") as binary-long.
      *    Game-state cut - read off the charted at-bats by
      *    batsweb.gameState rather than an engine filter, so it can
      *    span innings and read the score; Recalc lays its figures
      *    over the stat panel.
           invoke self::loadGameStateLists
           if self::Session::Item("GAME-STATE") not = null
               invoke self::showGameState(self::Session::Item("GAME-STATE")::ToString).
       
      *     attach method self::MouseDownploc to szonebox::MouseDown
      *     attach method self::MouseUpploc to szonebox::MouseUp
      *    signed on is that analyst's half-built query, not ours.
           if self::claimTempWorkspace
               move "FC" to BAT310-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
               end-if
           end-if.
           move "IN" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                    
       linkage section.
            COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata300 to self::Session["bat300data"] as type batsweb.bat300Data
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer

           set QT-BATTER-OPTIONS to batteroptionsTextBox::Text
           if self::Session::Item("COUNT-STATE") not = null
               set QT-COUNT-STATE to self::Session::Item("COUNT-STATE")::ToString.
           if self::Session::Item("GAME-STATE") not = null
               set QT-GAME-STATE to self::Session::Item("GAME-STATE")::ToString.

           OPEN I-O QUERY-TEMPLATE-FILE
           IF QT-STATUS-BYTE-1 NOT EQUAL ZEROES
       method-id loadTemplateButton_Click protected.
       local-storage section.
       01 gmDate type Single.
       01 gameSpec type String.
       linkage section.
            COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           set self::Session::Item("COUNT-STATE") to QT-COUNT-STATE::Trim
           set self::Session::Item("COUNT-STATE-IDX") to self::countStateIndex(QT-COUNT-STATE::Trim) as binary-long
           set countstatedd::SelectedIndex to self::countStateIndex(QT-COUNT-STATE::Trim)
           set gameSpec to QT-GAME-STATE
           set self::Session::Item("GAME-STATE") to gameSpec
           invoke self::showGameState(gameSpec)

           invoke self::applyArchiveRange(startDateTextBox::Text)

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
      * template and sends the email on that schedule.
       method-id scheduleQueryButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if templatesDropDownList::SelectedIndex = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Choose a saved template first.');", true)
               exit method.
      * already uses for a whole template.
       method-id savePresetButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if presetNameTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter a name for the preset before saving.');", true)
               exit method.
      *    Only an individually selected batter has a summary row, and
      *    custom option text is by definition not a standard cut.
      *    A pinned count-state is not a standard cut either - the
      *    nightly build carries no by-count rows - and neither is a
      *    game state.
           if self::Session::Item("COUNT-STATE") not = null
               if self::Session::Item("COUNT-STATE")::ToString not = type String::Empty
                   exit method
               end-if
           end-if
           if self::Session::Item("GAME-STATE") not = null
               if type batsweb.gameState::isSet(self::Session::Item("GAME-STATE")::ToString)
                   exit method
               end-if
           end-if
           if BAT300-BATTER-DSP-NAME = spaces
               exit method.
           if pitcheroptionsTextBox::Text::Trim not = type String::Empty
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION).
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                    
           MOVE "I" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION).
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           set DIALOG-CNT-IDX to cc
           set DIALOG-COUNT-MASTER to DIALOG-COUNT-DESC(cc)
           move "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to state-count-next.
           set DIALOG-COUNT-MASTER to countdd::SelectedItem
           add 1 to DIALOG-CNT-IDX
           move "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           invoke printPitchList()
           set puValue::Text to sumPU::ToString
           set buValue::Text to sumBU::ToString.
       end method.

      * Game-state cut - innings, outs, score margin and base
      * occupancy as one selection beside the engine's own single
      * inning/outs/runners dropdowns. Every one of the six dropdowns
      * posts here; the spec goes in Session["GAME-STATE"] and Recalc
      * lays batsweb.gameState's figures over the stat panel.
       method-id gameStatedd_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::Session::Item("GAME-STATE") to self::gameStateSpec

           invoke self::Recalc

           invoke self::Response::Redirect(self::Request::RawUrl)
       end method.

      * Dropdown positions -> the 11-byte spec QUERYTMPL.DAT carries.
       method-id gameStateSpec private.
       local-storage section.
       01 innFrom      type Int32.
       01 innTo        type Int32.
       01 outsNum      type Int32.
       01 outsCode     type String.
       01 scoreCode    type String.
       01 runnersCode  type String.
       procedure division returning specOut as type String.
           set innFrom to gsInnFromdd::SelectedIndex
           set innTo to gsInnTodd::SelectedIndex
      *    A backwards range is read the way it was meant.
           if innFrom > 0 and innTo > 0 and innFrom > innTo
               set innFrom to gsInnTodd::SelectedIndex
               set innTo to gsInnFromdd::SelectedIndex.
           set outsCode to type String::Empty
           if gsOutsdd::SelectedIndex > 0
               compute outsNum = gsOutsdd::SelectedIndex - 1
               set outsCode to outsNum::ToString.
           EVALUATE gsScoredd::SelectedIndex
               WHEN 1
                   set scoreCode to "T"
               WHEN 2
                   set scoreCode to "A"
               WHEN 3
                   set scoreCode to "B"
               WHEN 4
                   set scoreCode to "C"
               WHEN OTHER
                   set scoreCode to type String::Empty
           END-EVALUATE
           set runnersCode to self::runnersCode(gsRunnersdd::SelectedIndex)
           set specOut to type batsweb.gameState::specText(innFrom, innTo, outsCode, scoreCode, gsBanddd::SelectedIndex, runnersCode).
       end method.

       method-id runnersCode private.
       procedure division using by value runnersIdx as type Int32
                          returning codeOut as type String.
           EVALUATE runnersIdx
               WHEN 1
                   set codeOut to "---"
               WHEN 2
                   set codeOut to "ON "
               WHEN 3
                   set codeOut to "RSP"
               WHEN 4
                   set codeOut to "123"
               WHEN 5
                   set codeOut to "1--"
               WHEN 6
                   set codeOut to "-2-"
               WHEN 7
                   set codeOut to "--3"
               WHEN 8
                   set codeOut to "12-"
               WHEN 9
                   set codeOut to "1-3"
               WHEN 10
                   set codeOut to "-23"
               WHEN OTHER
                   set codeOut to type String::Empty
           END-EVALUATE.
       end method.

       method-id loadGameStateLists private.
       local-storage section.
       01 nn           type Int32.
       procedure division.
           invoke gsInnFromdd::Items::Clear
           invoke gsInnTodd::Items::Clear
           invoke gsOutsdd::Items::Clear
           invoke gsScoredd::Items::Clear
           invoke gsBanddd::Items::Clear
           invoke gsRunnersdd::Items::Clear

           invoke gsInnFromdd::Items::Add("From any inning")
           invoke gsInnTodd::Items::Add("To any inning")
           set nn to 1.
       inning-loop.
           if nn > 12
               go to inning-done.
           invoke gsInnFromdd::Items::Add(nn::ToString)
           invoke gsInnTodd::Items::Add(nn::ToString)
           add 1 to nn
           go to inning-loop.
       inning-done.
           invoke gsOutsdd::Items::Add("Any outs")
           invoke gsOutsdd::Items::Add("0 out")
           invoke gsOutsdd::Items::Add("1 out")
           invoke gsOutsdd::Items::Add("2 out")
           invoke gsScoredd::Items::Add("Any score")
           invoke gsScoredd::Items::Add("Tied")
           invoke gsScoredd::Items::Add("Batting team ahead")
           invoke gsScoredd::Items::Add("Batting team behind")
           invoke gsScoredd::Items::Add("Close (within band)")
           invoke gsBanddd::Items::Add("Any margin")
           invoke gsBanddd::Items::Add("1 run")
           invoke gsBanddd::Items::Add("2 runs")
           invoke gsBanddd::Items::Add("3 runs")
           invoke gsBanddd::Items::Add("4 runs")
           invoke gsBanddd::Items::Add("5 runs")
           invoke gsRunnersdd::Items::Add("Any runners")
           invoke gsRunnersdd::Items::Add("Bases empty")
           invoke gsRunnersdd::Items::Add("Runners on")
           invoke gsRunnersdd::Items::Add("Scoring position")
           invoke gsRunnersdd::Items::Add("Bases loaded")
           invoke gsRunnersdd::Items::Add("1st only")
           invoke gsRunnersdd::Items::Add("2nd only")
           invoke gsRunnersdd::Items::Add("3rd only")
           invoke gsRunnersdd::Items::Add("1st and 2nd")
           invoke gsRunnersdd::Items::Add("1st and 3rd")
           invoke gsRunnersdd::Items::Add("2nd and 3rd")
           set gsInnFromdd::SelectedIndex to 0
           set gsInnTodd::SelectedIndex to 0
           set gsOutsdd::SelectedIndex to 0
           set gsScoredd::SelectedIndex to 0
           set gsBanddd::SelectedIndex to 0
           set gsRunnersdd::SelectedIndex to 0.
       end method.

      * Spec -> dropdown positions, through the QT-GAME-STATE fields;
      * anything out of the lists' range shows as "any".
       method-id showGameState private.
       local-storage section.
       01 nn           type Int32.
       procedure division using by value stateSpec as type String.
           move spaces to QT-GAME-STATE
           set QT-GAME-STATE to stateSpec
           set gsInnFromdd::SelectedIndex to 0
           set gsInnTodd::SelectedIndex to 0
           set gsOutsdd::SelectedIndex to 0
           set gsScoredd::SelectedIndex to 0
           set gsBanddd::SelectedIndex to 0
           set gsRunnersdd::SelectedIndex to 0
           if QT-INNING-FROM numeric
               if QT-INNING-FROM <= 12
                   set gsInnFromdd::SelectedIndex to QT-INNING-FROM.
           if QT-INNING-TO numeric
               if QT-INNING-TO <= 12
                   set gsInnTodd::SelectedIndex to QT-INNING-TO.
           EVALUATE QT-OUTS-STATE
               WHEN "0"
                   set gsOutsdd::SelectedIndex to 1
               WHEN "1"
                   set gsOutsdd::SelectedIndex to 2
               WHEN "2"
                   set gsOutsdd::SelectedIndex to 3
           END-EVALUATE
           EVALUATE QT-SCORE-STATE
               WHEN "T"
                   set gsScoredd::SelectedIndex to 1
               WHEN "A"
                   set gsScoredd::SelectedIndex to 2
               WHEN "B"
                   set gsScoredd::SelectedIndex to 3
               WHEN "C"
                   set gsScoredd::SelectedIndex to 4
           END-EVALUATE
           if QT-SCORE-BAND numeric
               if QT-SCORE-BAND <= 5
                   set gsBanddd::SelectedIndex to QT-SCORE-BAND.
           set nn to 1.
       runners-find-loop.
           if nn > 10
               exit method.
           if self::runnersCode(nn) = QT-RUNNERS-STATE
               set gsRunnersdd::SelectedIndex to nn
               exit method.
           add 1 to nn
           go to runners-find-loop.
       end method.

      * Lays the game-state figures over the stat panel - the
      * selected batter/pitcher and date range walked through
      * batsweb.gameState, the count state (if any) honored on each
      * appearance's final count. The batted-ball and contact splits
      * are engine figures with no game-state reading, so they show
      * as "-" rather than figures for a different cut. The header
      * names the state beside whatever Recalc put there.
       method-id gameStateOverlay private.
       local-storage section.
       01 stateSpec    type String.
       01 countCode    type String.
       01 worker       type batsweb.gameState.
       01 sumPA        type Int32.
       01 sumAB        type Int32.
       01 sumH         type Int32.
       01 sum2B        type Int32.
       01 sum3B        type Int32.
       01 sumHR        type Int32.
       01 sumBB        type Int32.
       01 sumK         type Int32.
       01 sumHBP       type Int32.
       01 totalBases   type Int32.
       01 avgMetric    type Double.
       01 obpMetric    type Double.
       01 slgMetric    type Double.
       01 opsMetric    type Double.
       01 isoMetric    type Double.
       01 bbPctMetric  type Double.
       01 kPctMetric   type Double.
       01 bbkMetric    type Double.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           if self::Session::Item("GAME-STATE") = null
               exit method.
           set stateSpec to self::Session::Item("GAME-STATE")::ToString
           if not type batsweb.gameState::isSet(stateSpec)
               exit method.
           set mydata to self::Session["bat310data"] as type batsweb.bat310Data
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           set countCode to type String::Empty
           if self::Session::Item("COUNT-STATE") not = null
               set countCode to self::Session::Item("COUNT-STATE")::ToString.

           set worker to new batsweb.gameState
           if not worker::walk(stateSpec, countCode, startDateTextBox::Text, endDateTextBox::Text,
                   DIALOG-BATTER::Trim, DIALOG-PITCHER::Trim, false)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The charted games could not be read - game-state figures are not shown.');", true)
               exit method.

           set sumPA to worker::statFor(type String::Empty, "PA")
           set sumAB to worker::statFor(type String::Empty, "AB")
           set sumH to worker::statFor(type String::Empty, "H")
           set sum2B to worker::statFor(type String::Empty, "2B")
           set sum3B to worker::statFor(type String::Empty, "3B")
           set sumHR to worker::statFor(type String::Empty, "HR")
           set sumBB to worker::statFor(type String::Empty, "BB")
           set sumK to worker::statFor(type String::Empty, "K")
           set sumHBP to worker::statFor(type String::Empty, "HBP")

           set gamesTextBox::Text to gamesTextBox::Text::Trim & " [" & type batsweb.gameState::describe(stateSpec) & "]"
           set gValue::Text to worker::statFor(type String::Empty, "G")::ToString
           set tpaValue::Text to sumPA::ToString
           set abValue::Text to sumAB::ToString
           set hValue::Text to sumH::ToString
           set doubleValue::Text to sum2B::ToString
           set tripleValue::Text to sum3B::ToString
           set hrValue::Text to sumHR::ToString
           set rbiValue::Text to worker::statFor(type String::Empty, "RBI")::ToString
           set bbValue::Text to sumBB::ToString
           set kValue::Text to sumK::ToString
           set sacValue::Text to worker::statFor(type String::Empty, "SAC")::ToString
           set dpValue::Text to worker::statFor(type String::Empty, "DP")::ToString
           set hbpValue::Text to sumHBP::ToString

           if sumAB = 0
               move 0 to avgMetric
               move 0 to slgMetric
           else
               compute avgMetric = sumH / sumAB
               compute totalBases = sumH + sum2B + (sum3B * 2) + (sumHR * 3)
               compute slgMetric = totalBases / sumAB
           end-if
           if sumPA = 0
               move 0 to obpMetric
           else
               compute obpMetric = (sumH + sumBB + sumHBP) / sumPA
           end-if
           set avgValue::Text to avgMetric::ToString("#.000")
           set slgValue::Text to slgMetric::ToString("#.000")
           set obpValue::Text to obpMetric::ToString("#.000")
           compute opsMetric = obpMetric + slgMetric
           set opsValue::Text to opsMetric::ToString("#.000")

           compute isoMetric = slgMetric - avgMetric
           set isoValue::Text to isoMetric::ToString("#.000")
           if sumPA = 0
               move 0 to bbPctMetric
               move 0 to kPctMetric
           else
               compute bbPctMetric = (sumBB / sumPA) * 100
               compute kPctMetric = (sumK / sumPA) * 100
           end-if
           set bbPctValue::Text to bbPctMetric::ToString("#.0") & "%"
           set kPctValue::Text to kPctMetric::ToString("#.0") & "%"
           if sumK = 0
               move 0 to bbkMetric
           else
               compute bbkMetric = sumBB / sumK
           end-if
           set bbkValue::Text to bbkMetric::ToString("#.00")

           set fbValue::Text to "-"
           set gbValue::Text to "-"
           set ldValue::Text to "-"
           set puValue::Text to "-"
           set buValue::Text to "-"
           set hardValue::Text to "-"
           set medValue::Text to "-"
           set softValue::Text to "-".
       end method.
      * #######################################


           set DIALOG-INN-MASTER to outsdd::SelectedItem
           set DIALOG-INN-IDX to (outsdd::SelectedIndex + 1)
           MOVE "RA" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                    

      *    A pinned count-state runs the member counts through the
      *    engine one by one and sums them - every control that calls
      *    Recalc picks the state up for free. A game state is laid
      *    over whichever panel that leaves.
           if self::Session::Item("COUNT-STATE") not = null
               if self::Session::Item("COUNT-STATE")::ToString not = type String::Empty
                   invoke self::countStateRecalc
                   invoke self::gameStateOverlay
                   exit method
               end-if
           end-if

           move "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           
           IF BAT310-INFIELD-IP = "Y"
                  MOVE "if1.png" TO BAT310-BPARK-BITMAP.
           invoke self::gameStateOverlay

      *      if HitLocationsform = null or HitLocationsform::IsDisposed
      *          next sentence
      * Walks the same BAT310-PITCH-DESC result set printPitchList builds for
      * the on-screen pitch list and streams it back as a downloadable CSV,
      * so a filtered breakdown can be handed off without transcribing it.
      * With a game state set the pitch list cannot be narrowed to it,
      * so the export carries the matching plate appearances instead -
      * one row each in the same columns, the situation in Detail -
      * behind a "#game-state," line naming the cut.
       method-id exportButton_Click protected.
       local-storage section.
       01 csvOut type System.Text.StringBuilder.
       01 stateSpec type String.
       01 countCode type String.
       01 worker type batsweb.gameState.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
      *    instead of scrubbing names.
           invoke csvOut::AppendLine("#batter-ids," & DIALOG-BATTER::Trim & ",,,,,," & self::selectedBatterXref())

           set stateSpec to type String::Empty
           if self::Session::Item("GAME-STATE") not = null
               set stateSpec to self::Session::Item("GAME-STATE")::ToString.
           if not type batsweb.gameState::isSet(stateSpec)
               go to 4-pitches.
           set countCode to type String::Empty
           if self::Session::Item("COUNT-STATE") not = null
               set countCode to self::Session::Item("COUNT-STATE")::ToString.
           invoke csvOut::AppendLine("#game-state," & '"' & type batsweb.gameState::describe(stateSpec) & '"')
           set worker to new batsweb.gameState
           if worker::walk(stateSpec, countCode, startDateTextBox::Text, endDateTextBox::Text,
                   DIALOG-BATTER::Trim, DIALOG-PITCHER::Trim, true)
               invoke csvOut::Append(worker::csvText).
           go to 10-done.
       4-pitches.
           move 1 to aa.
       5-loop.
           if aa > BAT310-NUM-PITCH-LIST
           MOVE "I" to BAT300-PITCHER-SEL-FLAG
           MOVE "RP" to BAT300-ACTION
           
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
           MOVE "I" to BAT300-BATTER-SEL-FLAG
           MOVE "RB" to BAT300-ACTION
           
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
         
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
               set BAT300-SEL-PLAYER to play-first-name::Trim & " " & play-last-name 
               MOVE play-player-id to BAT300-LOCATE-SEL-ID
               move "LP" to BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
               if ERROR-FIELD NOT = SPACES
                   set playerNames to "er|" & ERROR-FIELD
      *            invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move " " to BAT300-BATTER-BATS-FLAG
           end-if.
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                         
           
           MOVE "A" to BAT300-PITCHER-SEL-FLAG
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                         
               type RunUnit
           MOVE "A" to BAT300-BATTER-SEL-FLAG
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                         
           invoke self::applyArchiveRange(startDateTextBox::Text)

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
           set MOUSEX, MOUSEX2 to e::X
           set MOUSEY, MOUSEY2 to e::Y
           move "MO" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit
           MOVE "VA" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                 
      * Remember this analyst's own "My Team's Games Only" setting so
      * it comes back the way they left it next time, keyed off the
      * WEBPASS-REC last/first name carried in Session since login.
      * Not remembered while a maintenance window has the system
      * read-only - the setting still applies to this session.
           if self::Session["last"] not = null and self::Session["first"] not = null
               and not type batsweb.maintWindow::siteReadOnly
               set upLast to self::Session["last"]::ToString
               set upFirst to self::Session["first"]::ToString

           if throwsrightRadioButton::Checked 
               MOVE "R" to BAT300-PITCHER-THROWS-FLAG
               MOVE "TI" to BAT300-ACTION  
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim.
       end method.

           if throwsleftRadioButton::Checked
               MOVE "L" to BAT300-PITCHER-THROWS-FLAG
               MOVE "TI" to BAT300-ACTION  
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim.
       end method.

           if throwseitherRadioButton::Checked
               MOVE " " to BAT300-PITCHER-THROWS-FLAG
               MOVE "TI" to BAT300-ACTION  
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim.
       end method.
       
           if pitcheranyRadioButton::Checked
               MOVE "A" TO BAT300-PITCHER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim
               SET pitcheroptionsTextBox::Text to BAT300-PITCHER-TYPE-FLAG::Trim.
       end method.
           if pitcherpowerRadioButton::Checked
               MOVE "P" TO BAT300-PITCHER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER
               SET pitcheroptionsTextBox::Text to BAT300-PITCHER-TYPE-FLAG::Trim.
       end method.
           if pitchercontrolRadioButton::Checked
               MOVE "C" TO BAT300-PITCHER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER
               SET pitcheroptionsTextBox::Text to BAT300-PITCHER-TYPE-FLAG::Trim.
       end method.
           if pitcherbreakingRadioButton::Checked
               MOVE "B" TO BAT300-PITCHER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER
               SET pitcheroptionsTextBox::Text to BAT300-PITCHER-TYPE-FLAG::Trim.
       end method.
               type RunUnit
           if pitchercustomRadioButton::Checked
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               SET pitcherSelectionTextBox::Text to BAT300-PITCHER
               SET pitcheroptionsTextBox::Text to BAT300-PITCHER-TYPE-FLAG::Trim.
       end method.
           if batsrightRadioButton::Checked
               MOVE "R" TO BAT300-BATTER-BATS-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.

            if batsleftRadioButton::Checked
               MOVE "L" TO BAT300-BATTER-BATS-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.

            if batseitherRadioButton::Checked
               MOVE " " TO BAT300-BATTER-BATS-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.

           if batteranyRadioButton::Checked
               MOVE "A" TO BAT300-BATTER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batteroptionsTextBox::Text to BAT300-BATTER-TYPE-FLAG::Trim
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.
           if batterpowerRadioButton::Checked
               MOVE "P" TO BAT300-BATTER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batteroptionsTextBox::Text to BAT300-BATTER-TYPE-FLAG::Trim
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.
           if battersingleRadioButton::Checked
               MOVE "S" TO BAT300-BATTER-TYPE-FLAG
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batteroptionsTextBox::Text to BAT300-BATTER-TYPE-FLAG::Trim
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.
               type RunUnit           
           if battercustomRadioButton::Checked
               MOVE "TI" TO BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)            
               set batteroptionsTextBox::Text to BAT300-BATTER-TYPE-FLAG::Trim
               set batterSelectionTextBox::Text to BAT300-BATTER::Trim.
       end method.
           set mydata to self::Session["bat310data"] as type batsweb.bat310Data
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           MOVE "SC" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                 
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)

           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)

           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
               MOVE "D" to BAT300-GAME-FLAG
               MOVE "D" to BAT300-END-GAME-FLAG
               MOVE "DC" to BAT300-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
           MOVE "T" to BAT300-ACTION
           MOVE "TI" to BAT300-ACTION
           
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "T" to BAT300-ACTION
           MOVE "TI" to BAT300-ACTION
           
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
           set BAT310-CHOOSE-TEAM to savedChooseTeam
           move savedCheckFlag to BAT310-CHECK-TEAM-FLAG
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"

           set BAT310-CHOOSE-TEAM to teamName
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           move savedBatsFlag to BAT300-BATTER-BATS-FLAG
           move savedThrowsFlag to BAT300-PITCHER-THROWS-FLAG
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           move batsFlag to BAT300-BATTER-BATS-FLAG
           move throwsFlag to BAT300-PITCHER-THROWS-FLAG
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.


           set self::Session::Item("database") to "MA"
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           set avg to BAT310-BA

           set self::Session::Item("database") to "MI"
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           set avg to BAT310-BA

           set self::Session::Item("database") to savedDatabase
           MOVE "RE" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
               set ifButton::Text to "Infield"
               move " " to BAT310-INFIELD-IP
               MOVE "FB" TO BAT310-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit                
           MOVE "PX" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit                
           MOVE "PP" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit                
           MOVE "NX" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit                
           MOVE "NN" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
