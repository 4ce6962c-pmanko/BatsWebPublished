       class-id batsweb.pitchRunValue.

      * Pitch run values by pitch type, priced off our own run
      * expectancy matrix (RUNEXP.DAT, built by runExpectancy.cbl).
      * Each plate appearance is worth the change in base-out
      * expectancy it causes plus the runs scored on it - the start
      * state is the runner fields and outs its own "VA" read carries,
      * the end state is the next at-bat's in the same half (zero
      * when the half ends), and the runs come off the line score the
      * same way runExpectancy.cbl reads them. Every count the
      * appearance passed through then gets that value banked, so
      * each count is worth the average appearance that went through
      * it; a pitch is charged the change in count value it causes,
      * and the pitch that ends the appearance is charged the
      * appearance's value less the count it was thrown in.
      * Counts are rebuilt from the result labels the same way the
      * other pitch reports match them: BALL (not IN PLAY) adds a
      * ball, CALLED/SWING add a strike, a FOUL adds a strike short of
      * two. Totals roll up per pitch type for each pitcher (runs
      * saved - positive is good for the pitcher) and for each batter
      * (runs created), with a per-100-pitches rate beside them.
      * The report lands as PITCHRV.HTML in the team's WEBSYNC folder
      * and is registered with the report library.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, and it belongs after runExpectancy.cbl in the
      * nightly order.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RUNEXP-FILE ASSIGN WS-RUNEXP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RX-KEY
              LOCK MANUAL
              FILE STATUS IS RX-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
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

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-RUNEXP-FILE           PIC X(256) VALUE "RUNEXP.DAT".
       01 RX-STATUS-COMN.
           05  RX-STATUS-BYTE-1        PIC X.
           05  RX-STATUS-BYTE-2        PIC X.
      * The 24 expectancy cells - state slot (bits + 1) by outs + 1,
      * runs x 1000 as RUNEXP.DAT stores them.
       01 RE-MATRIX.
           05  RE-STATE-ROW OCCURS 8.
               10  RE-EXP-M                PIC 9(05) OCCURS 3.
      * The season's plate appearances, in walk order.
       01 PA-TBL.
           05  PA-ENTRY OCCURS 15000.
               10  PA-PITCHER-IDX          PIC 9(03).
               10  PA-BATTER-IDX           PIC 9(03).
               10  PA-HALF-SEQ             PIC 9(05).
               10  PA-STATE                PIC 9(01).
               10  PA-OUTS                 PIC 9(01).
               10  PA-RUNS                 PIC 9(02).
               10  PA-FIRST-PITCH          PIC 9(05).
               10  PA-PITCH-CNT            PIC 9(02).
               10  PA-VALUE                PIC S9(03)V9(03).
       01 PA-COUNT                 PIC 9(05).
      * Every charted pitch: its type slot and result class
      * (B ball, S strike, F foul, E ends the appearance).
       01 PITCH-TBL.
           05  PT-ENTRY OCCURS 60000.
               10  PT-TYPE-IDX             PIC 9(02).
               10  PT-CLASS                PIC X.
       01 PT-COUNT                 PIC 9(05).
      * Count values - balls 0-3 by strikes 0-2, slot = count + 1.
       01 COUNT-TBL.
           05  CV-BALLS OCCURS 4.
               10  CV-STRIKES OCCURS 3.
                   15  CV-CNT              PIC 9(06).
                   15  CV-SUM              PIC S9(07)V9(03).
       01 TYPE-TBL.
           05  TY-NAME                 PIC X(12) OCCURS 20.
       01 TY-COUNT                 PIC 9(02).
       01 PITCHER-TBL.
           05  PR-ENTRY OCCURS 150.
               10  PR-NAME                 PIC X(30).
               10  PR-BY-TYPE OCCURS 20.
                   15  PR-PITCHES          PIC 9(06).
                   15  PR-RUNS             PIC S9(05)V9(03).
       01 PR-COUNT                 PIC 9(03).
       01 BATTER-TBL.
           05  BT-ENTRY OCCURS 300.
               10  BT-NAME                 PIC X(30).
               10  BT-BY-TYPE OCCURS 20.
                   15  BT-PITCHES          PIC 9(06).
                   15  BT-RUNS             PIC S9(05)V9(03).
       01 BT-COUNT                 PIC 9(03).

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.pitchRunValue.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: pitchRunValue <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.pitchRunValue
           invoke worker::reportTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####        Per-team walk - appearances and their pitches       #####
       method-id reportTeam private.
       local-storage section.
       01 teamName              type String.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 pp                    type Int32.
       01 battingSide           pic x.
       01 halfSeq               pic 9(05).
       01 stateBits             pic 9(01).
       01 visScore              pic 9(03).
       01 homeScore             pic 9(03).
       01 scoreBefore           pic 9(03).
       01 scoreAfter            pic 9(03).
       01 pitchType             pic x(12).
       01 resText               type String.
       01 pitchClass            pic x.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-RUNEXP-FILE to teamPath & "\WEBSYNC\RUNEXP.DAT"

           INITIALIZE RE-MATRIX PA-TBL PITCH-TBL COUNT-TBL TYPE-TBL
               PITCHER-TBL BATTER-TBL
           move zeroes to PA-COUNT PT-COUNT TY-COUNT PR-COUNT BT-COUNT halfSeq

      *    No matrix, nothing to price against.
           if not self::loadMatrix()
               exit method.

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           move space to battingSide
           move zeroes to visScore homeScore

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
      *    A non-"B" row is a half-inning header - the side turns
      *    over there, visitor first, as runExpectancy.cbl reads it.
           if BAT360-REC-TYPE(bb) not = "B"
               if battingSide = "V"
                   move "H" to battingSide
               else
                   move "V" to battingSide
               end-if
               add 1 to halfSeq
               go to ab-next
           end-if
           if PA-COUNT >= 15000
               go to ab-done.

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

      *    The read carries the score AFTER the play; the side's score
      *    before it is whatever the previous read left.
           if battingSide = "H"
               move homeScore to scoreBefore
               move BAT360-I-HOME-SCORE to scoreAfter
           else
               move visScore to scoreBefore
               move BAT360-I-VIS-SCORE to scoreAfter.
           move BAT360-I-VIS-SCORE to visScore
           move BAT360-I-HOME-SCORE to homeScore
           if BAT360-I-OUTS > 2
               go to ab-next.

           move 0 to stateBits
           if BAT360-1-RUNNER not = spaces
               add 1 to stateBits.
           if BAT360-2-RUNNER not = spaces
               add 2 to stateBits.
           if BAT360-3-RUNNER not = spaces
               add 4 to stateBits.

           add 1 to PA-COUNT
           set PA-PITCHER-IDX(PA-COUNT) to self::findPitcher(BAT360-PITCHER)
           set PA-BATTER-IDX(PA-COUNT) to self::findBatter(BAT360-BATTER)
           move halfSeq to PA-HALF-SEQ(PA-COUNT)
           move stateBits to PA-STATE(PA-COUNT)
           move BAT360-I-OUTS to PA-OUTS(PA-COUNT)
           if scoreAfter > scoreBefore
               compute PA-RUNS(PA-COUNT) = scoreAfter - scoreBefore.
           compute PA-FIRST-PITCH(PA-COUNT) = PT-COUNT + 1

           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to pitch-done.
           if PT-COUNT >= 60000
               go to pitch-done.
           set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
           move "E" to pitchClass
           if resText::Contains("FOUL")
               move "F" to pitchClass
           else
               if resText::Contains("CALLED") or resText::Contains("SWING")
                   move "S" to pitchClass
               else
                   if resText::Contains("BALL") and not resText::Contains("PLAY")
                       move "B" to pitchClass.
      *    Only the last line of the appearance can end it; an
      *    unrecognized label short of that is carried like a foul.
           if pp = BAT360-NUM-PITCHES
               move "E" to pitchClass
           else
               if pitchClass = "E"
                   move "F" to pitchClass.
           move BAT360-P-TYPE(pp) to pitchType
           if pitchType = spaces
               move "UNTYPED" to pitchType.
           add 1 to PT-COUNT
           add 1 to PA-PITCH-CNT(PA-COUNT)
           set PT-TYPE-IDX(PT-COUNT) to self::findType(pitchType)
           move pitchClass to PT-CLASS(PT-COUNT)
           add 1 to pp
           go to pitch-loop.
       pitch-done.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0)

           if PA-COUNT = 0
               exit method.

           invoke self::valueAppearances()
           invoke self::chargePitches()
           invoke self::writeReport(teamPath, teamName).
       end method.

      * Loads the 24 expectancy cells; false when RUNEXP.DAT is not
      * there yet.
       method-id loadMatrix private.
       procedure division returning loadedFlag as type Condition.
           set loadedFlag to false
           OPEN INPUT RUNEXP-FILE
           if RX-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO RX-KEY
           START RUNEXP-FILE KEY NOT LESS THAN RX-KEY
               INVALID KEY
                   CLOSE RUNEXP-FILE
                   exit method
           END-START.
       matrix-read.
           READ RUNEXP-FILE NEXT RECORD
               AT END
                   go to matrix-done
           END-READ
           if RX-BASE-STATE > 7 or RX-OUTS > 2
               go to matrix-read.
           move RX-EXP-M to RE-EXP-M(RX-BASE-STATE + 1, RX-OUTS + 1)
           set loadedFlag to true
           go to matrix-read.
       matrix-done.
           CLOSE RUNEXP-FILE.
       end method.

      *#####  Appearance values, then the counts they passed through   #####
       method-id valueAppearances private.
       local-storage section.
       01 nn           pic 9(05).
       01 kk           pic 9(05).
       01 startExp     type Double.
       01 endExp       type Double.
       01 balls        pic 9(01).
       01 strikes      pic 9(01).
       procedure division.
           move 1 to nn.
       value-loop.
           if nn > PA-COUNT
               go to value-done.
           compute startExp = RE-EXP-M(PA-STATE(nn) + 1, PA-OUTS(nn) + 1) / 1000
           move 0 to endExp
      *    The next appearance in the same half holds the state this
      *    one left; the last one of a half leaves nothing behind.
           if nn < PA-COUNT
               if PA-HALF-SEQ(nn + 1) = PA-HALF-SEQ(nn)
                   compute endExp = RE-EXP-M(PA-STATE(nn + 1) + 1, PA-OUTS(nn + 1) + 1) / 1000.
           compute PA-VALUE(nn) rounded = endExp - startExp + PA-RUNS(nn)

      *    Bank the value under every count the appearance reached.
           move 0 to balls strikes
           add 1 to CV-CNT(1, 1)
           add PA-VALUE(nn) to CV-SUM(1, 1)
           move PA-FIRST-PITCH(nn) to kk.
       count-loop.
           if kk >= PA-FIRST-PITCH(nn) + PA-PITCH-CNT(nn)
               go to count-done.
           evaluate PT-CLASS(kk)
               when "B"
                   if balls < 3
                       add 1 to balls
                   end-if
               when "S"
                   if strikes < 2
                       add 1 to strikes
                   end-if
               when "F"
                   if strikes < 2
                       add 1 to strikes
                   end-if
               when other
                   go to count-done
           end-evaluate
           add 1 to CV-CNT(balls + 1, strikes + 1)
           add PA-VALUE(nn) to CV-SUM(balls + 1, strikes + 1)
           add 1 to kk
           go to count-loop.
       count-done.
           add 1 to nn
           go to value-loop.
       value-done.
       end method.

      *#####     Each pitch charged the count-value change it caused    #####
       method-id chargePitches private.
       local-storage section.
       01 nn           pic 9(05).
       01 kk           pic 9(05).
       01 balls        pic 9(01).
       01 strikes      pic 9(01).
       01 beforeVal    type Double.
       01 afterVal     type Double.
       01 pitchVal     type Double.
       01 prIdx        pic 9(03).
       01 btIdx        pic 9(03).
       01 tyIdx        pic 9(02).
       procedure division.
           move 1 to nn.
       pa-loop.
           if nn > PA-COUNT
               go to pa-done.
           move 0 to balls strikes
           move PA-PITCHER-IDX(nn) to prIdx
           move PA-BATTER-IDX(nn) to btIdx
           move PA-FIRST-PITCH(nn) to kk.
       pitch-loop.
           if kk >= PA-FIRST-PITCH(nn) + PA-PITCH-CNT(nn)
               go to pitch-done.
           set beforeVal to self::countValue(balls, strikes)
           if PT-CLASS(kk) = "E"
               compute pitchVal = PA-VALUE(nn) - beforeVal
           else
               evaluate PT-CLASS(kk)
                   when "B"
                       if balls < 3
                           add 1 to balls
                       end-if
                   when other
                       if strikes < 2
                           add 1 to strikes
                       end-if
               end-evaluate
               set afterVal to self::countValue(balls, strikes)
               compute pitchVal = afterVal - beforeVal
           end-if
           move PT-TYPE-IDX(kk) to tyIdx
           if prIdx not = 0 and tyIdx not = 0
               add 1 to PR-PITCHES(prIdx, tyIdx)
      *        The pitcher's side of the ledger is runs saved.
               compute PR-RUNS(prIdx, tyIdx) rounded = PR-RUNS(prIdx, tyIdx) - pitchVal.
           if btIdx not = 0 and tyIdx not = 0
               add 1 to BT-PITCHES(btIdx, tyIdx)
               compute BT-RUNS(btIdx, tyIdx) rounded = BT-RUNS(btIdx, tyIdx) + pitchVal.
           if PT-CLASS(kk) = "E"
               go to pitch-done.
           add 1 to kk
           go to pitch-loop.
       pitch-done.
           add 1 to nn
           go to pa-loop.
       pa-done.
       end method.

       method-id countValue private.
       procedure division using by value balls as type Int32
                          by value strikes as type Int32
                          returning cvOut as type Double.
           set cvOut to 0
           if CV-CNT(balls + 1, strikes + 1) = 0
               exit method.
           compute cvOut = CV-SUM(balls + 1, strikes + 1) / CV-CNT(balls + 1, strikes + 1).
       end method.

      *#####                         Report                            #####
       method-id writeReport private.
       local-storage section.
       01 nn           pic 9(03).
       01 tt           pic 9(02).
       01 totPitches   pic 9(07).
       01 totRuns      type Double.
       01 per100       type Double.
       01 htmlOut      type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value teamName as type String.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Pitch Run Values</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Pitch run values - " & teamName & " - priced off our own run expectancy matrix</h3>")

           invoke htmlOut::AppendLine("<h4>Pitchers - runs saved by pitch type</h4>")
           invoke htmlOut::AppendLine("<table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Pitcher</b></td><td><b>Pitch</b></td><td><b>Pitches</b></td><td><b>Runs saved</b></td><td><b>Per 100</b></td></tr>")
           move 1 to nn.
       pitcher-loop.
           if nn > PR-COUNT
               go to pitcher-done.
           move zeroes to totPitches
           move 0 to totRuns
           move 1 to tt.
       pitcher-type-loop.
           if tt > TY-COUNT
               go to pitcher-type-done.
           if PR-PITCHES(nn, tt) = 0
               go to pitcher-type-next.
           add PR-PITCHES(nn, tt) to totPitches
           compute totRuns = totRuns + PR-RUNS(nn, tt)
           compute per100 = PR-RUNS(nn, tt) * 100 / PR-PITCHES(nn, tt)
           invoke htmlOut::AppendLine("<tr><td>" & PR-NAME(nn)::Trim & "</td><td>" & TY-NAME(tt)::Trim
               & "</td><td>" & PR-PITCHES(nn, tt)::ToString
               & "</td><td>" & self::runText(PR-RUNS(nn, tt)) & "</td><td>" & per100::ToString("+0.00;-0.00;0.00") & "</td></tr>").
       pitcher-type-next.
           add 1 to tt
           go to pitcher-type-loop.
       pitcher-type-done.
           if totPitches > 0
               compute per100 = totRuns * 100 / totPitches
               invoke htmlOut::AppendLine("<tr><td><b>" & PR-NAME(nn)::Trim & "</b></td><td><b>All</b></td><td><b>" & totPitches::ToString
                   & "</b></td><td><b>" & totRuns::ToString("+0.0;-0.0;0.0") & "</b></td><td><b>" & per100::ToString("+0.00;-0.00;0.00") & "</b></td></tr>").
           add 1 to nn
           go to pitcher-loop.
       pitcher-done.
           invoke htmlOut::AppendLine("</table>")

           invoke htmlOut::AppendLine("<h4>Batters - runs created by pitch type seen</h4>")
           invoke htmlOut::AppendLine("<table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Batter</b></td><td><b>Pitch</b></td><td><b>Pitches</b></td><td><b>Runs created</b></td><td><b>Per 100</b></td></tr>")
           move 1 to nn.
       batter-loop.
           if nn > BT-COUNT
               go to batter-done.
           move 1 to tt.
       batter-type-loop.
           if tt > TY-COUNT
               go to batter-type-done.
           if BT-PITCHES(nn, tt) = 0
               go to batter-type-next.
           compute per100 = BT-RUNS(nn, tt) * 100 / BT-PITCHES(nn, tt)
           invoke htmlOut::AppendLine("<tr><td>" & BT-NAME(nn)::Trim & "</td><td>" & TY-NAME(tt)::Trim
               & "</td><td>" & BT-PITCHES(nn, tt)::ToString
               & "</td><td>" & self::runText(BT-RUNS(nn, tt)) & "</td><td>" & per100::ToString("+0.00;-0.00;0.00") & "</td></tr>").
       batter-type-next.
           add 1 to tt
           go to batter-type-loop.
       batter-type-done.
           add 1 to nn
           go to batter-loop.
       batter-done.
           invoke htmlOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<p>A pitch is worth the change in count value it causes; the pitch that ends the appearance is worth the appearance's base-out value change plus runs scored, less the count it was thrown in. Totals are runs above an average pitch in the same count, so a pitch type's total reflects both how often it is thrown and how well.</p>")
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\PITCHRV.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "PITCHRV", teamName, teamPath & "\WEBSYNC\PITCHRV.HTML", 120).
       end method.

       method-id runText private.
       local-storage section.
       01 runsVal      type Double.
       procedure division using by value runsIn as type Decimal
                          returning runsOut as type String.
           set runsVal to runsIn
           set runsOut to runsVal::ToString("+0.0;-0.0;0.0").
       end method.

      *#####        Name tables - zero on a full table, same rule       #####
      *#####        umpZoneReport.cbl's findUmp applies                 #####
       method-id findType private.
       local-storage section.
       01 tt       pic 9(02).
       procedure division using by value pitchType as type String
                          returning typeIdx as type Int32.
           set typeIdx to 0
           move 1 to tt.
       find-loop.
           if tt > TY-COUNT
               go to find-new.
           if TY-NAME(tt) = pitchType::Trim
               set typeIdx to tt
               exit method.
           add 1 to tt
           go to find-loop.
       find-new.
           if TY-COUNT >= 20
               exit method.
           add 1 to TY-COUNT
           set TY-NAME(TY-COUNT) to pitchType::Trim
           set typeIdx to TY-COUNT.
       end method.

       method-id findPitcher private.
       local-storage section.
       01 nn       pic 9(03).
       procedure division using by value playerName as type String
                          returning playerIdx as type Int32.
           set playerIdx to 0
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > PR-COUNT
               go to find-new.
           if PR-NAME(nn) = playerName::Trim::ToUpper
               set playerIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if PR-COUNT >= 150
               exit method.
           add 1 to PR-COUNT
           set PR-NAME(PR-COUNT) to playerName::Trim::ToUpper
           set playerIdx to PR-COUNT.
       end method.

       method-id findBatter private.
       local-storage section.
       01 nn       pic 9(03).
       procedure division using by value playerName as type String
                          returning playerIdx as type Int32.
           set playerIdx to 0
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > BT-COUNT
               go to find-new.
           if BT-NAME(nn) = playerName::Trim::ToUpper
               set playerIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if BT-COUNT >= 300
               exit method.
           add 1 to BT-COUNT
           set BT-NAME(BT-COUNT) to playerName::Trim::ToUpper
           set playerIdx to BT-COUNT.
       end method.

       end class.
