       class-id batsweb.managerTendency.

      * Opposing-manager tendency report - the man in the other dugout
      * read off the same BAT360 game index every other nightly walk
      * uses. Only games against us count (our club found by folder
      * name the way benchReport.cbl finds it); the opponent's halves
      * show how he plays for runs, our halves show how he runs his
      * pitching staff. Per opposing club:
      *   Bunts - sacrifice and bunt attempts (the SAC/BU labels the
      *     BAT310 totals count) by inning, by the score before the
      *     play from the batting club's side, and by base state.
      *   Running - a runner's move is only readable when the at-bat
      *     itself moved nobody: after a strikeout (or an air out, for
      *     a runner leaving first) a runner standing one base further
      *     on at the next at-bat stole it, and a runner gone with two
      *     outs added was thrown out. Hit-and-run is read from the
      *     runner already moving on contact - first to third on a
      *     single, or first to second on a ground out with no double
      *     play - with first occupied, second open, fewer than two
      *     out. Both are counted against the at-bats where the move
      *     could be read, not every at-bat with a runner on.
      *   Starter pulls - when BAT360-PITCHER first changes in our
      *     halves: the starter's last inning (and whether he was
      *     lifted mid-inning), his pitch count off BAT360-NUM-PITCHES
      *     and the time through our order he was in.
      * Output per team folder:
      *   WEBSYNC\MGRTEND.HTML                  every opposing club
      *   WEBSYNC\TENDENCY\MGR-<club>.HTML      one club per page -
      *     batchDispatcher.cbl puts the matching page first in a
      *     road bundle built for that opponent.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
      * One entry per opposing club.
       01 OPP-TBL.
           05  OP-ENTRY OCCURS 40.
               10  OP-NAME                 PIC X(20).
               10  OP-GAMES                PIC 9(04).
               10  OP-BUNTS                PIC 9(04).
      *        Innings 1-9, 10 = extras.
               10  OP-BUNT-INN             PIC 9(04) OCCURS 10.
               10  OP-PA-INN               PIC 9(05) OCCURS 10.
      *        Batting club behind 2+, behind 1, tied, up 1, up 2+.
               10  OP-BUNT-SCORE           PIC 9(04) OCCURS 5.
               10  OP-PA-SCORE             PIC 9(05) OCCURS 5.
      *        Bases empty, 1st, 2nd, 1st-2nd, 3rd, 1st-3rd, 2nd-3rd,
      *        loaded.
               10  OP-BUNT-BASE            PIC 9(04) OCCURS 8.
               10  OP-PA-BASE              PIC 9(05) OCCURS 8.
               10  OP-SB-READS             PIC 9(04).
               10  OP-SB                   PIC 9(04).
               10  OP-CS                   PIC 9(04).
               10  OP-HNR-READS            PIC 9(04).
               10  OP-HNR                  PIC 9(04).
               10  OP-STARTS               PIC 9(04).
               10  OP-PULLS                PIC 9(04).
               10  OP-MID-PULLS            PIC 9(04).
               10  OP-PULL-INN             PIC 9(04) OCCURS 10.
      *        Under 60, 60-74, 75-89, 90-99, 100-109, 110 and over.
               10  OP-PULL-PC              PIC 9(04) OCCURS 6.
      *        First, second, third, fourth time and beyond.
               10  OP-PULL-TTO             PIC 9(04) OCCURS 4.
               10  OP-PC-SUM               PIC 9(06).
               10  OP-INN-SUM              PIC 9(05).
       01 OP-COUNT                 PIC 9(02).
      * The previous opposing at-bat in this half - its starting bases
      * and how it ended, read against this one's starting bases.
       01 PREV-AB-STATE.
           05  PV-VALID                PIC X.
           05  PV-R1                   PIC X(30).
           05  PV-R2                   PIC X(30).
           05  PV-R3                   PIC X(30).
           05  PV-OUTS                 PIC 9(01).
      *    K strikeout, A air out, G ground out, S single, H other
      *    hit, W walk/hit batsman, E error, O anything else.
           05  PV-KIND                 PIC X.
      * The opposing starter in the current game.
       01 STARTER-STATE.
           05  ST-NAME                 PIC X(30).
           05  ST-BF                   PIC 9(03).
           05  ST-PC                   PIC 9(04).
           05  ST-LAST-INN             PIC 9(02).
           05  ST-DONE                 PIC X.

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.managerTendency.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: managerTendency <Programs-root-folder>")
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
           set worker to new batsweb.managerTendency
           invoke worker::reportTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####            Per-team walk and report                       #####
       method-id reportTeam private.
       local-storage section.
       01 teamName              type String.
       01 ourName               pic x(20).
       01 oppName               pic x(20).
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 nn                    type Int32.
       01 oppIdx                type Int32.
       01 battingSide           pic x.
       01 ourSide               pic x.
       01 prevVisScore          pic 9(03).
       01 prevHomeScore         pic 9(03).
       01 batScore              pic 9(03).
       01 fldScore              pic 9(03).
       01 innIdx                pic 9(02).
       01 scoreIdx              pic 9(01).
       01 baseIdx               pic 9(01).
       01 resText               type String.
       01 hitText               type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)

           INITIALIZE OPP-TBL
           move zeroes to OP-COUNT

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

           move spaces to ourName
           move 1 to nn.
       name-loop.
           if nn > BAT360-NUM-TEAMS
               go to name-done.
           if BAT360-TEAM-NAME(nn)::Trim::Replace(" ", type String::Empty)::ToUpper = teamName::ToUpper
               move BAT360-TEAM-NAME(nn) to ourName
               go to name-done.
           add 1 to nn
           go to name-loop.
       name-done.
           if ourName = spaces
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if BAT360-G-HOME(gg)::Trim::ToUpper = ourName::Trim::ToUpper
               move "H" to ourSide
               move BAT360-G-VIS(gg) to oppName
           else
               if BAT360-G-VIS(gg)::Trim::ToUpper = ourName::Trim::ToUpper
                   move "V" to ourSide
                   move BAT360-G-HOME(gg) to oppName
               else
                   go to games-next.

           set oppIdx to self::findOpp(oppName)
           if oppIdx = 0
               go to games-next.

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           add 1 to OP-GAMES(oppIdx)
           move space to battingSide
           move zeroes to prevVisScore prevHomeScore
           INITIALIZE PREV-AB-STATE STARTER-STATE
           move "N" to PV-VALID

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               if battingSide = "V"
                   move "H" to battingSide
               else
                   move "V" to battingSide
               end-if
      *        A new half - nothing carries across the change of sides.
               move "N" to PV-VALID
               go to ab-next
           end-if

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               move "N" to PV-VALID
               go to ab-next.
           if BAT360-I-CURR-BATTING not = spaces
               if BAT360-I-CURR-BATTING::Trim::ToUpper = BAT360-I-VIS::Trim::ToUpper
                   move "V" to battingSide
               else
                   if BAT360-I-CURR-BATTING::Trim::ToUpper = BAT360-I-HOME::Trim::ToUpper
                       move "H" to battingSide
                   end-if
               end-if
           end-if

           if battingSide = ourSide
               invoke self::notePitcher(oppIdx)
               go to ab-score.

      *    Opposing half. The score is cumulative AFTER each play, so
      *    the score this at-bat started with is the last one seen.
           if battingSide = "V"
               move prevVisScore to batScore
               move prevHomeScore to fldScore
           else
               move prevHomeScore to batScore
               move prevVisScore to fldScore.
           if batScore + 2 <= fldScore
               move 1 to scoreIdx
           else
               if batScore + 1 = fldScore
                   move 2 to scoreIdx
               else
                   if batScore = fldScore
                       move 3 to scoreIdx
                   else
                       if batScore = fldScore + 1
                           move 4 to scoreIdx
                       else
                           move 5 to scoreIdx.
           move 1 to baseIdx
           if BAT360-1-RUNNER not = spaces
               add 1 to baseIdx.
           if BAT360-2-RUNNER not = spaces
               add 2 to baseIdx.
           if BAT360-3-RUNNER not = spaces
               add 4 to baseIdx.
           move BAT360-I-INNING to innIdx
           if innIdx > 10
               move 10 to innIdx.
           if innIdx < 1
               move 1 to innIdx.

      *    The previous at-bat's running reads settle against where
      *    the runners stand now.
           if PV-VALID = "Y"
               invoke self::readRunning(oppIdx).

           add 1 to OP-PA-INN(oppIdx, innIdx)
           add 1 to OP-PA-SCORE(oppIdx, scoreIdx)
           add 1 to OP-PA-BASE(oppIdx, baseIdx)

           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           set hitText to BAT360-I-HIT-DESC::Trim::ToUpper
           if (resText::Contains("SAC") and not resText::Contains("SF"))
               or resText::Contains("BUNT") or hitText::Contains("BUNT")
               or hitText::Contains("BU")
               add 1 to OP-BUNTS(oppIdx)
               add 1 to OP-BUNT-INN(oppIdx, innIdx)
               add 1 to OP-BUNT-SCORE(oppIdx, scoreIdx)
               add 1 to OP-BUNT-BASE(oppIdx, baseIdx).

      *    Save this at-bat's start for the next one's read.
           move "Y" to PV-VALID
           set PV-R1 to BAT360-1-RUNNER::Trim::ToUpper
           set PV-R2 to BAT360-2-RUNNER::Trim::ToUpper
           set PV-R3 to BAT360-3-RUNNER::Trim::ToUpper
           move BAT360-I-OUTS to PV-OUTS
           set PV-KIND to self::resultKind(resText, hitText).

       ab-score.
           move BAT360-I-VIS-SCORE to prevVisScore
           move BAT360-I-HOME-SCORE to prevHomeScore.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0)

           if OP-COUNT = 0
               exit method.
           invoke self::writeReport(teamPath, teamName).
       end method.

      *#####     The opposing staff - who started, when he came out     #####
       method-id notePitcher private.
       local-storage section.
       01 pcIdx        pic 9(01).
       01 ttoIdx       pic 9(01).
       01 innIdx       pic 9(02).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value oppIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           if BAT360-PITCHER = spaces or ST-DONE = "Y"
               exit method.
           if ST-NAME = spaces
               set ST-NAME to BAT360-PITCHER::Trim::ToUpper
               add 1 to OP-STARTS(oppIdx).
           if ST-NAME = BAT360-PITCHER::Trim::ToUpper
               add 1 to ST-BF
               add BAT360-NUM-PITCHES to ST-PC
               move BAT360-I-INNING to ST-LAST-INN
               exit method.

      *    First at-bat under a new name - the starter is out.
           move "Y" to ST-DONE
           add 1 to OP-PULLS(oppIdx)
           if BAT360-I-INNING = ST-LAST-INN
               add 1 to OP-MID-PULLS(oppIdx).
           move ST-LAST-INN to innIdx
           if innIdx > 10
               move 10 to innIdx.
           if innIdx < 1
               move 1 to innIdx.
           add 1 to OP-PULL-INN(oppIdx, innIdx)
           add ST-LAST-INN to OP-INN-SUM(oppIdx)
           add ST-PC to OP-PC-SUM(oppIdx)
           if ST-PC < 60
               move 1 to pcIdx
           else
               if ST-PC < 75
                   move 2 to pcIdx
               else
                   if ST-PC < 90
                       move 3 to pcIdx
                   else
                       if ST-PC < 100
                           move 4 to pcIdx
                       else
                           if ST-PC < 110
                               move 5 to pcIdx
                           else
                               move 6 to pcIdx.
           add 1 to OP-PULL-PC(oppIdx, pcIdx)
      *    The last batter he faced sets the time through the order.
           if ST-BF = 0
               move 1 to ttoIdx
           else
               compute ttoIdx = ((ST-BF - 1) / 9) + 1.
           if ttoIdx > 4
               move 4 to ttoIdx.
           add 1 to OP-PULL-TTO(oppIdx, ttoIdx).
       end method.

      *#####      Steals and hit-and-run off the runner transitions     #####
       method-id readRunning private.
       local-storage section.
       01 curR1        pic x(30).
       01 curR2        pic x(30).
       01 curR3        pic x(30).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value oppIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           set curR1 to BAT360-1-RUNNER::Trim::ToUpper
           set curR2 to BAT360-2-RUNNER::Trim::ToUpper
           set curR3 to BAT360-3-RUNNER::Trim::ToUpper

      *    Runner on first, second open - the steal of second.
           if PV-R1 not = spaces and PV-R2 = spaces
               and (PV-KIND = "K" or PV-KIND = "A")
               add 1 to OP-SB-READS(oppIdx)
               if curR2 = PV-R1 or curR3 = PV-R1
                   add 1 to OP-SB(oppIdx)
               else
                   if PV-KIND = "K" and BAT360-I-OUTS = PV-OUTS + 2
                       and curR1 not = PV-R1
                       add 1 to OP-CS(oppIdx)
                   end-if
               end-if
           end-if

      *    Runner on second, third open - the steal of third. An air
      *    out lets him tag, so only the strikeout reads.
           if PV-R2 not = spaces and PV-R3 = spaces and PV-KIND = "K"
               add 1 to OP-SB-READS(oppIdx)
               if curR3 = PV-R2
                   add 1 to OP-SB(oppIdx)
               else
                   if BAT360-I-OUTS = PV-OUTS + 2 and curR2 not = PV-R2
                       add 1 to OP-CS(oppIdx)
                   end-if
               end-if
           end-if

      *    Hit-and-run - the runner going with the pitch shows as the
      *    extra base on contact.
           if PV-R1 not = spaces and PV-R2 = spaces and PV-OUTS < 2
               if PV-KIND = "S"
                   add 1 to OP-HNR-READS(oppIdx)
                   if curR3 = PV-R1
                       add 1 to OP-HNR(oppIdx)
                   end-if
               else
                   if PV-KIND = "G"
                       add 1 to OP-HNR-READS(oppIdx)
                       if curR2 = PV-R1 and BAT360-I-OUTS = PV-OUTS + 1
                           add 1 to OP-HNR(oppIdx)
                       end-if
                   end-if
               end-if
           end-if.
       end method.

      * How the at-bat ended, on the display labels the box score
      * matches.
       method-id resultKind private.
       procedure division using by value resText as type String
                          by value hitText as type String
                          returning kindOut as type String.
           if resText::StartsWith("K") or resText::Contains(" K")
               or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
               set kindOut to "K"
               exit method.
           if resText::Contains("BB") or resText::Contains("WALK")
               or resText::Contains("HP") or resText::Contains("HIT BY")
               set kindOut to "W"
               exit method.
           if resText::Contains("ERROR") or resText::Contains("MISPLAY")
               or resText::StartsWith("E ")
               set kindOut to "E"
               exit method.
           if resText::Contains("SAC") or resText::Contains("SF")
               set kindOut to "O"
               exit method.
           if resText::Contains("1B") or resText::Contains("SINGLE")
               set kindOut to "S"
               exit method.
           if resText::Contains("2B") or resText::Contains("DOUBLE")
               or resText::Contains("3B") or resText::Contains("TRIPLE")
               or resText::Contains("HR") or resText::Contains("HOME RUN")
               set kindOut to "H"
               exit method.
           if hitText::Contains("GB") or hitText::Contains("GROUND")
               or resText::Contains("GROUND")
               set kindOut to "G"
               exit method.
           if hitText::Contains("FB") or hitText::Contains("FLY")
               or hitText::Contains("PU") or hitText::Contains("POP")
               or hitText::Contains("LD") or hitText::Contains("LINE")
               or resText::Contains("FLY") or resText::Contains("POP")
               or resText::Contains("LINE")
               set kindOut to "A"
               exit method.
           set kindOut to "O".
       end method.

      *#####        One page per club, plus the all-clubs page          #####
       method-id writeReport private.
       local-storage section.
       01 nn           type Int32.
       01 clubHtml     type String.
       01 fileTag      type String.
       01 htmlOut      type System.Text.StringBuilder.
       01 pageOut      type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value teamName as type String.
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC\TENDENCY")
               invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\TENDENCY").

           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Opposing Manager Tendencies</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Opposing manager tendencies - games against " & teamName & "</h3>")

           move 1 to nn.
       club-loop.
           if nn > OP-COUNT
               go to club-done.
           if OP-GAMES(nn) = 0
               go to club-next.
           set clubHtml to self::clubSection(nn)
           invoke htmlOut::Append(clubHtml)

           set pageOut to new type System.Text.StringBuilder
           invoke pageOut::AppendLine("<html><head><title>Opposing Manager - " & OP-NAME(nn)::Trim & "</title>")
           invoke pageOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke pageOut::AppendLine("</head><body>")
           invoke pageOut::Append(clubHtml)
           invoke pageOut::AppendLine("</body></html>")
           set fileTag to OP-NAME(nn)::Trim::Replace(" ", type String::Empty)::ToUpper
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\TENDENCY\MGR-" & fileTag & ".HTML", pageOut::ToString).
       club-next.
           add 1 to nn
           go to club-loop.
       club-done.
           invoke htmlOut::AppendLine("<p>Running reads count only the at-bats where a runner's move could be seen - a strikeout, or an air out for a runner leaving first. Hit-and-run is the runner already moving on contact: first to third on a single, or first to second on a ground out with no double play.</p>")
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\MGRTEND.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "MGRTEND", teamName, teamPath & "\WEBSYNC\MGRTEND.HTML", 120).
       end method.

       method-id clubSection private.
       local-storage section.
       01 kk           type Int32.
       01 rateWork     type Double.
       01 avgWork      type Double.
       01 attempts     pic 9(05).
       01 secOut       type System.Text.StringBuilder.
       procedure division using by value oppIdx as type Int32
                          returning htmlText as type String.
           set secOut to new type System.Text.StringBuilder
           invoke secOut::AppendLine("<h3>" & OP-NAME(oppIdx)::Trim & " - " & OP-GAMES(oppIdx)::ToString & " games against us</h3>")

           invoke secOut::AppendLine("<h4>Sacrifice and bunt attempts (" & OP-BUNTS(oppIdx)::ToString & ")</h4>")
           invoke secOut::AppendLine("<table border='1'><tr><td><b>Inning</b></td>")
           move 1 to kk.
       inn-head-loop.
           if kk > 10
               go to inn-head-done.
           if kk = 10
               invoke secOut::Append("<td><b>10+</b></td>")
           else
               invoke secOut::Append("<td><b>" & kk::ToString & "</b></td>").
           add 1 to kk
           go to inn-head-loop.
       inn-head-done.
           invoke secOut::AppendLine("</tr><tr><td>Bunts / PA</td>")
           move 1 to kk.
       inn-loop.
           if kk > 10
               go to inn-done.
           invoke secOut::Append("<td>" & OP-BUNT-INN(oppIdx, kk)::ToString & " / " & OP-PA-INN(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to inn-loop.
       inn-done.
           invoke secOut::AppendLine("</tr></table><br/>")

           invoke secOut::AppendLine("<table border='1'><tr><td><b>Score</b></td><td><b>Down 2+</b></td><td><b>Down 1</b></td><td><b>Tied</b></td><td><b>Up 1</b></td><td><b>Up 2+</b></td></tr><tr><td>Bunts / PA</td>")
           move 1 to kk.
       score-loop.
           if kk > 5
               go to score-done.
           invoke secOut::Append("<td>" & OP-BUNT-SCORE(oppIdx, kk)::ToString & " / " & OP-PA-SCORE(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to score-loop.
       score-done.
           invoke secOut::AppendLine("</tr></table><br/>")

           invoke secOut::AppendLine("<table border='1'><tr><td><b>Bases</b></td><td><b>Empty</b></td><td><b>1st</b></td><td><b>2nd</b></td><td><b>1st-2nd</b></td><td><b>3rd</b></td><td><b>1st-3rd</b></td><td><b>2nd-3rd</b></td><td><b>Loaded</b></td></tr><tr><td>Bunts / PA</td>")
           move 1 to kk.
       base-loop.
           if kk > 8
               go to base-done.
           invoke secOut::Append("<td>" & OP-BUNT-BASE(oppIdx, kk)::ToString & " / " & OP-PA-BASE(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to base-loop.
       base-done.
           invoke secOut::AppendLine("</tr></table>")

           invoke secOut::AppendLine("<h4>Running game</h4>")
           invoke secOut::AppendLine("<table border='1'><tr><td><b></b></td><td><b>Readable chances</b></td><td><b>Attempts</b></td><td><b>Rate</b></td><td><b>Made</b></td><td><b>Caught</b></td></tr>")
           compute attempts = OP-SB(oppIdx) + OP-CS(oppIdx)
           if OP-SB-READS(oppIdx) = 0
               move 0 to rateWork
           else
               compute rateWork = attempts * 100 / OP-SB-READS(oppIdx).
           invoke secOut::AppendLine("<tr><td>Steal</td><td>" & OP-SB-READS(oppIdx)::ToString
               & "</td><td>" & attempts::ToString
               & "</td><td>" & rateWork::ToString("0.0") & "%</td><td>" & OP-SB(oppIdx)::ToString
               & "</td><td>" & OP-CS(oppIdx)::ToString & "</td></tr>")
           if OP-HNR-READS(oppIdx) = 0
               move 0 to rateWork
           else
               compute rateWork = OP-HNR(oppIdx) * 100 / OP-HNR-READS(oppIdx).
           invoke secOut::AppendLine("<tr><td>Hit-and-run</td><td>" & OP-HNR-READS(oppIdx)::ToString
               & "</td><td>" & OP-HNR(oppIdx)::ToString
               & "</td><td>" & rateWork::ToString("0.0") & "%</td><td></td><td></td></tr></table>")

           invoke secOut::AppendLine("<h4>Starter pulls (" & OP-PULLS(oppIdx)::ToString & " of " & OP-STARTS(oppIdx)::ToString & " starts, " & OP-MID-PULLS(oppIdx)::ToString & " mid-inning)</h4>")
           if OP-PULLS(oppIdx) = 0
               invoke secOut::AppendLine("<p>No starter lifted in our halves.</p>")
               set htmlText to secOut::ToString
               exit method.
           compute avgWork = OP-INN-SUM(oppIdx) / OP-PULLS(oppIdx)
           compute rateWork = OP-PC-SUM(oppIdx) / OP-PULLS(oppIdx)
           invoke secOut::AppendLine("<p>Average last inning " & avgWork::ToString("0.0") & ", average pitch count " & rateWork::ToString("0") & ".</p>")
           invoke secOut::AppendLine("<table border='1'><tr><td><b>Last inning</b></td>")
           move 1 to kk.
       pull-head-loop.
           if kk > 10
               go to pull-head-done.
           if kk = 10
               invoke secOut::Append("<td><b>10+</b></td>")
           else
               invoke secOut::Append("<td><b>" & kk::ToString & "</b></td>").
           add 1 to kk
           go to pull-head-loop.
       pull-head-done.
           invoke secOut::AppendLine("</tr><tr><td>Pulls</td>")
           move 1 to kk.
       pull-inn-loop.
           if kk > 10
               go to pull-inn-done.
           invoke secOut::Append("<td>" & OP-PULL-INN(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to pull-inn-loop.
       pull-inn-done.
           invoke secOut::AppendLine("</tr></table><br/>")
           invoke secOut::AppendLine("<table border='1'><tr><td><b>Pitch count</b></td><td><b>&lt;60</b></td><td><b>60-74</b></td><td><b>75-89</b></td><td><b>90-99</b></td><td><b>100-109</b></td><td><b>110+</b></td></tr><tr><td>Pulls</td>")
           move 1 to kk.
       pull-pc-loop.
           if kk > 6
               go to pull-pc-done.
           invoke secOut::Append("<td>" & OP-PULL-PC(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to pull-pc-loop.
       pull-pc-done.
           invoke secOut::AppendLine("</tr></table><br/>")
           invoke secOut::AppendLine("<table border='1'><tr><td><b>Time through order</b></td><td><b>1st</b></td><td><b>2nd</b></td><td><b>3rd</b></td><td><b>4th+</b></td></tr><tr><td>Pulls</td>")
           move 1 to kk.
       pull-tto-loop.
           if kk > 4
               go to pull-tto-done.
           invoke secOut::Append("<td>" & OP-PULL-TTO(oppIdx, kk)::ToString & "</td>")
           add 1 to kk
           go to pull-tto-loop.
       pull-tto-done.
           invoke secOut::AppendLine("</tr></table>")
           set htmlText to secOut::ToString.
       end method.

      * Finds (or registers) the opposing club's slot; zero on a full
      * table, the same drop-on-overflow rule umpZoneReport.cbl's
      * findUmp applies.
       method-id findOpp private.
       local-storage section.
       01 nn       pic 9(02).
       procedure division using by value oppName as type String
                          returning oppIdx as type Int32.
           set oppIdx to 0
           if oppName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > OP-COUNT
               go to find-new.
           if OP-NAME(nn)::Trim::ToUpper = oppName::Trim::ToUpper
               set oppIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if OP-COUNT >= 40
               exit method.
           add 1 to OP-COUNT
           set OP-NAME(OP-COUNT) to oppName::Trim
           set oppIdx to OP-COUNT.
       end method.

       end class.
