       class-id batsweb.fieldRange.

      * Fielding range report - balls in play converted to outs by
      * zone. misplayReport.cbl counts the errors and shiftReport.cbl
      * weighs the alignments; this one asks whether our fielder
      * gets to the balls other fielders get to. Every charted ball
      * in play is put in a zone off the 597x480 hit-location grid
      * (BAT360-HITLOC-X/Y) and a trajectory off the LD/GB/FB/PU/BU
      * wording BAT310 counts from (BAT360-I-HIT-DESC, matched the
      * way xOutcome.cbl matches it). The out rate for each zone and
      * trajectory is built from this folder's whole charted history,
      * both sides of every game - one folder, one league environment,
      * the rule xOutcome.cbl and runExpectancy.cbl follow.
      * Each ball in play against our defense is then charged to a
      * fielder: the charted fielder (BAT360-I-FIELDER-NAME/-POS, the
      * same fields misplayReport.cbl reads) when the operator keyed
      * one, otherwise the starter whose PLAYERINFO.DAT position
      * matches the zone in that game's LINEUPHIST.DAT order. Outs
      * made against the league rate of the same balls is the outs
      * above expected figure; team defensive efficiency is our outs
      * over our balls in play, set beside the league's.
      * Zones - infield is the band below grid row 295, the same
      * depth misplayReport.cbl's regions use:
      *    1 3B lane   2 SS lane   3 2B lane   4 1B lane
      *    5-7  shallow LF / CF / RF (rows 151-295)
      *    8-10 deep LF / CF / RF (rows 150 and up the grid)
      * Home runs, strikeouts, walks and hit batsmen are no ball a
      * fielder can reach and stay out; a ball reached on an error
      * counts as a ball not converted. Writes FIELDRANGE.HTML per
      * team.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT PLAYER-INFO-FILE ASSIGN WS-PLAYERINFO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              ALTERNATE KEY IS PI-JERSEY-KEY WITH DUPLICATES
              ALTERNATE KEY IS PI-POSITION-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
          SELECT LINEUP-HIST-FILE ASSIGN WS-LINEUPHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LH-KEY
              LOCK MANUAL
              FILE STATUS IS LH-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-INFO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PI-REC.
       01  PI-REC.
           05  PI-KEY.
               10  PI-TEAM                 PIC X(15).
               10  PI-PLAYER-ID            PIC 9(05).
           05  PI-JERSEY-KEY.
               10  PI-JERSEY-TEAM          PIC X(15).
               10  PI-JERSEY-NUM           PIC 9(03).
           05  PI-POSITION-KEY.
               10  PI-POSITION-TEAM        PIC X(15).
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout lineupExtract.cbl writes.
       FD  LINEUP-HIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LH-REC.
       01  LH-REC.
           05  LH-KEY.
               10  LH-GAME-STAMP           PIC X(08).
               10  LH-GAME-ID              PIC X(10).
           05  LH-REST.
               10  LH-HOME-AWAY            PIC X.
               10  LH-OPPONENT             PIC X(20).
               10  LH-OPP-STARTER          PIC X(30).
               10  LH-OPP-HAND             PIC X.
               10  LH-RESULT               PIC X.
               10  LH-SLOT-NAME            PIC X(30) OCCURS 9.
               10  FILLER                  PIC X(09).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata666                type batsweb.bat666Data.
       01 teamDirs                 type String[].
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-PLAYERINFO-FILE       PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-LINEUPHIST-FILE       PIC X(256) VALUE "LINEUPHIST.DAT".
       01 LH-STATUS-COMN.
           05  LH-STATUS-BYTE-1        PIC X.
           05  LH-STATUS-BYTE-2        PIC X.
      * The position each zone belongs to, zone order.
       01 ZONE-POSITIONS           PIC X(20) VALUE "3BSS2B1BLFCFRFLFCFRF".
       01 ZONE-POS-TBL REDEFINES ZONE-POSITIONS.
           05  ZP-POS OCCURS 10            PIC X(02).
       01 ZONE-NAMES.
           05  FILLER                      PIC X(14) VALUE "3B lane".
           05  FILLER                      PIC X(14) VALUE "SS lane".
           05  FILLER                      PIC X(14) VALUE "2B lane".
           05  FILLER                      PIC X(14) VALUE "1B lane".
           05  FILLER                      PIC X(14) VALUE "shallow LF".
           05  FILLER                      PIC X(14) VALUE "shallow CF".
           05  FILLER                      PIC X(14) VALUE "shallow RF".
           05  FILLER                      PIC X(14) VALUE "deep LF".
           05  FILLER                      PIC X(14) VALUE "deep CF".
           05  FILLER                      PIC X(14) VALUE "deep RF".
       01 ZONE-NAME-TBL REDEFINES ZONE-NAMES.
           05  ZN-NAME OCCURS 10           PIC X(14).
      * The 50 cells: zone 10 x trajectory 5. League - every charted
      * ball in the folder; team - the balls hit against us.
       01 LEAGUE-TBL.
           05  LG-CELL OCCURS 50.
               10  LG-BIP                  PIC 9(06).
               10  LG-OUTS                 PIC 9(06).
       01 TEAM-TBL.
           05  TM-CELL OCCURS 50.
               10  TM-BIP                  PIC 9(06).
               10  TM-OUTS                 PIC 9(06).
      * Per fielder: chances and outs in each cell.
       01 FIELDER-TBL.
           05  FR-ENTRY OCCURS 40.
               10  FR-NAME                 PIC X(30).
               10  FR-POS                  PIC X(02).
               10  FR-CELL OCCURS 50.
                   15  FR-CHANCES          PIC 9(04).
                   15  FR-OUTS             PIC 9(04).
       01 FR-COUNT                 PIC 9(02).
      * Our roster's names and PLAYERINFO.DAT positions - LAST, FIRST
      * in capitals, the form the engines key the batter.
       01 ROSTER-TBL.
           05  RO-ENTRY OCCURS 80.
               10  RO-NAME                 PIC X(30).
               10  RO-POS                  PIC X(02).
       01 RO-COUNT                 PIC 9(02).
      * The game's starting nine, off LINEUPHIST.DAT.
       01 GAME-LINEUP.
           05  GL-NAME OCCURS 9            PIC X(30).
       01 OUR-NAME                 PIC X(20).

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.fieldRange.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: fieldRange <Programs-root-folder>")
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
           set worker to new batsweb.fieldRange
           invoke worker::reportTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####            Per-team aggregation and report                #####
       method-id reportTeam private.
       local-storage section.
       01 teamName              type String.
       01 nn                    type Int32.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 gameDay               type DateTime.
       01 ourSide               pic x.
       01 battingSide           pic x.
       01 lineupFlag            pic x.
       01 resText               type String.
       01 hitText               type String.
       01 outFlag               pic x.
       01 trajIdx               pic 9(01).
       01 zoneIdx               pic 9(02).
       01 cellIdx               pic 9(02).
       01 fielderName           pic x(30).
       01 fielderPos            pic x(02).
       01 fieldIdx              type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-PLAYERINFO-FILE to teamPath & "\WEBSYNC\PLAYERINFO.DAT"
           set WS-LINEUPHIST-FILE to teamPath & "\WEBSYNC\LINEUPHIST.DAT"

           INITIALIZE LEAGUE-TBL TEAM-TBL
           move zeroes to FR-COUNT RO-COUNT
           invoke self::loadRoster(teamName)

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

      *    Our own name in the engine's spelling, same match
      *    lineupExtract.cbl makes.
           move spaces to OUR-NAME
           move 1 to nn.
       name-loop.
           if nn > BAT360-NUM-TEAMS
               go to name-done.
           if BAT360-TEAM-NAME(nn)::Trim::Replace(" ", type String::Empty)::ToUpper = teamName::ToUpper
               move BAT360-TEAM-NAME(nn) to OUR-NAME
               go to name-done.
           add 1 to nn
           go to name-loop.
       name-done.
           if OUR-NAME = spaces
               invoke bat360rununit::StopRun(0)
               exit method.

      *    No lineup history just means every uncharted ball goes to
      *    the position pool rather than a named starter.
           OPEN INPUT LINEUP-HIST-FILE

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.

      *    Our side of this game - a game we are not in still feeds
      *    the league rates.
           move space to ourSide
           if BAT360-G-HOME(gg)::Trim::ToUpper = OUR-NAME::Trim::ToUpper
               move "H" to ourSide
           else
               if BAT360-G-VIS(gg)::Trim::ToUpper = OUR-NAME::Trim::ToUpper
                   move "V" to ourSide.

           move "N" to lineupFlag
           move spaces to GAME-LINEUP
           if ourSide not = space and LH-STATUS-BYTE-1 = "0"
               and type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               MOVE SPACES TO LH-KEY
               set LH-GAME-STAMP to gameDay::ToString("yyyyMMdd")
               MOVE BAT360-G-GAME-ID(gg) TO LH-GAME-ID
               READ LINEUP-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move "Y" to lineupFlag
                       invoke self::copyLineup
               END-READ
           end-if

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           move space to battingSide
           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
      *    A header row turns the side over, the box score's way.
           if BAT360-REC-TYPE(bb) not = "B"
               if battingSide = "V"
                   move "H" to battingSide
               else
                   move "V" to battingSide
               end-if
               go to ab-next
           end-if

      *    "VA" carries the result and the charted fielder, "VD" the
      *    side at bat - the pair misplayReport.cbl calls.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           move spaces to fielderName fielderPos
           move BAT360-I-FIELDER-NAME to fielderName
           move BAT360-I-FIELDER-POS to fielderPos
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
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

      *    Only a ball a fielder could reach.
           if resText = type String::Empty
               go to ab-next.
           if resText::StartsWith("K") or resText::Contains(" K")
               or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
               or resText::Contains("BB") or resText::Contains("WALK")
               or resText::Contains("HP") or resText::Contains("HIT BY")
               or resText::Contains("HR") or resText::Contains("HOME RUN")
               go to ab-next.

      *    Converted unless it fell in or a fielder misplayed it.
           move "Y" to outFlag
           if resText::Contains("1B") or resText::Contains("SINGLE")
               or resText::Contains("2B") or resText::Contains("DOUBLE")
               or resText::Contains("3B") or resText::Contains("TRIPLE")
               or resText::Contains("ERROR") or resText::Contains("MISPLAY")
               or resText::StartsWith("E ")
               move "N" to outFlag.

      *    Trajectory and a placed ball, or there is no cell.
           set hitText to BAT360-I-HIT-DESC::Trim::ToUpper
           move 0 to trajIdx
           if hitText::Contains("LINE") or hitText::Contains("LD")
               move 1 to trajIdx
           else
               if hitText::Contains("GROUND") or hitText::Contains("GB")
                   move 2 to trajIdx
               else
                   if hitText::Contains("FLY") or hitText::Contains("FB")
                       move 3 to trajIdx
                   else
                       if hitText::Contains("POP") or hitText::Contains("PU")
                           move 4 to trajIdx
                       else
                           if hitText::Contains("BUNT") or hitText::Contains("BU")
                               move 5 to trajIdx.
           if trajIdx = 0
               go to ab-next.
           if BAT360-HITLOC-X = zeroes and BAT360-HITLOC-Y = zeroes
               go to ab-next.
           set zoneIdx to self::zoneOf(BAT360-HITLOC-X, BAT360-HITLOC-Y)

           compute cellIdx = ((zoneIdx - 1) * 5) + trajIdx
           add 1 to LG-BIP(cellIdx)
           if outFlag = "Y"
               add 1 to LG-OUTS(cellIdx).

      *    The rest is our defense only - the other side at bat.
           if ourSide = space or battingSide = space
               or battingSide = ourSide
               go to ab-next.
           add 1 to TM-BIP(cellIdx)
           if outFlag = "Y"
               add 1 to TM-OUTS(cellIdx).

      *    The charted fielder wins; the zone's starter stands in.
           if fielderName not = spaces
               set fielderPos to self::positionCode(fielderPos)
           else
               move ZP-POS(zoneIdx) to fielderPos
               if lineupFlag = "Y"
                   set fielderName to self::starterAt(fielderPos)
               end-if
           end-if
           if fielderName = spaces
               set fielderName to "(" & fielderPos::Trim & " - unnamed)".

           set fieldIdx to self::findFielder(fielderName, fielderPos)
           if fieldIdx = 0
               go to ab-next.
           add 1 to FR-CHANCES(fieldIdx, cellIdx)
           if outFlag = "Y"
               add 1 to FR-OUTS(fieldIdx, cellIdx).
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           if LH-STATUS-BYTE-1 = "0"
               CLOSE LINEUP-HIST-FILE.
           invoke bat360rununit::StopRun(0)

           if FR-COUNT = 0
               exit method.
           invoke self::writeReport(teamPath, teamName).
       end method.

       method-id copyLineup private.
       local-storage section.
       01 nn       pic 9(01).
       procedure division.
           move 1 to nn.
       copy-loop.
           if nn > 9
               exit method.
           set GL-NAME(nn) to LH-SLOT-NAME(nn)::Trim::ToUpper
           add 1 to nn
           go to copy-loop.
       end method.

      *#####                      The report                           #####
       method-id writeReport private.
       local-storage section.
       01 htmlOut      type System.Text.StringBuilder.
       01 ff           pic 9(02).
       01 zz           pic 9(02).
       01 tt           pic 9(01).
       01 cc           pic 9(02).
       01 chanceSum    type Int32.
       01 outSum       type Int32.
       01 expectSum    type Double.
       01 lgBip        type Int32.
       01 lgOuts       type Int32.
       01 tmBip        type Int32.
       01 tmOuts       type Int32.
       01 tmExpect     type Double.
       01 zoneBip      type Int32.
       01 zoneOuts     type Int32.
       01 zoneExpect   type Double.
       01 deltaNum     type Double.
       01 per100Num    type Double.
       01 rowText      type String.
       procedure division using by value teamPath as type String
                                by value teamName as type String.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Fielding Range</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Fielding range - " & teamName & " - balls in play converted to outs by zone</h3>")

      *    Team defensive efficiency against the league's.
           move 0 to lgBip lgOuts tmBip tmOuts
           move 0 to tmExpect
           move 1 to cc.
       der-loop.
           if cc > 50
               go to der-done.
           add LG-BIP(cc) to lgBip
           add LG-OUTS(cc) to lgOuts
           add TM-BIP(cc) to tmBip
           add TM-OUTS(cc) to tmOuts
           compute tmExpect = tmExpect + (TM-BIP(cc) * self::cellRate(cc))
           add 1 to cc
           go to der-loop.
       der-done.
           compute deltaNum = tmOuts - tmExpect
           set rowText to "<p><b>Team defensive efficiency:</b> " & tmOuts::ToString & " outs on " & tmBip::ToString
               & " balls in play = " & self::rateText(tmOuts, tmBip)
               & " &nbsp; (league " & self::rateText(lgOuts, lgBip)
               & "; the league would have converted " & tmExpect::ToString("0.0") & " of our balls - "
               & deltaNum::ToString("+0.0;-0.0;0.0") & " outs)</p>"
           invoke htmlOut::AppendLine(rowText)

      *    Zone by zone, our conversions against the league rate.
           invoke htmlOut::AppendLine("<h4>By zone</h4><table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Zone</b></td><td><b>LD</b></td><td><b>GB</b></td><td><b>FB</b></td><td><b>PU</b></td><td><b>BU</b></td><td><b>Our outs/BIP</b></td><td><b>Expected</b></td><td><b>+/-</b></td></tr>")
           move 1 to zz.
       zone-loop.
           if zz > 10
               go to zone-done.
           set rowText to "<tr><td>" & ZN-NAME(zz)::Trim & "</td>"
           move 0 to zoneBip zoneOuts
           move 0 to zoneExpect
           move 1 to tt.
       ztraj-loop.
           if tt > 5
               go to ztraj-done.
           compute cc = ((zz - 1) * 5) + tt
      *    The league out rate for the cell, over its sample.
           set rowText to rowText & "<td>" & self::rateText(LG-OUTS(cc), LG-BIP(cc))
               & " (" & LG-BIP(cc)::ToString & ")</td>"
           add TM-BIP(cc) to zoneBip
           add TM-OUTS(cc) to zoneOuts
           compute zoneExpect = zoneExpect + (TM-BIP(cc) * self::cellRate(cc))
           add 1 to tt
           go to ztraj-loop.
       ztraj-done.
           compute deltaNum = zoneOuts - zoneExpect
           set rowText to rowText & "<td>" & zoneOuts::ToString & "/" & zoneBip::ToString
               & "</td><td>" & zoneExpect::ToString("0.0")
               & "</td><td>" & deltaNum::ToString("+0.0;-0.0;0.0") & "</td></tr>"
           invoke htmlOut::AppendLine(rowText)
           add 1 to zz
           go to zone-loop.
       zone-done.
           invoke htmlOut::AppendLine("</table>")

      *    Fielder by fielder.
           invoke htmlOut::AppendLine("<h4>By fielder</h4><table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Fielder</b></td><td><b>Pos</b></td><td><b>Chances</b></td><td><b>Outs</b></td><td><b>Expected outs</b></td><td><b>Outs above expected</b></td><td><b>Per 100 chances</b></td></tr>")
           move 1 to ff.
       fielder-loop.
           if ff > FR-COUNT
               go to fielder-done.
           move 0 to chanceSum outSum
           move 0 to expectSum
           move 1 to cc.
       fcell-loop.
           if cc > 50
               go to fcell-done.
           add FR-CHANCES(ff, cc) to chanceSum
           add FR-OUTS(ff, cc) to outSum
           compute expectSum = expectSum + (FR-CHANCES(ff, cc) * self::cellRate(cc))
           add 1 to cc
           go to fcell-loop.
       fcell-done.
           compute deltaNum = outSum - expectSum
           set rowText to "<tr><td>" & FR-NAME(ff)::Trim & "</td><td>" & FR-POS(ff)::Trim
               & "</td><td>" & chanceSum::ToString & "</td><td>" & outSum::ToString
               & "</td><td>" & expectSum::ToString("0.0")
               & "</td><td>" & deltaNum::ToString("+0.0;-0.0;0.0") & "</td><td>"
           if chanceSum = 0
               set rowText to rowText & "-"
           else
               compute per100Num = deltaNum * 100 / chanceSum
               set rowText to rowText & per100Num::ToString("+0.0;-0.0;0.0").
           invoke htmlOut::AppendLine(rowText & "</td></tr>")
           add 1 to ff
           go to fielder-loop.
       fielder-done.
           invoke htmlOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<p>Expected outs give each ball the league out rate of its zone and trajectory, built from every charted game in this folder. A ball with no charted fielder is charged to the starter at the zone's position in that game's lineup history - a mid-game replacement's balls land on the starter, and a position nobody in the starting nine is keyed at pools as unnamed. Home runs, strikeouts, walks and hit batsmen are left out; a ball reached on an error counts as not converted.</p>")
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\FIELDRANGE.HTML", htmlOut::ToString).
       end method.

      * The league out rate for one cell - zero on an empty cell.
       method-id cellRate private.
       procedure division using by value cellIdx as type Int32
                          returning cellRate as type Double.
           if LG-BIP(cellIdx) = 0
               set cellRate to 0
           else
               compute cellRate = LG-OUTS(cellIdx) / LG-BIP(cellIdx).
       end method.

       method-id rateText private.
       local-storage section.
       01 rateNum      type Double.
       procedure division using by value outsNum as type Int32
                                by value bipNum as type Int32
                          returning rateOut as type String.
           if bipNum = 0
               set rateOut to "-"
           else
               compute rateNum = outsNum / bipNum
               set rateOut to rateNum::ToString(".000").
       end method.

      *#####                Zones, positions, fielders                 #####
      * The zone for a hit-location point - see the table in the
      * header.
       method-id zoneOf private.
       procedure division using by value hitX as type Int32
                          by value hitY as type Int32
                          returning zoneIdx as type Int32.
           if hitY > 295
               if hitX < 222
                   set zoneIdx to 1
               else
                   if hitX < 298
                       set zoneIdx to 2
                   else
                       if hitX < 374
                           set zoneIdx to 3
                       else
                           set zoneIdx to 4
                       end-if
                   end-if
               end-if
               exit method
           end-if
           if hitX < 199
               set zoneIdx to 5
           else
               if hitX > 398
                   set zoneIdx to 7
               else
                   set zoneIdx to 6
               end-if
           end-if
           if hitY <= 150
               add 3 to zoneIdx.
       end method.

      * A charted position keyed by scorer's number comes back as
      * the two-letter code PLAYERINFO.DAT uses.
       method-id positionCode private.
       procedure division using by value posIn as type String
                          returning posOut as type String.
           set posOut to posIn::Trim::ToUpper
           EVALUATE posOut
               WHEN "1"
                   set posOut to "P"
               WHEN "2"
                   set posOut to "C"
               WHEN "3"
                   set posOut to "1B"
               WHEN "4"
                   set posOut to "2B"
               WHEN "5"
                   set posOut to "3B"
               WHEN "6"
                   set posOut to "SS"
               WHEN "7"
                   set posOut to "LF"
               WHEN "8"
                   set posOut to "CF"
               WHEN "9"
                   set posOut to "RF"
           END-EVALUATE.
       end method.

      * The game's starter keyed at a position - the first of the
      * nine whose PLAYERINFO.DAT position matches. An "OF" or "IF"
      * regular covers any spot in that half. Spaces when none does.
       method-id starterAt private.
       local-storage section.
       01 nn       pic 9(01).
       01 rr       pic 9(02).
       procedure division using by value posWanted as type String
                          returning nameOut as type String.
           set nameOut to type String::Empty
           move 1 to nn.
       slot-loop.
           if nn > 9
               exit method.
           if GL-NAME(nn) = spaces
               go to slot-next.
           move 1 to rr.
       ro-loop.
           if rr > RO-COUNT
               go to slot-next.
           if RO-NAME(rr) = GL-NAME(nn)
               if RO-POS(rr) = posWanted
                   or (RO-POS(rr) = "OF" and (posWanted = "LF" or posWanted = "CF" or posWanted = "RF"))
                   or (RO-POS(rr) = "IF" and (posWanted = "1B" or posWanted = "2B" or posWanted = "3B" or posWanted = "SS"))
                   set nameOut to GL-NAME(nn)::Trim
                   exit method
               end-if
               go to slot-next
           end-if
           add 1 to rr
           go to ro-loop.
       slot-next.
           add 1 to nn
           go to slot-loop.
       end method.

      * Our roster with positions - PLAYERINFO.DAT joined to
      * PLAY-FILE the way yearbook.cbl joins them.
       method-id loadRoster private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value teamName as type String.
           set mydata666 to new batsweb.bat666Data
           invoke mydata666::populateData
           set address of BAT666-DIALOG-FIELDS to myData666::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat666rununit to type RunUnit::New()
           set BAT666WEBF to new BAT666WEBF
           invoke bat666rununit::Add(BAT666WEBF)

           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat666rununit::StopRun(0)
               exit method.

           SET LK-PLAYER-FILE TO BAT666-WF-LK-PLAYER-FILE
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               invoke bat666rununit::StopRun(0)
               exit method.
           OPEN INPUT PLAYER-INFO-FILE
           if PI-STATUS-BYTE-1 not = "0"
               go to roster-close.

           MOVE SPACES TO PI-KEY
           set PI-TEAM to teamName::Trim::ToUpper
           move zeroes to PI-PLAYER-ID
           START PLAYER-INFO-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to roster-done.
       roster-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END go to roster-done.
           if PI-TEAM not = teamName::Trim::ToUpper
               go to roster-done.
           if RO-COUNT >= 80
               go to roster-done.
           if PI-POSITION = spaces
               go to roster-loop.
           move PI-PLAYER-ID to play-player-id
           READ PLAY-FILE KEY IS PLAY-ALT-KEY
               INVALID KEY
                   go to roster-loop
           END-READ
           add 1 to RO-COUNT
           set RO-NAME(RO-COUNT) to play-last-name::Trim::ToUpper & ", " & play-first-name::Trim::ToUpper
           move PI-POSITION to RO-POS(RO-COUNT)
           go to roster-loop.
       roster-done.
           CLOSE PLAYER-INFO-FILE.
       roster-close.
           CLOSE PLAY-FILE
           invoke bat666rununit::StopRun(0).
       end method.

      * Finds (or registers) the fielder's bank - same
      * drop-on-overflow rule the other tally tables apply.
       method-id findFielder private.
       local-storage section.
       01 nn       pic 9(02).
       procedure division using by value fielderName as type String
                          by value fielderPos as type String
                          returning fieldIdx as type Int32.
           set fieldIdx to 0
           if fielderName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > FR-COUNT
               go to find-new.
           if FR-NAME(nn) = fielderName::Trim::ToUpper
               and FR-POS(nn) = fielderPos::Trim
               set fieldIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if FR-COUNT >= 40
               exit method.
           add 1 to FR-COUNT
           MOVE SPACES TO FR-ENTRY(FR-COUNT)
           set FR-NAME(FR-COUNT) to fielderName::Trim::ToUpper
           set FR-POS(FR-COUNT) to fielderPos::Trim
           move 1 to nn.
       zero-loop.
           if nn > 50
               go to zero-done.
           move zeroes to FR-CHANCES(FR-COUNT, nn) FR-OUTS(FR-COUNT, nn)
           add 1 to nn
           go to zero-loop.
       zero-done.
           set fieldIdx to FR-COUNT.
       end method.

       end class.
