       class-id batsweb.xOutcome.

      * Expected-outcome ("luck") report. Every ball in play is put
      * in a bucket by its contact quality and trajectory - the
      * HARD/MEDIUM/SOFT and LD/GB/FB/PU/BU wording the charted hit
      * description carries (BAT360-I-HIT-DESC, the same text the
      * at-bat detail screen shows and BAT310 counts from) - and by
      * the third of the park BAT360-HITLOC-X puts it in, the same
      * 199-unit thirds gameSummary.aspx.cbl's spray card cuts. The
      * hit rate and total bases per ball for each bucket are built
      * from this folder's whole charted history (one folder, one
      * league environment - the rule runExpectancy.cbl follows) and
      * kept in XRATE.DAT; each batter's and pitcher's actual average
      * and slugging are then set against what the league would have
      * made of the same balls. A hitter well under his expected line
      * is unlucky, not slumping; a pitcher well over it is suffering
      * his defense. A ball in play charted without a trajectory has
      * no bucket to price it by and is left off both lines.
      * Results are matched on the display labels the way
      * shiftReport.cbl matches them. Output per team folder:
      *   WEBSYNC\XRATE.DAT      keyed bucket rates
      *   WEBSYNC\XOUTCOME.HTML  actual vs expected per player
      *   WEBSYNC\BATBALL.DAT    keyed batted-ball profile per player
      *                          (trajectory, hard-hit and spray mix,
      *                          expected line) for playerComps.cbl
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT XRATE-FILE ASSIGN WS-XRATE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS XO-KEY
              LOCK MANUAL
              FILE STATUS IS XO-STATUS-COMN.
          SELECT BATBALL-FILE ASSIGN WS-BATBALL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BP-KEY
              LOCK MANUAL
              FILE STATUS IS BP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  XRATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XO-REC.
       01  XO-REC.
           05  XO-KEY.
      *        H/M/S contact, U when the operator left it off.
               10  XO-QUALITY              PIC X(01).
               10  XO-TRAJ                 PIC X(02).
      *        1 = left third, 2 = middle, 3 = right, 0 = unplaced.
               10  XO-SPRAY                PIC 9(01).
           05  XO-REST.
               10  XO-BIP                  PIC 9(06).
               10  XO-HITS                 PIC 9(06).
               10  XO-TB                   PIC 9(07).
      *        Per ball in play, scaled by 1000 the same way
      *        SUMMARYAGG.DAT scales its rate stats.
               10  XO-HIT-RATE-M           PIC 9(05).
               10  XO-TB-RATE-M            PIC 9(05).
               10  XO-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * Each player's balls in play (home runs aside), shares per
      * thousand. Spray shares are of the placed balls only.
       FD  BATBALL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BP-REC.
       01  BP-REC.
           05  BP-KEY.
               10  BP-PLAYER-NAME          PIC X(30).
               10  BP-ROLE                 PIC X.
           05  BP-REST.
               10  BP-BIP                  PIC 9(05).
               10  BP-LD-M                 PIC 9(04).
               10  BP-GB-M                 PIC 9(04).
               10  BP-FB-M                 PIC 9(04).
               10  BP-PU-M                 PIC 9(04).
               10  BP-HARD-M               PIC 9(04).
               10  BP-LEFT-M               PIC 9(04).
               10  BP-CENTER-M             PIC 9(04).
               10  BP-RIGHT-M              PIC 9(04).
               10  BP-XAVG-M               PIC 9(04).
               10  BP-XSLG-M               PIC 9(04).
               10  BP-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-XRATE-FILE            PIC X(256) VALUE "XRATE.DAT".
       01 WS-BATBALL-FILE          PIC X(256) VALUE "BATBALL.DAT".
       01 BP-STATUS-COMN.
           05  BP-STATUS-BYTE-1        PIC X.
           05  BP-STATUS-BYTE-2        PIC X.
       01 XO-STATUS-COMN.
           05  XO-STATUS-BYTE-1        PIC X.
           05  XO-STATUS-BYTE-2        PIC X.
      * The 80 buckets: quality 4 x trajectory 5 x spray 4.
       01 BUCKET-TBL.
           05  BK-ENTRY OCCURS 80.
               10  BK-BIP                  PIC 9(06).
               10  BK-HITS                 PIC 9(06).
               10  BK-TB                   PIC 9(07).
      * Per player - role B batter, P pitcher - the actual line and
      * how many of his balls fell in each bucket.
       01 PLAYER-TBL.
           05  PL-ENTRY OCCURS 450.
               10  PL-ROLE                 PIC X.
               10  PL-NAME                 PIC X(30).
               10  PL-AB                   PIC 9(05).
               10  PL-HITS                 PIC 9(05).
               10  PL-TB                   PIC 9(05).
               10  PL-HR                   PIC 9(04).
               10  PL-BK-CNT               PIC 9(04) OCCURS 80.
       01 PL-COUNT                 PIC 9(03).

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.xOutcome.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: xOutcome <Programs-root-folder>")
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
           set worker to new batsweb.xOutcome
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
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 resText               type String.
       01 hitText               type String.
       01 basesOn               pic 9(01).
       01 qualIdx               pic 9(01).
       01 trajIdx               pic 9(01).
       01 strikeoutFlag         pic x(01).
       01 sprayIdx              pic 9(01).
       01 bucketIdx             pic 9(02).
       01 batIdx                type Int32.
       01 pitIdx                type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-XRATE-FILE to teamPath & "\WEBSYNC\XRATE.DAT"
           set WS-BATBALL-FILE to teamPath & "\WEBSYNC\BATBALL.DAT"

           INITIALIZE BUCKET-TBL PLAYER-TBL
           move zeroes to PL-COUNT

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

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

      *    Walks, hit batsmen and sacrifices are not at-bats.
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           if resText = type String::Empty
               go to ab-next.
           if resText::Contains("BB") or resText::Contains("WALK")
               or resText::Contains("HP") or resText::Contains("HIT BY")
               or resText::Contains("SAC") or resText::Contains("SF")
               go to ab-next.

           set batIdx to self::findPlayer("B", BAT360-BATTER)
           set pitIdx to self::findPlayer("P", BAT360-PITCHER)

           move 0 to basesOn
           if resText::Contains("1B") or resText::Contains("SINGLE")
               move 1 to basesOn.
           if resText::Contains("2B") or resText::Contains("DOUBLE")
               move 2 to basesOn.
           if resText::Contains("3B") or resText::Contains("TRIPLE")
               move 3 to basesOn.
           if resText::Contains("HR") or resText::Contains("HOME RUN")
               move 4 to basesOn.

      *    A strikeout is an at-bat with no ball in play.
           move "N" to strikeoutFlag
           if resText::StartsWith("K") or resText::Contains(" K")
               or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
               move "Y" to strikeoutFlag.

      *    Trajectory - without one (and without a placed ball) there
      *    is nothing to bucket.
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
      *    A ball in play the charter left without a trajectory cannot
      *    be priced, so it is left off the actual line as well -
      *    counted on one side only it would pull every expected line
      *    under the actual one.
           if strikeoutFlag = "N" and basesOn not = 4 and trajIdx = 0
               go to ab-next.

           if batIdx not = 0
               invoke self::addActual(batIdx, basesOn).
           if pitIdx not = 0
               invoke self::addActual(pitIdx, basesOn).

           if strikeoutFlag = "Y"
               go to ab-next.
      *    Home runs are carried at face value, not priced by bucket.
           if basesOn = 4
               go to ab-next.

           move 4 to qualIdx
           if hitText::Contains("HARD")
               move 1 to qualIdx
           else
               if hitText::Contains("MED")
                   move 2 to qualIdx
               else
                   if hitText::Contains("SOFT")
                       move 3 to qualIdx.

           move 0 to sprayIdx
           if BAT360-HITLOC-X not = zeroes or BAT360-HITLOC-Y not = zeroes
               compute sprayIdx = (BAT360-HITLOC-X / 199) + 1
               if sprayIdx > 3
                   move 3 to sprayIdx.

           compute bucketIdx = ((qualIdx - 1) * 20) + ((trajIdx - 1) * 4) + sprayIdx + 1
           add 1 to BK-BIP(bucketIdx)
           if basesOn > 0
               add 1 to BK-HITS(bucketIdx)
               add basesOn to BK-TB(bucketIdx).
           if batIdx not = 0
               add 1 to PL-BK-CNT(batIdx, bucketIdx).
           if pitIdx not = 0
               add 1 to PL-BK-CNT(pitIdx, bucketIdx).
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0)

           if PL-COUNT = 0
               exit method.
           invoke self::writeRates()
           invoke self::writeReport(teamPath, teamName)
           invoke self::writeProfiles().
       end method.

       method-id addActual private.
       procedure division using by value plIdx as type Int32
                          by value basesOn as type Int32.
           add 1 to PL-AB(plIdx)
           if basesOn > 0
               add 1 to PL-HITS(plIdx)
               add basesOn to PL-TB(plIdx).
           if basesOn = 4
               add 1 to PL-HR(plIdx).
       end method.

      *#####          The keyed bucket rates, rebuilt every run         #####
       method-id writeRates private.
       local-storage section.
       01 kk           pic 9(02).
       01 qq           pic 9(01).
       01 tt           pic 9(01).
       01 ss           pic 9(01).
       01 rateWork     type Double.
       procedure division.
      *    A fresh file every run - same rebuild-from-zero rule
      *    runExpectancy.cbl applies to RUNEXP.DAT.
           OPEN OUTPUT XRATE-FILE
           CLOSE XRATE-FILE
           OPEN I-O XRATE-FILE
           if XO-STATUS-BYTE-1 not = "0"
               exit method.
           move 1 to kk.
       rate-loop.
           if kk > 80
               go to rate-done.
           if BK-BIP(kk) = 0
               go to rate-next.
           compute qq = ((kk - 1) / 20) + 1
           compute tt = (((kk - 1) - ((qq - 1) * 20)) / 4) + 1
           compute ss = (kk - 1) - ((qq - 1) * 20) - ((tt - 1) * 4)
           MOVE SPACES TO XO-REC
           set XO-QUALITY to self::qualityCode(qq)
           set XO-TRAJ to self::trajCode(tt)
           move ss to XO-SPRAY
           move BK-BIP(kk) to XO-BIP
           move BK-HITS(kk) to XO-HITS
           move BK-TB(kk) to XO-TB
           compute rateWork = BK-HITS(kk) / BK-BIP(kk)
           compute XO-HIT-RATE-M = rateWork * 1000
           compute rateWork = BK-TB(kk) / BK-BIP(kk)
           compute XO-TB-RATE-M = rateWork * 1000
           set XO-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE XO-REC
               INVALID KEY
                   REWRITE XO-REC
           END-WRITE.
       rate-next.
           add 1 to kk
           go to rate-loop.
       rate-done.
           CLOSE XRATE-FILE.
       end method.

      *#####        Actual against expected, batters then pitchers      #####
       method-id writeReport private.
       local-storage section.
       01 nn           pic 9(03).
       01 kk           pic 9(02).
       01 roleIdx      pic 9(01).
       01 roleCode     pic x.
       01 xHits        type Double.
       01 xTB          type Double.
       01 actAvg       type Double.
       01 actSlg       type Double.
       01 expAvg       type Double.
       01 expSlg       type Double.
       01 diffAvg      type Double.
       01 htmlOut      type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value teamName as type String.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Expected Outcomes</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Expected outcomes - " & teamName & " - actual vs expected from contact quality, trajectory and spray</h3>")

           move 1 to roleIdx.
       role-loop.
           if roleIdx > 2
               go to role-done.
           if roleIdx = 1
               move "B" to roleCode
               invoke htmlOut::AppendLine("<h4>Batters</h4>")
           else
               move "P" to roleCode
               invoke htmlOut::AppendLine("<h4>Pitchers (against)</h4>").
           invoke htmlOut::AppendLine("<table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Player</b></td><td><b>AB</b></td><td><b>AVG</b></td><td><b>xAVG</b></td><td><b>SLG</b></td><td><b>xSLG</b></td><td><b>AVG - xAVG</b></td></tr>")
           move 1 to nn.
       player-loop.
           if nn > PL-COUNT
               go to player-done.
           if PL-ROLE(nn) not = roleCode or PL-AB(nn) = 0
               go to player-next.
      *    Home runs have no bucket worth pricing - they are carried
      *    at face value on both sides.
           compute xHits = PL-HR(nn)
           compute xTB = PL-HR(nn) * 4
           move 1 to kk.
       bucket-loop.
           if kk > 80
               go to bucket-done.
           if PL-BK-CNT(nn, kk) not = 0 and BK-BIP(kk) not = 0
               compute xHits = xHits + (PL-BK-CNT(nn, kk) * BK-HITS(kk) / BK-BIP(kk))
               compute xTB = xTB + (PL-BK-CNT(nn, kk) * BK-TB(kk) / BK-BIP(kk)).
           add 1 to kk
           go to bucket-loop.
       bucket-done.
           compute actAvg = PL-HITS(nn) / PL-AB(nn)
           compute actSlg = PL-TB(nn) / PL-AB(nn)
           compute expAvg = xHits / PL-AB(nn)
           compute expSlg = xTB / PL-AB(nn)
           compute diffAvg = actAvg - expAvg
           invoke htmlOut::AppendLine("<tr><td>" & PL-NAME(nn)::Trim & "</td><td>" & PL-AB(nn)::ToString
               & "</td><td>" & actAvg::ToString("0.000") & "</td><td>" & expAvg::ToString("0.000")
               & "</td><td>" & actSlg::ToString("0.000") & "</td><td>" & expSlg::ToString("0.000")
               & "</td><td>" & diffAvg::ToString("+0.000;-0.000;0.000") & "</td></tr>").
       player-next.
           add 1 to nn
           go to player-loop.
       player-done.
           invoke htmlOut::AppendLine("</table>")
           add 1 to roleIdx
           go to role-loop.
       role-done.
           invoke htmlOut::AppendLine("<p>Expected values give each ball in play the league hit rate and total bases of its bucket - contact quality by trajectory by third of the park - built from every charted game in this folder. Home runs count at face value in both columns. A batter well below his expected average is making the contact that usually falls in; a pitcher well above it is giving up contact that usually gets caught.</p>")
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\XOUTCOME.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "XOUTCOME", teamName, teamPath & "\WEBSYNC\XOUTCOME.HTML", 120).
       end method.

      *#####      The keyed batted-ball profile, rebuilt every run      #####
       method-id writeProfiles private.
       local-storage section.
       01 nn           pic 9(03).
       01 kk           pic 9(02).
       01 qq           pic 9(01).
       01 tt           pic 9(01).
       01 ss           pic 9(01).
       01 bipAll       pic 9(05).
       01 placedAll    pic 9(05).
       01 trajCnt      pic 9(05) occurs 5.
       01 hardCnt      pic 9(05).
       01 sprayCnt     pic 9(05) occurs 3.
       01 xHits        type Double.
       01 xTB          type Double.
       procedure division.
           OPEN OUTPUT BATBALL-FILE
           CLOSE BATBALL-FILE
           OPEN I-O BATBALL-FILE
           if BP-STATUS-BYTE-1 not = "0"
               exit method.
           move 1 to nn.
       profile-loop.
           if nn > PL-COUNT
               go to profile-done.
           if PL-AB(nn) = 0
               go to profile-next.
           move zeroes to bipAll placedAll hardCnt
           move zeroes to trajCnt(1) trajCnt(2) trajCnt(3) trajCnt(4) trajCnt(5)
           move zeroes to sprayCnt(1) sprayCnt(2) sprayCnt(3)
           compute xHits = PL-HR(nn)
           compute xTB = PL-HR(nn) * 4
           move 1 to kk.
       count-loop.
           if kk > 80
               go to count-done.
           if PL-BK-CNT(nn, kk) = 0
               go to count-next.
           compute qq = ((kk - 1) / 20) + 1
           compute tt = (((kk - 1) - ((qq - 1) * 20)) / 4) + 1
           compute ss = (kk - 1) - ((qq - 1) * 20) - ((tt - 1) * 4)
           add PL-BK-CNT(nn, kk) to bipAll
           add PL-BK-CNT(nn, kk) to trajCnt(tt)
           if qq = 1
               add PL-BK-CNT(nn, kk) to hardCnt.
           if ss > 0
               add PL-BK-CNT(nn, kk) to placedAll
               add PL-BK-CNT(nn, kk) to sprayCnt(ss).
           if BK-BIP(kk) not = 0
               compute xHits = xHits + (PL-BK-CNT(nn, kk) * BK-HITS(kk) / BK-BIP(kk))
               compute xTB = xTB + (PL-BK-CNT(nn, kk) * BK-TB(kk) / BK-BIP(kk)).
       count-next.
           add 1 to kk
           go to count-loop.
       count-done.
           if bipAll = 0
               go to profile-next.
           MOVE SPACES TO BP-REC
           move PL-NAME(nn) to BP-PLAYER-NAME
           move PL-ROLE(nn) to BP-ROLE
           move bipAll to BP-BIP
           compute BP-LD-M = trajCnt(1) * 1000 / bipAll
           compute BP-GB-M = trajCnt(2) * 1000 / bipAll
           compute BP-FB-M = trajCnt(3) * 1000 / bipAll
           compute BP-PU-M = trajCnt(4) * 1000 / bipAll
           compute BP-HARD-M = hardCnt * 1000 / bipAll
           move zeroes to BP-LEFT-M BP-CENTER-M BP-RIGHT-M
           if placedAll > 0
               compute BP-LEFT-M = sprayCnt(1) * 1000 / placedAll
               compute BP-CENTER-M = sprayCnt(2) * 1000 / placedAll
               compute BP-RIGHT-M = sprayCnt(3) * 1000 / placedAll.
           compute BP-XAVG-M = xHits * 1000 / PL-AB(nn)
           compute BP-XSLG-M = xTB * 1000 / PL-AB(nn)
           set BP-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE BP-REC
               INVALID KEY
                   REWRITE BP-REC
           END-WRITE.
       profile-next.
           add 1 to nn
           go to profile-loop.
       profile-done.
           CLOSE BATBALL-FILE.
       end method.

       method-id qualityCode private.
       procedure division using by value qualIdx as type Int32
                          returning codeOut as type String.
           EVALUATE qualIdx
               WHEN 1
                   set codeOut to "H"
               WHEN 2
                   set codeOut to "M"
               WHEN 3
                   set codeOut to "S"
               WHEN OTHER
                   set codeOut to "U"
           END-EVALUATE.
       end method.

       method-id trajCode private.
       procedure division using by value trajIdx as type Int32
                          returning codeOut as type String.
           EVALUATE trajIdx
               WHEN 1
                   set codeOut to "LD"
               WHEN 2
                   set codeOut to "GB"
               WHEN 3
                   set codeOut to "FB"
               WHEN 4
                   set codeOut to "PU"
               WHEN OTHER
                   set codeOut to "BU"
           END-EVALUATE.
       end method.

      * Finds (or registers) the player's slot; zero on a full table,
      * the same drop-on-overflow rule umpZoneReport.cbl's findUmp
      * applies.
       method-id findPlayer private.
       local-storage section.
       01 nn       pic 9(03).
       procedure division using by value roleCode as type String
                          by value playerName as type String
                          returning plIdx as type Int32.
           set plIdx to 0
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > PL-COUNT
               go to find-new.
           if PL-ROLE(nn) = roleCode and PL-NAME(nn) = playerName::Trim::ToUpper
               set plIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if PL-COUNT >= 450
               exit method.
           add 1 to PL-COUNT
           move roleCode to PL-ROLE(PL-COUNT)
           set PL-NAME(PL-COUNT) to playerName::Trim::ToUpper
           set plIdx to PL-COUNT.
       end method.

       end class.
