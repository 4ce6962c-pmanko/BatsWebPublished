       class-id batsweb.restSplits.

      * Performance by rest - the evidence for the day-off argument.
      * travelReport.cbl measures what the schedule costs the club;
      * this reads what it costs each player. Our games are walked in
      * index order (our club found by folder name the way
      * benchReport.cbl finds it):
      *   Pitchers - days of rest before every appearance, off the
      *     game dates of the index: the days between this outing and
      *     his last one, less one (back-to-back is zero). His first
      *     outing on file has no rest to read and says so.
      *   Position players - the consecutive-games-played streak off
      *     the at-bat sequence: a game he bats in that follows one he
      *     batted in extends it, a game he sat out resets it. Off
      *     days on the schedule do not break a streak - the games do.
      * Each appearance's results land in its rest bucket: velocity
      * (the device reading off TRACKPITCH.DAT when the radar import
      * has one, else the charted BAT360-P-VEL - the same preference
      * watchListRunner.cbl applies), strikeout and walk rates, and
      * the batting line - against for pitchers, for hitters.
      * Output: WEBSYNC\RESTSPLIT.HTML per team folder.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout trackingImport.cbl writes.
       FD  TRACK-PITCH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TP-REC.
       01  TP-REC.
           05  TP-KEY.
               10  TP-GAME-DATE            PIC X(10).
               10  TP-GAME-ID              PIC X(10).
               10  TP-AB-NUM               PIC 9(03).
               10  TP-PITCH-NUM            PIC 9(02).
           05  TP-REST.
               10  TP-DEV-VEL              PIC 9(03).
               10  TP-DEV-SPIN             PIC 9(04).
               10  TP-DEV-BREAK            PIC 9(03).
               10  TP-IMPORTED-AT          PIC X(19).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-TRACKPITCH-FILE       PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
       01 WS-TRACK-OPEN            PIC X.
      * One entry per player - role P pitcher, B position player.
      * Pitcher buckets: 0, 1, 2, 3, 4, 5, 6+ days, 8 = first outing.
      * Hitter buckets: streak game 1, 2-3, 4-6, 7-10, 11-15, 16+.
       01 PLAYER-TBL.
           05  PL-ENTRY OCCURS 300.
               10  PL-ROLE                 PIC X.
               10  PL-NAME                 PIC X(30).
               10  PL-LAST-DAY             PIC 9(06).
               10  PL-LAST-SEQ             PIC 9(04).
               10  PL-STREAK               PIC 9(03).
               10  PL-CUR-GAME             PIC 9(04).
               10  PL-CUR-BUCKET           PIC 9(01).
               10  PL-BK OCCURS 8.
                   15  PL-APPS             PIC 9(04).
                   15  PL-PA               PIC 9(05).
                   15  PL-AB               PIC 9(05).
                   15  PL-H                PIC 9(05).
                   15  PL-TB               PIC 9(05).
                   15  PL-BB               PIC 9(04).
                   15  PL-K                PIC 9(04).
                   15  PL-VEL-CNT          PIC 9(06).
                   15  PL-VEL-SUM          PIC 9(08).
       01 PL-COUNT                 PIC 9(03).

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.restSplits.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: restSplits <Programs-root-folder>")
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
           set worker to new batsweb.restSplits
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
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 pp                    type Int32.
       01 nn                    type Int32.
       01 plIdx                 type Int32.
       01 bk                    type Int32.
       01 battingSide           pic x.
       01 ourSide               pic x.
       01 gameDay               type DateTime.
       01 oaDays                type Double.
       01 dayNum                pic 9(06).
       01 gameSeq               pic 9(04).
       01 abOrdinal             pic 9(03).
       01 velNum                type Int32.
       01 resText               type String.
       01 basesOn               pic 9(01).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"

           INITIALIZE PLAYER-TBL
           move zeroes to PL-COUNT gameSeq

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

      *    Device readings outrank the charted gun values when the
      *    radar import has them.
           move "N" to WS-TRACK-OPEN
           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 = "0"
               move "Y" to WS-TRACK-OPEN.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if BAT360-G-HOME(gg)::Trim::ToUpper = ourName::Trim::ToUpper
               move "H" to ourSide
           else
               if BAT360-G-VIS(gg)::Trim::ToUpper = ourName::Trim::ToUpper
                   move "V" to ourSide
               else
                   go to games-next.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set oaDays to gameDay::ToOADate
           compute dayNum = oaDays

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           add 1 to gameSeq
           move space to battingSide
           move 0 to abOrdinal
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
               go to ab-next
           end-if
      *    The device ordinal counts "B" rows whether or not the pitch
      *    detail loads, same as the import's walk.
           add 1 to abOrdinal

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
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

      *    Ours batting - the hitter's line; ours in the field - the
      *    pitcher's.
           if battingSide = ourSide
               set plIdx to self::findPlayer("B", BAT360-BATTER)
           else
               set plIdx to self::findPlayer("P", BAT360-PITCHER).
           if plIdx = 0
               go to ab-next.

      *    First sight of him in this game settles the game's bucket
      *    before the last-seen marks move on.
           if PL-CUR-GAME(plIdx) not = gameSeq
               invoke self::openAppearance(plIdx, dayNum, gameSeq)
           end-if
           move PL-CUR-BUCKET(plIdx) to bk

           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           if resText = type String::Empty
               go to ab-pitches.
           add 1 to PL-PA(plIdx, bk)
           if resText::StartsWith("K") or resText::Contains(" K")
               or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
               add 1 to PL-K(plIdx, bk)
               add 1 to PL-AB(plIdx, bk)
               go to ab-pitches.
           if resText::Contains("BB") or resText::Contains("WALK")
               or resText::Contains("HP") or resText::Contains("HIT BY")
               add 1 to PL-BB(plIdx, bk)
               go to ab-pitches.
           if resText::Contains("SAC") or resText::Contains("SF")
               go to ab-pitches.
           add 1 to PL-AB(plIdx, bk)
           move 0 to basesOn
           if resText::Contains("1B") or resText::Contains("SINGLE")
               move 1 to basesOn.
           if resText::Contains("2B") or resText::Contains("DOUBLE")
               move 2 to basesOn.
           if resText::Contains("3B") or resText::Contains("TRIPLE")
               move 3 to basesOn.
           if resText::Contains("HR") or resText::Contains("HOME RUN")
               move 4 to basesOn.
           if basesOn > 0
               add 1 to PL-H(plIdx, bk)
               add basesOn to PL-TB(plIdx, bk).

       ab-pitches.
      *    Velocity is the pitcher's read only.
           if PL-ROLE(plIdx) not = "P"
               go to ab-next.
           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to ab-next.
           move 0 to velNum
           invoke type System.Int32::TryParse(BAT360-P-VEL(pp)::Trim, by reference velNum)
           if WS-TRACK-OPEN = "Y"
               MOVE SPACES TO TP-KEY
               set TP-GAME-DATE to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
               MOVE BAT360-G-GAME-ID(gg) TO TP-GAME-ID
               move abOrdinal to TP-AB-NUM
               move pp to TP-PITCH-NUM
               READ TRACK-PITCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if TP-DEV-VEL not = zeroes
                           set velNum to TP-DEV-VEL
                       end-if
               END-READ
           end-if
           if velNum > 0
               add 1 to PL-VEL-CNT(plIdx, bk)
               add velNum to PL-VEL-SUM(plIdx, bk).
           add 1 to pp
           go to pitch-loop.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           if WS-TRACK-OPEN = "Y"
               CLOSE TRACK-PITCH-FILE.
           invoke bat360rununit::StopRun(0)

           if PL-COUNT = 0
               exit method.
           invoke self::writeReport(teamPath, teamName).
       end method.

      *#####       The game's rest bucket, on first sight of him         #####
       method-id openAppearance private.
       local-storage section.
       01 restDays     pic s9(06).
       procedure division using by value plIdx as type Int32
                          by value dayNum as type Int32
                          by value gameSeq as type Int32.
           if PL-ROLE(plIdx) = "P"
               if PL-LAST-DAY(plIdx) = 0
                   move 8 to PL-CUR-BUCKET(plIdx)
               else
                   compute restDays = dayNum - PL-LAST-DAY(plIdx) - 1
                   if restDays < 0
                       move 0 to restDays
                   end-if
                   if restDays > 6
                       move 6 to restDays
                   end-if
                   compute PL-CUR-BUCKET(plIdx) = restDays + 1
               end-if
               move dayNum to PL-LAST-DAY(plIdx)
           else
      *        A doubleheader's second game follows the first one in
      *        the index, so it extends the streak like any other.
               if PL-LAST-SEQ(plIdx) not = 0
                   and PL-LAST-SEQ(plIdx) + 1 = gameSeq
                   add 1 to PL-STREAK(plIdx)
               else
                   move 1 to PL-STREAK(plIdx)
               end-if
               evaluate true
                   when PL-STREAK(plIdx) = 1
                       move 1 to PL-CUR-BUCKET(plIdx)
                   when PL-STREAK(plIdx) <= 3
                       move 2 to PL-CUR-BUCKET(plIdx)
                   when PL-STREAK(plIdx) <= 6
                       move 3 to PL-CUR-BUCKET(plIdx)
                   when PL-STREAK(plIdx) <= 10
                       move 4 to PL-CUR-BUCKET(plIdx)
                   when PL-STREAK(plIdx) <= 15
                       move 5 to PL-CUR-BUCKET(plIdx)
                   when other
                       move 6 to PL-CUR-BUCKET(plIdx)
               end-evaluate
           end-if
           move gameSeq to PL-LAST-SEQ(plIdx)
           move gameSeq to PL-CUR-GAME(plIdx)
           add 1 to PL-APPS(plIdx, PL-CUR-BUCKET(plIdx)).
       end method.

      *#####              Pitchers, then position players              #####
       method-id writeReport private.
       local-storage section.
       01 roleIdx      pic 9(01).
       01 roleCode     pic x.
       01 nn           type Int32.
       01 bk           type Int32.
       01 bkLast       type Int32.
       01 htmlOut      type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value teamName as type String.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Performance by Rest</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Performance by rest - " & teamName & "</h3>")

           move 1 to roleIdx.
       role-loop.
           if roleIdx > 2
               go to role-done.
           if roleIdx = 1
               move "P" to roleCode
               move 8 to bkLast
               invoke htmlOut::AppendLine("<h4>Pitchers by days of rest</h4>")
               invoke htmlOut::AppendLine("<table border='1'><tr><td><b>Pitcher</b></td><td><b>Rest</b></td><td><b>Outings</b></td><td><b>BF</b></td><td><b>Avg velo</b></td><td><b>K%</b></td><td><b>BB%</b></td><td><b>AVG/OBP/SLG against</b></td></tr>")
           else
               move "B" to roleCode
               move 6 to bkLast
               invoke htmlOut::AppendLine("<h4>Position players by consecutive games played</h4>")
               invoke htmlOut::AppendLine("<table border='1'><tr><td><b>Player</b></td><td><b>Streak game</b></td><td><b>Games</b></td><td><b>PA</b></td><td><b>-</b></td><td><b>K%</b></td><td><b>BB%</b></td><td><b>AVG/OBP/SLG</b></td></tr>").
           move 1 to nn.
       player-loop.
           if nn > PL-COUNT
               go to player-done.
           if PL-ROLE(nn) not = roleCode
               go to player-next.
           move 1 to bk.
       bucket-loop.
           if bk > bkLast
               go to player-next.
           if PL-APPS(nn, bk) = 0
               go to bucket-next.
           invoke htmlOut::AppendLine(self::bucketRow(nn, bk)).
       bucket-next.
           add 1 to bk
           go to bucket-loop.
       player-next.
           add 1 to nn
           go to player-loop.
       player-done.
           invoke htmlOut::AppendLine("</table>")
           add 1 to roleIdx
           go to role-loop.
       role-done.
           invoke htmlOut::AppendLine("<p>Rest is the days between outings off the game dates (back-to-back is 0). The streak counts consecutive club games batted in; a game sat out starts it over. Velocity is the radar reading where the tracking import has one, else the charted gun.</p>")
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\RESTSPLIT.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "RESTSPLIT", teamName, teamPath & "\WEBSYNC\RESTSPLIT.HTML", 120).
       end method.

       method-id bucketRow private.
       local-storage section.
       01 bucketText   type String.
       01 veloText     type String.
       01 kPct         type Double.
       01 bbPct        type Double.
       01 avgVal       type Double.
       01 obpVal       type Double.
       01 slgVal       type Double.
       01 veloVal      type Double.
       01 restNum      pic 9(01).
       procedure division using by value nn as type Int32
                          by value bk as type Int32
                          returning rowText as type String.
           if PL-ROLE(nn) = "P"
               evaluate bk
                   when 7
                       set bucketText to "6+"
                   when 8
                       set bucketText to "first outing"
                   when other
                       compute restNum = bk - 1
                       set bucketText to restNum::ToString
               end-evaluate
           else
               evaluate bk
                   when 1
                       set bucketText to "1"
                   when 2
                       set bucketText to "2-3"
                   when 3
                       set bucketText to "4-6"
                   when 4
                       set bucketText to "7-10"
                   when 5
                       set bucketText to "11-15"
                   when other
                       set bucketText to "16+"
               end-evaluate
           end-if

           set veloText to type String::Empty
           if PL-VEL-CNT(nn, bk) not = 0
               compute veloVal = PL-VEL-SUM(nn, bk) / PL-VEL-CNT(nn, bk)
               set veloText to veloVal::ToString("0.0").
           move 0 to kPct bbPct avgVal obpVal slgVal
           if PL-PA(nn, bk) not = 0
               compute kPct = PL-K(nn, bk) * 100 / PL-PA(nn, bk)
               compute bbPct = PL-BB(nn, bk) * 100 / PL-PA(nn, bk).
           if PL-AB(nn, bk) not = 0
               compute avgVal = PL-H(nn, bk) / PL-AB(nn, bk)
               compute slgVal = PL-TB(nn, bk) / PL-AB(nn, bk).
           if PL-AB(nn, bk) + PL-BB(nn, bk) not = 0
               compute obpVal = (PL-H(nn, bk) + PL-BB(nn, bk)) / (PL-AB(nn, bk) + PL-BB(nn, bk)).

           set rowText to "<tr><td>" & PL-NAME(nn)::Trim & "</td><td>" & bucketText
               & "</td><td>" & PL-APPS(nn, bk)::ToString & "</td><td>" & PL-PA(nn, bk)::ToString
               & "</td><td>" & veloText & "</td><td>" & kPct::ToString("0.0")
               & "</td><td>" & bbPct::ToString("0.0") & "</td><td>" & avgVal::ToString(".000")
               & "/" & obpVal::ToString(".000") & "/" & slgVal::ToString(".000") & "</td></tr>".
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
           if PL-COUNT >= 300
               exit method.
           add 1 to PL-COUNT
           move roleCode to PL-ROLE(PL-COUNT)
           set PL-NAME(PL-COUNT) to playerName::Trim::ToUpper
           set plIdx to PL-COUNT.
       end method.

       end class.
