       class-id batsweb.seasonProjection.

      * Season-end projections - next year's line for every player on
      * PLAY-FILE who batted in this team's games over the last three
      * seasons, instead of roster planning by feel. Each season is
      * the same yearly ALL cut playerYoY.aspx.cbl shows, run through
      * the BAT300 "GO" / BAT310 "RE" engine sequence with the date
      * range pinned to the year (archived years are pulled back
      * first, the way the year-over-year page pulls them). The
      * method is the plain three-year one:
      *
      *   weight       the seasons 5/4/3, latest first
      *   regression   1200 weighted plate appearances of this
      *                folder's own three-year average are added to
      *                every rate, so a short sample leans on the
      *                league and a full one barely does
      *   age          up 0.6% a year under 29, down 0.3% a year over
      *                it (strikeouts the other way), age taken at
      *                July 1 of the projected year off the birth date
      *                keyed on the roster screen - no birth date, no
      *                age adjustment
      *   playing time half of last year's PA, a tenth of the year
      *                before, plus 200
      *
      * Career hits and home runs through next season are the
      * CAREER.DAT counters the milestone tracker keeps plus the
      * projected year. Projections are kept by player and season in
      * WEBSYNC\PROJECTIONS.DAT and never rebuilt from zero - when
      * this season's actual line comes in it is written beside the
      * projection made for it a year ago, so the report shows how
      * close the last round came. Output per team folder:
      *   WEBSYNC\PROJECTIONS.DAT   keyed projections and actuals
      *   WEBSYNC\PROJECTIONS.HTML  next season, then last season's
      *                             projection against what happened
      * At a MI club each projection is also restated at the upper
      * level through levelTranslation.cbl's factors.
      * playerYoY, the passport and the leaderboard show a player's
      * lines through projectionHtml/projectedOps below.
      * Usage: seasonProjection <Programs-root> [season-year] - the
      * season defaults to this year from July on, last year before.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as nightlyAggregate.cbl.

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
          SELECT PROJECTION-FILE ASSIGN WS-PROJECTIONS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PJ-KEY
              LOCK MANUAL
              FILE STATUS IS PJ-STATUS-COMN.
          SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
          SELECT ROLLOVER-FILE ASSIGN WS-ROLLOVER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RO-KEY
              LOCK MANUAL
              FILE STATUS IS RO-STATUS-COMN.
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

      * One record per player per projected season. The actual
      * columns stay zero until that season has been played and this
      * job has run at its end.
       FD  PROJECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PJ-REC.
       01  PJ-REC.
           05  PJ-KEY.
      *        Roster spelling, LAST, FIRST - the name-keyed files'
      *        join.
               10  PJ-PLAYER-NAME          PIC X(30).
               10  PJ-SEASON               PIC 9(04).
           05  PJ-REST.
               10  PJ-PLAYER-ID            PIC 9(05).
      *        Zero when no birth date is on file.
               10  PJ-AGE                  PIC 9(02).
               10  PJ-PA                   PIC 9(04).
               10  PJ-AB                   PIC 9(04).
               10  PJ-H                    PIC 9(04).
               10  PJ-HR                   PIC 9(03).
               10  PJ-BB                   PIC 9(03).
               10  PJ-K                    PIC 9(03).
               10  PJ-AVG-M                PIC 9(04).
               10  PJ-OPS-M                PIC 9(04).
      *        How much of the line is the player's own, per cent.
               10  PJ-RELIAB-PCT           PIC 9(03).
               10  PJ-CAREER-H             PIC 9(06).
               10  PJ-CAREER-HR            PIC 9(05).
               10  PJ-ACT-PA               PIC 9(04).
               10  PJ-ACT-AVG-M            PIC 9(04).
               10  PJ-ACT-OPS-M            PIC 9(04).
               10  PJ-ACT-HR               PIC 9(03).
               10  PJ-BUILT-AT             PIC X(19).
      *        At a MI club, the projected line at the upper level -
      *        levelTranslation.cbl's factors; zero elsewhere.
               10  PJ-TR-AVG-M             PIC 9(04).
               10  PJ-TR-OBP-M             PIC 9(04).
               10  PJ-TR-HR                PIC 9(03).
               10  PJ-TR-BB                PIC 9(03).
               10  PJ-TR-K                 PIC 9(03).
               10  FILLER                  PIC X(03).

      * Same layout milestoneTracker.cbl keeps.
       FD  CAREER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CR-REC.
       01  CR-REC.
           05  CR-KEY.
               10  CR-PLAYER-NAME          PIC X(30).
               10  CR-STAT-CODE            PIC X(02).
           05  CR-REST.
               10  CR-CAREER-TOTAL         PIC 9(06).
               10  CR-GAME-HIGH            PIC 9(03).
               10  CR-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(10).

      * Same layout seasonRollover.cbl writes - the cutoff that says
      * where the live data window starts.
       FD  ROLLOVER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RO-REC.
       01  RO-REC.
           05  RO-KEY.
               10  RO-TEAM                 PIC X(15).
           05  RO-REST.
               10  RO-CUTOFF-DATE          PIC X(10).
               10  RO-LAST-ARCHIVED-YEAR   PIC 9(04).
               10  FILLER                  PIC X(16).

       working-storage section.
       01 bat310rununit            type RunUnit.
       01 BAT310WEBF                   type BAT310WEBF.
       01 mydata310                type batsweb.bat310Data.
       01 mydata300                type batsweb.bat300Data.
       01 teamDirs                 type String[].
       01 WS-PLAYERINFO-FILE       PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-PROJECTIONS-FILE      PIC X(256) VALUE "PROJECTIONS.DAT".
       01 PJ-STATUS-COMN.
           05  PJ-STATUS-BYTE-1        PIC X.
           05  PJ-STATUS-BYTE-2        PIC X.
       01 WS-CAREER-FILE           PIC X(256) VALUE "CAREER.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-ROLLOVER-FILE         PIC X(256) VALUE "ROLLOVER.DAT".
       01 RO-STATUS-COMN.
           05  RO-STATUS-BYTE-1        PIC X.
           05  RO-STATUS-BYTE-2        PIC X.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
      * Every PLAY-FILE player and his three seasons here - line 1 is
      * the season just ended, 2 the one before, 3 the one before
      * that.
       01 PROJ-TBL.
           05  PT-ENTRY OCCURS 3000.
               10  PT-ID                   PIC 9(05).
               10  PT-LAST                 PIC X(15).
               10  PT-FIRST                PIC X(15).
               10  PT-NAME                 PIC X(30).
               10  PT-BIRTH-DATE           PIC X(10).
               10  PT-YEAR-LINE OCCURS 3.
                   15  PT-PA               PIC 9(05).
                   15  PT-AB               PIC 9(05).
                   15  PT-H                PIC 9(05).
                   15  PT-HR               PIC 9(05).
                   15  PT-BB               PIC 9(05).
                   15  PT-K                PIC 9(05).
                   15  PT-OPS-M            PIC 9(05).
       01 PT-COUNT                 PIC 9(04).
      * This folder's three-year totals - the regression target.
       01 LEAGUE-TOTALS.
           05  LG-PA                   PIC 9(08).
           05  LG-AB                   PIC 9(08).
           05  LG-H                    PIC 9(08).
           05  LG-HR                   PIC 9(07).
           05  LG-BB                   PIC 9(07).
           05  LG-K                    PIC 9(07).
           05  LG-OPS-PA               PIC 9(11).
       01 SEASON-WEIGHTS.
           05  FILLER                  PIC 9(01) VALUE 5.
           05  FILLER                  PIC 9(01) VALUE 4.
           05  FILLER                  PIC 9(01) VALUE 3.
       01 SEASON-WEIGHTS-R REDEFINES SEASON-WEIGHTS.
           05  SEASON-WEIGHT           PIC 9(01) OCCURS 3.
       01 REGRESS-PA               PIC 9(04) VALUE 1200.
       01 translator               type batsweb.levelTranslation.
       01 translateFlag            pic x value "N".

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 seasonYear           type Int32.
       01 worker               type batsweb.seasonProjection.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: seasonProjection <Programs-root-folder> [season-year]")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           if args::Length > 1
               if not type Int32::TryParse(args[1], by reference seasonYear)
                   invoke type System.Console::WriteLine("season year not numeric: " & args[1])
                   goback
               end-if
           else
               set seasonYear to type DateTime::Today::Year
               if type DateTime::Today::Month < 7
                   subtract 1 from seasonYear.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.seasonProjection
           invoke worker::projectTeam(teamDirs[aa], seasonYear)
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####   Per-team: three yearly cuts per player, then project    #####
       method-id projectTeam private.
       local-storage section.
       01 teamName              type String.
       01 nn                    type Int32.
       01 yy                    type Int32.
       01 yearNum               type Int32.
       01 gmDate                type Single.
       01 opsWork               type Double.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value teamPath as type String
                          by value seasonYear as type Int32.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           set WS-PLAYERINFO-FILE to teamPath & "\WEBSYNC\PLAYERINFO.DAT"
           set WS-PROJECTIONS-FILE to teamPath & "\WEBSYNC\PROJECTIONS.DAT"
           set WS-CAREER-FILE to teamPath & "\WEBSYNC\CAREER.DAT"
           set WS-ROLLOVER-FILE to teamPath & "\WEBSYNC\ROLLOVER.DAT"
           INITIALIZE PROJ-TBL LEAGUE-TOTALS
           move zeroes to PT-COUNT

      *    Seasons behind the rollover cutoff come back from the
      *    archive before the engine scans for them.
           invoke self::pullArchiveYears(teamPath, teamName, seasonYear - 2)

      *    Engine pair, the same init sequence nightlyAggregate.cbl
      *    runs per team.
           set mydata310 to new batsweb.bat310Data
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
               exit method.

           set mydata300 to new batsweb.bat300Data
           invoke mydata300::populateData
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE "I" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

      *    Every player on the master, held in the table so the
      *    engine owns the file while it runs.
           SET LK-PLAYER-FILE TO BAT300-WF-LK-PLAYER-FILE
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               invoke bat310rununit::StopRun(0)
               exit method.
       play-loop.
           READ PLAY-FILE NEXT
               AT END go to play-done.
           if PT-COUNT >= 3000
               go to play-done.
           add 1 to PT-COUNT
           move play-player-id to PT-ID(PT-COUNT)
           move play-last-name to PT-LAST(PT-COUNT)
           move play-first-name to PT-FIRST(PT-COUNT)
           set PT-NAME(PT-COUNT) to play-last-name::Trim & ", " & play-first-name::Trim
           go to play-loop.
       play-done.
           CLOSE PLAY-FILE
           invoke self::loadBirthDates()

           move 1 to nn.
       player-loop.
           if nn > PT-COUNT
               go to player-done.

      *    Locate the player the "LP"/"TI" way playerYoY.aspx.cbl does.
           set BAT300-SEL-PLAYER to PT-FIRST(nn)::Trim & " " & PT-LAST(nn)
           MOVE PT-ID(nn) to BAT300-LOCATE-SEL-ID
           move "LP" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to player-next.
           MOVE PT-ID(nn) to BAT300-SAVE-BATTER-ID
           MOVE BAT300-SEL-TEAM TO BAT300-BATTER-ROSTER-TEAM
           MOVE BAT300-SEL-PLAYER TO BAT300-BATTER-DSP-NAME
           move " " to BAT300-BATTER-BATS-FLAG
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to player-next.

           move 1 to yy.
       year-loop.
           if yy > 3
               go to player-next.
           compute yearNum = seasonYear - yy + 1

      *    The ALL cut's neutral flags, the date range pinned to the
      *    season year.
           MOVE " " TO BAT300-PITCHER-THROWS-FLAG
           MOVE "A" TO BAT300-PITCHER-TYPE-FLAG
           MOVE "A" TO BAT300-BATTER-TYPE-FLAG
           MOVE " " TO BAT300-BATTER-LOC-FLAG
           MOVE " " TO BAT300-PITCHER-LOC-FLAG
           MOVE "A" TO BAT300-TIME-FLAG
           MOVE "N" TO BAT300-TEAM-ONLY-FLAG
           MOVE "D" TO BAT300-GAME-FLAG
           MOVE "D" TO BAT300-END-GAME-FLAG
           invoke type System.Single::TryParse("0101" & yearNum::ToString::Substring(2, 2), by reference gmDate)
           set BAT300-GAME-DATE to gmDate
           invoke type System.Single::TryParse("1231" & yearNum::ToString::Substring(2, 2), by reference gmDate)
           set BAT300-END-GAME-DATE to gmDate

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to year-next.
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to year-next.

           MOVE BAT310-TPA TO PT-PA(nn, yy)
           MOVE BAT310-AB TO PT-AB(nn, yy)
           MOVE BAT310-H TO PT-H(nn, yy)
           MOVE BAT310-HR TO PT-HR(nn, yy)
           MOVE BAT310-BB TO PT-BB(nn, yy)
           MOVE BAT310-K TO PT-K(nn, yy)
           set opsWork to BAT310-OPS
           compute PT-OPS-M(nn, yy) = opsWork * 1000
           add BAT310-TPA to LG-PA
           add BAT310-AB to LG-AB
           add BAT310-H to LG-H
           add BAT310-HR to LG-HR
           add BAT310-BB to LG-BB
           add BAT310-K to LG-K
           compute LG-OPS-PA = LG-OPS-PA + (PT-OPS-M(nn, yy) * BAT310-TPA).
       year-next.
           add 1 to yy
           go to year-loop.
       player-next.
           add 1 to nn
           go to player-loop.
       player-done.
           invoke bat310rununit::StopRun(0)

           if LG-PA = 0 or LG-AB = 0
               exit method.

      *    A MI club's projections are also restated one level up.
           set translator to new batsweb.levelTranslation
           move "N" to translateFlag
           if translator::loadFactors(type System.IO.Path::GetDirectoryName(teamPath), teamPath)
               move "Y" to translateFlag.

      *    Kept from year to year - created only the first time.
           OPEN I-O PROJECTION-FILE
           if PJ-STATUS-BYTE-1 not = "0"
               OPEN OUTPUT PROJECTION-FILE
               CLOSE PROJECTION-FILE
               OPEN I-O PROJECTION-FILE.
           if PJ-STATUS-BYTE-1 not = "0"
               exit method.
           OPEN INPUT CAREER-FILE

           move 1 to nn.
       write-loop.
           if nn > PT-COUNT
               go to write-done.
           if PT-PA(nn, 1) = 0 and PT-PA(nn, 2) = 0 and PT-PA(nn, 3) = 0
               go to write-next.
           invoke self::gradeLastProjection(nn, seasonYear)
           invoke self::projectPlayer(nn, seasonYear + 1).
       write-next.
           add 1 to nn
           go to write-loop.
       write-done.
           if CR-STATUS-BYTE-1 = "0"
               CLOSE CAREER-FILE.
           CLOSE PROJECTION-FILE

           invoke self::writeReport(teamPath, teamName, seasonYear).
       end method.

      * Birth dates off the roster records - any club's record for
      * the player id will do.
       method-id loadBirthDates private.
       local-storage section.
       01 nn           pic 9(04).
       procedure division.
           OPEN INPUT PLAYER-INFO-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PI-KEY
           START PLAYER-INFO-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to info-done.
       info-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END go to info-done.
           if PI-BIRTH-DATE = spaces
               go to info-loop.
           move 1 to nn.
       info-match-loop.
           if nn > PT-COUNT
               go to info-loop.
           if PT-ID(nn) = PI-PLAYER-ID
               move PI-BIRTH-DATE to PT-BIRTH-DATE(nn)
               go to info-loop.
           add 1 to nn
           go to info-match-loop.
       info-done.
           CLOSE PLAYER-INFO-FILE.
       end method.

      *#####     One player's projection for the coming season          #####
       method-id projectPlayer private.
       local-storage section.
       01 yy           type Int32.
       01 wPA          type Double.
       01 wAB          type Double.
       01 wH           type Double.
       01 wHR          type Double.
       01 wBB          type Double.
       01 wK           type Double.
       01 wOPS         type Double.
       01 lgAbRate     type Double.
       01 ballastAB    type Double.
       01 projAvg      type Double.
       01 projHrRate   type Double.
       01 projBbRate   type Double.
       01 projKRate    type Double.
       01 projOps      type Double.
       01 projPA       type Double.
       01 projAB       type Double.
       01 ageAdj       type Double.
       01 ageYears     type Int32.
       01 birthDay     type DateTime.
       01 factorWork   type Double.
       procedure division using by value nn as type Int32
                          by value projYear as type Int32.
           move 0 to wPA wAB wH wHR wBB wK wOPS
           move 1 to yy.
       weight-loop.
           if yy > 3
               go to weight-done.
           compute wPA = wPA + (SEASON-WEIGHT(yy) * PT-PA(nn, yy))
           compute wAB = wAB + (SEASON-WEIGHT(yy) * PT-AB(nn, yy))
           compute wH = wH + (SEASON-WEIGHT(yy) * PT-H(nn, yy))
           compute wHR = wHR + (SEASON-WEIGHT(yy) * PT-HR(nn, yy))
           compute wBB = wBB + (SEASON-WEIGHT(yy) * PT-BB(nn, yy))
           compute wK = wK + (SEASON-WEIGHT(yy) * PT-K(nn, yy))
           compute wOPS = wOPS + (SEASON-WEIGHT(yy) * PT-OPS-M(nn, yy) * PT-PA(nn, yy))
           add 1 to yy
           go to weight-loop.
       weight-done.

      *    Regression - the ballast is REGRESS-PA plate appearances
      *    (and their share of at-bats) at this folder's averages.
           compute lgAbRate = LG-AB / LG-PA
           compute ballastAB = REGRESS-PA * lgAbRate
           compute projAvg = (wH + (ballastAB * LG-H / LG-AB)) / (wAB + ballastAB)
           compute projHrRate = (wHR + (REGRESS-PA * LG-HR / LG-PA)) / (wPA + REGRESS-PA)
           compute projBbRate = (wBB + (REGRESS-PA * LG-BB / LG-PA)) / (wPA + REGRESS-PA)
           compute projKRate = (wK + (REGRESS-PA * LG-K / LG-PA)) / (wPA + REGRESS-PA)
           compute projOps = (wOPS + (REGRESS-PA * LG-OPS-PA / LG-PA)) / (wPA + REGRESS-PA)

      *    Age curve - peak at 29.
           move 1 to ageAdj
           move 0 to ageYears
           if PT-BIRTH-DATE(nn) not = spaces
               if type DateTime::TryParse(PT-BIRTH-DATE(nn), by reference birthDay)
                   compute ageYears = projYear - birthDay::Year
                   if birthDay::Month > 6
                       subtract 1 from ageYears
                   end-if
                   if ageYears < 29
                       compute ageAdj = 1 + ((29 - ageYears) * 0.006)
                   else
                       compute ageAdj = 1 - ((ageYears - 29) * 0.003)
                   end-if
               end-if
           end-if
           compute projAvg = projAvg * ageAdj
           compute projHrRate = projHrRate * ageAdj
           compute projBbRate = projBbRate * ageAdj
           compute projOps = projOps * ageAdj
           compute projKRate = projKRate / ageAdj

           compute projPA = (PT-PA(nn, 1) * 0.5) + (PT-PA(nn, 2) * 0.1) + 200
           compute projAB = projPA * (wAB + ballastAB) / (wPA + REGRESS-PA)

           MOVE SPACES TO PJ-REC
           move PT-NAME(nn) to PJ-PLAYER-NAME
           move projYear to PJ-SEASON
      *    A projection already graded is history - leave it be.
           READ PROJECTION-FILE
               INVALID KEY
                   MOVE SPACES TO PJ-REST
                   move zeroes to PJ-ACT-PA PJ-ACT-AVG-M PJ-ACT-OPS-M PJ-ACT-HR
           END-READ
           if PJ-ACT-PA > 0
               exit method.
           move PT-ID(nn) to PJ-PLAYER-ID
           move ageYears to PJ-AGE
           compute PJ-PA ROUNDED = projPA
           compute PJ-AB ROUNDED = projAB
           compute PJ-H ROUNDED = projAvg * projAB
           compute PJ-HR ROUNDED = projHrRate * projPA
           compute PJ-BB ROUNDED = projBbRate * projPA
           compute PJ-K ROUNDED = projKRate * projPA
           compute PJ-AVG-M ROUNDED = projAvg * 1000
           compute PJ-OPS-M ROUNDED = projOps
           compute PJ-RELIAB-PCT ROUNDED = (wPA * 100) / (wPA + REGRESS-PA)

           move zeroes to PJ-CAREER-H PJ-CAREER-HR
           if CR-STATUS-BYTE-1 = "0"
               MOVE SPACES TO CR-KEY
               move PT-NAME(nn) to CR-PLAYER-NAME
               move "H " to CR-STAT-CODE
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move CR-CAREER-TOTAL to PJ-CAREER-H
               END-READ
               MOVE SPACES TO CR-KEY
               move PT-NAME(nn) to CR-PLAYER-NAME
               move "HR" to CR-STAT-CODE
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move CR-CAREER-TOTAL to PJ-CAREER-HR
               END-READ
           end-if
           add PJ-H to PJ-CAREER-H
           add PJ-HR to PJ-CAREER-HR

           move zeroes to PJ-TR-AVG-M PJ-TR-OBP-M PJ-TR-HR PJ-TR-BB PJ-TR-K
           if translateFlag = "Y" and PJ-AB > 0 and PJ-PA > 0
               set factorWork to translator::factorFor("AVG")
               compute PJ-TR-AVG-M ROUNDED = factorWork * PJ-H * 1000 / PJ-AB
               set factorWork to translator::factorFor("OBP")
               compute PJ-TR-OBP-M ROUNDED = factorWork * (PJ-H + PJ-BB) * 1000 / PJ-PA
               set factorWork to translator::factorFor("HR")
               compute PJ-TR-HR ROUNDED = factorWork * PJ-HR
               set factorWork to translator::factorFor("BB")
               compute PJ-TR-BB ROUNDED = factorWork * PJ-BB
               set factorWork to translator::factorFor("K")
               compute PJ-TR-K ROUNDED = factorWork * PJ-K
           end-if
           set PJ-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE PJ-REC
               INVALID KEY
                   REWRITE PJ-REC
           END-WRITE.
       end method.

      * The projection made a year ago for the season just ended gets
      * that season's actual line beside it.
       method-id gradeLastProjection private.
       procedure division using by value nn as type Int32
                          by value seasonYear as type Int32.
           MOVE SPACES TO PJ-KEY
           move PT-NAME(nn) to PJ-PLAYER-NAME
           move seasonYear to PJ-SEASON
           READ PROJECTION-FILE
               INVALID KEY
                   exit method
           END-READ
           move PT-PA(nn, 1) to PJ-ACT-PA
           move PT-HR(nn, 1) to PJ-ACT-HR
           move zeroes to PJ-ACT-AVG-M
           if PT-AB(nn, 1) > 0
               compute PJ-ACT-AVG-M ROUNDED = PT-H(nn, 1) * 1000 / PT-AB(nn, 1).
           move PT-OPS-M(nn, 1) to PJ-ACT-OPS-M
           REWRITE PJ-REC.
       end method.

      *#####   Report - next season, then last round against actuals   #####
       method-id writeReport private.
       local-storage section.
       01 gradedCnt    type Int32.
       01 projYear     type Int32.
       01 avgErrSum    type Double.
       01 opsErrSum    type Double.
       01 errWork      type Double.
       01 htmlOut      type System.Text.StringBuilder.
       01 gradeOut     type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value seasonYear as type Int32.
           compute projYear = seasonYear + 1
           set htmlOut to new type System.Text.StringBuilder
           set gradeOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Projections</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Projections - " & teamName & " - " & projYear::ToString & " season</h3>")
           invoke htmlOut::AppendLine("<table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Player</b></td><td><b>Age</b></td><td><b>PA</b></td><td><b>H</b></td><td><b>HR</b></td><td><b>BB</b></td><td><b>K</b></td><td><b>AVG</b></td><td><b>OPS</b></td><td><b>Own data</b></td><td><b>Career H / HR after</b></td><td><b>Up a level</b></td></tr>")
           invoke gradeOut::AppendLine("<table border='1'>")
           invoke gradeOut::AppendLine("<tr><td><b>Player</b></td><td><b>Proj PA</b></td><td><b>PA</b></td><td><b>Proj AVG</b></td><td><b>AVG</b></td><td><b>Proj OPS</b></td><td><b>OPS</b></td><td><b>Proj HR</b></td><td><b>HR</b></td></tr>")
           move 0 to gradedCnt
           move 0 to avgErrSum opsErrSum

           OPEN INPUT PROJECTION-FILE
           if PJ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PJ-KEY
           START PROJECTION-FILE KEY NOT LESS THAN PJ-KEY
           if PJ-STATUS-BYTE-1 not = "0"
               go to proj-done.
       proj-loop.
           READ PROJECTION-FILE NEXT RECORD
               AT END go to proj-done.
           if PJ-SEASON = projYear
               invoke htmlOut::AppendLine("<tr><td>" & PJ-PLAYER-NAME::Trim & "</td><td>" & self::ageText(PJ-AGE)
                   & "</td><td>" & PJ-PA::ToString & "</td><td>" & PJ-H::ToString & "</td><td>" & PJ-HR::ToString
                   & "</td><td>" & PJ-BB::ToString & "</td><td>" & PJ-K::ToString
                   & "</td><td>." & PJ-AVG-M(2:3) & "</td><td>" & PJ-OPS-M(1:1) & "." & PJ-OPS-M(2:3)
                   & "</td><td>" & PJ-RELIAB-PCT::ToString & "%</td><td>" & PJ-CAREER-H::ToString & " / " & PJ-CAREER-HR::ToString & "</td><td>" & self::translatedText(PJ-TR-AVG-M) & "</td></tr>")
               go to proj-loop.
           if PJ-SEASON = seasonYear and PJ-ACT-PA > 0
               add 1 to gradedCnt
               compute errWork = PJ-AVG-M - PJ-ACT-AVG-M
               if errWork < 0
                   compute errWork = 0 - errWork
               end-if
               compute avgErrSum = avgErrSum + errWork
               compute errWork = PJ-OPS-M - PJ-ACT-OPS-M
               if errWork < 0
                   compute errWork = 0 - errWork
               end-if
               compute opsErrSum = opsErrSum + errWork
               invoke gradeOut::AppendLine("<tr><td>" & PJ-PLAYER-NAME::Trim & "</td><td>" & PJ-PA::ToString & "</td><td>" & PJ-ACT-PA::ToString
                   & "</td><td>." & PJ-AVG-M(2:3) & "</td><td>." & PJ-ACT-AVG-M(2:3)
                   & "</td><td>" & PJ-OPS-M(1:1) & "." & PJ-OPS-M(2:3) & "</td><td>" & PJ-ACT-OPS-M(1:1) & "." & PJ-ACT-OPS-M(2:3)
                   & "</td><td>" & PJ-HR::ToString & "</td><td>" & PJ-ACT-HR::ToString & "</td></tr>").
           go to proj-loop.
       proj-done.
           CLOSE PROJECTION-FILE
           invoke htmlOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<p>Three seasons weighted 5/4/3, regressed with 1200 plate appearances of this club's three-year average, aged at 0.6% a year of growth under 29 and 0.3% a year of decline over it. Own data is how much of the line is the player's record rather than the average.</p>")

           invoke gradeOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<h4>" & seasonYear::ToString & " projections against what happened</h4>")
           if gradedCnt = 0
               invoke htmlOut::AppendLine("<p>No projection was on file for " & seasonYear::ToString & " - the comparison starts after next season.</p>")
           else
               compute avgErrSum = avgErrSum / gradedCnt / 1000
               compute opsErrSum = opsErrSum / gradedCnt / 1000
               invoke htmlOut::AppendLine("<p>" & gradedCnt::ToString & " players graded - average miss " & avgErrSum::ToString("0.000") & " in AVG, " & opsErrSum::ToString("0.000") & " in OPS.</p>")
               invoke htmlOut::AppendLine(gradeOut::ToString).
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\PROJECTIONS.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "PROJECT", teamName, teamPath & "\WEBSYNC\PROJECTIONS.HTML", 365).
       end method.

      * The upper-level AVG/OBP, HR, BB and K, blank at a club that
      * is not translated.
       method-id translatedText private.
       procedure division using by value trAvg as type Int32
                          returning textOut as type String.
           if trAvg = 0
               set textOut to type String::Empty
           else
               set textOut to "." & PJ-TR-AVG-M(2:3) & " / ." & PJ-TR-OBP-M(2:3) & ", " & PJ-TR-HR::ToString & " HR, "
                   & PJ-TR-BB::ToString & " BB, " & PJ-TR-K::ToString & " K".
       end method.

       method-id ageText private.
       procedure division using by value ageYears as type Int32
                          returning textOut as type String.
           if ageYears = 0
               set textOut to "?"
           else
               set textOut to ageYears::ToString.
       end method.

      * Pulls the archived seasons the projection reaches back to
      * beside the live files - the copy-back pullArchiveYears runs in
      * playerYoY.aspx.cbl when a span crosses the ROLLOVER.DAT
      * cutoff.
       method-id pullArchiveYears private.
       local-storage section.
       01 cutoffDate       type DateTime.
       01 yy               type Int32.
       01 archFolder       type String.
       01 archFiles        type String[].
       01 ff               type Int32.
       01 relPath          type String.
       01 destPath         type String.
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value firstYear as type Int32.
           OPEN INPUT ROLLOVER-FILE
           if RO-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RO-KEY
           set RO-TEAM to teamName::ToUpper
           READ ROLLOVER-FILE
               INVALID KEY
                   CLOSE ROLLOVER-FILE
                   exit method.
           CLOSE ROLLOVER-FILE

           invoke type DateTime::TryParse(RO-CUTOFF-DATE::Trim, by reference cutoffDate)
           if firstYear >= cutoffDate::Year
               exit method.

           set yy to firstYear.
       arch-year-loop.
           if yy >= cutoffDate::Year
               go to arch-year-done.
           set archFolder to teamPath & "\ARCHIVE\" & yy::ToString
           if not type System.IO.Directory::Exists(archFolder)
               go to arch-year-next.
           set archFiles to type System.IO.Directory::GetFiles(archFolder, "*", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       arch-file-loop.
           if ff >= archFiles::Length
               go to arch-year-next.
           set relPath to archFiles[ff]::Substring(archFolder::Length + 1)
           set destPath to teamPath & "\" & relPath
           if not type System.IO.File::Exists(destPath)
               if not type System.IO.Directory::Exists(type System.IO.Path::GetDirectoryName(destPath))
                   invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(destPath))
               end-if
               invoke type System.IO.File::Copy(archFiles[ff], destPath)
           end-if
           add 1 to ff
           go to arch-file-loop.
       arch-year-next.
           add 1 to yy
           go to arch-year-loop.
       arch-year-done.
           continue.
       end method.

      *#####   Lookups the report pages share - one place reads the     #####
      *#####   projection file for them all                             #####
      * A player's latest projection and, when one has been graded,
      * the most recent projection against its actual line - as a
      * short HTML block. Empty when nothing is on file.
       method-id projectionHtml static public.
       local-storage section.
       01 worker       type batsweb.seasonProjection.
       procedure division using by value teamPath as type String
                          by value rosterName as type String
                          returning htmlText as type String.
           set worker to new batsweb.seasonProjection
           set htmlText to worker::readProjection(teamPath, rosterName, "H").
       end method.

      * The latest projected OPS alone, ".xxx" style - empty when none.
       method-id projectedOps static public.
       local-storage section.
       01 worker       type batsweb.seasonProjection.
       procedure division using by value teamPath as type String
                          by value rosterName as type String
                          returning opsText as type String.
           set worker to new batsweb.seasonProjection
           set opsText to worker::readProjection(teamPath, rosterName, "O").
       end method.

       method-id readProjection private.
       local-storage section.
       01 nameKey      pic x(30).
       01 latestRest   pic x(104).
       01 latestSeason pic 9(04) value zeroes.
       01 gradedRest   pic x(104).
       01 gradedSeason pic 9(04) value zeroes.
       01 htmlOut      type System.Text.StringBuilder.
       procedure division using by value teamPath as type String
                          by value rosterName as type String
                          by value modeCode as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           if rosterName::Trim = type String::Empty
               exit method.
           set nameKey to rosterName::Trim::ToUpper
           set WS-PROJECTIONS-FILE to teamPath & "\WEBSYNC\PROJECTIONS.DAT"
           OPEN INPUT PROJECTION-FILE
           if PJ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PJ-KEY
           move nameKey to PJ-PLAYER-NAME
           move zeroes to PJ-SEASON
           START PROJECTION-FILE KEY NOT LESS THAN PJ-KEY
           if PJ-STATUS-BYTE-1 not = "0"
               go to read-done.
       read-loop.
           READ PROJECTION-FILE NEXT RECORD
               AT END go to read-done.
           if PJ-PLAYER-NAME not = nameKey
               go to read-done.
           move PJ-SEASON to latestSeason
           move PJ-REST to latestRest
           if PJ-ACT-PA > 0
               move PJ-SEASON to gradedSeason
               move PJ-REST to gradedRest.
           go to read-loop.
       read-done.
           CLOSE PROJECTION-FILE
           if latestSeason = 0
               exit method.

           move latestSeason to PJ-SEASON
           move latestRest to PJ-REST
           if modeCode = "O"
               set textOut to PJ-OPS-M(1:1) & "." & PJ-OPS-M(2:3)
               exit method.

           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<p><b>" & latestSeason::ToString & " projection:</b> "
               & PJ-PA::ToString & " PA, ." & PJ-AVG-M(2:3) & " / " & PJ-OPS-M(1:1) & "." & PJ-OPS-M(2:3)
               & ", " & PJ-HR::ToString & " HR, " & PJ-BB::ToString & " BB, " & PJ-K::ToString & " K"
               & " (age " & self::ageText(PJ-AGE) & ", " & PJ-RELIAB-PCT::ToString & "% own data)</p>")
           if PJ-TR-AVG-M > 0
               invoke htmlOut::AppendLine("<p>&nbsp;&nbsp;translated up a level: " & self::translatedText(PJ-TR-AVG-M) & "</p>")
           end-if
           if gradedSeason not = 0
               move gradedRest to PJ-REST
               invoke htmlOut::AppendLine("<p><b>" & gradedSeason::ToString & " projected vs actual:</b> ."
                   & PJ-AVG-M(2:3) & " / " & PJ-OPS-M(1:1) & "." & PJ-OPS-M(2:3) & ", " & PJ-HR::ToString & " HR projected; ."
                   & PJ-ACT-AVG-M(2:3) & " / " & PJ-ACT-OPS-M(1:1) & "." & PJ-ACT-OPS-M(2:3) & ", " & PJ-ACT-HR::ToString
                   & " HR in " & PJ-ACT-PA::ToString & " PA actual</p>").
           set textOut to htmlOut::ToString.
       end method.

       end class.
