       class-id batsweb.serviceTime.

      * Nightly service-time, option and roster-limit tracker, derived
      * from the ROSTERTXN.DAT journal rosterTransactions.aspx.cbl
      * keeps - the whiteboard count, done by the journal instead.
      * Each team's journal is walked in key order (player, then
      * effective date) into:
      *   stints   S/C put him on a level's active roster (RT-TO-LEVEL,
      *            ROSTER when none was keyed), D/R or a move to
      *            another level ends it
      *   options  a D opens an optional assignment, the next S/C or
      *            an R closes it; a season with at least the rules'
      *            minimum optioned days uses one option year
      * and for every player: days on each level's active roster
      * (career and this season), option years used and left, and
      * his Rule 5 eligibility and protection dates - the signing
      * season counts as the first, and the seasons allowed depend on
      * his age at signing (PLAYERINFO.DAT's birth date; without one
      * the older, earlier count is used so nothing is missed).
      * Output: WEBSYNC\SERVICETIME.DAT, rebuilt each night, which
      * rosterTransactions.aspx.cbl lists beside the journal.
      * Exceptions - any day a level's active count runs over its
      * maximum, an optional assignment with no option years left,
      * and a protection deadline coming up - go to SERVICETIME.LOG
      * and, as structured items, to the WORKLIST.DAT the
      * dataQuality.aspx.cbl worklist works. The roster maximums and
      * option/Rule 5 settings are ROSTERRULES.DAT, keyed on
      * policyConsole.aspx.cbl: one record per level, plus the "*"
      * record carrying the organization-wide settings and the
      * maximum for any level without its own.
      *   serviceTime <Programs-root-folder>

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ROSTER-TXN-FILE ASSIGN WS-ROSTERTXN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RT-KEY
              LOCK MANUAL
              FILE STATUS IS RT-STATUS-COMN.
          SELECT ROSTER-RULES-FILE ASSIGN WS-ROSTERRULES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RR-KEY
              LOCK MANUAL
              FILE STATUS IS RR-STATUS-COMN.
          SELECT SERVICE-TIME-FILE ASSIGN WS-SERVICETIME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ST-KEY
              LOCK MANUAL
              FILE STATUS IS ST-STATUS-COMN.
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
          SELECT SERVICE-LOG-FILE ASSIGN WS-SERVICE-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout rosterTransactions.aspx.cbl maintains.
       FD  ROSTER-TXN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RT-REC.
       01  RT-REC.
           05  RT-KEY.
               10  RT-PLAYER-NAME          PIC X(30).
               10  RT-EFF-DATE             PIC X(10).
           05  RT-REST.
               10  RT-MOVE-TYPE            PIC X.
                   88  RT-ADDED            VALUE "S" "C".
                   88  RT-REMOVED          VALUE "D" "R".
               10  RT-FROM-LEVEL           PIC X(10).
               10  RT-TO-LEVEL             PIC X(10).
               10  RT-ENTERED-BY           PIC X(30).
               10  RT-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(09).

      * Same layout policyConsole.aspx.cbl keys. Zero in any field
      * means the default below.
       FD  ROSTER-RULES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RR-REC.
       01  RR-REC.
           05  RR-KEY.
               10  RR-LEVEL                PIC X(10).
           05  RR-REST.
               10  RR-ACTIVE-MAX           PIC 9(02).
               10  RR-OPTION-YEARS         PIC 9(01).
               10  RR-OPTION-MIN-DAYS      PIC 9(03).
               10  RR-YOUNG-AGE            PIC 9(02).
               10  RR-RULE5-YOUNG          PIC 9(01).
               10  RR-RULE5-OLDER          PIC 9(01).
               10  RR-PROTECT-MMDD         PIC X(04).
               10  RR-RULE5-MMDD           PIC X(04).
               10  RR-WARN-DAYS            PIC 9(03).
               10  FILLER                  PIC X(19).

      * One record per player per level he has been active at - the
      * option and Rule 5 figures repeat on each of his rows. A
      * player the journal never put on an active roster carries
      * one row at level (NONE).
       FD  SERVICE-TIME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ST-REC.
       01  ST-REC.
           05  ST-KEY.
               10  ST-PLAYER-NAME          PIC X(30).
               10  ST-LEVEL                PIC X(10).
           05  ST-REST.
               10  ST-DAYS-TOTAL           PIC 9(05).
               10  ST-DAYS-SEASON          PIC 9(03).
               10  ST-ACTIVE-NOW           PIC X.
               10  ST-OPTIONED-NOW         PIC X.
               10  ST-OPTIONS-USED         PIC 9(01).
               10  ST-OPTIONS-LEFT         PIC 9(01).
               10  ST-SIGNED-DATE          PIC X(10).
               10  ST-SIGNING-AGE          PIC 9(02).
               10  ST-RULE5-DATE           PIC X(10).
               10  ST-PROTECT-DATE         PIC X(10).
               10  ST-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(20).

       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * Same layout fullatbat.aspx.cbl's PLAYER-INFO-FILE uses.
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

       FD  SERVICE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SERVICE-LOG-REC.
       01  SERVICE-LOG-REC             PIC X(200).

      * Same layout the other validators write for
      * dataQuality.aspx.cbl.
       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WQ-REC.
       01  WQ-REC.
           05  WQ-KEY.
               10  WQ-ITEM-ID              PIC X(44).
           05  WQ-REST.
               10  WQ-SOURCE               PIC X(06).
               10  WQ-DETAIL               PIC X(120).
               10  WQ-STATUS               PIC X.
                   88  WQ-NEW              VALUE "N".
                   88  WQ-ASSIGNED         VALUE "A".
                   88  WQ-CLOSED           VALUE "C".
               10  WQ-ASSIGNED-TO          PIC X(30).
               10  WQ-FIRST-SEEN           PIC X(19).
               10  WQ-LAST-SEEN            PIC X(19).
               10  WQ-SEEN-COUNT           PIC 9(04).
               10  FILLER                  PIC X(10).

       working-storage section.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata                   type batsweb.bat666Data.
       01 teamDirs                 type String[].
       01 WS-ROSTERTXN-FILE        PIC X(256) VALUE "ROSTERTXN.DAT".
       01 RT-STATUS-COMN.
           05  RT-STATUS-BYTE-1        PIC X.
           05  RT-STATUS-BYTE-2        PIC X.
       01 WS-ROSTERRULES-FILE      PIC X(256) VALUE "ROSTERRULES.DAT".
       01 RR-STATUS-COMN.
           05  RR-STATUS-BYTE-1        PIC X.
           05  RR-STATUS-BYTE-2        PIC X.
       01 WS-SERVICETIME-FILE      PIC X(256) VALUE "SERVICETIME.DAT".
       01 ST-STATUS-COMN.
           05  ST-STATUS-BYTE-1        PIC X.
           05  ST-STATUS-BYTE-2        PIC X.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-PLAYERINFO-FILE       PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-SERVICE-LOG-FILE      PIC X(256) VALUE "SERVICETIME.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-WORKLIST-FILE         PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
      * The rules in force for this team - the "*" record over these
      * defaults, then each level's own maximum.
       01 DEFAULT-ACTIVE-MAX       PIC 9(02) VALUE 26.
       01 OPTION-YEARS             PIC 9(01) VALUE 3.
       01 OPTION-MIN-DAYS          PIC 9(03) VALUE 20.
       01 YOUNG-AGE                PIC 9(02) VALUE 18.
       01 RULE5-YOUNG              PIC 9(01) VALUE 5.
       01 RULE5-OLDER              PIC 9(01) VALUE 4.
       01 PROTECT-MMDD             PIC X(04) VALUE "1120".
       01 RULE5-MMDD               PIC X(04) VALUE "1210".
       01 WARN-DAYS                PIC 9(03) VALUE 45.
      * How far back the daily roster count and the option check look
      * each night - older exceptions have already been worked.
       01 LOOKBACK-DAYS            PIC 9(02) VALUE 7.
      * Worklist key for the roster run being logged - blank for every
      * other exception line.
       01 ROSTER-ITEM-KEY          PIC X(31) VALUE SPACES.
       01 LEVEL-TBL.
           05  LV-ENTRY OCCURS 20.
               10  LV-NAME                 PIC X(10).
               10  LV-MAX                  PIC 9(02).
       01 LV-COUNT                 PIC 9(02).
      * One row per player in the journal.
       01 PLAYER-TBL.
           05  PL-ENTRY OCCURS 600.
               10  PL-NAME                 PIC X(30).
               10  PL-SIGNED               PIC X(10).
               10  PL-FIRST-MOVE           PIC X(10).
               10  PL-BIRTH                PIC X(10).
               10  PL-ACTIVE-LEVEL         PIC X(10).
               10  PL-OPTIONED             PIC X.
               10  PL-RELEASED             PIC X.
       01 PL-COUNT                 PIC 9(03).
      * Active-roster stints - an open stint has a blank end.
       01 STINT-TBL.
           05  STN-ENTRY OCCURS 2000.
               10  STN-PLAYER              PIC 9(03).
               10  STN-LEVEL               PIC X(10).
               10  STN-START               PIC X(10).
               10  STN-END                 PIC X(10).
       01 STN-COUNT                PIC 9(04).
      * Optional assignments - an open one has a blank end.
       01 OPTION-TBL.
           05  OPT-ENTRY OCCURS 1000.
               10  OPT-PLAYER              PIC 9(03).
               10  OPT-START               PIC X(10).
               10  OPT-END                 PIC X(10).
       01 OPT-COUNT                PIC 9(04).
       01 TODAY-TEXT               PIC X(10).
       01 THIS-YEAR                PIC 9(04).
       01 WS-TEAM-NAME             PIC X(40).

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.serviceTime.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: serviceTime <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "SERVICETIME")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.serviceTime
           invoke worker::trackTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "SERVICETIME", runStamp, "C", aa)
           goback.
       end method.

      *#####                 Per-team journal walk                     #####
       method-id trackTeam private.
       local-storage section.
       01 pp                    pic 9(03).
       01 curPlayer             pic x(30).
       01 moveLevel             pic x(10).
       procedure division using by value teamPath as type String.
           if not type System.IO.File::Exists(teamPath & "\WEBSYNC\ROSTERTXN.DAT")
               exit method.
           set WS-TEAM-NAME to type System.IO.Path::GetFileName(teamPath)
           set WS-ROSTERTXN-FILE to teamPath & "\WEBSYNC\ROSTERTXN.DAT"
           set WS-ROSTERRULES-FILE to teamPath & "\WEBSYNC\ROSTERRULES.DAT"
           set WS-SERVICETIME-FILE to teamPath & "\WEBSYNC\SERVICETIME.DAT"
           set WS-PLAYERINFO-FILE to teamPath & "\WEBSYNC\PLAYERINFO.DAT"
           set WS-SERVICE-LOG-FILE to teamPath & "\WEBSYNC\SERVICETIME.LOG"
           set WS-WORKLIST-FILE to teamPath & "\WEBSYNC\WORKLIST.DAT"
           set TODAY-TEXT to type DateTime::Today::ToString("yyyy-MM-dd")
           set THIS-YEAR to type DateTime::Today::Year

           move zeroes to PL-COUNT STN-COUNT OPT-COUNT
           invoke self::loadRules

           OPEN INPUT ROSTER-TXN-FILE
           if RT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO RT-KEY
           START ROSTER-TXN-FILE KEY NOT LESS THAN RT-KEY
           if RT-STATUS-BYTE-1 not = "0"
               go to txn-done.
           move spaces to curPlayer
           move zeroes to pp.
       txn-loop.
           READ ROSTER-TXN-FILE NEXT RECORD
               AT END go to txn-done.
           if RT-PLAYER-NAME = spaces
               go to txn-loop.
           if RT-PLAYER-NAME not = curPlayer
               if PL-COUNT >= 600
                   go to txn-done
               end-if
               add 1 to PL-COUNT
               move PL-COUNT to pp
               MOVE SPACES TO PL-ENTRY(pp)
               move RT-PLAYER-NAME to PL-NAME(pp)
               move RT-EFF-DATE to PL-FIRST-MOVE(pp)
               move "N" to PL-OPTIONED(pp) PL-RELEASED(pp)
               move RT-PLAYER-NAME to curPlayer.

           EVALUATE RT-MOVE-TYPE
               WHEN "S"
               WHEN "C"
                   if RT-MOVE-TYPE = "S" and PL-SIGNED(pp) = spaces
                       move RT-EFF-DATE to PL-SIGNED(pp)
                   end-if
                   move "N" to PL-RELEASED(pp)
                   invoke self::closeOption(pp, RT-EFF-DATE)
                   move RT-TO-LEVEL to moveLevel
                   if moveLevel = spaces
                       move "ROSTER" to moveLevel
                   end-if
                   if PL-ACTIVE-LEVEL(pp) not = moveLevel
                       invoke self::closeStint(pp, RT-EFF-DATE)
                       invoke self::openStint(pp, moveLevel, RT-EFF-DATE)
                   end-if
               WHEN "D"
                   invoke self::closeStint(pp, RT-EFF-DATE)
                   invoke self::openOption(pp, RT-EFF-DATE)
               WHEN "R"
                   invoke self::closeStint(pp, RT-EFF-DATE)
                   invoke self::closeOption(pp, RT-EFF-DATE)
                   move "Y" to PL-RELEASED(pp)
           END-EVALUATE
           go to txn-loop.
       txn-done.
           CLOSE ROSTER-TXN-FILE
           if PL-COUNT = 0
               exit method.

           invoke self::loadBirthDates(teamPath)
           invoke self::writeServiceTime
           invoke self::checkRosterLimits
           invoke self::checkOptions
           invoke self::checkProtection
           invoke self::logLine(PL-COUNT::ToString & " players tracked, " & STN-COUNT::ToString & " active-roster stints").
       end method.

       method-id openStint private.
       procedure division using by value pp as type Int32
                          by value levelName as type String
                          by value effDate as type String.
           if STN-COUNT >= 2000
               exit method.
           add 1 to STN-COUNT
           move pp to STN-PLAYER(STN-COUNT)
           set STN-LEVEL(STN-COUNT) to levelName
           set STN-START(STN-COUNT) to effDate
           move spaces to STN-END(STN-COUNT)
           set PL-ACTIVE-LEVEL(pp) to levelName.
       end method.

      * Ends the player's open stint, if he has one.
       method-id closeStint private.
       local-storage section.
       01 ss               pic 9(04).
       procedure division using by value pp as type Int32
                          by value effDate as type String.
           move spaces to PL-ACTIVE-LEVEL(pp)
           move STN-COUNT to ss.
       stint-find-loop.
           if ss < 1
               exit method.
           if STN-PLAYER(ss) = pp and STN-END(ss) = spaces
               set STN-END(ss) to effDate
               exit method.
           subtract 1 from ss
           go to stint-find-loop.
       end method.

       method-id openOption private.
       procedure division using by value pp as type Int32
                          by value effDate as type String.
           if PL-OPTIONED(pp) = "Y" or OPT-COUNT >= 1000
               exit method.
           add 1 to OPT-COUNT
           move pp to OPT-PLAYER(OPT-COUNT)
           set OPT-START(OPT-COUNT) to effDate
           move spaces to OPT-END(OPT-COUNT)
           move "Y" to PL-OPTIONED(pp).
       end method.

       method-id closeOption private.
       local-storage section.
       01 oo               pic 9(04).
       procedure division using by value pp as type Int32
                          by value effDate as type String.
           if PL-OPTIONED(pp) not = "Y"
               exit method.
           move "N" to PL-OPTIONED(pp)
           move OPT-COUNT to oo.
       option-find-loop.
           if oo < 1
               exit method.
           if OPT-PLAYER(oo) = pp and OPT-END(oo) = spaces
               set OPT-END(oo) to effDate
               exit method.
           subtract 1 from oo
           go to option-find-loop.
       end method.

      * Days of [startText, endText) that fall inside [fromText,
      * toText) - an open end runs through today, nothing counts
      * past today.
       method-id overlapDays private.
       local-storage section.
       01 startDay         type DateTime.
       01 endDay           type DateTime.
       01 fromDay          type DateTime.
       01 toDay            type DateTime.
       01 capDay           type DateTime.
       procedure division using by value startText as type String
                          by value endText as type String
                          by value fromText as type String
                          by value toText as type String
                          returning dayCount as type Int32.
           set dayCount to 0
           set capDay to type DateTime::Today::AddDays(1)
           if not type DateTime::TryParseExact(startText, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference startDay)
               exit method.
           if endText::Trim = type String::Empty
               set endDay to capDay
           else
               if not type DateTime::TryParseExact(endText, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference endDay)
                   exit method.
           invoke type DateTime::TryParseExact(fromText, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference fromDay)
           invoke type DateTime::TryParseExact(toText, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference toDay)
           if startDay < fromDay
               set startDay to fromDay.
           if endDay > toDay
               set endDay to toDay.
           if endDay > capDay
               set endDay to capDay.
           if endDay > startDay
               set dayCount to (endDay::Subtract(startDay))::Days.
       end method.

      * Option years the player used in the seasons fromYear through
      * toYear.
       method-id optionYearsUsed private.
       local-storage section.
       01 yy               pic 9(04).
       01 oo               pic 9(04).
       01 seasonDays       pic 9(04).
       01 nextYear         pic 9(04).
       01 spellDays        type Int32.
       01 yearFrom         type String.
       01 yearTo           type String.
       procedure division using by value pp as type Int32
                          by value fromYear as type Int32
                          by value toYear as type Int32
                          returning usedCount as type Int32.
           set usedCount to 0
           move fromYear to yy.
       used-year-loop.
           if yy > toYear
               exit method.
           set yearFrom to yy::ToString & "-01-01"
           compute nextYear = yy + 1
           set yearTo to nextYear::ToString & "-01-01"
           move zeroes to seasonDays
           move 1 to oo.
       used-option-loop.
           if oo > OPT-COUNT
               go to used-option-done.
           if OPT-PLAYER(oo) = pp
               set spellDays to self::overlapDays(OPT-START(oo), OPT-END(oo), yearFrom, yearTo)
               add spellDays to seasonDays.
           add 1 to oo
           go to used-option-loop.
       used-option-done.
           if seasonDays >= OPTION-MIN-DAYS
               add 1 to usedCount.
           add 1 to yy
           go to used-year-loop.
       end method.

      * The first season of the player's option history.
       method-id firstOptionYear private.
       local-storage section.
       01 oo               pic 9(04).
       01 startYear        type Int32.
       procedure division using by value pp as type Int32
                          returning firstYear as type Int32.
           set firstYear to 9999
           move 1 to oo.
       first-option-loop.
           if oo > OPT-COUNT
               exit method.
           if OPT-PLAYER(oo) = pp
               if type Int32::TryParse(OPT-START(oo)(1:4), by reference startYear)
                   if startYear < firstYear
                       set firstYear to startYear.
           add 1 to oo
           go to first-option-loop.
       end method.

      *#####     Birth dates off PLAYERINFO.DAT for signing ages       #####
       method-id loadBirthDates private.
       local-storage section.
       01 pp               pic 9(03).
       01 playName         pic x(30).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value teamPath as type String.
           set mydata to new batsweb.bat666Data
           invoke mydata::populateData
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(type System.IO.Path::GetFileName(teamPath))
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
               go to birth-close.

           MOVE SPACES TO PI-KEY
           set PI-TEAM to WS-TEAM-NAME::Trim::ToUpper
           move zeroes to PI-PLAYER-ID
           START PLAYER-INFO-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to birth-done.
       birth-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END go to birth-done.
           if PI-TEAM not = WS-TEAM-NAME::Trim::ToUpper
               go to birth-done.
           if PI-BIRTH-DATE = spaces
               go to birth-loop.
           move PI-PLAYER-ID to play-player-id
           READ PLAY-FILE KEY IS PLAY-ALT-KEY
               INVALID KEY
                   go to birth-loop
           END-READ
           set playName to play-last-name::Trim::ToUpper & ", " & play-first-name::Trim::ToUpper
           move 1 to pp.
       birth-match-loop.
           if pp > PL-COUNT
               go to birth-loop.
           if PL-NAME(pp) = playName
               move PI-BIRTH-DATE to PL-BIRTH(pp)
               go to birth-loop.
           add 1 to pp
           go to birth-match-loop.
       birth-done.
           CLOSE PLAYER-INFO-FILE.
       birth-close.
           CLOSE PLAY-FILE
           invoke bat666rununit::StopRun(0).
       end method.

      * Age on the signing date; zero when either date is unknown.
       method-id signingAge private.
       local-storage section.
       01 birthDay         type DateTime.
       01 signDay          type DateTime.
       procedure division using by value pp as type Int32
                          returning ageYears as type Int32.
           set ageYears to 0
           if not type DateTime::TryParse(PL-BIRTH(pp)::Trim, by reference birthDay)
               exit method.
           if not type DateTime::TryParseExact(self::signedDate(pp), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference signDay)
               exit method.
           set ageYears to signDay::Year - birthDay::Year
           if signDay::DayOfYear < birthDay::DayOfYear
               subtract 1 from ageYears.
       end method.

      * The first signing - or, for a player who arrived some other
      * way, his first move in the journal.
       method-id signedDate private.
       procedure division using by value pp as type Int32
                          returning signText as type String.
           if PL-SIGNED(pp) not = spaces
               set signText to PL-SIGNED(pp)
           else
               set signText to PL-FIRST-MOVE(pp).
       end method.

      * The year of the first Rule 5 draft he is eligible for - the
      * signing season counts as his first.
       method-id rule5Year private.
       local-storage section.
       01 ageYears         type Int32.
       procedure division using by value pp as type Int32
                          returning draftYear as type Int32.
           set draftYear to 0
           if not type Int32::TryParse(self::signedDate(pp)::Substring(0, 4), by reference draftYear)
               exit method.
           set ageYears to self::signingAge(pp)
           if ageYears > 0 and ageYears <= YOUNG-AGE
               compute draftYear = draftYear + RULE5-YOUNG - 1
           else
               compute draftYear = draftYear + RULE5-OLDER - 1.
       end method.

      *#####                  SERVICETIME.DAT rebuild                  #####
       method-id writeServiceTime private.
       local-storage section.
       01 pp               pic 9(03).
       01 ss               pic 9(04).
       01 tt               pic 9(04).
       01 usedCount        type Int32.
       01 draftYear        type Int32.
       01 rowsForPlayer    pic 9(03).
       01 nextYear         pic 9(04).
       01 stintDays        type Int32.
       01 yearFrom         type String.
       01 yearTo           type String.
       procedure division.
           OPEN OUTPUT SERVICE-TIME-FILE
           if ST-STATUS-BYTE-1 not = "0"
               exit method.
           set yearFrom to THIS-YEAR::ToString & "-01-01"
           compute nextYear = THIS-YEAR + 1
           set yearTo to nextYear::ToString & "-01-01"
           move 1 to pp.
       service-player-loop.
           if pp > PL-COUNT
               go to service-player-done.
           MOVE SPACES TO ST-REC
           move PL-NAME(pp) to ST-PLAYER-NAME
           set usedCount to self::optionYearsUsed(pp, self::firstOptionYear(pp), THIS-YEAR)
           if usedCount > OPTION-YEARS
               set usedCount to OPTION-YEARS.
           move usedCount to ST-OPTIONS-USED
           compute ST-OPTIONS-LEFT = OPTION-YEARS - usedCount
           move PL-OPTIONED(pp) to ST-OPTIONED-NOW
           set ST-SIGNED-DATE to self::signedDate(pp)
           set ST-SIGNING-AGE to self::signingAge(pp)
           set draftYear to self::rule5Year(pp)
           if draftYear > 0
               set ST-RULE5-DATE to draftYear::ToString & "-" & RULE5-MMDD(1:2) & "-" & RULE5-MMDD(3:2)
               set ST-PROTECT-DATE to draftYear::ToString & "-" & PROTECT-MMDD(1:2) & "-" & PROTECT-MMDD(3:2).
           set ST-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move zeroes to rowsForPlayer
           move 1 to ss.
       service-stint-loop.
           if ss > STN-COUNT
               go to service-stint-done.
           if STN-PLAYER(ss) not = pp
               go to service-stint-next.
      *    One row per level - the first stint at a level totals them
      *    all.
           move 1 to tt.
       service-dupe-loop.
           if tt >= ss
               go to service-dupe-done.
           if STN-PLAYER(tt) = pp and STN-LEVEL(tt) = STN-LEVEL(ss)
               go to service-stint-next.
           add 1 to tt
           go to service-dupe-loop.
       service-dupe-done.
           move STN-LEVEL(ss) to ST-LEVEL
           move zeroes to ST-DAYS-TOTAL ST-DAYS-SEASON
           move "N" to ST-ACTIVE-NOW
           move ss to tt.
       service-sum-loop.
           if tt > STN-COUNT
               go to service-sum-done.
           if STN-PLAYER(tt) = pp and STN-LEVEL(tt) = STN-LEVEL(ss)
               set stintDays to self::overlapDays(STN-START(tt), STN-END(tt), "1900-01-01", "2999-01-01")
               add stintDays to ST-DAYS-TOTAL
               set stintDays to self::overlapDays(STN-START(tt), STN-END(tt), yearFrom, yearTo)
               add stintDays to ST-DAYS-SEASON
               if STN-END(tt) = spaces and STN-START(tt) <= TODAY-TEXT
                   move "Y" to ST-ACTIVE-NOW
               end-if
           end-if
           add 1 to tt
           go to service-sum-loop.
       service-sum-done.
           WRITE ST-REC
               INVALID KEY
                   REWRITE ST-REC
           END-WRITE
           add 1 to rowsForPlayer.
       service-stint-next.
           add 1 to ss
           go to service-stint-loop.
       service-stint-done.
           if rowsForPlayer = 0
               move "(NONE)" to ST-LEVEL
               move zeroes to ST-DAYS-TOTAL ST-DAYS-SEASON
               move "N" to ST-ACTIVE-NOW
               WRITE ST-REC
                   INVALID KEY
                       REWRITE ST-REC
               END-WRITE.
           add 1 to pp
           go to service-player-loop.
       service-player-done.
           CLOSE SERVICE-TIME-FILE.
       end method.

      *#####       Each day's active count against the maximum         #####
      * From LOOKBACK-DAYS ago through the last future-dated move, one
      * level at a time; a run of days over the maximum is one
      * exception, keyed by the day it started. A run already going
      * on the first day of the window is followed back to the day it
      * really began, so a roster that stays over keeps the same start
      * date - and the same worklist item - night after night.
       method-id checkRosterLimits private.
       local-storage section.
       01 ll               pic 9(02).
       01 ss               pic 9(04).
       01 lastDay          type DateTime.
       01 probeDay         type DateTime.
       01 probeText        pic x(10).
       01 activeCount      type Int32.
       01 levelMax         pic 9(02).
       01 runStart         pic x(10).
       01 runEnd           pic x(10).
       01 runPeak          pic 9(03).
       01 backDays         type Int32.
       01 backDay          type DateTime.
       procedure division.
           move zeroes to LV-COUNT
           set lastDay to type DateTime::Today
           move 1 to ss.
       level-list-loop.
           if ss > STN-COUNT
               go to level-list-done.
           invoke self::addLevel(STN-LEVEL(ss))
           if STN-START(ss) > lastDay::ToString("yyyy-MM-dd")
               invoke type DateTime::TryParseExact(STN-START(ss), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference lastDay).
           add 1 to ss
           go to level-list-loop.
       level-list-done.
           move 1 to ll.
       level-loop.
           if ll > LV-COUNT
               exit method.
           move LV-MAX(ll) to levelMax
           move spaces to runStart runEnd
           move zeroes to runPeak
           compute backDays = 0 - LOOKBACK-DAYS
           set probeDay to type DateTime::Today::AddDays(backDays)
           if self::activeOn(ll, probeDay::ToString("yyyy-MM-dd")) <= levelMax
               go to day-loop.
      *    Over on the window's first day - back up while it stays
      *    over. Before the first stint nobody is active, so this
      *    always stops.
       back-loop.
           set backDay to probeDay::AddDays(-1)
           if self::activeOn(ll, backDay::ToString("yyyy-MM-dd")) <= levelMax
               go to day-loop.
           set probeDay to backDay
           go to back-loop.
       day-loop.
           if probeDay > lastDay
               go to day-done.
           set probeText to probeDay::ToString("yyyy-MM-dd")
           set activeCount to self::activeOn(ll, probeText)
           if activeCount > levelMax
               if runStart = spaces
                   move probeText to runStart
               end-if
               move probeText to runEnd
               if activeCount > runPeak
                   move activeCount to runPeak
               end-if
           else
               if runStart not = spaces
                   invoke self::logRosterRun(ll, levelMax, runStart, runEnd, runPeak)
                   move spaces to runStart
                   move zeroes to runPeak
               end-if
           end-if
           set probeDay to probeDay::AddDays(1)
           go to day-loop.
       day-done.
           if runStart not = spaces
               invoke self::logRosterRun(ll, levelMax, runStart, runEnd, runPeak).
           add 1 to ll
           go to level-loop.
       end method.

      * The level's active count on one day.
       method-id activeOn private.
       local-storage section.
       01 ss               pic 9(04).
       procedure division using by value ll as type Int32
                          by value dayText as type String
                          returning activeCount as type Int32.
           set activeCount to 0
           move 1 to ss.
       count-loop.
           if ss > STN-COUNT
               exit method.
           if STN-LEVEL(ss) = LV-NAME(ll) and STN-START(ss) <= dayText
               and (STN-END(ss) = spaces or STN-END(ss) > dayText)
               add 1 to activeCount.
           add 1 to ss
           go to count-loop.
       end method.

      * One over-the-maximum run. The end date and peak move while the
      * run goes on, so its worklist item is keyed on the level and
      * the day it started, not on the wording.
       method-id logRosterRun private.
       procedure division using by value ll as type Int32
                          by value levelMax as type Int32
                          by value runStart as type String
                          by value runEnd as type String
                          by value runPeak as type Int32.
           move spaces to ROSTER-ITEM-KEY
           string LV-NAME(ll) delimited by size
               " OVER FROM " delimited by size
               runStart delimited by size
               into ROSTER-ITEM-KEY
           invoke self::logLine(LV-NAME(ll)::Trim & " over " & levelMax::ToString & "-man max from " & runStart & " thru " & runEnd & ", peak " & runPeak::ToString & " active")
           move spaces to ROSTER-ITEM-KEY.
       end method.

      * Registers a level with its own maximum, or the default.
       method-id addLevel private.
       local-storage section.
       01 ll               pic 9(02).
       procedure division using by value levelName as type String.
           move 1 to ll.
       level-find-loop.
           if ll > LV-COUNT
               go to level-find-new.
           if LV-NAME(ll) = levelName
               exit method.
           add 1 to ll
           go to level-find-loop.
       level-find-new.
           if LV-COUNT >= 20
               exit method.
           add 1 to LV-COUNT
           set LV-NAME(LV-COUNT) to levelName
           move DEFAULT-ACTIVE-MAX to LV-MAX(LV-COUNT)
           OPEN INPUT ROSTER-RULES-FILE
           if RR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RR-REC
           set RR-LEVEL to levelName
           READ ROSTER-RULES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RR-ACTIVE-MAX NUMERIC AND RR-ACTIVE-MAX NOT = ZEROES
                       MOVE RR-ACTIVE-MAX TO LV-MAX(LV-COUNT)
                   END-IF
           END-READ
           CLOSE ROSTER-RULES-FILE.
       end method.

      *#####    Optional assignments with no option years left         #####
       method-id checkOptions private.
       local-storage section.
       01 oo               pic 9(04).
       01 pp               pic 9(03).
       01 optYear          type Int32.
       01 usedBefore       type Int32.
       01 sinceText        pic x(10).
       01 priorYear        type Int32.
       01 backDays         type Int32.
       procedure division.
           compute backDays = 0 - LOOKBACK-DAYS
           set sinceText to type DateTime::Today::AddDays(backDays)::ToString("yyyy-MM-dd")
           move 1 to oo.
       option-check-loop.
           if oo > OPT-COUNT
               exit method.
           if OPT-START(oo) < sinceText
               go to option-check-next.
           if not type Int32::TryParse(OPT-START(oo)(1:4), by reference optYear)
               go to option-check-next.
           move OPT-PLAYER(oo) to pp
           compute priorYear = optYear - 1
           set usedBefore to self::optionYearsUsed(pp, self::firstOptionYear(pp), priorYear)
           if usedBefore >= OPTION-YEARS
               invoke self::logLine(PL-NAME(pp)::Trim & " optioned " & OPT-START(oo) & " with no option years left (" & usedBefore::ToString & " used) - needs waivers").
       option-check-next.
           add 1 to oo
           go to option-check-loop.
       end method.

      *#####        Protection deadlines coming up                     #####
       method-id checkProtection private.
       local-storage section.
       01 pp               pic 9(03).
       01 draftYear        type Int32.
       01 protectText      pic x(10).
       01 warnText         pic x(10).
       procedure division.
           set warnText to type DateTime::Today::AddDays(WARN-DAYS)::ToString("yyyy-MM-dd")
           move 1 to pp.
       protect-loop.
           if pp > PL-COUNT
               exit method.
           if PL-RELEASED(pp) = "Y"
               go to protect-next.
           set draftYear to self::rule5Year(pp)
           if draftYear = 0
               go to protect-next.
           set protectText to draftYear::ToString & "-" & PROTECT-MMDD(1:2) & "-" & PROTECT-MMDD(3:2)
           if protectText >= TODAY-TEXT and protectText <= warnText
               invoke self::logLine(PL-NAME(pp)::Trim & " protect by " & protectText & " or he is Rule 5 eligible " & draftYear::ToString & "-" & RULE5-MMDD(1:2) & "-" & RULE5-MMDD(3:2)).
       protect-next.
           add 1 to pp
           go to protect-loop.
       end method.

      * The "*" record's settings over the defaults, with the NUMERIC
      * guard for a record keyed before a field was.
       method-id loadRules private.
       procedure division.
           OPEN INPUT ROSTER-RULES-FILE
           if RR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RR-REC
           move "*" to RR-LEVEL
           READ ROSTER-RULES-FILE
               INVALID KEY
                   CLOSE ROSTER-RULES-FILE
                   exit method
           END-READ
           CLOSE ROSTER-RULES-FILE
           IF RR-ACTIVE-MAX NUMERIC AND RR-ACTIVE-MAX NOT = ZEROES
               MOVE RR-ACTIVE-MAX TO DEFAULT-ACTIVE-MAX.
           IF RR-OPTION-YEARS NUMERIC AND RR-OPTION-YEARS NOT = ZEROES
               MOVE RR-OPTION-YEARS TO OPTION-YEARS.
           IF RR-OPTION-MIN-DAYS NUMERIC AND RR-OPTION-MIN-DAYS NOT = ZEROES
               MOVE RR-OPTION-MIN-DAYS TO OPTION-MIN-DAYS.
           IF RR-YOUNG-AGE NUMERIC AND RR-YOUNG-AGE NOT = ZEROES
               MOVE RR-YOUNG-AGE TO YOUNG-AGE.
           IF RR-RULE5-YOUNG NUMERIC AND RR-RULE5-YOUNG NOT = ZEROES
               MOVE RR-RULE5-YOUNG TO RULE5-YOUNG.
           IF RR-RULE5-OLDER NUMERIC AND RR-RULE5-OLDER NOT = ZEROES
               MOVE RR-RULE5-OLDER TO RULE5-OLDER.
           IF RR-PROTECT-MMDD NUMERIC
               MOVE RR-PROTECT-MMDD TO PROTECT-MMDD.
           IF RR-RULE5-MMDD NUMERIC
               MOVE RR-RULE5-MMDD TO RULE5-MMDD.
           IF RR-WARN-DAYS NUMERIC AND RR-WARN-DAYS NOT = ZEROES
               MOVE RR-WARN-DAYS TO WARN-DAYS.
       end method.

      *#####                   Service-time log                        #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
      *    Every exception line is also a structured worklist item.
           invoke self::postWorklist(detailText)

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND SERVICE-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT SERVICE-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO SERVICE-LOG-REC.
           WRITE SERVICE-LOG-REC.
           CLOSE SERVICE-LOG-FILE.
       end method.

      * One structured worklist record per exception - the fingerprint
      * is the source plus the leading wording (or, for a roster run,
      * the level and start day logRosterRun sets), so tonight's re-run
      * of an uncorrected item lands on yesterday's record.
       method-id postWorklist private.
       local-storage section.
       01 itemId       pic x(44).
       01 foundFlag    pic x value "N".
       procedure division using by value detailText as type String.
      *    Summary lines ("12 players tracked") open with their count -
      *    they are narration, not work.
           if detailText::Length not = 0
               and type Char::IsDigit(detailText, 0)
               exit method.
           move spaces to itemId
           if ROSTER-ITEM-KEY not = spaces
               string "ROSTER" delimited by size "|" delimited by size
                   ROSTER-ITEM-KEY delimited by size
                   into itemId
           else
               string "ROSTER" delimited by size "|" delimited by size
                   detailText delimited by size
                   into itemId
           end-if

           OPEN I-O WORKLIST-FILE
           IF WQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF
           if WQ-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO WQ-KEY
           move itemId to WQ-ITEM-ID
           READ WORKLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

           if foundFlag = "Y"
               set WQ-LAST-SEEN to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               add 1 to WQ-SEEN-COUNT
               set WQ-DETAIL to detailText
      *        A closed item that comes back is a recurrence, not a
      *        memory - it reopens.
               if WQ-CLOSED
                   move "N" to WQ-STATUS
               end-if
               REWRITE WQ-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           else
               MOVE SPACES TO WQ-REC
               move itemId to WQ-ITEM-ID
               move "ROSTER" to WQ-SOURCE
               set WQ-DETAIL to detailText
               move "N" to WQ-STATUS
               set WQ-FIRST-SEEN to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               set WQ-LAST-SEEN to WQ-FIRST-SEEN
               move 1 to WQ-SEEN-COUNT
               WRITE WQ-REC
                   INVALID KEY
                       REWRITE WQ-REC
               END-WRITE
           end-if
           CLOSE WORKLIST-FILE.
       end method.

       end class.
