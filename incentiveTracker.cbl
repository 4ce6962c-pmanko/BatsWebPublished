       class-id batsweb.incentiveTracker.

      * Nightly contract incentive check - the clauses front-office
      * staff key on incentives.aspx.cbl (WEBSYNC\INCENTIVE.DAT, one
      * record per player per clause: stat, threshold, the window it
      * counts over and its deadline) used to be watched by nobody
      * until an agent called. Each open clause is counted afresh
      * every night over its own window, start date through deadline
      * (today while the deadline is still ahead):
      *   PA  plate appearances   "B" at-bats off the BAT360WEBF walk,
      *                           the same game walk milestoneTracker
      *                           makes, charged to the batter
      *   IP  innings pitched     outs recorded off the charted outs
      *                           progression, charged to the pitcher
      *                           on the mound; the half-inning header
      *                           row closes the half out at three -
      *                           kept in outs, the threshold is keyed
      *                           in whole innings
      *   GP  games pitched       games with at least one charted
      *                           at-bat against him
      *   RD  roster days         days on an active roster off the
      *                           ROSTERTXN.DAT journal, the stints
      *                           serviceTime.cbl counts
      *   H / HR / KP             the CAREER.DAT career counters the
      *                           milestone tracker keeps - a career
      *                           clause has no window and no pace
      * The count, the percent of threshold and the pace (the count
      * carried straight-line to the deadline) are written back on
      * the clause for the page's report. The night a clause first
      * reaches 80% and the night it reaches 100% a notice goes on the
      * NOTIFYINBOX.DAT bell of the staff member who keyed it (team-
      * wide when that is not known), and to the clause's mail address
      * through batsweb.mailSpool when one is keyed (an address or a
      * team distribution list name, batsweb.distList). A reached clause
      * is marked met; an open one past its deadline is marked
      * expired on its final count. INCENTIVE.LOG keeps the trail.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as milestoneTracker.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INCENTIVE-FILE ASSIGN WS-INCENTIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IC-KEY
              LOCK MANUAL
              FILE STATUS IS IC-STATUS-COMN.
          SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
          SELECT ROSTER-TXN-FILE ASSIGN WS-ROSTERTXN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RT-KEY
              LOCK MANUAL
              FILE STATUS IS RT-STATUS-COMN.
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
          SELECT INCENTIVE-LOG-FILE ASSIGN WS-INCENTIVE-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout incentives.aspx.cbl maintains.
       FD  INCENTIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IC-REC.
       01  IC-REC.
           05  IC-KEY.
               10  IC-PLAYER-NAME          PIC X(30).
               10  IC-CLAUSE-NO            PIC 9(02).
           05  IC-REST.
               10  IC-STAT-CODE            PIC X(02).
               10  IC-THRESHOLD            PIC 9(05).
               10  IC-START-DATE           PIC X(10).
               10  IC-DEADLINE             PIC X(10).
               10  IC-BONUS-TEXT           PIC X(40).
               10  IC-NOTIFY-TO            PIC X(60).
               10  IC-STATUS               PIC X.
                   88  IC-OPEN             VALUE "O".
                   88  IC-MET              VALUE "M".
                   88  IC-EXPIRED          VALUE "E".
                   88  IC-WITHDRAWN        VALUE "W".
               10  IC-CURRENT              PIC 9(05).
               10  IC-PROJECTED            PIC 9(05).
               10  IC-PCT                  PIC 9(03).
               10  IC-NOTICE-80            PIC X.
               10  IC-NOTICE-100           PIC X.
               10  IC-CHECKED-AT           PIC X(19).
               10  IC-ENTERED-LAST         PIC X(15).
               10  IC-ENTERED-FIRST        PIC X(15).
               10  IC-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout milestoneTracker.cbl maintains.
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

      * Same layout Site.Master.cbl's bell reads.
       FD  NOTIFY-INBOX-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NI-REC.
       01  NI-REC.
           05  NI-KEY.
               10  NI-LAST                 PIC X(15).
               10  NI-FIRST                PIC X(15).
               10  NI-STAMP                PIC X(17).
           05  NI-REST.
               10  NI-TEXT                 PIC X(120).
               10  NI-READ-FLAG            PIC X.
               10  FILLER                  PIC X(10).

       FD  INCENTIVE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INCENTIVE-LOG-REC.
       01  INCENTIVE-LOG-REC           PIC X(200).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-INCENTIVE-FILE        PIC X(256) VALUE "INCENTIVE.DAT".
       01 IC-STATUS-COMN.
           05  IC-STATUS-BYTE-1        PIC X.
           05  IC-STATUS-BYTE-2        PIC X.
       01 WS-CAREER-FILE           PIC X(256) VALUE "CAREER.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-ROSTERTXN-FILE        PIC X(256) VALUE "ROSTERTXN.DAT".
       01 RT-STATUS-COMN.
           05  RT-STATUS-BYTE-1        PIC X.
           05  RT-STATUS-BYTE-2        PIC X.
       01 WS-NOTIFYINBOX-FILE      PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.
       01 WS-INCENTIVE-LOG-FILE    PIC X(256) VALUE "INCENTIVE.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-TEAM-NAME             PIC X(40).
       01 WS-PROGRAMS-ROOT         PIC X(256).
       01 TODAY-STAMP              PIC X(08).
      * The open clauses being counted tonight - CL-FROM/CL-THRU are
      * the window as yyyyMMdd, CL-THRU held at today while the
      * deadline is still ahead.
       01 CLAUSE-TBL.
           05  CL-ENTRY OCCURS 300.
               10  CL-PLAYER               PIC X(30).
               10  CL-NO                   PIC 9(02).
               10  CL-STAT                 PIC X(02).
               10  CL-FROM                 PIC X(08).
               10  CL-THRU                 PIC X(08).
               10  CL-COUNT                PIC 9(05).
               10  CL-GAME-SW              PIC X.
       01 CL-COUNT-NUM             PIC 9(03).
       01 EARLIEST-FROM            PIC X(08).
       01 GAME-STAT-SW             PIC X VALUE "N".
           88  GAME-STATS-WANTED       VALUE "Y".
       01 NOTICE-SEQ               PIC 9(03).
      * Stat codes and their names, as incentives.aspx.cbl lists them.
       01 STAT-CODES.
           05  FILLER                  PIC X(22) VALUE "PAPlate appearances".
           05  FILLER                  PIC X(22) VALUE "IPInnings pitched".
           05  FILLER                  PIC X(22) VALUE "GPGames pitched".
           05  FILLER                  PIC X(22) VALUE "RDRoster days".
           05  FILLER                  PIC X(22) VALUE "H Career hits".
           05  FILLER                  PIC X(22) VALUE "HRCareer home runs".
           05  FILLER                  PIC X(22) VALUE "KPCareer strikeouts".
       01 STAT-CODES-R REDEFINES STAT-CODES.
           05  STAT-CODE-ENTRY OCCURS 7.
               10  STAT-CODE               PIC X(02).
               10  STAT-NAME               PIC X(20).

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.incentiveTracker.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: incentiveTracker <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "INCENTIVES")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.incentiveTracker
           invoke worker::checkTeam(programsRoot, teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "INCENTIVES", runStamp, "C", aa)
           goback.
       end method.

      *#####               Per-team: count every open clause           #####
       method-id checkTeam private.
       local-storage section.
       01 cc                    pic 9(03).
       procedure division using by value programsRoot as type String
                          by value teamPath as type String.
           if not type System.IO.File::Exists(teamPath & "\WEBSYNC\INCENTIVE.DAT")
               exit method.
           set WS-TEAM-NAME to type System.IO.Path::GetFileName(teamPath)
           set WS-PROGRAMS-ROOT to programsRoot
           set WS-INCENTIVE-FILE to teamPath & "\WEBSYNC\INCENTIVE.DAT"
           set WS-CAREER-FILE to teamPath & "\WEBSYNC\CAREER.DAT"
           set WS-ROSTERTXN-FILE to teamPath & "\WEBSYNC\ROSTERTXN.DAT"
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"
           set WS-INCENTIVE-LOG-FILE to teamPath & "\WEBSYNC\INCENTIVE.LOG"
           set TODAY-STAMP to type DateTime::Today::ToString("yyyyMMdd")

           move zeroes to CL-COUNT-NUM NOTICE-SEQ
           INITIALIZE CLAUSE-TBL
           invoke self::loadClauses
           if CL-COUNT-NUM = 0
               exit method.

           if GAME-STATS-WANTED
               invoke self::countGames.

      *    The journal and career counters are read clause by clause.
           move 1 to cc.
       other-loop.
           if cc > CL-COUNT-NUM
               go to other-done.
           EVALUATE CL-STAT(cc)
               WHEN "RD"
                   invoke self::countRosterDays(cc)
               WHEN "H "
               WHEN "HR"
               WHEN "KP"
                   invoke self::readCareer(cc)
           END-EVALUATE
           add 1 to cc
           go to other-loop.
       other-done.
           invoke self::writeClauses
           invoke self::logLine(CL-COUNT-NUM::ToString & " open clauses checked").
       end method.

      * Open clauses into the table, each with its window. A clause
      * with no start date counts from January 1 of its deadline year.
       method-id loadClauses private.
       local-storage section.
       01 fromStamp        pic x(08).
       01 thruStamp        pic x(08).
       procedure division.
           move "N" to GAME-STAT-SW
           move TODAY-STAMP to EARLIEST-FROM
           OPEN INPUT INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO IC-KEY
           START INCENTIVE-FILE KEY NOT LESS THAN IC-KEY
           if IC-STATUS-BYTE-1 not = "0"
               go to load-done.
       load-loop.
           READ INCENTIVE-FILE NEXT RECORD
               AT END go to load-done.
           if not IC-OPEN
               go to load-loop.
           move spaces to fromStamp thruStamp
           string IC-DEADLINE(1:4) IC-DEADLINE(6:2) IC-DEADLINE(9:2)
               delimited by size into thruStamp
           if IC-START-DATE = spaces
               string IC-DEADLINE(1:4) "0101" delimited by size
                   into fromStamp
           else
               string IC-START-DATE(1:4) IC-START-DATE(6:2)
                   IC-START-DATE(9:2) delimited by size into fromStamp.
           if CL-COUNT-NUM >= 300
               invoke self::logLine("more than 300 open clauses - " & IC-PLAYER-NAME::Trim & " clause " & IC-CLAUSE-NO::ToString & " not checked")
               go to load-loop.
           add 1 to CL-COUNT-NUM
           move IC-PLAYER-NAME to CL-PLAYER(CL-COUNT-NUM)
           move IC-CLAUSE-NO to CL-NO(CL-COUNT-NUM)
           move IC-STAT-CODE to CL-STAT(CL-COUNT-NUM)
           move fromStamp to CL-FROM(CL-COUNT-NUM)
           if thruStamp > TODAY-STAMP
               move TODAY-STAMP to CL-THRU(CL-COUNT-NUM)
           else
               move thruStamp to CL-THRU(CL-COUNT-NUM).
           move zeroes to CL-COUNT(CL-COUNT-NUM)
           if IC-STAT-CODE = "PA" or "IP" or "GP"
               move "Y" to GAME-STAT-SW
               if fromStamp < EARLIEST-FROM
                   move fromStamp to EARLIEST-FROM
               end-if
           end-if
           go to load-loop.
       load-done.
           CLOSE INCENTIVE-FILE.
       end method.

      *#####    The game walk - plate appearances, outs and games     #####
       method-id countGames private.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 cc                    pic 9(03).
       01 gameDay               type DateTime.
       01 gameStamp             pic x(08).
       01 prevPitcher           pic x(30).
       01 prevOuts              type Int32.
       01 outsMade              type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(WS-TEAM-NAME)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine("unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine("unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set gameStamp to gameDay::ToString("yyyyMMdd")
           if gameStamp < EARLIEST-FROM or gameStamp > TODAY-STAMP
               go to games-next.

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           move 1 to cc.
       game-reset-loop.
           if cc > CL-COUNT-NUM
               go to game-reset-done.
           move "N" to CL-GAME-SW(cc)
           add 1 to cc
           go to game-reset-loop.
       game-reset-done.
           move spaces to prevPitcher
           move 0 to prevOuts

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
      *    Session rows are not game work; any other non-"B" row is
      *    the half-inning header, where the side that was out
      *    finishes its half at three.
           if BAT360-REC-TYPE(bb) = "S"
               go to ab-next.
           if BAT360-REC-TYPE(bb) not = "B"
               if prevPitcher not = spaces
                   compute outsMade = 3 - prevOuts
                   invoke self::creditStat(prevPitcher, "IP", outsMade, gameStamp)
               end-if
               move spaces to prevPitcher
               move 0 to prevOuts
               go to ab-next
           end-if

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

      *    The outs this at-bat opened with were made on the previous
      *    one, by whoever was pitching then.
           if prevPitcher not = spaces and BAT360-I-OUTS > prevOuts
               compute outsMade = BAT360-I-OUTS - prevOuts
               invoke self::creditStat(prevPitcher, "IP", outsMade, gameStamp).
           invoke self::creditStat(BAT360-BATTER, "PA", 1, gameStamp)
           invoke self::creditStat(BAT360-PITCHER, "GP", 1, gameStamp)
           set prevPitcher to BAT360-PITCHER::Trim::ToUpper
           move BAT360-I-OUTS to prevOuts.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
      *    The last half closes with the game.
           if prevPitcher not = spaces
               compute outsMade = 3 - prevOuts
               invoke self::creditStat(prevPitcher, "IP", outsMade, gameStamp).
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0).
       end method.

      * Adds to every clause of this player on this stat whose window
      * holds the game. A games-pitched clause counts once a game.
       method-id creditStat private.
       local-storage section.
       01 cc               pic 9(03).
       01 playerKey        pic x(30).
       procedure division using by value playerName as type String
                          by value statCode as type String
                          by value amount as type Int32
                          by value gameStamp as type String.
           if playerName::Trim = type String::Empty or amount < 1
               exit method.
           set playerKey to playerName::Trim::ToUpper
           move 1 to cc.
       credit-loop.
           if cc > CL-COUNT-NUM
               exit method.
           if CL-PLAYER(cc) not = playerKey or CL-STAT(cc) not = statCode
               go to credit-next.
           if gameStamp < CL-FROM(cc) or gameStamp > CL-THRU(cc)
               go to credit-next.
           if statCode = "GP"
               if CL-GAME-SW(cc) = "Y"
                   go to credit-next
               end-if
               move "Y" to CL-GAME-SW(cc)
           end-if
           if CL-COUNT(cc) + amount > 99999
               move 99999 to CL-COUNT(cc)
           else
               add amount to CL-COUNT(cc).
       credit-next.
           add 1 to cc
           go to credit-loop.
       end method.

      *#####      Roster days - the player's journal, in and out       #####
       method-id countRosterDays private.
       local-storage section.
       01 onSince          pic x(10).
       01 fromText         type String.
       01 toText           type String.
       01 thruDay          type DateTime.
       01 spellDays        type Int32.
       01 totalDays        type Int32.
       procedure division using by value cc as type Int32.
           set fromText to CL-FROM(cc)(1:4) & "-" & CL-FROM(cc)(5:2) & "-" & CL-FROM(cc)(7:2)
      *    The window runs through its last day, so the day after it
      *    is the exclusive end.
           if not type DateTime::TryParseExact(CL-THRU(cc), "yyyyMMdd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference thruDay)
               exit method.
           set toText to thruDay::AddDays(1)::ToString("yyyy-MM-dd")

           OPEN INPUT ROSTER-TXN-FILE
           if RT-STATUS-BYTE-1 not = "0"
               exit method.
           move spaces to onSince
           move 0 to totalDays
           MOVE SPACES TO RT-KEY
           move CL-PLAYER(cc) to RT-PLAYER-NAME
           START ROSTER-TXN-FILE KEY NOT LESS THAN RT-KEY
           if RT-STATUS-BYTE-1 not = "0"
               go to txn-done.
       txn-loop.
           READ ROSTER-TXN-FILE NEXT RECORD
               AT END go to txn-done.
           if RT-PLAYER-NAME not = CL-PLAYER(cc)
               go to txn-done.
      *    A sign or call-up opens a spell if none is open; an
      *    option or release closes it.
           if RT-ADDED
               if onSince = spaces
                   move RT-EFF-DATE to onSince
               end-if
               go to txn-loop
           end-if
           if RT-REMOVED and onSince not = spaces
               set spellDays to self::overlapDays(onSince, RT-EFF-DATE, fromText, toText)
               add spellDays to totalDays
               move spaces to onSince.
           go to txn-loop.
       txn-done.
           CLOSE ROSTER-TXN-FILE
           if onSince not = spaces
               set spellDays to self::overlapDays(onSince, " ", fromText, toText)
               add spellDays to totalDays.
           if totalDays > 99999
               move 99999 to totalDays.
           move totalDays to CL-COUNT(cc).
       end method.

      * Days of [startText, endText) that fall inside [fromText,
      * toText) - an open end runs through today, nothing counts
      * past today. Same arithmetic serviceTime.cbl uses.
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

      * A career clause takes the milestone tracker's counter as is.
       method-id readCareer private.
       procedure division using by value cc as type Int32.
           OPEN INPUT CAREER-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CR-KEY
           move CL-PLAYER(cc) to CR-PLAYER-NAME
           move CL-STAT(cc) to CR-STAT-CODE
           READ CAREER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if CR-CAREER-TOTAL > 99999
                       move 99999 to CL-COUNT(cc)
                   else
                       move CR-CAREER-TOTAL to CL-COUNT(cc)
                   end-if
           END-READ
           CLOSE CAREER-FILE.
       end method.

      *#####        Counts, pace and notices back on the clauses       #####
       method-id writeClauses private.
       local-storage section.
       01 cc               pic 9(03).
       01 target           type Int32.
       01 pctNum           type Int32.
       01 fromDay          type DateTime.
       01 deadlineDay      type DateTime.
       01 elapsedDays      type Int32.
       01 windowDays       type Int32.
       01 projectedNum     type Int64.
       01 closeText        type String.
       procedure division.
           OPEN I-O INCENTIVE-FILE
           if IC-STATUS-BYTE-1 not = "0"
               invoke self::logLine("unable to open INCENTIVE.DAT for update")
               exit method.
           move 1 to cc.
       write-loop.
           if cc > CL-COUNT-NUM
               go to write-done.
           MOVE SPACES TO IC-KEY
           move CL-PLAYER(cc) to IC-PLAYER-NAME
           move CL-NO(cc) to IC-CLAUSE-NO
           READ INCENTIVE-FILE
               INVALID KEY
                   go to write-next
           END-READ
      *    Withdrawn on the page while the walk ran - leave it be.
           if not IC-OPEN
               go to write-next.

           move CL-COUNT(cc) to IC-CURRENT
      *    Innings are keyed whole and counted in outs.
           move IC-THRESHOLD to target
           if IC-STAT-CODE = "IP"
               compute target = IC-THRESHOLD * 3.
           if target < 1
               move 1 to target.
           compute pctNum = IC-CURRENT * 100 / target
           if pctNum > 999
               move 999 to pctNum.
           move pctNum to IC-PCT

      *    Pace - the window's count so far carried straight-line to
      *    the deadline. A career counter has no window to pace.
           move IC-CURRENT to IC-PROJECTED
           if IC-STAT-CODE = "PA" or "IP" or "GP" or "RD"
               if type DateTime::TryParseExact(CL-FROM(cc), "yyyyMMdd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference fromDay)
                   and type DateTime::TryParseExact(IC-DEADLINE, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference deadlineDay)
                   set elapsedDays to (type DateTime::Today::Subtract(fromDay))::Days + 1
                   set windowDays to (deadlineDay::Subtract(fromDay))::Days + 1
                   if elapsedDays > 0 and windowDays > elapsedDays
                       compute projectedNum = IC-CURRENT * windowDays / elapsedDays
                       if projectedNum > 99999
                           move 99999 to projectedNum
                       end-if
                       move projectedNum to IC-PROJECTED
                   end-if
               end-if
           end-if

           if pctNum >= 100 and IC-NOTICE-100 not = "Y"
               move "Y" to IC-NOTICE-100 IC-NOTICE-80
               move "M" to IC-STATUS
               invoke self::sendNotice("reached", self::clauseText)
           else
               if pctNum >= 80 and IC-NOTICE-80 not = "Y"
                   move "Y" to IC-NOTICE-80
                   invoke self::sendNotice("is at 80% of", self::clauseText)
               end-if
           end-if

      *    Past the deadline without reaching it - the count is final.
           if IC-OPEN and CL-THRU(cc) < TODAY-STAMP
               move "E" to IC-STATUS
               set closeText to self::clauseText
               invoke self::logLine("expired short - " & closeText).

           set IC-CHECKED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE IC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       write-next.
           add 1 to cc
           go to write-loop.
       write-done.
           CLOSE INCENTIVE-FILE.
       end method.

      * "SMITH, JOHN 412 / 500 Plate appearances by 2026-09-30" off
      * the current IC-REC.
       method-id clauseText private.
       local-storage section.
       01 countText        type String.
       procedure division returning textOut as type String.
           set countText to self::amountText(IC-STAT-CODE, IC-CURRENT)
           set textOut to IC-PLAYER-NAME::Trim & " " & countText & " / " & IC-THRESHOLD::ToString & " " & self::statName(IC-STAT-CODE)::Trim & " by " & IC-DEADLINE::Trim
       end method.

      * A count as it reads - innings from outs as 123.1, the rest as
      * the plain number.
       method-id amountText private.
       local-storage section.
       01 wholeInnings     type Int32.
       01 extraOuts        type Int32.
       procedure division using by value statCode as type String
                          by value amount as type Int32
                          returning textOut as type String.
           if statCode not = "IP"
               set textOut to amount::ToString
               exit method.
           divide amount by 3 giving wholeInnings remainder extraOuts
           set textOut to wholeInnings::ToString & "." & extraOuts::ToString
       end method.

       method-id statName private.
       local-storage section.
       01 ss               pic 9(02).
       procedure division using by value statCode as type String
                          returning nameOut as type String.
           set nameOut to statCode
           move 1 to ss.
       stat-loop.
           if ss > 7
               exit method.
           if STAT-CODE(ss) = statCode
               set nameOut to STAT-NAME(ss)
               exit method.
           add 1 to ss
           go to stat-loop.
       end method.

      * The inbox notice to whoever keyed the clause (team-wide when
      * the clause predates that), the mail copy when an address is
      * keyed, and the log line.
       method-id sendNotice private.
       local-storage section.
       01 subjectLine      type String.
       01 bodyText         type String.
       procedure division using by value verbText as type String
                          by value detailText as type String.
           set subjectLine to "Incentive " & verbText & " - " & IC-PLAYER-NAME::Trim
           set bodyText to "Contract incentive " & verbText & " its threshold: " & detailText
           if IC-BONUS-TEXT not = spaces
               set bodyText to bodyText & " (" & IC-BONUS-TEXT::Trim & ")".
           invoke self::logLine(verbText & " - " & detailText)

           OPEN I-O NOTIFY-INBOX-FILE
           IF NI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT NOTIFY-INBOX-FILE
               CLOSE NOTIFY-INBOX-FILE
               OPEN I-O NOTIFY-INBOX-FILE
           END-IF
           if NI-STATUS-BYTE-1 = "0"
               add 1 to NOTICE-SEQ
               MOVE SPACES TO NI-REC
               if IC-ENTERED-LAST = spaces
                   move "*ALL*" to NI-LAST
               else
                   move IC-ENTERED-LAST to NI-LAST
                   move IC-ENTERED-FIRST to NI-FIRST
               end-if
               set NI-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss") & NOTICE-SEQ::ToString("000")
               set NI-TEXT to subjectLine & ": " & detailText
               move "N" to NI-READ-FLAG
               WRITE NI-REC
                   INVALID KEY
                       REWRITE NI-REC
               END-WRITE
               CLOSE NOTIFY-INBOX-FILE
           end-if

           if IC-NOTIFY-TO not = spaces
               invoke type batsweb.mailSpool::enqueueList(WS-PROGRAMS-ROOT::Trim, WS-PROGRAMS-ROOT::Trim::TrimEnd("\") & "\" & WS-TEAM-NAME::Trim & "\WEBSYNC", IC-NOTIFY-TO::Trim, subjectLine, bodyText).
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND INCENTIVE-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT INCENTIVE-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO INCENTIVE-LOG-REC.
           WRITE INCENTIVE-LOG-REC.
           CLOSE INCENTIVE-LOG-FILE.
       end method.

       end class.
