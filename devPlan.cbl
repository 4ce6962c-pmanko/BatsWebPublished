       class-id batsweb.devPlan.

      * Player development plans. The spring goals - "cut chase
      * rate", "add 2 mph", "raise walk rate" - were written in a
      * binder and never checked against anything; here each one is
      * tied to a series the system already keeps, with a baseline,
      * a target and a review date:
      *   M  METRICHIST.DAT    watchListRunner.cbl's nightly points -
      *                        A batting average, K strikeout rate
      *                        (both per thousand), V velocity (mph)
      *   R  TRACKPITCH.DAT    the radar unit's own readings
      *                        (trackingImport.cbl) - V velocity,
      *                        S spin, B break - averaged over the
      *                        pitcher's last RADAR-WINDOW-GAMES games
      *   D  PLATEDISC.DAT     plateDiscipline.cbl's all-pitches line,
      *                        as batter or pitcher - S swing, C chase,
      *                        Z zone swing, W whiff, T zone contact,
      *                        each per thousand pitches
      * devPlan.aspx.cbl keeps DEVPLAN.DAT and draws each goal's
      * trend line from DEVPROGRESS.DAT. Run monthly, this program
      * takes every open goal's current value off its series, files
      * it as a progress point with how far from baseline to target
      * it has come, marks the goal met the first time it gets there
      * and not met once its review date passes short of it, and logs
      * each review to DEVPLAN.LOG. A series with nothing on file
      * yet (a player nobody watches, no radar games) takes no point
      * that month. Entry points the pages share:
      *   type batsweb.devPlan::goalLines(teamPath, playerName,
      *       seasonYear)
      *       one plain-text line per goal with its latest progress -
      *       evaluations.aspx.cbl's card and mobileClips.aspx.cbl
      *   type batsweb.devPlan::measureText(measureCode)
      *       what a source/series/role code measures, in words
      * Player names are matched the way the clip ledger matches
      * them - LASTFIRST in capitals with the spaces (and any comma)
      * run out - so the player's own login finds the plan.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as watchListRunner.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DEV-PLAN-FILE ASSIGN WS-DEVPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DP-KEY
              LOCK MANUAL
              FILE STATUS IS DP-STATUS-COMN.
          SELECT DEV-PROGRESS-FILE ASSIGN WS-DEVPROGRESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DG-KEY
              LOCK MANUAL
              FILE STATUS IS DG-STATUS-COMN.
          SELECT METRIC-HIST-FILE ASSIGN WS-METRICHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              LOCK MANUAL
              FILE STATUS IS MH-STATUS-COMN.
          SELECT DISC-PROFILE-FILE ASSIGN WS-PLATEDISC-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PD-KEY
              LOCK MANUAL
              FILE STATUS IS PD-STATUS-COMN.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
          SELECT DEV-LOG-FILE ASSIGN WS-DEV-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One goal. Baseline, target and every value taken are in the
      * series' own units; the measure is source, series and - for
      * plate discipline - role ("B" batter, "P" pitcher).
       FD  DEV-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DP-REC.
       01  DP-REC.
           05  DP-KEY.
               10  DP-PLAYER-NAME          PIC X(30).
               10  DP-SEASON               PIC 9(04).
               10  DP-GOAL-NUM             PIC 9(02).
           05  DP-REST.
               10  DP-GOAL-TEXT            PIC X(60).
               10  DP-MEASURE.
                   15  DP-SOURCE           PIC X.
                       88  DP-SRC-METRIC   VALUE "M".
                       88  DP-SRC-RADAR    VALUE "R".
                       88  DP-SRC-DISC     VALUE "D".
                   15  DP-SERIES           PIC X.
                   15  DP-ROLE             PIC X.
               10  DP-BASELINE             PIC 9(05).
               10  DP-TARGET               PIC 9(05).
               10  DP-REVIEW-DATE          PIC X(10).
               10  DP-STATUS               PIC X.
                   88  DP-OPEN             VALUE "O".
                   88  DP-MET              VALUE "M".
                   88  DP-MISSED           VALUE "N".
      *        The latest monthly review - blank/zero until the first.
               10  DP-LAST-VALUE           PIC 9(05).
               10  DP-LAST-TAKEN           PIC X(10).
               10  DP-PROGRESS-PCT         PIC S9(04).
               10  DP-SET-BY               PIC X(30).
               10  DP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One monthly point per goal - the trend line.
       FD  DEV-PROGRESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DG-REC.
       01  DG-REC.
           05  DG-KEY.
               10  DG-PLAYER-NAME          PIC X(30).
               10  DG-SEASON               PIC 9(04).
               10  DG-GOAL-NUM             PIC 9(02).
               10  DG-DATE                 PIC X(10).
           05  DG-REST.
               10  DG-VALUE                PIC 9(05).
               10  DG-SAMPLE               PIC 9(05).
               10  DG-PCT                  PIC S9(04).
               10  FILLER                  PIC X(10).

      * Same layout watchListRunner.cbl writes.
       FD  METRIC-HIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MH-REC.
       01  MH-REC.
           05  MH-KEY.
               10  MH-PLAYER-NAME          PIC X(30).
               10  MH-METRIC               PIC X.
               10  MH-DATE                 PIC X(10).
           05  MH-REST.
               10  MH-VALUE                PIC 9(05).
               10  MH-SAMPLE               PIC 9(05).
               10  FILLER                  PIC X(10).

      * Same layout plateDiscipline.cbl rebuilds.
       FD  DISC-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PD-REC.
       01  PD-REC.
           05  PD-KEY.
               10  PD-PLAYER-NAME          PIC X(30).
               10  PD-ROLE                 PIC X.
           05  PD-REST.
               10  PD-PITCHES              PIC 9(06).
               10  PD-SWING-M              PIC 9(04).
               10  PD-CHASE-M              PIC 9(04).
               10  PD-ZSWING-M             PIC 9(04).
               10  PD-WHIFF-M              PIC 9(04).
               10  PD-ZCONTACT-M           PIC 9(04).
               10  PD-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * Same layout trackingImport.cbl lands.
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

       FD  DEV-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEV-LOG-REC.
       01  DEV-LOG-REC                 PIC X(200).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-DEVPLAN-FILE          PIC X(256) VALUE "DEVPLAN.DAT".
       01 DP-STATUS-COMN.
           05  DP-STATUS-BYTE-1        PIC X.
           05  DP-STATUS-BYTE-2        PIC X.
       01 WS-DEVPROGRESS-FILE      PIC X(256) VALUE "DEVPROGRESS.DAT".
       01 DG-STATUS-COMN.
           05  DG-STATUS-BYTE-1        PIC X.
           05  DG-STATUS-BYTE-2        PIC X.
       01 WS-METRICHIST-FILE       PIC X(256) VALUE "METRICHIST.DAT".
       01 MH-STATUS-COMN.
           05  MH-STATUS-BYTE-1        PIC X.
           05  MH-STATUS-BYTE-2        PIC X.
       01 WS-PLATEDISC-FILE        PIC X(256) VALUE "PLATEDISC.DAT".
       01 PD-STATUS-COMN.
           05  PD-STATUS-BYTE-1        PIC X.
           05  PD-STATUS-BYTE-2        PIC X.
       01 WS-TRACKPITCH-FILE       PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
       01 WS-DEV-LOG-FILE          PIC X(256) VALUE "DEVPLAN.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
      * The radar series average the pitcher's last this-many games.
       01 RADAR-WINDOW-GAMES       PIC 9(03) VALUE 10.
      * What the series reader hands back for the goal in DP-REC.
       01 GOAL-VALUE               PIC 9(05).
       01 GOAL-SAMPLE              PIC 9(05).
       01 GOAL-PCT                 PIC S9(04).
       01 REVIEW-DAY               PIC X(10).

      *#####                     Entry points                          #####
       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.devPlan.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: devPlan <Programs-root-folder>")
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
           set worker to new batsweb.devPlan
           invoke worker::reviewTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

       method-id goalLines static public.
       local-storage section.
       01 worker       type batsweb.devPlan.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          by value seasonYear as type Int32
                          returning lineList as type String[].
           set worker to new batsweb.devPlan
           set lineList to worker::planLines(teamPath, playerName, seasonYear).
       end method.

      * measureCode is DP-MEASURE - source, series, role.
       method-id measureText static public.
       local-storage section.
       01 codeText     pic x(03).
       procedure division using by value measureCode as type String
                          returning textOut as type String.
           set codeText to measureCode
           EVALUATE codeText(1:2)
               WHEN "MA"
                   set textOut to "batting average (thousandths)"
               WHEN "MK"
                   set textOut to "strikeout rate (per 1000 PA)"
               WHEN "MV"
                   set textOut to "velocity, charted (mph)"
               WHEN "RV"
                   set textOut to "velocity, radar (mph)"
               WHEN "RS"
                   set textOut to "spin, radar (rpm)"
               WHEN "RB"
                   set textOut to "break, radar"
               WHEN "DS"
                   set textOut to "swing rate"
               WHEN "DC"
                   set textOut to "chase rate"
               WHEN "DZ"
                   set textOut to "zone-swing rate"
               WHEN "DW"
                   set textOut to "whiff rate"
               WHEN "DT"
                   set textOut to "zone-contact rate"
               WHEN OTHER
                   set textOut to "unknown measure"
           END-EVALUATE
           if codeText(1:1) = "D"
               if codeText(3:1) = "P"
                   set textOut to textOut & " as pitcher (per 1000 pitches)"
               else
                   set textOut to textOut & " as batter (per 1000 pitches)".
       end method.

      *#####          Per-team: review every open goal                 #####
       method-id reviewTeam private.
       local-storage section.
       01 teamName              type String.
       01 statusWord            type String.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           invoke self::teamFiles(teamPath)
           set REVIEW-DAY to type DateTime::Today::ToString("yyyy-MM-dd")

           OPEN I-O DEV-PLAN-FILE
           if DP-STATUS-BYTE-1 not = "0"
               exit method.
           invoke type batsweb.engineWatch::forTeam(teamName)

           MOVE LOW-VALUE TO DP-KEY
           START DEV-PLAN-FILE KEY NOT LESS THAN DP-KEY
           if DP-STATUS-BYTE-1 not = "0"
               CLOSE DEV-PLAN-FILE
               exit method.
       goal-loop.
           READ DEV-PLAN-FILE NEXT RECORD
               AT END go to goal-done.
           if not DP-OPEN
               go to goal-loop.

           invoke self::takeValue
           if GOAL-SAMPLE = 0
               invoke self::logLine(teamName, DP-PLAYER-NAME::Trim & " goal " & DP-GOAL-NUM
                   & " - no " & type batsweb.devPlan::measureText(DP-MEASURE) & " on file yet")
               go to goal-review-date
           end-if

      *    How far from baseline to target, signed - a player going
      *    the wrong way shows below zero.
           if DP-TARGET = DP-BASELINE
               if GOAL-VALUE = DP-TARGET
                   move 100 to GOAL-PCT
               else
                   move 0 to GOAL-PCT
               end-if
           else
               compute GOAL-PCT rounded = (GOAL-VALUE - DP-BASELINE) * 100
                                        / (DP-TARGET - DP-BASELINE)
                   on size error
                       move 999 to GOAL-PCT
               end-compute
               if GOAL-PCT > 999
                   move 999 to GOAL-PCT
               end-if
               if GOAL-PCT < -999
                   move -999 to GOAL-PCT
               end-if
           end-if

           invoke self::recordPoint
           move GOAL-VALUE to DP-LAST-VALUE
           move REVIEW-DAY to DP-LAST-TAKEN
           move GOAL-PCT to DP-PROGRESS-PCT
           if GOAL-PCT not < 100
               move "M" to DP-STATUS.
       goal-review-date.
           if DP-OPEN and DP-REVIEW-DATE not = spaces
               and REVIEW-DAY not < DP-REVIEW-DATE
               move "N" to DP-STATUS.
           set DP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE DP-REC
           EVALUATE TRUE
               WHEN DP-MET
                   set statusWord to "MET"
               WHEN DP-MISSED
                   set statusWord to "NOT MET"
               WHEN OTHER
                   set statusWord to "open"
           END-EVALUATE
           if GOAL-SAMPLE not = 0
               invoke self::logLine(teamName, DP-PLAYER-NAME::Trim & " goal " & DP-GOAL-NUM
                   & " " & DP-GOAL-TEXT::Trim & ": " & GOAL-VALUE::ToString & " (baseline "
                   & DP-BASELINE::ToString & ", target " & DP-TARGET::ToString & ", "
                   & GOAL-PCT::ToString & "%) - " & statusWord)
           else
               if not DP-OPEN
                   invoke self::logLine(teamName, DP-PLAYER-NAME::Trim & " goal " & DP-GOAL-NUM
                       & " " & DP-GOAL-TEXT::Trim & " - review date passed - " & statusWord)
               end-if
           end-if
           go to goal-loop.
       goal-done.
           CLOSE DEV-PLAN-FILE.
       end method.

       method-id teamFiles private.
       procedure division using by value teamPath as type String.
           set WS-DEVPLAN-FILE to teamPath & "\WEBSYNC\DEVPLAN.DAT"
           set WS-DEVPROGRESS-FILE to teamPath & "\WEBSYNC\DEVPROGRESS.DAT"
           set WS-METRICHIST-FILE to teamPath & "\WEBSYNC\METRICHIST.DAT"
           set WS-PLATEDISC-FILE to teamPath & "\WEBSYNC\PLATEDISC.DAT"
           set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"
           set WS-DEV-LOG-FILE to teamPath & "\WEBSYNC\DEVPLAN.LOG".
       end method.

      *#####            The goal's series, as of today                 #####
      * GOAL-VALUE/GOAL-SAMPLE for the goal in DP-REC; a zero sample
      * is nothing on file.
       method-id takeValue private.
       procedure division.
           move zeroes to GOAL-VALUE GOAL-SAMPLE GOAL-PCT
           EVALUATE TRUE
               WHEN DP-SRC-METRIC
                   invoke self::metricValue
               WHEN DP-SRC-DISC
                   invoke self::discValue
               WHEN DP-SRC-RADAR
                   invoke self::radarValue
           END-EVALUATE.
       end method.

      * The newest nightly point for the player and metric.
       method-id metricValue private.
       procedure division.
           OPEN INPUT METRIC-HIST-FILE
           if MH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO MH-KEY
           move DP-PLAYER-NAME to MH-PLAYER-NAME
           move DP-SERIES to MH-METRIC
           START METRIC-HIST-FILE KEY NOT LESS THAN MH-KEY
           if MH-STATUS-BYTE-1 not = "0"
               go to metric-done.
       metric-loop.
           READ METRIC-HIST-FILE NEXT RECORD
               AT END go to metric-done.
           if MH-PLAYER-NAME not = DP-PLAYER-NAME
               or MH-METRIC not = DP-SERIES
               go to metric-done.
           move MH-VALUE to GOAL-VALUE
           move MH-SAMPLE to GOAL-SAMPLE
           go to metric-loop.
       metric-done.
           CLOSE METRIC-HIST-FILE.
       end method.

      * The player's all-pitches plate-discipline line in the role.
       method-id discValue private.
       procedure division.
           OPEN INPUT DISC-PROFILE-FILE
           if PD-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PD-KEY
           move DP-PLAYER-NAME to PD-PLAYER-NAME
           move DP-ROLE to PD-ROLE
           READ DISC-PROFILE-FILE
               INVALID KEY
                   CLOSE DISC-PROFILE-FILE
                   exit method
           END-READ
           CLOSE DISC-PROFILE-FILE
           EVALUATE DP-SERIES
               WHEN "S"
                   move PD-SWING-M to GOAL-VALUE
               WHEN "C"
                   move PD-CHASE-M to GOAL-VALUE
               WHEN "Z"
                   move PD-ZSWING-M to GOAL-VALUE
               WHEN "W"
                   move PD-WHIFF-M to GOAL-VALUE
               WHEN "T"
                   move PD-ZCONTACT-M to GOAL-VALUE
               WHEN OTHER
                   exit method
           END-EVALUATE
           if PD-PITCHES > 99999
               move 99999 to GOAL-SAMPLE
           else
               move PD-PITCHES to GOAL-SAMPLE.
       end method.

      * The radar unit's average over the pitcher's last
      * RADAR-WINDOW-GAMES games - the same game/at-bat/pitch walk and
      * TRACKPITCH.DAT key watchListRunner.cbl's velocity read uses,
      * device readings only (the charted gun value is the M series).
       method-id radarValue private.
       local-storage section.
       01 gg           type Int32.
       01 bb           type Int32.
       01 pp           type Int32.
       01 abOrdinal    pic 9(03).
       01 gamesCounted type Int32.
       01 pitchedFlag  pic x.
       01 readingNum   type Int32.
       01 windowSum    pic 9(09) value 0.
       01 windowCnt    pic 9(05) value 0.
       01 wantedName   type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set wantedName to DP-PLAYER-NAME::Trim
           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 not = "0"
               exit method.
           if not self::loadGameIndex
               CLOSE TRACK-PITCH-FILE
               exit method.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

      *    The window is the pitcher's own last games, so the walk
      *    runs newest first and stops once it has enough of them.
           move 0 to gamesCounted
           set gg to BAT360-NUM-GAMES.
       radar-games-loop.
           if gg < 1 or gamesCounted >= RADAR-WINDOW-GAMES
               go to radar-games-done.
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to radar-games-next.

           move 0 to abOrdinal
           move "N" to pitchedFlag
           move 1 to bb.
       radar-ab-loop.
           if bb > BAT360-NUM-AB
               go to radar-ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to radar-ab-next.
           add 1 to abOrdinal

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to radar-ab-next.
           if BAT360-PITCHER::Trim::ToUpper not = wantedName
               go to radar-ab-next.
      *    The pitcher worked this game - it counts toward the window.
           move "Y" to pitchedFlag

           move 1 to pp.
       radar-pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to radar-ab-next.
           MOVE SPACES TO TP-KEY
           set TP-GAME-DATE to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
           MOVE BAT360-G-GAME-ID(gg) TO TP-GAME-ID
           move abOrdinal to TP-AB-NUM
           move pp to TP-PITCH-NUM
           move 0 to readingNum
           READ TRACK-PITCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE DP-SERIES
                       WHEN "V"
                           set readingNum to TP-DEV-VEL
                       WHEN "S"
                           set readingNum to TP-DEV-SPIN
                       WHEN "B"
                           set readingNum to TP-DEV-BREAK
                   END-EVALUATE
           END-READ
           if readingNum > 0
               add readingNum to windowSum
               add 1 to windowCnt
           end-if
           add 1 to pp
           go to radar-pitch-loop.
       radar-ab-next.
           add 1 to bb
           go to radar-ab-loop.
       radar-ab-done.
           if pitchedFlag = "Y"
               add 1 to gamesCounted.
       radar-games-next.
           subtract 1 from gg
           go to radar-games-loop.
       radar-games-done.
           CLOSE TRACK-PITCH-FILE
           invoke bat360rununit::StopRun(0)
           if windowCnt not = 0
               compute GOAL-VALUE rounded = windowSum / windowCnt
               move windowCnt to GOAL-SAMPLE.
       end method.

      * Fresh engine/game-index load, the same init/RG every walker
      * here runs. False when the index cannot be loaded.
       method-id loadGameIndex private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning okFlag as type Condition.
           set okFlag to false

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

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
           set okFlag to true.
       end method.

      * This month's point on the goal's trend line - a second run
      * the same day replaces the first.
       method-id recordPoint private.
       procedure division.
           OPEN I-O DEV-PROGRESS-FILE
           IF DG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT DEV-PROGRESS-FILE
               CLOSE DEV-PROGRESS-FILE
               OPEN I-O DEV-PROGRESS-FILE
           END-IF
           if DG-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DG-REC
           move DP-PLAYER-NAME to DG-PLAYER-NAME
           move DP-SEASON to DG-SEASON
           move DP-GOAL-NUM to DG-GOAL-NUM
           move REVIEW-DAY to DG-DATE
           move GOAL-VALUE to DG-VALUE
           move GOAL-SAMPLE to DG-SAMPLE
           move GOAL-PCT to DG-PCT
           WRITE DG-REC
               INVALID KEY
                   REWRITE DG-REC
           END-WRITE
           CLOSE DEV-PROGRESS-FILE.
       end method.

      *#####          The plan in words, for the other pages           #####
       method-id planLines private.
       local-storage section.
       01 found        type System.Collections.Generic.List[String].
       01 wantName     type String.
       01 lineText     type String.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          by value seasonYear as type Int32
                          returning lineList as type String[].
           set found to new type System.Collections.Generic.List[String]
           set lineList to found::ToArray
           if playerName = null or playerName::Trim = type String::Empty
               exit method.
           set wantName to playerName::Trim::ToUpper::Replace(" ", type String::Empty)::Replace(",", type String::Empty)
           invoke self::teamFiles(teamPath)

           OPEN INPUT DEV-PLAN-FILE
           if DP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO DP-KEY
           START DEV-PLAN-FILE KEY NOT LESS THAN DP-KEY
           if DP-STATUS-BYTE-1 not = "0"
               go to line-done.
       line-loop.
           READ DEV-PLAN-FILE NEXT RECORD
               AT END go to line-done.
           if DP-SEASON not = seasonYear
               go to line-loop.
           if DP-PLAYER-NAME::Trim::Replace(" ", type String::Empty)::Replace(",", type String::Empty)
               not = wantName
               go to line-loop.
           set lineText to DP-GOAL-TEXT::Trim & " - " & type batsweb.devPlan::measureText(DP-MEASURE)
               & " from " & DP-BASELINE::ToString & " to " & DP-TARGET::ToString
               & " by " & DP-REVIEW-DATE::Trim
           if DP-LAST-TAKEN = spaces
               set lineText to lineText & "; not yet reviewed"
           else
               set lineText to lineText & "; " & DP-LAST-VALUE::ToString & " at "
                   & DP-LAST-TAKEN::Trim & " (" & DP-PROGRESS-PCT::ToString & "% of the way)"
           end-if
           EVALUATE TRUE
               WHEN DP-MET
                   set lineText to lineText & " - MET"
               WHEN DP-MISSED
                   set lineText to lineText & " - NOT MET"
               WHEN OTHER
                   set lineText to lineText & " - open"
           END-EVALUATE
           invoke found::Add(lineText)
           go to line-loop.
       line-done.
           CLOSE DEV-PLAN-FILE
           set lineList to found::ToArray.
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND DEV-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT DEV-LOG-FILE
           END-IF

           MOVE SPACES TO DEV-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO DEV-LOG-REC.
           WRITE DEV-LOG-REC.
           CLOSE DEV-LOG-FILE.
       end method.

       end class.
