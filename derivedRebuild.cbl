       class-id batsweb.derivedRebuild.

      * Targeted rebuild of the derived files. pitchCorrection.aspx.cbl
      * corrections, playerDedupe.cbl merges and websyncReceive.cbl
      * batches change charted source data in the middle of a season,
      * and each leaves a CHANGEMARK.DAT record (changeMark.cbl) saying
      * which games and players it touched. This job works the open
      * marks off per team, recomputing only the derived records they
      * reach, in dependency order:
      *   1 SUMMARYAGG.DAT  the touched players' cut rows
      *                     (nightlyAggregate.cbl rebuildPlayers)
      *   2 CAREER.DAT      the touched players' career counters,
      *                     recounted through MILECTL.DAT's mark
      *                     (milestoneTracker.cbl recountPlayers)
      *   3 LINEUPHIST.DAT  the touched games' lineup records
      *                     (lineupExtract.cbl rebuildGames)
      *   4 RUNEXP.DAT      the team matrix, when any game moved
      *                     (runExpectancy.cbl rebuildTeam)
      *   5 METRICHIST.DAT  the touched players' trend points from the
      *                     changed game on, each as of its own night
      *                     (watchListRunner.cbl restatePlayers)
      * - the per-player and per-game records first, the team-wide
      * matrix next, and the trend history last, since a re-taken
      * point is a window over the games the steps before it settled.
      * Which files a mark reaches depends on what changed: a pitch
      * correction is an overlay the engine never reads, so only the
      * pitcher's velocity points move; a merge moves both spellings'
      * rows and every lineup either one appears in; a game changed
      * upstream moves everything built from it. A game mark that
      * names nobody is walked through BAT360WEBF for the batters and
      * pitchers on it, and a team mark - files replaced with no word
      * on which games - rebuilds the lot.
      * Every derived record in reach is read before and after, and
      * WEBSYNC\REBUILD.LOG gets one line per record that ADDED,
      * CHANGED (old -> new) or was REMOVED. Marks are stamped done
      * once their team is through; a mark written while the job runs
      * waits for the next run.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program - ahead of the nightly builders, same as
      * nightlyAggregate.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHANGE-MARK-FILE ASSIGN WS-CHANGEMARK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CM-KEY
              LOCK MANUAL
              FILE STATUS IS CM-STATUS-COMN.
          SELECT REBUILD-LOG-FILE ASSIGN WS-REBUILD-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT SUMMARY-AGG-FILE ASSIGN WS-SUMMARYAGG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SA-KEY
              LOCK MANUAL
              FILE STATUS IS SA-STATUS-COMN.
          SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
          SELECT LINEUP-HIST-FILE ASSIGN WS-LINEUPHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LH-KEY
              LOCK MANUAL
              FILE STATUS IS LH-STATUS-COMN.
          SELECT RUNEXP-FILE ASSIGN WS-RUNEXP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RX-KEY
              LOCK MANUAL
              FILE STATUS IS RX-STATUS-COMN.
          SELECT METRIC-HIST-FILE ASSIGN WS-METRICHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              LOCK MANUAL
              FILE STATUS IS MH-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout changeMark.cbl writes.
       FD  CHANGE-MARK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05  CM-KEY.
               10  CM-STAMP                PIC X(17).
               10  CM-SEQ                  PIC 9(03).
           05  CM-REST.
               10  CM-SOURCE               PIC X(10).
               10  CM-SCOPE                PIC X.
                   88  CM-SCOPE-GAME       VALUE "G".
                   88  CM-SCOPE-PLAYER     VALUE "P".
                   88  CM-SCOPE-TEAM       VALUE "T".
               10  CM-GAME-DATE            PIC X(08).
               10  CM-GAME-ID              PIC X(10).
               10  CM-PLAYER-1             PIC X(30).
               10  CM-PLAYER-2             PIC X(30).
               10  CM-DETAIL               PIC X(60).
               10  CM-DONE-FLAG            PIC X.
                   88  CM-OPEN             VALUE " ".
                   88  CM-DONE             VALUE "Y".
               10  CM-DONE-AT              PIC X(19).
               10  FILLER                  PIC X(20).

       FD  REBUILD-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBUILD-LOG-REC.
       01  REBUILD-LOG-REC             PIC X(400).

      * Same layout nightlyAggregate.cbl writes.
       FD  SUMMARY-AGG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SA-REC.
       01  SA-REC.
           05  SA-KEY.
               10  SA-PLAYER-NAME          PIC X(30).
               10  SA-CUT                  PIC X(04).
           05  SA-REST.
               10  SA-G                    PIC 9(05).
               10  SA-TPA                  PIC 9(05).
               10  SA-AB                   PIC 9(05).
               10  SA-H                    PIC 9(05).
               10  SA-HR                   PIC 9(05).
               10  SA-RBI                  PIC 9(05).
               10  SA-BB                   PIC 9(05).
               10  SA-K                    PIC 9(05).
               10  SA-AVG-M                PIC 9(05).
               10  SA-OPS-M                PIC 9(05).
               10  SA-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * Same layout milestoneTracker.cbl writes.
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

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-CHANGEMARK-FILE       PIC X(256) VALUE "CHANGEMARK.DAT".
       01 CM-STATUS-COMN.
           05  CM-STATUS-BYTE-1        PIC X.
           05  CM-STATUS-BYTE-2        PIC X.
       01 WS-REBUILD-LOG-FILE      PIC X(256) VALUE "REBUILD.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-SUMMARYAGG-FILE       PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-CAREER-FILE           PIC X(256) VALUE "CAREER.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-LINEUPHIST-FILE       PIC X(256) VALUE "LINEUPHIST.DAT".
       01 LH-STATUS-COMN.
           05  LH-STATUS-BYTE-1        PIC X.
           05  LH-STATUS-BYTE-2        PIC X.
       01 WS-RUNEXP-FILE           PIC X(256) VALUE "RUNEXP.DAT".
       01 RX-STATUS-COMN.
           05  RX-STATUS-BYTE-1        PIC X.
           05  RX-STATUS-BYTE-2        PIC X.
       01 WS-METRICHIST-FILE       PIC X(256) VALUE "METRICHIST.DAT".
       01 MH-STATUS-COMN.
           05  MH-STATUS-BYTE-1        PIC X.
           05  MH-STATUS-BYTE-2        PIC X.
      * Marks written after this stamp wait for the next run.
       01 WS-CUTOFF-STAMP          PIC X(17).
       01 WS-MARK-COUNT            PIC 9(05).
      * "Y" when a team mark (or more change than the tables below
      * hold) means every derived record is rebuilt.
       01 WS-TEAM-WIDE             PIC X      VALUE "N".
       01 WS-RUNEXP-NEEDED         PIC X      VALUE "N".
      * The players the marks reach - AP-ENGINE "Y" when the change
      * is one the engine reads (everything but a pitch correction),
      * AP-SCOPE "P" for a merge (every game, every trend point) or
      * "G" from AP-FROM-STAMP (yyyyMMdd), the earliest changed game.
       01 AFFECTED-PLAYER-TBL.
           05  AP-ENTRY OCCURS 100.
               10  AP-NAME                 PIC X(30).
               10  AP-ENGINE               PIC X.
               10  AP-SCOPE                PIC X.
               10  AP-FROM-STAMP           PIC X(08).
       01 AP-COUNT                 PIC 9(03).
      * The games the marks reach - AG-NEEDS-WALK "Y" when no mark
      * named the players on it.
       01 AFFECTED-GAME-TBL.
           05  AG-ENTRY OCCURS 200.
               10  AG-STAMP                PIC X(08).
               10  AG-ID                   PIC X(10).
               10  AG-NEEDS-WALK           PIC X.
       01 AG-COUNT                 PIC 9(03).
      * Every derived record in reach, as text, before and after.
       01 SNAPSHOT-TBL.
           05  SN-ENTRY OCCURS 3000.
               10  SN-FILE                 PIC X(10).
               10  SN-KEY                  PIC X(50).
               10  SN-OLD                  PIC X(160).
               10  SN-NEW                  PIC X(160).
       01 SN-COUNT                 PIC 9(04).
       01 WS-SNAP-FULL             PIC X      VALUE "N".
       01 WS-CHANGED-COUNT         PIC 9(05).

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.derivedRebuild.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: derivedRebuild <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "REBUILD")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.derivedRebuild
           invoke worker::rebuildTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "REBUILD", runStamp, "C", aa)
           goback.
       end method.

      *#####     Per-team: work off the open marks in dependency order  #####
       method-id rebuildTeam private.
       local-storage section.
       01 teamName              type String.
       01 engineNames           type String[].
       01 gameKeys              type String[].
       01 oneName               type String[].
       01 fromStamp             type String.
       01 nn                    pic 9(03).
       01 engineCount           type Int32 value 0.
       01 pointCount            type Int32.
       01 pointTotal            type Int32 value 0.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-CHANGEMARK-FILE to teamPath & "\WEBSYNC\CHANGEMARK.DAT"
           set WS-REBUILD-LOG-FILE to teamPath & "\WEBSYNC\REBUILD.LOG"
           set WS-SUMMARYAGG-FILE to teamPath & "\WEBSYNC\SUMMARYAGG.DAT"
           set WS-CAREER-FILE to teamPath & "\WEBSYNC\CAREER.DAT"
           set WS-LINEUPHIST-FILE to teamPath & "\WEBSYNC\LINEUPHIST.DAT"
           set WS-RUNEXP-FILE to teamPath & "\WEBSYNC\RUNEXP.DAT"
           set WS-METRICHIST-FILE to teamPath & "\WEBSYNC\METRICHIST.DAT"
           set WS-CUTOFF-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")

           invoke self::loadMarks
           if WS-MARK-COUNT = 0
               exit method.
           invoke self::logLine(teamName, self::numText(WS-MARK-COUNT) & " change marks to work off")

      *    Fill in what the marks left unsaid - the players on a game
      *    nobody itemized, the games a merged spelling appears in.
           if WS-TEAM-WIDE not = "Y"
               invoke self::walkGames(teamName)
               invoke self::mergedGames
           end-if

      *    The lists the builders take - none at all means everyone.
           set engineNames to null
           set gameKeys to null
           if WS-TEAM-WIDE not = "Y"
               set engineNames to self::engineNameList
               set engineCount to engineNames::Length
               set gameKeys to self::gameKeyList
           end-if

           invoke self::snapAll("O")

      *    1 - season cut rows.
           if WS-TEAM-WIDE = "Y" or engineCount > 0
               invoke type batsweb.nightlyAggregate::rebuildPlayers(teamPath, engineNames).
      *    2 - career counters.
           if WS-TEAM-WIDE = "Y" or engineCount > 0
               invoke type batsweb.milestoneTracker::recountPlayers(teamPath, engineNames).
      *    3 - lineup records.
           if WS-TEAM-WIDE = "Y" or AG-COUNT > 0
               invoke type batsweb.lineupExtract::rebuildGames(teamPath, gameKeys).
      *    4 - the run expectancy matrix.
           if WS-RUNEXP-NEEDED = "Y"
               invoke type batsweb.runExpectancy::rebuildTeam(teamPath).
      *    5 - trend points, each from that player's earliest change.
           if WS-TEAM-WIDE = "Y"
               set pointTotal to type batsweb.watchListRunner::restatePlayers(teamPath, null, type String::Empty)
               go to points-done.
           set size of oneName to 1
           move 1 to nn.
       points-loop.
           if nn > AP-COUNT
               go to points-done.
           set oneName[0] to AP-NAME(nn)::Trim
           set fromStamp to AP-FROM-STAMP(nn)::Trim
           if AP-SCOPE(nn) = "P"
               set fromStamp to type String::Empty.
           set pointCount to type batsweb.watchListRunner::restatePlayers(teamPath, oneName, fromStamp)
           add pointCount to pointTotal
           add 1 to nn
           go to points-loop.
       points-done.

           invoke self::snapAll("N")
           invoke self::reportChanges(teamName)
           invoke self::closeMarks

           invoke self::logLine(teamName, "rebuild complete - " & self::numText(pointTotal) & " trend points restated, "
               & self::numText(WS-CHANGED-COUNT) & " derived records changed").
       end method.

      *#####                  The open change marks                    #####
       method-id loadMarks private.
       procedure division.
           move 0 to WS-MARK-COUNT AP-COUNT AG-COUNT
           INITIALIZE AFFECTED-PLAYER-TBL AFFECTED-GAME-TBL

           OPEN INPUT CHANGE-MARK-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CM-KEY
           START CHANGE-MARK-FILE KEY NOT LESS THAN CM-KEY
           if CM-STATUS-BYTE-1 not = "0"
               CLOSE CHANGE-MARK-FILE
               exit method.
       mark-loop.
           READ CHANGE-MARK-FILE NEXT RECORD
               AT END go to mark-done.
           if not CM-OPEN or CM-STAMP > WS-CUTOFF-STAMP
               go to mark-loop.
           add 1 to WS-MARK-COUNT

           EVALUATE TRUE
               WHEN CM-SCOPE-TEAM
                   move "Y" to WS-TEAM-WIDE
                   move "Y" to WS-RUNEXP-NEEDED
               WHEN CM-SCOPE-PLAYER
                   invoke self::addPlayer(CM-PLAYER-1, "Y", "P", CM-GAME-DATE)
                   invoke self::addPlayer(CM-PLAYER-2, "Y", "P", CM-GAME-DATE)
      *        A pitch correction is an overlay the engine never
      *        reads - the velocity trend is the one thing it moves.
               WHEN CM-SCOPE-GAME and CM-SOURCE = "PITCHCORR"
                   invoke self::addPlayer(CM-PLAYER-1, "N", "G", CM-GAME-DATE)
                   invoke self::addPlayer(CM-PLAYER-2, "N", "G", CM-GAME-DATE)
               WHEN CM-SCOPE-GAME
                   if CM-PLAYER-1 = spaces and CM-PLAYER-2 = spaces
                       invoke self::addGame(CM-GAME-DATE, CM-GAME-ID, "Y")
                   else
                       invoke self::addGame(CM-GAME-DATE, CM-GAME-ID, "N")
                   end-if
                   invoke self::addPlayer(CM-PLAYER-1, "Y", "G", CM-GAME-DATE)
                   invoke self::addPlayer(CM-PLAYER-2, "Y", "G", CM-GAME-DATE)
                   move "Y" to WS-RUNEXP-NEEDED
           END-EVALUATE
           go to mark-loop.
       mark-done.
           CLOSE CHANGE-MARK-FILE.
       end method.

      * One player onto the affected list, merging with an entry
      * already there. A list that overflows turns the run team-wide.
       method-id addPlayer private.
       local-storage section.
       01 nn           pic 9(03).
       01 wantedName   pic x(30).
       procedure division using by value playerName as type String
                          by value engineFlag as type String
                          by value scopeCode as type String
                          by value gameStamp as type String.
           if playerName::Trim = type String::Empty
               exit method.
           set wantedName to playerName::Trim::ToUpper
           move 1 to nn.
       find-loop.
           if nn > AP-COUNT
               go to find-new.
           if AP-NAME(nn) = wantedName
               go to find-merge.
           add 1 to nn
           go to find-loop.
       find-new.
           if AP-COUNT >= 100
               move "Y" to WS-TEAM-WIDE
               move "Y" to WS-RUNEXP-NEEDED
               exit method.
           add 1 to AP-COUNT
           move AP-COUNT to nn
           move wantedName to AP-NAME(nn)
           move "N" to AP-ENGINE(nn)
           move "G" to AP-SCOPE(nn)
           move spaces to AP-FROM-STAMP(nn).
       find-merge.
           if engineFlag = "Y"
               move "Y" to AP-ENGINE(nn).
      *    A game with no readable date cannot bound the trend points -
      *    the player's whole history is restated.
           if scopeCode = "P" or gameStamp::Trim = type String::Empty
               move "P" to AP-SCOPE(nn)
               exit method.
           if AP-FROM-STAMP(nn) = spaces or gameStamp::Trim < AP-FROM-STAMP(nn)
               set AP-FROM-STAMP(nn) to gameStamp::Trim.
       end method.

      * One game onto the affected list.
       method-id addGame private.
       local-storage section.
       01 nn           pic 9(03).
       01 wantedStamp  pic x(08).
       01 wantedId     pic x(10).
       procedure division using by value gameStamp as type String
                          by value gameId as type String
                          by value walkFlag as type String.
      *    A game the mark could not date cannot be found again.
           if gameStamp::Trim = type String::Empty
               move "Y" to WS-TEAM-WIDE
               exit method.
           set wantedStamp to gameStamp::Trim
           set wantedId to gameId::Trim
           move 1 to nn.
       find-loop.
           if nn > AG-COUNT
               go to find-new.
           if AG-STAMP(nn) = wantedStamp and AG-ID(nn) = wantedId
               if walkFlag = "Y"
                   move "Y" to AG-NEEDS-WALK(nn)
               end-if
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if AG-COUNT >= 200
               move "Y" to WS-TEAM-WIDE
               exit method.
           add 1 to AG-COUNT
           move wantedStamp to AG-STAMP(AG-COUNT)
           move wantedId to AG-ID(AG-COUNT)
           set AG-NEEDS-WALK(AG-COUNT) to walkFlag.
       end method.

      *#####     Players on the games no mark itemized (BAT360WEBF)    #####
       method-id walkGames private.
       local-storage section.
       01 gg           type Int32.
       01 bb           type Int32.
       01 nn           pic 9(03).
       01 walkCount    pic 9(03) value 0.
       01 gameDay      type DateTime.
       01 gameStamp    pic x(08).
       01 walkFlag     pic x.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamName as type String.
           move 1 to nn.
       count-loop.
           if nn > AG-COUNT
               go to count-done.
           if AG-NEEDS-WALK(nn) = "Y"
               add 1 to walkCount.
           add 1 to nn
           go to count-loop.
       count-done.
           if walkCount = 0
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
               go to walk-failed.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               go to walk-failed.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set gameStamp to gameDay::ToString("yyyyMMdd")
           move "N" to walkFlag
           move 1 to nn.
       match-loop.
           if nn > AG-COUNT
               go to match-done.
           if AG-NEEDS-WALK(nn) = "Y" and AG-STAMP(nn) = gameStamp
               and AG-ID(nn)::Trim = BAT360-G-GAME-ID(gg)::Trim
               move "Y" to walkFlag
               go to match-done.
           add 1 to nn
           go to match-loop.
       match-done.
           if walkFlag not = "Y"
               go to games-next.

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
               go to games-next.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           invoke self::addPlayer(BAT360-BATTER, "Y", "G", gameStamp)
           invoke self::addPlayer(BAT360-PITCHER, "Y", "G", gameStamp).
       ab-next.
           add 1 to bb
           go to ab-loop.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0)
           exit method.

      *    No way to learn who played - rebuild the lot rather than
      *    leave those players' records behind.
       walk-failed.
           move spaces to ERROR-FIELD
           invoke bat360rununit::StopRun(0)
           move "Y" to WS-TEAM-WIDE.
       end method.

      * The lineup records a merged spelling appears in - a merge
      * names players, not games.
       method-id mergedGames private.
       local-storage section.
       01 nn           pic 9(03).
       01 mergeCount   pic 9(03) value 0.
       01 hitFlag      pic x.
       procedure division.
           move 1 to nn.
       count-loop.
           if nn > AP-COUNT
               go to count-done.
           if AP-SCOPE(nn) = "P" and AP-ENGINE(nn) = "Y"
               add 1 to mergeCount.
           add 1 to nn
           go to count-loop.
       count-done.
           if mergeCount = 0
               exit method.

           OPEN INPUT LINEUP-HIST-FILE
           if LH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO LH-KEY
           START LINEUP-HIST-FILE KEY NOT LESS THAN LH-KEY
           if LH-STATUS-BYTE-1 not = "0"
               CLOSE LINEUP-HIST-FILE
               exit method.
       lineup-loop.
           READ LINEUP-HIST-FILE NEXT RECORD
               AT END go to lineup-done.
           move "N" to hitFlag
           if self::isMergedName(LH-OPP-STARTER)
               move "Y" to hitFlag.
           move 1 to nn.
       slot-loop.
           if nn > 9 or hitFlag = "Y"
               go to slot-done.
           if self::isMergedName(LH-SLOT-NAME(nn))
               move "Y" to hitFlag.
           add 1 to nn
           go to slot-loop.
       slot-done.
           if hitFlag = "Y"
               invoke self::addGame(LH-GAME-STAMP, LH-GAME-ID, "N").
           go to lineup-loop.
       lineup-done.
           CLOSE LINEUP-HIST-FILE.
       end method.

       method-id isMergedName private.
       local-storage section.
       01 nn           pic 9(03).
       procedure division using by value playerName as type String
                          returning mergedFlag as type Condition.
           set mergedFlag to false
           if playerName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       merged-loop.
           if nn > AP-COUNT
               exit method.
           if AP-SCOPE(nn) = "P" and AP-ENGINE(nn) = "Y"
               and AP-NAME(nn)::Trim = playerName::Trim::ToUpper
               set mergedFlag to true
               exit method.
           add 1 to nn
           go to merged-loop.
       end method.

      *#####                The lists the builders take                #####
       method-id engineNameList private.
       local-storage section.
       01 nn           pic 9(03).
       01 kk           type Int32 value 0.
       procedure division returning nameList as type String[].
           move 1 to nn.
       count-loop.
           if nn > AP-COUNT
               go to count-done.
           if AP-ENGINE(nn) = "Y"
               add 1 to kk.
           add 1 to nn
           go to count-loop.
       count-done.
           set size of nameList to kk
           move 0 to kk
           move 1 to nn.
       fill-loop.
           if nn > AP-COUNT
               exit method.
           if AP-ENGINE(nn) = "Y"
               set nameList[kk] to AP-NAME(nn)::Trim
               add 1 to kk.
           add 1 to nn
           go to fill-loop.
       end method.

      * Game keys as LINEUPHIST.DAT spells them, stamp then id.
       method-id gameKeyList private.
       local-storage section.
       01 nn           pic 9(03).
       01 kk           type Int32 value 0.
       procedure division returning keyList as type String[].
           set size of keyList to AG-COUNT
           move 1 to nn.
       fill-loop.
           if nn > AG-COUNT
               exit method.
           set keyList[kk] to AG-STAMP(nn) & AG-ID(nn)::Trim
           add 1 to kk
           add 1 to nn
           go to fill-loop.
       end method.

      *#####          Derived records in reach, before and after       #####
      * sideCode "O" fills the before column, "N" the after.
       method-id snapAll private.
       procedure division using by value sideCode as type String.
           if sideCode = "O"
               INITIALIZE SNAPSHOT-TBL
               move 0 to SN-COUNT.
           invoke self::snapSummary(sideCode)
           invoke self::snapCareer(sideCode)
           invoke self::snapLineup(sideCode)
           if WS-RUNEXP-NEEDED = "Y"
               invoke self::snapRunexp(sideCode).
           invoke self::snapMetric(sideCode).
       end method.

       method-id snapSummary private.
       local-storage section.
       01 rowText      type String.
       procedure division using by value sideCode as type String.
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SA-KEY
           START SUMMARY-AGG-FILE KEY NOT LESS THAN SA-KEY
           if SA-STATUS-BYTE-1 not = "0"
               CLOSE SUMMARY-AGG-FILE
               exit method.
       sa-loop.
           READ SUMMARY-AGG-FILE NEXT RECORD
               AT END go to sa-done.
           if not self::enginePlayer(SA-PLAYER-NAME)
               go to sa-loop.
           set rowText to "G " & self::numText(SA-G) & " PA " & self::numText(SA-TPA)
               & " AB " & self::numText(SA-AB) & " H " & self::numText(SA-H)
               & " HR " & self::numText(SA-HR) & " RBI " & self::numText(SA-RBI)
               & " BB " & self::numText(SA-BB) & " K " & self::numText(SA-K)
               & " AVG " & self::milText(SA-AVG-M) & " OPS " & self::milText(SA-OPS-M)
           invoke self::snapPut("SUMMARYAGG", SA-PLAYER-NAME::Trim & " " & SA-CUT::Trim, rowText, sideCode)
           go to sa-loop.
       sa-done.
           CLOSE SUMMARY-AGG-FILE.
       end method.

       method-id snapCareer private.
       local-storage section.
       01 rowText      type String.
       procedure division using by value sideCode as type String.
           OPEN INPUT CAREER-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CR-KEY
           START CAREER-FILE KEY NOT LESS THAN CR-KEY
           if CR-STATUS-BYTE-1 not = "0"
               CLOSE CAREER-FILE
               exit method.
       cr-loop.
           READ CAREER-FILE NEXT RECORD
               AT END go to cr-done.
           if not self::enginePlayer(CR-PLAYER-NAME)
               go to cr-loop.
           set rowText to "total " & self::numText(CR-CAREER-TOTAL) & " game high " & self::numText(CR-GAME-HIGH)
           invoke self::snapPut("CAREER", CR-PLAYER-NAME::Trim & " " & CR-STAT-CODE::Trim, rowText, sideCode)
           go to cr-loop.
       cr-done.
           CLOSE CAREER-FILE.
       end method.

       method-id snapLineup private.
       local-storage section.
       01 rowText      type String.
       01 nn           pic 9(02).
       procedure division using by value sideCode as type String.
           OPEN INPUT LINEUP-HIST-FILE
           if LH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO LH-KEY
           START LINEUP-HIST-FILE KEY NOT LESS THAN LH-KEY
           if LH-STATUS-BYTE-1 not = "0"
               CLOSE LINEUP-HIST-FILE
               exit method.
       lh-loop.
           READ LINEUP-HIST-FILE NEXT RECORD
               AT END go to lh-done.
           if not self::affectedGame(LH-GAME-STAMP, LH-GAME-ID)
               go to lh-loop.
           set rowText to LH-RESULT & " " & LH-HOME-AWAY & " vs " & LH-OPPONENT::Trim
               & " SP " & LH-OPP-STARTER::Trim & " " & LH-OPP-HAND & " -"
           move 1 to nn.
       slot-loop.
           if nn > 9
               go to slot-done.
           set rowText to rowText & " " & LH-SLOT-NAME(nn)::Trim
           add 1 to nn
           go to slot-loop.
       slot-done.
           invoke self::snapPut("LINEUPHIST", LH-GAME-STAMP & " " & LH-GAME-ID::Trim, rowText, sideCode)
           go to lh-loop.
       lh-done.
           CLOSE LINEUP-HIST-FILE.
       end method.

       method-id snapRunexp private.
       local-storage section.
       01 rowText      type String.
       01 keyText      type String.
       procedure division using by value sideCode as type String.
           OPEN INPUT RUNEXP-FILE
           if RX-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO RX-KEY
           START RUNEXP-FILE KEY NOT LESS THAN RX-KEY
           if RX-STATUS-BYTE-1 not = "0"
               CLOSE RUNEXP-FILE
               exit method.
       rx-loop.
           READ RUNEXP-FILE NEXT RECORD
               AT END go to rx-done.
           set keyText to "state " & self::numText(RX-BASE-STATE) & " outs " & self::numText(RX-OUTS)
           set rowText to "exp " & self::milText(RX-EXP-M) & " over " & self::numText(RX-OCCURRENCES)
           invoke self::snapPut("RUNEXP", keyText, rowText, sideCode)
           go to rx-loop.
       rx-done.
           CLOSE RUNEXP-FILE.
       end method.

       method-id snapMetric private.
       local-storage section.
       01 rowText      type String.
       01 fromDate     type String.
       procedure division using by value sideCode as type String.
           OPEN INPUT METRIC-HIST-FILE
           if MH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO MH-KEY
           START METRIC-HIST-FILE KEY NOT LESS THAN MH-KEY
           if MH-STATUS-BYTE-1 not = "0"
               CLOSE METRIC-HIST-FILE
               exit method.
       mh-loop.
           READ METRIC-HIST-FILE NEXT RECORD
               AT END go to mh-done.
           set fromDate to self::metricFrom(MH-PLAYER-NAME)
           if fromDate = "-"
               go to mh-loop.
           if MH-DATE < fromDate
               go to mh-loop.
           set rowText to "value " & self::numText(MH-VALUE) & " sample " & self::numText(MH-SAMPLE)
           invoke self::snapPut("METRICHIST", MH-PLAYER-NAME::Trim & " " & MH-METRIC & " " & MH-DATE, rowText, sideCode)
           go to mh-loop.
       mh-done.
           CLOSE METRIC-HIST-FILE.
       end method.

      * One record's text into the before or after column.
       method-id snapPut private.
       local-storage section.
       01 nn           pic 9(04).
       01 fileWork     pic x(10).
       01 keyWork      pic x(50).
       procedure division using by value fileCode as type String
                          by value keyText as type String
                          by value rowText as type String
                          by value sideCode as type String.
           set fileWork to fileCode
           set keyWork to keyText
           move 1 to nn.
       find-loop.
           if nn > SN-COUNT
               go to find-new.
           if SN-FILE(nn) = fileWork and SN-KEY(nn) = keyWork
               go to find-set.
           add 1 to nn
           go to find-loop.
       find-new.
           if SN-COUNT >= 3000
               move "Y" to WS-SNAP-FULL
               exit method.
           add 1 to SN-COUNT
           move SN-COUNT to nn
           move fileWork to SN-FILE(nn)
           move keyWork to SN-KEY(nn)
           move spaces to SN-OLD(nn) SN-NEW(nn).
       find-set.
           if sideCode = "O"
               set SN-OLD(nn) to rowText
           else
               set SN-NEW(nn) to rowText.
       end method.

      *#####                   What the rebuild moved                  #####
       method-id reportChanges private.
       local-storage section.
       01 nn           pic 9(04).
       procedure division using by value teamName as type String.
           move 0 to WS-CHANGED-COUNT
           move 1 to nn.
       report-loop.
           if nn > SN-COUNT
               go to report-done.
           if SN-OLD(nn) = SN-NEW(nn)
               go to report-next.
           add 1 to WS-CHANGED-COUNT
           if SN-OLD(nn) = spaces
               invoke self::logLine(teamName, "ADDED   " & SN-FILE(nn)::Trim & " " & SN-KEY(nn)::Trim & ": " & SN-NEW(nn)::Trim)
               go to report-next.
           if SN-NEW(nn) = spaces
               invoke self::logLine(teamName, "REMOVED " & SN-FILE(nn)::Trim & " " & SN-KEY(nn)::Trim & " (was " & SN-OLD(nn)::Trim & ")")
               go to report-next.
           invoke self::logLine(teamName, "CHANGED " & SN-FILE(nn)::Trim & " " & SN-KEY(nn)::Trim & ": " & SN-OLD(nn)::Trim & " -> " & SN-NEW(nn)::Trim).
       report-next.
           add 1 to nn
           go to report-loop.
       report-done.
           if WS-SNAP-FULL = "Y"
               invoke self::logLine(teamName, "change detail stopped at 3000 records - the rebuild itself covered everything").
       end method.

      * The worked marks stamped done - one written since the run
      * began stays open for the next.
       method-id closeMarks private.
       procedure division.
           OPEN I-O CHANGE-MARK-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CM-KEY
           START CHANGE-MARK-FILE KEY NOT LESS THAN CM-KEY
           if CM-STATUS-BYTE-1 not = "0"
               CLOSE CHANGE-MARK-FILE
               exit method.
       close-loop.
           READ CHANGE-MARK-FILE NEXT RECORD
               AT END go to close-done.
           if not CM-OPEN or CM-STAMP > WS-CUTOFF-STAMP
               go to close-loop.
           move "Y" to CM-DONE-FLAG
           set CM-DONE-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE CM-REC
           go to close-loop.
       close-done.
           CLOSE CHANGE-MARK-FILE.
       end method.

      *#####                    Reach tests                            #####
      * A player whose engine-built records are in reach.
       method-id enginePlayer private.
       local-storage section.
       01 nn           pic 9(03).
       procedure division using by value playerName as type String
                          returning reachFlag as type Condition.
           set reachFlag to true
           if WS-TEAM-WIDE = "Y"
               exit method.
           set reachFlag to false
           move 1 to nn.
       reach-loop.
           if nn > AP-COUNT
               exit method.
           if AP-ENGINE(nn) = "Y" and AP-NAME(nn)::Trim = playerName::Trim::ToUpper
               set reachFlag to true
               exit method.
           add 1 to nn
           go to reach-loop.
       end method.

       method-id affectedGame private.
       local-storage section.
       01 nn           pic 9(03).
       procedure division using by value gameStamp as type String
                          by value gameId as type String
                          returning reachFlag as type Condition.
           set reachFlag to true
           if WS-TEAM-WIDE = "Y"
               exit method.
           set reachFlag to false
           move 1 to nn.
       reach-loop.
           if nn > AG-COUNT
               exit method.
           if AG-STAMP(nn) = gameStamp::Trim and AG-ID(nn)::Trim = gameId::Trim
               set reachFlag to true
               exit method.
           add 1 to nn
           go to reach-loop.
       end method.

      * The first METRICHIST.DAT date in reach for a player, as the
      * file spells it (yyyy-MM-dd) - empty for every point, "-" for
      * a player the marks do not reach.
       method-id metricFrom private.
       local-storage section.
       01 nn           pic 9(03).
       01 fromStamp    pic x(08).
       procedure division using by value playerName as type String
                          returning fromDate as type String.
           set fromDate to type String::Empty
           if WS-TEAM-WIDE = "Y"
               exit method.
           set fromDate to "-"
           move 1 to nn.
       reach-loop.
           if nn > AP-COUNT
               exit method.
           if AP-NAME(nn)::Trim = playerName::Trim::ToUpper
               go to reach-found.
           add 1 to nn
           go to reach-loop.
       reach-found.
           set fromDate to type String::Empty
           if AP-SCOPE(nn) = "P" or AP-FROM-STAMP(nn) = spaces
               exit method.
           move AP-FROM-STAMP(nn) to fromStamp
           set fromDate to fromStamp(1:4) & "-" & fromStamp(5:2) & "-" & fromStamp(7:2).
       end method.

      *#####                   Text helpers                            #####
       method-id numText private.
       local-storage section.
       01 numEdit          pic z(08)9.
       procedure division using by value numIn as type Int32
                          returning numOut as type String.
           move numIn to numEdit
           set numOut to numEdit::Trim.
       end method.

      * A figure kept scaled by 1000 (SUMMARYAGG, RUNEXP) as a
      * decimal - 263 reads .263, 1045 reads 1.045.
       method-id milText private.
       local-storage section.
       01 wholeNum         pic 9(05).
       01 wholeEdit        pic z(04)9.
       01 fracNum          pic 9(03).
       01 fracText         pic x(03).
       procedure division using by value milIn as type Int32
                          returning textOut as type String.
           compute wholeNum = milIn / 1000
           compute fracNum = milIn - (wholeNum * 1000)
           move fracNum to fracText
           if wholeNum = 0
               set textOut to "." & fracText
           else
               move wholeNum to wholeEdit
               set textOut to wholeEdit::Trim & "." & fracText.
       end method.

      *#####                     Rebuild log                           #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND REBUILD-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT REBUILD-LOG-FILE
           END-IF

           MOVE SPACES TO REBUILD-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO REBUILD-LOG-REC.
           WRITE REBUILD-LOG-REC.
           CLOSE REBUILD-LOG-FILE.
       end method.

       end class.
