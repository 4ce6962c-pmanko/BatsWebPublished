       class-id batsweb.yearbook.

      * Season yearbook and media guide - the binder the media
      * relations office used to assemble by hand every winter out of
      * the stat sheets, the roster and the press-box scrapbook. One
      * paginated PDF per team (pdfWriter.cbl, page n of N on every
      * foot), built entirely from data the system already holds:
      *   - a cover and a contents page
      *   - the intro pages the office writes on yearbook.aspx.cbl,
      *     kept in WEBSYNC\YEARBOOK-INTRO.TXT - a line reading
      *     [PAGE] starts the next page and a line starting "#"
      *     prints as a heading; long lines wrap
      *   - the roster, PLAYERINFO.DAT joined to PLAY-FILE for the
      *     name the same way serviceTime.cbl joins them, in jersey
      *     order
      *   - a page per player: headshot where the library has one
      *     (headshotStore.cbl), the season line nightlyAggregate.cbl
      *     keeps in SUMMARYAGG.DAT (the ALL cut) and the career
      *     counters and single-game highs milestoneTracker.cbl keeps
      *     in CAREER.DAT
      *   - the game-by-game results log and the league standings,
      *     the same game-index walk standings.aspx.cbl makes (final
      *     score off the last charted at-bat, an imported
      *     play-by-play final for a game nobody charted, a suspended
      *     game's original leg folded into its continuation)
      *   - our record against each opponent
      *   - the season's MILESTONE.LOG lines
      *   - the career leaders on the roster for each CAREER.DAT stat
      * The contents page needs every section's page number, so the
      * book is drawn twice: once to learn where each section starts
      * and once for real - the contents is always one page, so the
      * second drawing paginates exactly as the first.
      * Output: WEBSYNC\YEARBOOK\YEARBOOK-<season>.PDF, registered
      * with the report library as YEARBOOK, with a YEARBOOK.LOG line
      * per build. The season is the year of the latest game played.
      * yearbook.aspx.cbl calls bookTeam directly for the one-click
      * build; a scheduled run is a Task Scheduler/cron concern
      * outside this program, same as pressNotes.cbl.
      *   yearbook <Programs-root-folder> [team-folder]

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT BOOK-LOG-FILE ASSIGN WS-BOOK-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
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
          SELECT MILESTONE-LOG-FILE ASSIGN WS-MILESTONE-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-STATUS-COMN.
          SELECT SUSPEND-LINK-FILE ASSIGN WS-SUSPLINK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SL-KEY
              LOCK MANUAL
              FILE STATUS IS SL-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BOOK-LOG-REC.
       01  BOOK-LOG-REC                PIC X(200).

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

       FD  MILESTONE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MILESTONE-LOG-REC.
       01  MILESTONE-LOG-REC           PIC X(200).

      * Same layout gameSummary.aspx.cbl's suspend link maintains.
       FD  SUSPEND-LINK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SL-REC.
       01  SL-REC.
           05  SL-KEY.
               10  SL-TEAM                 PIC X(15).
               10  SL-GAME-DATE            PIC X(10).
               10  SL-GAME-ID              PIC X(10).
           05  SL-REST.
               10  SL-ORIG-DATE            PIC X(10).
               10  SL-ORIG-ID              PIC X(10).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata360                type batsweb.bat360Data.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata666                type batsweb.bat666Data.
       01 teamDirs                 type String[].
       01 WS-BOOK-LOG-FILE         PIC X(256) VALUE "YEARBOOK.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-PLAYERINFO-FILE       PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-SUMMARYAGG-FILE       PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-CAREER-FILE           PIC X(256) VALUE "CAREER.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-MILESTONE-LOG-FILE    PIC X(256) VALUE "MILESTONE.LOG".
       01 ML-STATUS-COMN.
           05  ML-STATUS-BYTE-1        PIC X.
           05  ML-STATUS-BYTE-2        PIC X.
       01 WS-SUSPLINK-FILE         PIC X(256) VALUE "SUSPLINK.DAT".
       01 SL-STATUS-COMN.
           05  SL-STATUS-BYTE-1        PIC X.
           05  SL-STATUS-BYTE-2        PIC X.
       01 WS-INTRO-FILE            PIC X(256) VALUE "YEARBOOK-INTRO.TXT".
      * Intro text wraps at this many characters - about what fits
      * across a Courier 10 line between the margins.
       01 WRAP-WIDTH               PIC 9(02) VALUE 85.
       01 TEAM-NAME                PIC X(40).
       01 OUR-NAME                 PIC X(20).
       01 BOOK-TEAM-PATH           type String.
       01 SEASON-YEAR              PIC 9(04).

      * The roster, PLAYERINFO.DAT joined to PLAY-FILE. RO-NAME is
      * LAST, FIRST in capitals - the form the aggregate, the career
      * counters and the engines key.
       01 ROSTER-TBL.
           05  RO-ENTRY OCCURS 80.
               10  RO-ID                   PIC 9(05).
               10  RO-NAME                 PIC X(30).
               10  RO-DISPLAY              PIC X(40).
               10  RO-JERSEY               PIC 9(03).
               10  RO-POS                  PIC X(02).
               10  RO-BATS                 PIC X.
               10  RO-THROWS               PIC X.
               10  RO-BIRTH                PIC X(10).
       01 RO-HOLD                  PIC X(92).
       01 RO-COUNT                 PIC 9(02).

      * Our games in index order, played ones only.
       01 GAME-TBL.
           05  GM-ENTRY OCCURS 200.
               10  GM-DATE                 PIC X(08).
               10  GM-SITE                 PIC X(02).
               10  GM-OPP                  PIC X(20).
               10  GM-US                   PIC 9(02).
               10  GM-THEM                 PIC 9(02).
               10  GM-RESULT               PIC X.
       01 GM-COUNT                 PIC 9(03).

      * Every club in the index - the standings cover the league.
       01 STAND-TBL.
           05  SD-ENTRY OCCURS 30.
               10  SD-TEAM                 PIC X(20).
               10  SD-W                    PIC 9(03).
               10  SD-L                    PIC 9(03).
               10  SD-PCT                  PIC 9(04).
       01 SD-HOLD                  PIC X(30).
       01 SD-COUNT                 PIC 9(02).

      * Our record against each opponent.
       01 OPP-TBL.
           05  OP-ENTRY OCCURS 30.
               10  OP-TEAM                 PIC X(20).
               10  OP-W                    PIC 9(03).
               10  OP-L                    PIC 9(03).
               10  OP-T                    PIC 9(03).
       01 OP-COUNT                 PIC 9(02).

      * Original legs of linked suspended games - skipped by the walk.
       01 SUSP-ORIG-TBL.
           05  SU-ENTRY OCCURS 50.
               10  SU-ORIG-DATE            PIC X(10).
               10  SU-ORIG-ID              PIC X(10).
       01 SU-COUNT                 PIC 9(02).

      * The season's milestone and career-high lines, date first.
       01 MILE-TBL.
           05  MI-LINE OCCURS 150          PIC X(120).
       01 MI-COUNT                 PIC 9(03).

      * Top five on the roster for each career counter.
       01 LEADER-CODES             PIC X(06) VALUE "H HRKP".
       01 LEADER-CODE-TBL REDEFINES LEADER-CODES.
           05  LC-CODE OCCURS 3            PIC X(02).
       01 LEADER-WORDS             PIC X(36)
                                   VALUE "Hits        Home runs   Strikeouts  ".
       01 LEADER-WORD-TBL REDEFINES LEADER-WORDS.
           05  LC-WORD OCCURS 3            PIC X(12).
       01 LEADER-TBL.
           05  LD-STAT OCCURS 3.
               10  LD-ENTRY OCCURS 5.
                   15  LD-NAME             PIC X(30).
                   15  LD-TOTAL            PIC 9(06).

      * Where each section starts, learned on the first drawing.
       01 SECTION-TBL.
           05  SC-ENTRY OCCURS 10.
               10  SC-TITLE                PIC X(30).
               10  SC-PAGE                 PIC 9(04).
       01 SC-COUNT                 PIC 9(02).
       01 DRAW-PASS                PIC 9.
           88  FIRST-DRAWING       VALUE 1.

      * Print lines for the tabular sections.
       01 PRINT-REC                PIC X(100).
       01 ROSTER-LINE.
           05  RL-JERSEY               PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-NAME                 PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-POS                  PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RL-BATS                 PIC X.
           05  FILLER                  PIC X     VALUE "/".
           05  RL-THROWS               PIC X.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RL-BIRTH                PIC X(10).
       01 RESULT-LINE.
           05  RS-DATE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RS-SITE                 PIC X(02).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RS-OPP                  PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RS-RESULT               PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  RS-US                   PIC Z9.
           05  FILLER                  PIC X     VALUE "-".
           05  RS-THEM                 PIC 99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RS-W                    PIC ZZ9.
           05  FILLER                  PIC X     VALUE "-".
           05  RS-L                    PIC 999.
       01 STAND-LINE.
           05  SN-TEAM                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SN-W                    PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SN-L                    PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SN-PCT                  PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SN-GB                   PIC X(05).
       01 OPP-LINE.
           05  OL-TEAM                 PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-W                    PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-L                    PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-T                    PIC ZZ9.

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.yearbook.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: yearbook <Programs-root-folder> [team-folder]")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           if args::Length > 1
               set worker to new batsweb.yearbook
               invoke worker::bookTeam(programsRoot & "\" & args[1])
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "YEARBOOK")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           if type System.IO.Directory::Exists(teamDirs[aa] & "\WEBSYNC")
               set worker to new batsweb.yearbook
               invoke worker::bookTeam(teamDirs[aa]).
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "YEARBOOK", runStamp, "C", aa)
           goback.
       end method.

      *#####                  Per-team yearbook build                  #####
      * Returns the PDF's path, empty when the book could not be built
      * (the reason is on YEARBOOK.LOG).
       method-id bookTeam public.
       local-storage section.
       01 pdf              type batsweb.pdfWriter.
       01 pdfBytes         type Byte occurs any.
       01 bookFolder       type String.
       01 titleText        type String.
       procedure division using by value teamPath as type String
                          returning pdfPath as type String.
           set pdfPath to type String::Empty
           set BOOK-TEAM-PATH to teamPath
           set TEAM-NAME to type System.IO.Path::GetFileName(teamPath)
           set WS-BOOK-LOG-FILE to teamPath & "\WEBSYNC\YEARBOOK.LOG"
           set WS-PLAYERINFO-FILE to teamPath & "\WEBSYNC\PLAYERINFO.DAT"
           set WS-SUMMARYAGG-FILE to teamPath & "\WEBSYNC\SUMMARYAGG.DAT"
           set WS-CAREER-FILE to teamPath & "\WEBSYNC\CAREER.DAT"
           set WS-MILESTONE-LOG-FILE to teamPath & "\WEBSYNC\MILESTONE.LOG"
           set WS-INTRO-FILE to teamPath & "\WEBSYNC\YEARBOOK-INTRO.TXT"
      *    The shared web-maintained link file lives beside the
      *    Programs root, same as pressNotes.cbl builds it.
           set WS-SUSPLINK-FILE to type System.IO.Path::GetDirectoryName(teamPath) & "\SUSPLINK.DAT"

           INITIALIZE ROSTER-TBL GAME-TBL STAND-TBL OPP-TBL MILE-TBL
               LEADER-TBL SECTION-TBL
           move zeroes to RO-COUNT GM-COUNT SD-COUNT OP-COUNT MI-COUNT
               SC-COUNT SEASON-YEAR

           invoke type batsweb.engineWatch::forTeam(TEAM-NAME::Trim)
           invoke self::loadSuspendOrigs
           if not self::walkGames
               exit method.
           if SEASON-YEAR = 0
               set SEASON-YEAR to type DateTime::Today::Year.

           invoke self::loadRoster
           invoke self::sortRoster
           invoke self::sortStandings
           invoke self::loadMilestones
           invoke self::loadLeaders

           move 1 to DRAW-PASS
           set pdf to self::drawBook
           move 2 to DRAW-PASS
           set pdf to self::drawBook

           set titleText to OUR-NAME::Trim & " " & SEASON-YEAR::ToString & " yearbook"
           set bookFolder to teamPath & "\WEBSYNC\YEARBOOK"
           if not type System.IO.Directory::Exists(bookFolder)
               invoke type System.IO.Directory::CreateDirectory(bookFolder).
           set pdfPath to bookFolder & "\YEARBOOK-" & SEASON-YEAR::ToString & ".PDF"
           set pdfBytes to pdf::finish(titleText)
           invoke type System.IO.File::WriteAllBytes(pdfPath, pdfBytes)
           invoke type batsweb.reportCatalog::register(teamPath, "YEARBOOK", titleText, pdfPath, 365)
           invoke self::logLine(titleText & " built - " & RO-COUNT::ToString & " players, "
               & GM-COUNT::ToString & " games, " & pdf::pageNumber::ToString & " pages").
       end method.

      *#####   Game index walk - our results and the league table      #####
       method-id walkGames private.
       local-storage section.
       01 gg               type Int32.
       01 bb               type Int32.
       01 nn               type Int32.
       01 lastBRow         pic 9(05).
       01 gameDay          type DateTime.
       01 visIdx           type Int32.
       01 homeIdx          type Int32.
       01 visScore         type Int32.
       01 homeScore        type Int32.
       01 dateText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning walkedFlag as type Condition.
           set walkedFlag to false
           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
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

      *    Our own name in the engine's spelling, the match
      *    pressNotes.cbl makes against the folder name.
           move spaces to OUR-NAME
           move 1 to nn.
       name-loop.
           if nn > BAT360-NUM-TEAMS
               go to name-done.
           if BAT360-TEAM-NAME(nn)::Trim::Replace(" ", type String::Empty)::ToUpper = TEAM-NAME::Trim::ToUpper
               move BAT360-TEAM-NAME(nn) to OUR-NAME
               go to name-done.
           add 1 to nn
           go to name-loop.
       name-done.
           if OUR-NAME = spaces
               invoke self::logLine("team folder does not match any engine team name - yearbook skipped")
               invoke bat360rununit::StopRun(0)
               exit method.
           set walkedFlag to true

           set gg to 1.
       game-loop.
           if gg > BAT360-NUM-GAMES
               go to game-done.
           set dateText to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
           if not type DateTime::TryParse(dateText, by reference gameDay)
               go to game-next.
           if gameDay not < type DateTime::Today
               go to game-next.
           if self::isSuspendOrig(dateText, BAT360-G-GAME-ID(gg))
               go to game-next.

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to game-next.
      *    Never charted - an imported play-by-play final still
      *    decides the game.
           if BAT360-NUM-AB = 0
               if type batsweb.importedPlay::finalScore(BOOK-TEAM-PATH, dateText, BAT360-G-GAME-ID(gg), by reference visScore, by reference homeScore)
                   go to game-credit
               end-if
               go to game-next.

           move zeroes to lastBRow
           set bb to 1.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) = "B"
               move bb to lastBRow.
           add 1 to bb
           go to ab-loop.
       ab-done.
           if lastBRow = 0
               go to game-next.
           MOVE lastBRow to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to game-next.
           move BAT360-I-VIS-SCORE to visScore
           move BAT360-I-HOME-SCORE to homeScore.
       game-credit.
           if gameDay::Year > SEASON-YEAR
               set SEASON-YEAR to gameDay::Year.
           set visIdx to self::findClub(BAT360-G-VIS(gg))
           set homeIdx to self::findClub(BAT360-G-HOME(gg))
           if visScore not = homeScore and visIdx not = 0 and homeIdx not = 0
               if visScore > homeScore
                   add 1 to SD-W(visIdx) SD-L(homeIdx)
               else
                   add 1 to SD-L(visIdx) SD-W(homeIdx)
               end-if
           end-if

           if BAT360-G-VIS(gg)::Trim::ToUpper = OUR-NAME::Trim::ToUpper
               invoke self::addOurGame(dateText, "at", BAT360-G-HOME(gg), visScore, homeScore)
           else
               if BAT360-G-HOME(gg)::Trim::ToUpper = OUR-NAME::Trim::ToUpper
                   invoke self::addOurGame(dateText, "vs", BAT360-G-VIS(gg), homeScore, visScore)
               end-if
           end-if.
       game-next.
           add 1 to gg
           go to game-loop.
       game-done.
           invoke bat360rununit::StopRun(0).
       end method.

      * One of our games onto the results log and the opponent's row.
       method-id addOurGame private.
       local-storage section.
       01 nn               pic 9(02).
       procedure division using by value dateText as type String
                          by value siteText as type String
                          by value oppName as type String
                          by value usScore as type Int32
                          by value themScore as type Int32.
           if GM-COUNT >= 200
               exit method.
           add 1 to GM-COUNT
           set GM-DATE(GM-COUNT) to dateText
           set GM-SITE(GM-COUNT) to siteText
           set GM-OPP(GM-COUNT) to oppName::Trim
           move usScore to GM-US(GM-COUNT)
           move themScore to GM-THEM(GM-COUNT)
           if usScore > themScore
               move "W" to GM-RESULT(GM-COUNT)
           else
               if usScore < themScore
                   move "L" to GM-RESULT(GM-COUNT)
               else
                   move "T" to GM-RESULT(GM-COUNT).

           move 1 to nn.
       opp-loop.
           if nn > OP-COUNT
               go to opp-new.
           if OP-TEAM(nn) = oppName::Trim::ToUpper
               go to opp-credit.
           add 1 to nn
           go to opp-loop.
       opp-new.
           if OP-COUNT >= 30
               exit method.
           add 1 to OP-COUNT
           move OP-COUNT to nn
           set OP-TEAM(nn) to oppName::Trim::ToUpper
           move zeroes to OP-W(nn) OP-L(nn) OP-T(nn).
       opp-credit.
           EVALUATE GM-RESULT(GM-COUNT)
               WHEN "W"
                   add 1 to OP-W(nn)
               WHEN "L"
                   add 1 to OP-L(nn)
               WHEN OTHER
                   add 1 to OP-T(nn)
           END-EVALUATE.
       end method.

      * Finds (or registers) a club's standings row.
       method-id findClub private.
       local-storage section.
       01 nn       pic 9(02).
       procedure division using by value clubName as type String
                          returning clubIdx as type Int32.
           set clubIdx to 0
           if clubName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > SD-COUNT
               go to find-new.
           if SD-TEAM(nn) = clubName::Trim::ToUpper
               set clubIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if SD-COUNT >= 30
               exit method.
           add 1 to SD-COUNT
           MOVE SPACES TO SD-ENTRY(SD-COUNT)
           set SD-TEAM(SD-COUNT) to clubName::Trim::ToUpper
           move zeroes to SD-W(SD-COUNT) SD-L(SD-COUNT) SD-PCT(SD-COUNT)
           set clubIdx to SD-COUNT.
       end method.

      * Loads every linked pair's ORIGINAL date/id once per build.
       method-id loadSuspendOrigs private.
       procedure division.
           move zeroes to SU-COUNT
           INITIALIZE SUSP-ORIG-TBL

           OPEN INPUT SUSPEND-LINK-FILE
           if SL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SL-KEY
           START SUSPEND-LINK-FILE KEY NOT LESS THAN SL-KEY
           if SL-STATUS-BYTE-1 not = "0"
               CLOSE SUSPEND-LINK-FILE
               exit method.
       link-loop.
           READ SUSPEND-LINK-FILE NEXT RECORD
               AT END go to link-done.
           if SU-COUNT >= 50
               go to link-done.
           add 1 to SU-COUNT
           move SL-ORIG-DATE to SU-ORIG-DATE(SU-COUNT)
           move SL-ORIG-ID to SU-ORIG-ID(SU-COUNT)
           go to link-loop.
       link-done.
           CLOSE SUSPEND-LINK-FILE.
       end method.

      * True when the game is the ORIGINAL leg of a linked pair.
       method-id isSuspendOrig private.
       local-storage section.
       01 nn       pic 9(02).
       procedure division using by value dateText as type String
                          by value gameId as type String
                          returning origFlag as type Condition.
           set origFlag to false
           move 1 to nn.
       orig-loop.
           if nn > SU-COUNT
               exit method.
           if SU-ORIG-DATE(nn)::Trim = dateText::Trim
               and SU-ORIG-ID(nn)::Trim = gameId::Trim
               set origFlag to true
               exit method.
           add 1 to nn
           go to orig-loop.
       end method.

      *#####              Roster, milestones and leaders               #####
       method-id loadRoster private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.
           set mydata666 to new batsweb.bat666Data
           invoke mydata666::populateData
           set address of BAT666-DIALOG-FIELDS to myData666::tablePointer
           set bat666rununit to type RunUnit::New()
           set BAT666WEBF to new BAT666WEBF
           invoke bat666rununit::Add(BAT666WEBF)

           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine("unable to open the player file - " & ERROR-FIELD::Trim)
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
           set PI-TEAM to TEAM-NAME::Trim::ToUpper
           move zeroes to PI-PLAYER-ID
           START PLAYER-INFO-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to roster-done.
       roster-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END go to roster-done.
           if PI-TEAM not = TEAM-NAME::Trim::ToUpper
               go to roster-done.
           if RO-COUNT >= 80
               go to roster-done.
           move PI-PLAYER-ID to play-player-id
           READ PLAY-FILE KEY IS PLAY-ALT-KEY
               INVALID KEY
                   go to roster-loop
           END-READ
           add 1 to RO-COUNT
           MOVE SPACES TO RO-ENTRY(RO-COUNT)
           move PI-PLAYER-ID to RO-ID(RO-COUNT)
           set RO-NAME(RO-COUNT) to play-last-name::Trim::ToUpper & ", " & play-first-name::Trim::ToUpper
           set RO-DISPLAY(RO-COUNT) to play-first-name::Trim & " " & play-last-name::Trim
           move PI-JERSEY-NUM to RO-JERSEY(RO-COUNT)
           move PI-POSITION to RO-POS(RO-COUNT)
           move PI-BATS to RO-BATS(RO-COUNT)
           move PI-THROWS to RO-THROWS(RO-COUNT)
           move PI-BIRTH-DATE to RO-BIRTH(RO-COUNT)
           go to roster-loop.
       roster-done.
           CLOSE PLAYER-INFO-FILE.
       roster-close.
           CLOSE PLAY-FILE
           invoke bat666rununit::StopRun(0).
       end method.

      * Jersey order - the order the printed roster has always run.
       method-id sortRoster private.
       local-storage section.
       01 ii       pic 9(02).
       01 jj       pic 9(02).
       procedure division.
           move 1 to ii.
       outer-loop.
           if ii >= RO-COUNT
               exit method.
           compute jj = ii + 1.
       inner-loop.
           if jj > RO-COUNT
               go to outer-next.
           if RO-JERSEY(jj) < RO-JERSEY(ii)
               move RO-ENTRY(ii) to RO-HOLD
               move RO-ENTRY(jj) to RO-ENTRY(ii)
               move RO-HOLD to RO-ENTRY(jj).
           add 1 to jj
           go to inner-loop.
       outer-next.
           add 1 to ii
           go to outer-loop.
       end method.

      * Winning percentage, best first.
       method-id sortStandings private.
       local-storage section.
       01 ii       pic 9(02).
       01 jj       pic 9(02).
       procedure division.
           move 1 to ii.
       pct-loop.
           if ii > SD-COUNT
               go to pct-done.
           if SD-W(ii) + SD-L(ii) > 0
               compute SD-PCT(ii) = SD-W(ii) * 1000 / (SD-W(ii) + SD-L(ii)).
           add 1 to ii
           go to pct-loop.
       pct-done.
           move 1 to ii.
       outer-loop.
           if ii >= SD-COUNT
               exit method.
           compute jj = ii + 1.
       inner-loop.
           if jj > SD-COUNT
               go to outer-next.
           if SD-PCT(jj) > SD-PCT(ii)
               or (SD-PCT(jj) = SD-PCT(ii) and SD-W(jj) > SD-W(ii))
               move SD-ENTRY(ii) to SD-HOLD
               move SD-ENTRY(jj) to SD-ENTRY(ii)
               move SD-HOLD to SD-ENTRY(jj).
           add 1 to jj
           go to inner-loop.
       outer-next.
           add 1 to ii
           go to outer-loop.
       end method.

      * The season's lines, the detail cut from the marker on the way
      * the kiosk's milestone panel reads them.
       method-id loadMilestones private.
       procedure division.
           OPEN INPUT MILESTONE-LOG-FILE
           if ML-STATUS-BYTE-1 not = "0"
               exit method.
       miles-loop.
           READ MILESTONE-LOG-FILE
               AT END go to miles-done.
           if MILESTONE-LOG-REC(1:4) not = SEASON-YEAR::ToString
               go to miles-loop.
           if MI-COUNT >= 150
               go to miles-done.
           if MILESTONE-LOG-REC::Contains("MILESTONE - ")
               add 1 to MI-COUNT
               set MI-LINE(MI-COUNT) to MILESTONE-LOG-REC(1:10) & "  "
                   & MILESTONE-LOG-REC::Substring(MILESTONE-LOG-REC::IndexOf("MILESTONE - ") + 12)::Trim
               go to miles-loop.
           if MILESTONE-LOG-REC::Contains("CAREER HIGH - ")
               add 1 to MI-COUNT
               set MI-LINE(MI-COUNT) to MILESTONE-LOG-REC(1:10) & "  Career high: "
                   & MILESTONE-LOG-REC::Substring(MILESTONE-LOG-REC::IndexOf("CAREER HIGH - ") + 14)::Trim.
           go to miles-loop.
       miles-done.
           CLOSE MILESTONE-LOG-FILE.
       end method.

      * Top five per career counter among the players on the roster.
       method-id loadLeaders private.
       local-storage section.
       01 cc       pic 9(01).
       01 pp       pic 9(01).
       01 ss       pic 9(01).
       procedure division.
           OPEN INPUT CAREER-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CR-KEY
           START CAREER-FILE KEY NOT LESS THAN CR-KEY
           if CR-STATUS-BYTE-1 not = "0"
               go to lead-done.
       lead-loop.
           READ CAREER-FILE NEXT RECORD
               AT END go to lead-done.
           if self::rosterIndex(CR-PLAYER-NAME) = 0
               go to lead-loop.
           move 1 to cc.
       lead-code-loop.
           if cc > 3
               go to lead-loop.
           if LC-CODE(cc) = CR-STAT-CODE
               go to lead-place.
           add 1 to cc
           go to lead-code-loop.
       lead-place.
           move 1 to pp.
       lead-pos-loop.
           if pp > 5
               go to lead-loop.
           if CR-CAREER-TOTAL > LD-TOTAL(cc, pp)
               go to lead-shift.
           add 1 to pp
           go to lead-pos-loop.
       lead-shift.
           move 5 to ss.
       lead-shift-loop.
           if ss <= pp
               go to lead-put.
           move LD-ENTRY(cc, ss - 1) to LD-ENTRY(cc, ss)
           subtract 1 from ss
           go to lead-shift-loop.
       lead-put.
           move CR-PLAYER-NAME to LD-NAME(cc, pp)
           move CR-CAREER-TOTAL to LD-TOTAL(cc, pp)
           go to lead-loop.
       lead-done.
           CLOSE CAREER-FILE.
       end method.

      * The roster row for a LAST, FIRST name; zero when not on it.
       method-id rosterIndex private.
       local-storage section.
       01 rr       pic 9(02).
       procedure division using by value playerName as type String
                          returning rowIdx as type Int32.
           set rowIdx to 0
           move 1 to rr.
       ro-loop.
           if rr > RO-COUNT
               exit method.
           if RO-NAME(rr) = playerName::Trim::ToUpper
               set rowIdx to rr
               exit method.
           add 1 to rr
           go to ro-loop.
       end method.

      *#####                      Drawing the book                     #####
       method-id drawBook private.
       local-storage section.
       01 nn       pic 9(02).
       01 rr       pic 9(02).
       procedure division returning pdf as type batsweb.pdfWriter.
           set pdf to new batsweb.pdfWriter
           invoke pdf::numberPages(OUR-NAME::Trim & " " & SEASON-YEAR::ToString & " Yearbook and Media Guide")

      *    Cover.
           invoke pdf::addLine(" ")
           invoke pdf::addLine(" ")
           invoke pdf::addHeading(OUR-NAME::Trim)
           invoke pdf::addHeading(SEASON-YEAR::ToString & " Yearbook and Media Guide")
           invoke pdf::addLine("Compiled " & type DateTime::Today::ToString("MMMM d, yyyy"))

      *    Contents - on the first drawing the section pages are not
      *    known yet, so the page is left with its heading alone.
           invoke pdf::newPage
           invoke pdf::addHeading("Contents")
           if not FIRST-DRAWING
               move 1 to nn
               go to contents-loop.
           move zeroes to SC-COUNT
           go to contents-done.
       contents-loop.
           if nn > SC-COUNT
               go to contents-done.
           invoke pdf::addLine(SC-TITLE(nn) & "  " & SC-PAGE(nn)::ToString)
           add 1 to nn
           go to contents-loop.
       contents-done.

           invoke self::drawIntro(pdf)
           invoke self::drawRoster(pdf)

           move 1 to rr.
       player-loop.
           if rr > RO-COUNT
               go to player-done.
           invoke self::drawPlayer(pdf, rr)
           add 1 to rr
           go to player-loop.
       player-done.

           invoke self::drawResults(pdf)
           invoke self::drawStandings(pdf)
           invoke self::drawOpponents(pdf)
           invoke self::drawMilestones(pdf)
           invoke self::drawLeaders(pdf).
       end method.

      * Opens a section on a fresh page and, on the first drawing,
      * notes the page it starts on for the contents.
       method-id startSection private.
       procedure division using by value pdf as type batsweb.pdfWriter
                          by value titleText as type String.
           invoke pdf::newPage
           invoke pdf::addHeading(titleText)
           if not FIRST-DRAWING or SC-COUNT >= 10
               exit method.
           add 1 to SC-COUNT
           set SC-TITLE(SC-COUNT) to titleText
           move pdf::pageNumber to SC-PAGE(SC-COUNT).
       end method.

      * The office's own pages - nothing when none have been written.
       method-id drawIntro private.
       local-storage section.
       01 introLines   type String[].
       01 ll           type Int32.
       01 lineText     type String.
       procedure division using by value pdf as type batsweb.pdfWriter.
           if not type System.IO.File::Exists(WS-INTRO-FILE::Trim)
               exit method.
           set introLines to type System.IO.File::ReadAllLines(WS-INTRO-FILE::Trim)
           if introLines::Length = 0
               exit method.
           invoke self::startSection(pdf, "Introduction")
           move 0 to ll.
       intro-loop.
           if ll >= introLines::Length
               exit method.
           set lineText to introLines[ll]::TrimEnd
           if lineText::Trim::ToUpper = "[PAGE]"
               invoke pdf::newPage
               go to intro-next.
           if lineText::StartsWith("#")
               invoke pdf::addHeading(lineText::Substring(1)::Trim)
               go to intro-next.
           invoke self::wrapLine(pdf, lineText).
       intro-next.
           add 1 to ll
           go to intro-loop.
       end method.

      * One text line, broken at word boundaries to WRAP-WIDTH.
       method-id wrapLine private.
       local-storage section.
       01 restText     type String.
       01 cutAt        type Int32.
       procedure division using by value pdf as type batsweb.pdfWriter
                          by value lineText as type String.
           if lineText::Trim = type String::Empty
               invoke pdf::addLine(" ")
               exit method.
           set restText to lineText.
       wrap-loop.
           if restText::Length <= WRAP-WIDTH
               invoke pdf::addLine(restText)
               exit method.
           set cutAt to restText::LastIndexOf(" ", WRAP-WIDTH)
           if cutAt < 1
               move WRAP-WIDTH to cutAt.
           invoke pdf::addLine(restText::Substring(0, cutAt)::TrimEnd)
           set restText to restText::Substring(cutAt)::Trim
           go to wrap-loop.
       end method.

       method-id drawRoster private.
       local-storage section.
       01 rr       pic 9(02).
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Roster")
           invoke pdf::addLine("  #  NAME                            POS   B/T   BORN")
           if RO-COUNT = 0
               invoke pdf::addLine("No roster on file.")
               exit method.
           move 1 to rr.
       roster-loop.
           if rr > RO-COUNT
               exit method.
           move RO-JERSEY(rr) to RL-JERSEY
           move RO-DISPLAY(rr) to RL-NAME
           move RO-POS(rr) to RL-POS
           move RO-BATS(rr) to RL-BATS
           move RO-THROWS(rr) to RL-THROWS
           move RO-BIRTH(rr) to RL-BIRTH
           move ROSTER-LINE to PRINT-REC
           invoke pdf::addLine(PRINT-REC::TrimEnd)
           add 1 to rr
           go to roster-loop.
       end method.

      * A page per player: headshot, vitals, season line and career.
       method-id drawPlayer private.
       local-storage section.
       01 photoJpeg    type Byte occurs any.
       01 cc           pic 9(01).
       procedure division using by value pdf as type batsweb.pdfWriter
                          by value rr as type Int32.
           invoke pdf::newPage
           invoke pdf::addHeading("#" & RO-JERSEY(rr)::ToString & "  " & RO-DISPLAY(rr)::Trim)
           set photoJpeg to type batsweb.headshotStore::photoBytes(BOOK-TEAM-PATH, RO-ID(rr))
           if photoJpeg not = null
               invoke pdf::addImageJpeg(photoJpeg, 90, 120).
           invoke pdf::addLine("Position " & RO-POS(rr) & "   Bats " & RO-BATS(rr) & "   Throws " & RO-THROWS(rr))
           if RO-BIRTH(rr) not = spaces
               invoke pdf::addLine("Born " & RO-BIRTH(rr)).
           invoke pdf::addLine(" ")

           invoke pdf::addLine(SEASON-YEAR::ToString & " season")
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 not = "0"
               invoke pdf::addLine("   No season line on file.")
               go to player-career.
           MOVE SPACES TO SA-KEY
           move RO-NAME(rr) to SA-PLAYER-NAME
           move "ALL" to SA-CUT
           READ SUMMARY-AGG-FILE
               INVALID KEY
                   invoke pdf::addLine("   No season line on file.")
               NOT INVALID KEY
                   invoke pdf::addLine("   " & SA-G::ToString & " G, " & SA-TPA::ToString & " PA, "
                       & SA-AB::ToString & " AB, " & SA-H::ToString & " H, " & SA-HR::ToString & " HR, "
                       & SA-RBI::ToString & " RBI, " & SA-BB::ToString & " BB, " & SA-K::ToString & " K")
                   invoke pdf::addLine("   ." & SA-AVG-M(3:3) & " AVG, " & SA-OPS-M(2:1) & "." & SA-OPS-M(3:3) & " OPS")
           END-READ
           CLOSE SUMMARY-AGG-FILE.
       player-career.
           invoke pdf::addLine(" ")
           invoke pdf::addLine("Career (charted games)")
           OPEN INPUT CAREER-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           move 1 to cc.
       career-loop.
           if cc > 3
               go to career-done.
           MOVE SPACES TO CR-KEY
           move RO-NAME(rr) to CR-PLAYER-NAME
           move LC-CODE(cc) to CR-STAT-CODE
           READ CAREER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   invoke pdf::addLine("   " & LC-WORD(cc) & CR-CAREER-TOTAL::ToString
                       & "   (game high " & CR-GAME-HIGH::ToString & ")")
           END-READ
           add 1 to cc
           go to career-loop.
       career-done.
           CLOSE CAREER-FILE.
       end method.

      * Game-by-game, with the running record.
       method-id drawResults private.
       local-storage section.
       01 gg       pic 9(03).
       01 winNum   pic 9(03).
       01 lossNum  pic 9(03).
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Game-by-game results")
           invoke pdf::addLine("DATE          OPPONENT                 SCORE   RECORD")
           if GM-COUNT = 0
               invoke pdf::addLine("No games played.")
               exit method.
           move zeroes to winNum lossNum
           move 1 to gg.
       result-loop.
           if gg > GM-COUNT
               exit method.
           if GM-RESULT(gg) = "W"
               add 1 to winNum.
           if GM-RESULT(gg) = "L"
               add 1 to lossNum.
           move GM-DATE(gg) to RS-DATE
           move GM-SITE(gg) to RS-SITE
           move GM-OPP(gg) to RS-OPP
           move GM-RESULT(gg) to RS-RESULT
           move GM-US(gg) to RS-US
           move GM-THEM(gg) to RS-THEM
           move winNum to RS-W
           move lossNum to RS-L
           move RESULT-LINE to PRINT-REC
           invoke pdf::addLine(PRINT-REC::TrimEnd)
           add 1 to gg
           go to result-loop.
       end method.

       method-id drawStandings private.
       local-storage section.
       01 nn       pic 9(02).
       01 gbHalves pic s9(04).
       01 gbDsp    pic zz9.9.
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Standings")
           invoke pdf::addLine("CLUB                    W    L    PCT      GB")
           if SD-COUNT = 0
               invoke pdf::addLine("No games played.")
               exit method.
           move 1 to nn.
       stand-loop.
           if nn > SD-COUNT
               exit method.
           move SD-TEAM(nn) to SN-TEAM
           move SD-W(nn) to SN-W
           move SD-L(nn) to SN-L
           if SD-PCT(nn) = 1000
               move "1.000" to SN-PCT
           else
               set SN-PCT to "." & SD-PCT(nn)(2:3).
           compute gbHalves = (SD-W(1) - SD-W(nn)) + (SD-L(nn) - SD-L(1))
           if nn = 1 or gbHalves <= 0
               move "  -" to SN-GB
           else
               compute gbDsp = gbHalves / 2
               move gbDsp to SN-GB.
           move STAND-LINE to PRINT-REC
           invoke pdf::addLine(PRINT-REC::TrimEnd)
           add 1 to nn
           go to stand-loop.
       end method.

       method-id drawOpponents private.
       local-storage section.
       01 nn       pic 9(02).
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Record by opponent")
           invoke pdf::addLine("OPPONENT                W    L    T")
           if OP-COUNT = 0
               invoke pdf::addLine("No games played.")
               exit method.
           move 1 to nn.
       opp-loop.
           if nn > OP-COUNT
               exit method.
           move OP-TEAM(nn) to OL-TEAM
           move OP-W(nn) to OL-W
           move OP-L(nn) to OL-L
           move OP-T(nn) to OL-T
           move OPP-LINE to PRINT-REC
           invoke pdf::addLine(PRINT-REC::TrimEnd)
           add 1 to nn
           go to opp-loop.
       end method.

       method-id drawMilestones private.
       local-storage section.
       01 mm       pic 9(03).
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Milestones and career highs")
           if MI-COUNT = 0
               invoke pdf::addLine("None this season.")
               exit method.
           move 1 to mm.
       mile-loop.
           if mm > MI-COUNT
               exit method.
           invoke self::wrapLine(pdf, MI-LINE(mm)::TrimEnd)
           add 1 to mm
           go to mile-loop.
       end method.

       method-id drawLeaders private.
       local-storage section.
       01 cc       pic 9(01).
       01 pp       pic 9(01).
       01 rr       type Int32.
       procedure division using by value pdf as type batsweb.pdfWriter.
           invoke self::startSection(pdf, "Career leaders")
           move 1 to cc.
       code-loop.
           if cc > 3
               exit method.
           invoke pdf::addLine(" ")
           invoke pdf::addLine(LC-WORD(cc)::Trim)
           if LD-NAME(cc, 1) = spaces
               invoke pdf::addLine("   None on file.")
               go to code-next.
           move 1 to pp.
       leader-loop.
           if pp > 5 or LD-NAME(cc, pp) = spaces
               go to code-next.
           set rr to self::rosterIndex(LD-NAME(cc, pp))
           invoke pdf::addLine("   " & pp::ToString & ". " & RO-DISPLAY(rr)::Trim & "  " & LD-TOTAL(cc, pp)::ToString)
           add 1 to pp
           go to leader-loop.
       code-next.
           add 1 to cc
           go to code-loop.
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND BOOK-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT BOOK-LOG-FILE
           END-IF

           MOVE SPACES TO BOOK-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO BOOK-LOG-REC.
           WRITE BOOK-LOG-REC.
           CLOSE BOOK-LOG-FILE.
       end method.

       end class.
