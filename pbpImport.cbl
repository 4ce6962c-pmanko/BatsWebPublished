       class-id batsweb.pbpImport.

      * Third-party play-by-play import for games we never charted. A
      * game nobody keyed used to be a hole in every count - the
      * standings missed the result and the hitters' season lines
      * missed the at-bats. This reads the league's play-by-play
      * feed (comma-separated: team-folder,date MM/DD/YY,game-id,
      * inning,half T or B,batter FIRST LAST,pitcher FIRST LAST,
      * result code (1B 2B 3B HR BB IBB HBP K KL E6 FC SF SH or the
      * out as scored, 6-3 / F8 / 6-4-3 DP),RBI,runners on after the
      * play (1-3, 12-, --- and so on),outs after the play,visitors'
      * score after,home score after) sorted by team then game the
      * way officialScoringImport.cbl reads its feed, and lands the
      * at-bat results of every game the index carries with no
      * charted at-bats in WEBSYNC\PBPIMPORT.DAT (layout in
      * importedPlay.cbl). There are no pitches and no locations -
      * every row is marked imported, not charted, so the location
      * reports (umpZoneReport.cbl, the breakdown zone charts) never
      * see them while the counting reports (standings.aspx.cbl,
      * nightlyAggregate.cbl's season line, gameSummary.aspx.cbl's
      * box score) take them in through importedPlay.cbl. coverageReport.cbl reports such a game as
      * imported rather than missing.
      * A game with charted at-bats is never overwritten - the chart
      * wins and the feed rows are logged and dropped. Re-importing a
      * game replaces what the last import landed for it.
      * PBPIMPORT.LOG per team carries the detail the way OFFSCORE.LOG
      * does.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT IMPORT-LOG-FILE ASSIGN WS-IMPORT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT FEED-FILE ASSIGN WS-FEED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FD-STATUS-COMN.
          SELECT IMPORTED-PLAY-FILE ASSIGN WS-PBPIMPORT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMPORT-LOG-REC.
       01  IMPORT-LOG-REC              PIC X(200).

       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEED-REC.
       01  FEED-REC                    PIC X(200).

      * Same layout importedPlay.cbl reads.
       FD  IMPORTED-PLAY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PI-REC.
       01  PI-REC.
           05  PI-KEY.
               10  PI-GAME-DATE            PIC X(10).
               10  PI-GAME-ID              PIC X(10).
               10  PI-SEQ                  PIC 9(03).
           05  PI-REST.
               10  PI-ORIGIN               PIC X.
                   88  PI-NOT-CHARTED      VALUE "I".
               10  PI-INNING               PIC 9(02).
               10  PI-HALF                 PIC X.
                   88  PI-TOP-HALF         VALUE "T".
                   88  PI-BOTTOM-HALF      VALUE "B".
               10  PI-BATTER               PIC X(30).
               10  PI-PITCHER              PIC X(30).
               10  PI-RESULT-RAW           PIC X(12).
               10  PI-RESULT               PIC X(20).
               10  PI-CLASS                PIC X(02).
               10  PI-RBI                  PIC 9(01).
               10  PI-RUNNERS              PIC X(03).
               10  PI-OUTS                 PIC 9(01).
               10  PI-VIS-SCORE            PIC 9(03).
               10  PI-HOME-SCORE           PIC 9(03).
               10  PI-IMPORTED-AT          PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 WS-IMPORT-LOG-FILE       PIC X(256) VALUE "PBPIMPORT.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-FEED-FILE             PIC X(256).
       01 FD-STATUS-COMN.
           05  FD-STATUS-BYTE-1        PIC X.
           05  FD-STATUS-BYTE-2        PIC X.
       01 WS-PBPIMPORT-FILE        PIC X(256) VALUE "PBPIMPORT.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-CURRENT-TEAM          PIC X(50) VALUE SPACES.
       01 WS-CURRENT-GAME-DATE     PIC X(10) VALUE SPACES.
       01 WS-CURRENT-GAME-ID       PIC X(10) VALUE SPACES.
       01 WS-GAME-OPEN             PIC X VALUE "N".
       01 WS-ENGINE-UP             PIC X VALUE "N".
       01 WS-GAME-SEQ              PIC 9(03).
       01 WS-LAST-INNING           PIC 9(02).
       01 WS-LAST-VIS              PIC 9(03).
       01 WS-LAST-HOME             PIC 9(03).
       01 WS-PLAYS-LANDED          PIC 9(07) VALUE 0.

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 worker                type batsweb.pbpImport.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: pbpImport <Programs-root-folder> <play-by-play-feed-file>")
               goback.

           if not type System.IO.Directory::Exists(args[0])
               invoke type System.Console::WriteLine("Programs root not found: " & args[0])
               goback.
           if not type System.IO.File::Exists(args[1])
               invoke type System.Console::WriteLine("feed file not found: " & args[1])
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(args[0], "PBPIMPORT")
           set worker to new batsweb.pbpImport
           invoke worker::importFeed(args[0], args[1])
           invoke type batsweb.runRegistry::registerEnd(args[0], "PBPIMPORT", runStamp, "C", worker::playsLanded)
           goback.
       end method.

       method-id playsLanded public.
       procedure division returning countOut as type Int32.
           move WS-PLAYS-LANDED to countOut.
       end method.

      *#####  Feed pass - sorted by team then game, like the schedule  #####
       method-id importFeed public.
       local-storage section.
       01 feedParts        type String[].
       01 feedLine         type String.
       01 teamName         type String.
       01 gameDay          type DateTime.
       01 dateText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value programsRoot as type String
                          by value feedPath as type String.
           set WS-FEED-FILE to feedPath

           OPEN INPUT FEED-FILE
           if FD-STATUS-BYTE-1 not = "0"
               exit method.
       feed-loop.
           READ FEED-FILE
               AT END go to feed-done.
           if FEED-REC = spaces
               go to feed-loop.
           set feedLine to FEED-REC
           set feedParts to feedLine::Trim::Split(',')
           if feedParts::Length < 13
               go to feed-loop.
           set teamName to feedParts[0]::Trim

      *    Team break - same engine restart officialScoringImport.cbl
      *    runs.
           if teamName::ToUpper not = WS-CURRENT-TEAM
               invoke self::closeCurrentGame(teamName)
               if WS-ENGINE-UP = "Y"
                   CLOSE IMPORTED-PLAY-FILE
                   invoke bat360rununit::StopRun(0)
                   move "N" to WS-ENGINE-UP
               end-if
               set WS-CURRENT-TEAM to teamName::ToUpper
               set WS-IMPORT-LOG-FILE to programsRoot & "\" & teamName & "\WEBSYNC\PBPIMPORT.LOG"
               set WS-PBPIMPORT-FILE to programsRoot & "\" & teamName & "\WEBSYNC\PBPIMPORT.DAT"

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
                   invoke self::logLine(teamName, "unable to initialize game index - " & ERROR-FIELD::Trim)
                   move spaces to ERROR-FIELD
                   go to feed-loop
               end-if
               move space to BAT360-GAMES-CHOICE
               move "RG" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::logLine(teamName, "unable to load game index - " & ERROR-FIELD::Trim)
                   move spaces to ERROR-FIELD
                   go to feed-loop
               end-if
               OPEN I-O IMPORTED-PLAY-FILE
               IF PI-STATUS-BYTE-1 NOT EQUAL ZEROES
                   OPEN OUTPUT IMPORTED-PLAY-FILE
                   CLOSE IMPORTED-PLAY-FILE
                   OPEN I-O IMPORTED-PLAY-FILE
               END-IF
               move "Y" to WS-ENGINE-UP
               move spaces to WS-CURRENT-GAME-DATE WS-CURRENT-GAME-ID
               move "N" to WS-GAME-OPEN
           end-if
           if WS-ENGINE-UP not = "Y"
               go to feed-loop.

      *    The key's date text is the games-list display form, the
      *    same one every other side file keys on - the feed's M/D/YY
      *    is normalised to it first.
           set dateText to feedParts[1]::Trim
           if type DateTime::TryParse(dateText, by reference gameDay)
               set dateText to gameDay::ToString("MM/dd/yy").

      *    Game break - decide once whether the game is ours to land.
           if dateText not = WS-CURRENT-GAME-DATE::Trim
               or feedParts[2]::Trim not = WS-CURRENT-GAME-ID::Trim
               invoke self::closeCurrentGame(teamName)
               set WS-CURRENT-GAME-DATE to dateText
               set WS-CURRENT-GAME-ID to feedParts[2]::Trim
               invoke self::openGame(teamName)
           end-if
           if WS-GAME-OPEN not = "Y"
               go to feed-loop.

           invoke self::landPlay(feedParts)
           go to feed-loop.
       feed-done.
           CLOSE FEED-FILE
           invoke self::closeCurrentGame(WS-CURRENT-TEAM)
           if WS-ENGINE-UP = "Y"
               CLOSE IMPORTED-PLAY-FILE
               invoke bat360rununit::StopRun(0).
       end method.

      * A feed game is landed only when the index carries it and
      * nobody charted it; whatever an earlier import landed for it
      * comes off first so a corrected feed replaces it whole.
       method-id openGame private.
       local-storage section.
       01 gameDate     type Single.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamName as type String.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           move "N" to WS-GAME-OPEN
           move zeroes to WS-GAME-SEQ WS-LAST-INNING WS-LAST-VIS
               WS-LAST-HOME

           invoke type System.Single::TryParse(WS-CURRENT-GAME-DATE::Trim::Replace("/", type String::Empty), by reference gameDate)
           set BAT360-I-GAME-DATE to gameDate
           MOVE WS-CURRENT-GAME-ID TO BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke self::logLine(teamName, "play-by-play for game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " - game is not in the index; skipped")
               exit method.
           if BAT360-NUM-AB not = 0
               invoke self::logLine(teamName, "play-by-play for game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " - game is charted (" & BAT360-NUM-AB & " rows); the chart stands, feed skipped")
               exit method.

           MOVE SPACES TO PI-KEY
           move WS-CURRENT-GAME-DATE to PI-GAME-DATE
           move WS-CURRENT-GAME-ID to PI-GAME-ID
           move zeroes to PI-SEQ
           START IMPORTED-PLAY-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to clear-done.
       clear-loop.
           READ IMPORTED-PLAY-FILE NEXT RECORD
               AT END go to clear-done.
           if PI-GAME-DATE not = WS-CURRENT-GAME-DATE
               or PI-GAME-ID not = WS-CURRENT-GAME-ID
               go to clear-done.
           DELETE IMPORTED-PLAY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           go to clear-loop.
       clear-done.
           move "Y" to WS-GAME-OPEN.
       end method.

      *#####              One imported at-bat result                   #####
       method-id landPlay private.
       local-storage section.
       01 inningNum        type Int32.
       01 rbiNum           type Int32.
       01 outsNum          type Int32.
       01 visNum           type Int32.
       01 homeNum          type Int32.
       01 resultCode       type String.
       01 runnersText      type String.
       procedure division using by value feedParts as type String[].
           if WS-GAME-SEQ >= 999
               exit method.
           add 1 to WS-GAME-SEQ

           invoke type Int32::TryParse(feedParts[3]::Trim, by reference inningNum)
           if inningNum < 0 or inningNum > 99
               move 0 to inningNum.
           invoke type Int32::TryParse(feedParts[8]::Trim, by reference rbiNum)
           if rbiNum < 0 or rbiNum > 4
               move 0 to rbiNum.
           invoke type Int32::TryParse(feedParts[10]::Trim, by reference outsNum)
           if outsNum < 0 or outsNum > 3
               move 0 to outsNum.
           invoke type Int32::TryParse(feedParts[11]::Trim, by reference visNum)
           if visNum < 0 or visNum > 999
               move 0 to visNum.
           invoke type Int32::TryParse(feedParts[12]::Trim, by reference homeNum)
           if homeNum < 0 or homeNum > 999
               move 0 to homeNum.
           set resultCode to feedParts[7]::Trim::ToUpper
           set runnersText to feedParts[9]::Trim
           if runnersText::Length > 3
               set runnersText to runnersText::Replace("-", type String::Empty).

           MOVE SPACES TO PI-REC
           move WS-CURRENT-GAME-DATE to PI-GAME-DATE
           move WS-CURRENT-GAME-ID to PI-GAME-ID
           move WS-GAME-SEQ to PI-SEQ
           move "I" to PI-ORIGIN
           move inningNum to PI-INNING
           if feedParts[4]::Trim::ToUpper::StartsWith("B")
               move "B" to PI-HALF
           else
               move "T" to PI-HALF.
           set PI-BATTER to self::rosterSpelling(feedParts[5])
           set PI-PITCHER to self::rosterSpelling(feedParts[6])
           set PI-RESULT-RAW to resultCode
           set PI-CLASS to self::officialClass(resultCode)
           set PI-RESULT to self::officialLabel(PI-CLASS, resultCode)
           move rbiNum to PI-RBI
           set PI-RUNNERS to runnersText
           move outsNum to PI-OUTS
           move visNum to PI-VIS-SCORE
           move homeNum to PI-HOME-SCORE
           set PI-IMPORTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE PI-REC
               INVALID KEY
                   REWRITE PI-REC
           END-WRITE

           add 1 to WS-PLAYS-LANDED
           move inningNum to WS-LAST-INNING
           move visNum to WS-LAST-VIS
           move homeNum to WS-LAST-HOME.
       end method.

      * Finishes the game currently open - the sequence 000 header
      * carries the final line score and last inning the standings
      * read, and the count line goes to the log.
       method-id closeCurrentGame private.
       procedure division using by value teamName as type String.
           if WS-GAME-OPEN not = "Y"
               exit method.
           move "N" to WS-GAME-OPEN
           if WS-GAME-SEQ = 0
               exit method.

           MOVE SPACES TO PI-REC
           move WS-CURRENT-GAME-DATE to PI-GAME-DATE
           move WS-CURRENT-GAME-ID to PI-GAME-ID
           move zeroes to PI-SEQ
           move "I" to PI-ORIGIN
           move WS-LAST-INNING to PI-INNING
           move "FINAL" to PI-RESULT
           move zeroes to PI-RBI PI-OUTS
           move WS-LAST-VIS to PI-VIS-SCORE
           move WS-LAST-HOME to PI-HOME-SCORE
           set PI-IMPORTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE PI-REC
               INVALID KEY
                   REWRITE PI-REC
           END-WRITE

           invoke self::logLine(teamName, "game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " - " & WS-GAME-SEQ::ToString & " plays imported, not charted, final " & WS-LAST-VIS::ToString & "-" & WS-LAST-HOME::ToString).
       end method.

      *#####                 Result classes                            #####
      * The league's scoring code - the same classes
      * officialScoringImport.cbl files (result classes listed in
      * scoringOverlay.cbl).
       method-id officialClass private.
       procedure division using by value offCode as type String
                          returning classCode as type String.
           EVALUATE TRUE
               WHEN offCode = "1B" or offCode = "S"
                   set classCode to "1B"
               WHEN offCode = "2B" or offCode = "D"
                   set classCode to "2B"
               WHEN offCode = "3B" or offCode = "T"
                   set classCode to "3B"
               WHEN offCode = "HR"
                   set classCode to "HR"
               WHEN offCode = "BB" or offCode = "IBB" or offCode = "HBP"
                   or offCode = "HP"
                   set classCode to "BB"
               WHEN offCode = "SF"
                   set classCode to "SF"
               WHEN offCode = "SH" or offCode = "SAC"
                   set classCode to "SH"
               WHEN offCode::StartsWith("K")
                   set classCode to "K "
               WHEN offCode::StartsWith("E")
                   set classCode to "E "
               WHEN offCode::StartsWith("FC")
                   set classCode to "FC"
               WHEN OTHER
                   set classCode to "OU"
           END-EVALUATE.
       end method.

      * The result label in the vocabulary every report here matches
      * on.
       method-id officialLabel private.
       procedure division using by value classCode as type String
                          by value offCode as type String
                          returning labelText as type String.
           EVALUATE classCode
               WHEN "1B"
                   set labelText to "SINGLE"
               WHEN "2B"
                   set labelText to "DOUBLE"
               WHEN "3B"
                   set labelText to "TRIPLE"
               WHEN "HR"
                   set labelText to "HOME RUN"
               WHEN "BB"
                   if offCode = "HBP" or offCode = "HP"
                       set labelText to "HIT BY PITCH"
                   else
                       set labelText to "WALK"
                   end-if
               WHEN "SF"
                   set labelText to "SAC FLY"
               WHEN "SH"
                   set labelText to "SAC BUNT"
               WHEN "K "
                   set labelText to "STRIKEOUT"
               WHEN "E "
                   set labelText to "ERROR " & offCode
               WHEN "FC"
                   set labelText to "FC"
               WHEN OTHER
                   set labelText to "OUT " & offCode
           END-EVALUATE.
       end method.

      * LAST, FIRST upper-case - the feed's FIRST LAST turned round at
      * its last blank, the roster spelling BAT360-BATTER carries.
       method-id rosterSpelling private.
       local-storage section.
       01 trimmedName  type String.
       01 splitAt      type Int32.
       01 firstPart    type String.
       01 lastPart     type String.
       procedure division using by value playerName as type String
                          returning rosterName as type String.
           set trimmedName to playerName::Trim::ToUpper
           set rosterName to trimmedName
           if trimmedName::IndexOf(",") >= 0
               exit method.
           set splitAt to trimmedName::LastIndexOf(" ")
           if splitAt < 1
               exit method.
           set firstPart to trimmedName::Substring(0, splitAt)::Trim
           add 1 to splitAt
           set lastPart to trimmedName::Substring(splitAt)::Trim
           set rosterName to lastPart & ", " & firstPart.
       end method.

      *#####                    Import log                             #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND IMPORT-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT IMPORT-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO IMPORT-LOG-REC.
           WRITE IMPORT-LOG-REC.
           CLOSE IMPORT-LOG-FILE.
       end method.

       end class.
