       class-id batsweb.officialScoringImport.

      * Official-scoring reconciliation. The charter scores a play one
      * way at the park and the official scorer often rules it another
      * - a hit becomes an error, an RBI comes off the next day - and
      * BAT360-I-RES-DESC, BAT360-I-RBI and the charted fielder were
      * never corrected. This reads the league's per-game box and
      * scoring-change feed (comma-separated: team-folder,date
      * MM/DD/YY,game-id,inning,batter FIRST LAST,plate appearance of
      * that batter in that inning - 1 unless the side batted around,
      * official result code (1B 2B 3B HR BB IBB HBP K KL E6 FC SF SH
      * or the out as scored, 6-3 / F8 / 6-4-3 DP),RBI,fielder charged
      * with the error,B for the box or C for a later scoring change)
      * sorted by team then game the way trackingImport.cbl reads its
      * device feed, and matches each official play to the charted
      * at-bat by inning and batter through BAT360WEBF.
      * Every disagreement - result class, RBI, or the fielder an
      * error is charged to - becomes a SCORECORR.DAT record (layout
      * in scoringOverlay.cbl) with both calls on it, and a SCORE
      * item on the dataQuality.aspx.cbl worklist; the supervisor
      * approves or rejects it on officialScoring.aspx.cbl and an
      * approved ruling overlays the charted one wherever the box
      * score, the misplay report and the season line read it. A
      * ruling already decided stays decided unless a later scoring
      * change alters it again; an official play no charted at-bat
      * answers to is logged and worklisted too. OFFSCORE.LOG per
      * team carries the detail the way TRACKIMP.LOG does.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT IMPORT-LOG-FILE ASSIGN WS-IMPORT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT FEED-FILE ASSIGN WS-FEED-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FD-STATUS-COMN.
          SELECT SCORE-CORRECTION-FILE ASSIGN WS-SCORECORR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SC-KEY
              LOCK MANUAL
              FILE STATUS IS SC-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
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

      * Same layout scoringOverlay.cbl reads.
       FD  SCORE-CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-KEY.
               10  SC-AB-KEY               PIC X(26).
           05  SC-REST.
               10  SC-GAME-DATE            PIC X(10).
               10  SC-GAME-ID              PIC X(10).
               10  SC-INNING               PIC 9(02).
               10  SC-BATTER               PIC X(30).
               10  SC-CHART-RES            PIC X(20).
               10  SC-CHART-CLASS          PIC X(02).
               10  SC-CHART-RBI            PIC 9(01).
               10  SC-CHART-FIELDER        PIC X(30).
               10  SC-OFF-RAW              PIC X(12).
               10  SC-OFF-RES              PIC X(20).
               10  SC-OFF-CLASS            PIC X(02).
               10  SC-OFF-RBI              PIC 9(01).
               10  SC-OFF-FIELDER          PIC X(30).
               10  SC-STATUS               PIC X.
                   88  SC-PENDING          VALUE "P".
                   88  SC-APPROVED         VALUE "A".
                   88  SC-REJECTED         VALUE "X".
               10  SC-FEED-KIND            PIC X.
                   88  SC-FROM-BOX         VALUE "B".
                   88  SC-FROM-CHANGE      VALUE "C".
               10  SC-IMPORTED-AT          PIC X(19).
               10  SC-DECIDED-BY           PIC X(30).
               10  SC-DECIDED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

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
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 WS-IMPORT-LOG-FILE       PIC X(256) VALUE "OFFSCORE.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-FEED-FILE             PIC X(256).
       01 FD-STATUS-COMN.
           05  FD-STATUS-BYTE-1        PIC X.
           05  FD-STATUS-BYTE-2        PIC X.
       01 WS-SCORECORR-FILE        PIC X(256) VALUE "SCORECORR.DAT".
       01 SC-STATUS-COMN.
           05  SC-STATUS-BYTE-1        PIC X.
           05  SC-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE         PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-CURRENT-TEAM          PIC X(50) VALUE SPACES.
       01 WS-CURRENT-GAME-DATE     PIC X(10) VALUE SPACES.
       01 WS-CURRENT-GAME-ID       PIC X(10) VALUE SPACES.
       01 WS-GAME-LOADED           PIC X VALUE "N".
       01 WS-ENGINE-UP             PIC X VALUE "N".
       01 WS-GAME-READ             PIC 9(05).
       01 WS-GAME-DIFFER           PIC 9(05).
       01 WS-GAME-UNMATCHED        PIC 9(05).
      * The loaded game's charted at-bats, walk order - what the feed
      * rows are matched against.
       01 GAME-AB-TBL.
           05  GAME-AB                 OCCURS 300.
               10  GA-KEY              PIC X(26).
               10  GA-INNING           PIC 9(02).
               10  GA-BATTER           PIC X(30).
               10  GA-RES              PIC X(20).
               10  GA-RBI              PIC 9(01).
               10  GA-FIELDER          PIC X(30).
       01 GAME-AB-COUNT            PIC 9(03).

       method-id Main static public.
       local-storage section.
       01 worker                type batsweb.officialScoringImport.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: officialScoringImport <Programs-root-folder> <official-scoring-feed-file>")
               goback.

           if not type System.IO.Directory::Exists(args[0])
               invoke type System.Console::WriteLine("Programs root not found: " & args[0])
               goback.
           if not type System.IO.File::Exists(args[1])
               invoke type System.Console::WriteLine("feed file not found: " & args[1])
               goback.

           set worker to new batsweb.officialScoringImport
           invoke worker::importFeed(args[0], args[1])
           goback.
       end method.

      *#####  Feed pass - sorted by team then game, like the schedule  #####
       method-id importFeed public.
       local-storage section.
       01 feedParts        type String[].
       01 feedLine         type String.
       01 teamName         type String.
       01 inningNum        type Int32.
       01 paNum            type Int32.
       01 rbiNum           type Int32.
       01 batterName       type String.
       01 abIdx            type Int32.
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
           if feedParts::Length < 10
               go to feed-loop.
           set teamName to feedParts[0]::Trim

      *    Team break - same engine restart trackingImport.cbl runs.
           if teamName::ToUpper not = WS-CURRENT-TEAM
               invoke self::closeCurrentGame(teamName)
               if WS-ENGINE-UP = "Y"
                   CLOSE SCORE-CORRECTION-FILE
                   invoke bat360rununit::StopRun(0)
                   move "N" to WS-ENGINE-UP
               end-if
               set WS-CURRENT-TEAM to teamName::ToUpper
               set WS-IMPORT-LOG-FILE to programsRoot & "\" & teamName & "\WEBSYNC\OFFSCORE.LOG"
               set WS-SCORECORR-FILE to programsRoot & "\" & teamName & "\WEBSYNC\SCORECORR.DAT"
               set WS-WORKLIST-FILE to programsRoot & "\" & teamName & "\WEBSYNC\WORKLIST.DAT"

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
               OPEN I-O SCORE-CORRECTION-FILE
               IF SC-STATUS-BYTE-1 NOT EQUAL ZEROES
                   OPEN OUTPUT SCORE-CORRECTION-FILE
                   CLOSE SCORE-CORRECTION-FILE
                   OPEN I-O SCORE-CORRECTION-FILE
               END-IF
               move "Y" to WS-ENGINE-UP
               move spaces to WS-CURRENT-GAME-DATE WS-CURRENT-GAME-ID
               move "N" to WS-GAME-LOADED
           end-if
           if WS-ENGINE-UP not = "Y"
               go to feed-loop.

      *    Game break - load the game's charted at-bats once.
           if feedParts[1]::Trim not = WS-CURRENT-GAME-DATE::Trim
               or feedParts[2]::Trim not = WS-CURRENT-GAME-ID::Trim
               invoke self::closeCurrentGame(teamName)
               set WS-CURRENT-GAME-DATE to feedParts[1]::Trim
               set WS-CURRENT-GAME-ID to feedParts[2]::Trim
               invoke self::loadGame(teamName)
           end-if
           if WS-GAME-LOADED not = "Y"
               go to feed-loop.

           add 1 to WS-GAME-READ
           invoke type Int32::TryParse(feedParts[3]::Trim, by reference inningNum)
           if not type Int32::TryParse(feedParts[5]::Trim, by reference paNum)
               or paNum < 1
               move 1 to paNum.
           invoke type Int32::TryParse(feedParts[7]::Trim, by reference rbiNum)
           if rbiNum < 0 or rbiNum > 4
               move 0 to rbiNum.
           set batterName to self::rosterSpelling(feedParts[4])

           set abIdx to self::findAtBat(inningNum, batterName, paNum)
           if abIdx = 0
               add 1 to WS-GAME-UNMATCHED
               invoke self::logLine(teamName, "game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " inning " & inningNum::ToString & " - official play for " & batterName & " (" & feedParts[6]::Trim & ") has no charted at-bat")
               invoke self::postWorklist("SCORE|" & WS-CURRENT-GAME-ID::Trim & "|" & inningNum::ToString & "|" & batterName,
                   "NOT CHARTED - game " & WS-CURRENT-GAME-ID::Trim & " " & WS-CURRENT-GAME-DATE::Trim & " inn " & inningNum::ToString & " " & batterName & " official " & feedParts[6]::Trim)
               go to feed-loop.

           invoke self::reconcile(teamName, abIdx, feedParts[6]::Trim::ToUpper, rbiNum, feedParts[8]::Trim::ToUpper, feedParts[9]::Trim::ToUpper)
           go to feed-loop.
       feed-done.
           CLOSE FEED-FILE
           invoke self::closeCurrentGame(WS-CURRENT-TEAM)
           if WS-ENGINE-UP = "Y"
               CLOSE SCORE-CORRECTION-FILE
               invoke bat360rununit::StopRun(0).
       end method.

      * Loads the current feed game and keeps each charted at-bat's
      * inning, batter and scoring in walk order.
       method-id loadGame private.
       local-storage section.
       01 gameDate     type Single.
       01 bb           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamName as type String.
           move "N" to WS-GAME-LOADED
           move zeroes to WS-GAME-READ WS-GAME-DIFFER WS-GAME-UNMATCHED
           INITIALIZE GAME-AB-TBL
           move zeroes to GAME-AB-COUNT

           invoke type System.Single::TryParse(WS-CURRENT-GAME-DATE::Trim::Replace("/", type String::Empty), by reference gameDate)
           set BAT360-I-GAME-DATE to gameDate
           MOVE WS-CURRENT-GAME-ID TO BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke self::logLine(teamName, "official rows for game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " - game is not in the index")
               exit method.

           set bb to 1.
       map-loop.
           if bb > BAT360-NUM-AB
               go to map-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to map-next.
           if GAME-AB-COUNT >= 300
               go to map-done.

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to map-next.
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to map-next.

           add 1 to GAME-AB-COUNT
           MOVE BAT360-I-KEY TO GA-KEY(GAME-AB-COUNT)
           move BAT360-I-INNING to GA-INNING(GAME-AB-COUNT)
           set GA-BATTER(GAME-AB-COUNT) to BAT360-BATTER::Trim::ToUpper
           set GA-RES(GAME-AB-COUNT) to BAT360-I-RES-DESC::Trim::ToUpper
           move BAT360-I-RBI to GA-RBI(GAME-AB-COUNT)
           set GA-FIELDER(GAME-AB-COUNT) to BAT360-I-FIELDER-NAME::Trim::ToUpper.
       map-next.
           add 1 to bb
           go to map-loop.
       map-done.
           move "Y" to WS-GAME-LOADED.
       end method.

      * The charted at-bat an official play answers to - the batter's
      * Nth trip in that inning.
       method-id findAtBat private.
       local-storage section.
       01 aa           type Int32.
       01 seenNum      type Int32 value 0.
       procedure division using by value inningNum as type Int32
                          by value batterName as type String
                          by value paNum as type Int32
                          returning abIdx as type Int32.
           set abIdx to 0
           set aa to 1.
       find-loop.
           if aa > GAME-AB-COUNT
               exit method.
           if GA-INNING(aa) = inningNum
               and GA-BATTER(aa)::Trim = batterName
               add 1 to seenNum
               if seenNum = paNum
                   set abIdx to aa
                   exit method
               end-if
           end-if
           add 1 to aa
           go to find-loop.
       end method.

      *#####          One official play against the charted one        #####
       method-id reconcile private.
       local-storage section.
       01 chartClass       pic x(02).
       01 offClass         pic x(02).
       01 differFlag       pic x value "N".
       01 foundFlag        pic x value "N".
       01 sameRuling       pic x value "N".
       01 itemId           type String.
       procedure division using by value teamName as type String
                          by value abIdx as type Int32
                          by value offCode as type String
                          by value offRbi as type Int32
                          by value offFielder as type String
                          by value feedKind as type String.
           set chartClass to self::chartedClass(GA-RES(abIdx))
           set offClass to self::officialClass(offCode)
           if chartClass not = offClass
               move "Y" to differFlag.
           if GA-RBI(abIdx) not = offRbi
               move "Y" to differFlag.
      *    Both sides call it an error - the scorer may still charge a
      *    different man than the charter keyed.
           if chartClass = "E " and offClass = "E "
               and offFielder not = type String::Empty
               and not GA-FIELDER(abIdx)::Contains(offFielder)
               move "Y" to differFlag.

           set itemId to "SCORE|" & GA-KEY(abIdx)::Trim
           MOVE SPACES TO SC-KEY
           move GA-KEY(abIdx) to SC-AB-KEY
           READ SCORE-CORRECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

      *    Agreement - a ruling on file from an earlier feed no longer
      *    stands (a scoring change put it back the way we charted
      *    it), so it comes off and the worklist item closes.
           if differFlag not = "Y"
               if foundFlag = "Y"
                   DELETE SCORE-CORRECTION-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   invoke self::closeWorklist(itemId)
                   invoke self::logLine(teamName, "game " & WS-CURRENT-GAME-ID::Trim & " inning " & GA-INNING(abIdx)::ToString & " " & GA-BATTER(abIdx)::Trim & " - official scoring now agrees with the chart; ruling withdrawn")
               end-if
               exit method.

           add 1 to WS-GAME-DIFFER
           if foundFlag = "Y"
               and SC-OFF-RAW::Trim = offCode
               and SC-OFF-RBI = offRbi
               and SC-OFF-FIELDER::Trim = offFielder
               move "Y" to sameRuling.

           if sameRuling = "Y"
      *        Nothing new from the league - a decided ruling stays
      *        decided; a pending one is still waiting.
               set SC-IMPORTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               REWRITE SC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               if SC-PENDING
                   invoke self::postWorklist(itemId, self::differText)
               end-if
               exit method.

           MOVE SPACES TO SC-REST
           set SC-GAME-DATE to WS-CURRENT-GAME-DATE
           set SC-GAME-ID to WS-CURRENT-GAME-ID
           move GA-INNING(abIdx) to SC-INNING
           move GA-BATTER(abIdx) to SC-BATTER
           move GA-RES(abIdx) to SC-CHART-RES
           move chartClass to SC-CHART-CLASS
           move GA-RBI(abIdx) to SC-CHART-RBI
           move GA-FIELDER(abIdx) to SC-CHART-FIELDER
           set SC-OFF-RAW to offCode
           set SC-OFF-RES to self::officialLabel(offClass, offCode)
           move offClass to SC-OFF-CLASS
           move offRbi to SC-OFF-RBI
           set SC-OFF-FIELDER to offFielder
           move "P" to SC-STATUS
           if feedKind = "C"
               move "C" to SC-FEED-KIND
           else
               move "B" to SC-FEED-KIND.
           set SC-IMPORTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if foundFlag = "Y"
               REWRITE SC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           else
               WRITE SC-REC
                   INVALID KEY
                       REWRITE SC-REC
               END-WRITE
           end-if
           invoke self::postWorklist(itemId, self::differText)
           invoke self::logLine(teamName, self::differText)
       end method.

      * The worklist/log wording for the SC-REC in hand.
       method-id differText private.
       procedure division returning textOut as type String.
           set textOut to "game " & SC-GAME-ID::Trim & " " & SC-GAME-DATE::Trim
               & " inn " & SC-INNING::ToString & " " & SC-BATTER::Trim
               & ": charted " & SC-CHART-RES::Trim & " " & SC-CHART-RBI::ToString & " RBI"
               & ", official " & SC-OFF-RAW::Trim & " " & SC-OFF-RBI::ToString & " RBI"
           if SC-OFF-FIELDER not = spaces
               set textOut to textOut & " E-" & SC-OFF-FIELDER::Trim.
           if SC-FROM-CHANGE
               set textOut to textOut & " (scoring change)".
       end method.

      *#####                 Result classes                            #####
      * The charted label, matched the same way the box score and the
      * watch-list runner read it - the error labels first, since an
      * error on a ball hit for two bases still reads "2B".
       method-id chartedClass private.
       local-storage section.
       01 resText      type String.
       procedure division using by value labelText as type String
                          returning classCode as type String.
           set resText to labelText::Trim::ToUpper
           EVALUATE TRUE
               WHEN resText::Contains("ERROR") or resText::Contains("MISPLAY")
                   or resText::StartsWith("E ")
                   set classCode to "E "
               WHEN resText::Contains("HR") or resText::Contains("HOME RUN")
                   set classCode to "HR"
               WHEN resText::Contains("3B") or resText::Contains("TRIPLE")
                   set classCode to "3B"
               WHEN resText::Contains("2B") or resText::Contains("DOUBLE")
                   set classCode to "2B"
               WHEN resText::Contains("1B") or resText::Contains("SINGLE")
                   set classCode to "1B"
               WHEN resText::Contains("BB") or resText::Contains("WALK")
                   or resText::Contains("HP") or resText::Contains("HIT BY")
                   set classCode to "BB"
               WHEN resText::Contains("SF") or resText::Contains("SAC FLY")
                   set classCode to "SF"
               WHEN resText::Contains("SAC")
                   set classCode to "SH"
               WHEN resText::StartsWith("K") or resText::Contains(" K")
                   or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
                   set classCode to "K "
               WHEN resText::Contains("FC")
                   set classCode to "FC"
               WHEN OTHER
                   set classCode to "OU"
           END-EVALUATE.
       end method.

      * The league's scoring code.
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

      * The official call as a result label in the vocabulary every
      * report here matches on, so an approved ruling reads right
      * wherever it is overlaid.
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

      * Finishes the game currently open with its count line.
       method-id closeCurrentGame private.
       procedure division using by value teamName as type String.
           if WS-GAME-LOADED not = "Y"
               exit method.
           invoke self::logLine(teamName, "game " & WS-CURRENT-GAME-ID::Trim & " on " & WS-CURRENT-GAME-DATE::Trim & " - " & WS-GAME-READ::ToString & " official plays read, " & WS-GAME-DIFFER::ToString & " disagree with the chart, " & WS-GAME-UNMATCHED::ToString & " not charted")
           move "N" to WS-GAME-LOADED.
       end method.

      *#####                Data-quality worklist                      #####
      * Same fingerprint-and-reopen handling the validators use: the
      * item id is the at-bat key, so a ruling still undecided on the
      * next feed bumps the seen-count instead of stacking up.
       method-id postWorklist private.
       local-storage section.
       01 itemId       pic x(44).
       01 foundFlag    pic x value "N".
       procedure division using by value itemText as type String
                          by value detailText as type String.
           move spaces to itemId
           set itemId to itemText

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
               move "SCORE" to WQ-SOURCE
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

       method-id closeWorklist private.
       local-storage section.
       01 itemId       pic x(44).
       procedure division using by value itemText as type String.
           move spaces to itemId
           set itemId to itemText
           OPEN I-O WORKLIST-FILE
           if WQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO WQ-KEY
           move itemId to WQ-ITEM-ID
           READ WORKLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "C" to WQ-STATUS
                   REWRITE WQ-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE WORKLIST-FILE.
       end method.

      *#####                Exception report log                       #####
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
