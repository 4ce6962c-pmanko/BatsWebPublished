       class-id batsweb.broadcastCut.

      * Broadcast clip cutter - a game with no camera crew of our own
      * still has the full-game broadcast, and until now someone sat
      * with a video editor cutting one clip per at-bat by hand. This
      * takes the broadcast file and the point in it where the first
      * pitch is thrown, walks the game's charted at-bats through
      * BAT360WEBF in order, and cuts one clip per at-bat straight
      * into the team's video tree under the path and name the engine
      * already expects for it (BAT360-WF-VIDEO-PATH/-VIDEO-A, the
      * main angle) - so the clip pages find it with no further step.
      *   broadcastCut <Programs-root-folder> <team-folder>
      *       <game-date MM/DD/YY> <game-id> <full-game-video>
      *       <first-pitch-offset> [pitch-time-file]
      * The offset is seconds into the video (or HH:MM:SS). The
      * pitch-time file, when the broadcaster sends one, is one line
      * per pitch in game order, the time of the pitch measured from
      * the first pitch (seconds or HH:MM:SS; when a line carries
      * more than one comma-separated field the last one is the time).
      * With the file, each at-bat runs from WS-LEAD-SECS before its
      * first pitch to WS-PLAY-SECS after its last one (never into
      * the next at-bat); without it - or when its pitch count does
      * not match the charted pitches - the times are estimated from
      * the charted pitch counts at WS-SECS-PER-PITCH, with a
      * WS-BATTER-GAP-SECS change between batters and a
      * WS-HALF-BREAK-SECS commercial break between half-innings.
      * A cut is confident only when it came from a matching pitch
      * file and no gap between its pitches runs past
      * WS-MAX-PITCH-GAP (a replay, a mound visit, a pitch the feed
      * missed). Confident cuts go live at once; every other at-bat
      * is parked as a pending CUTREVIEW.DAT record with its proposed
      * start/end and a CUT worklist item, and clipCutReview.aspx.cbl
      * is where staff nudge the times and release it. An at-bat
      * whose clip already exists is left alone. BCASTCUT.LOG in the
      * team's WEBSYNC folder keeps the trail.
      * The ffmpeg cut itself is public (cutClip) so the review
      * screen cuts the same way this job does.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CUT-LOG-FILE ASSIGN WS-CUT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT PITCH-TIME-FILE ASSIGN WS-PITCH-TIME-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PT-STATUS-COMN.
          SELECT CUT-REVIEW-FILE ASSIGN WS-CUTREVIEW-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  CUT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUT-LOG-REC.
       01  CUT-LOG-REC                 PIC X(200).

       FD  PITCH-TIME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PITCH-TIME-REC.
       01  PITCH-TIME-REC              PIC X(80).

      * One at-bat whose cut needs a human look - same layout
      * clipCutReview.aspx.cbl maintains. Start/end are seconds into
      * the source broadcast.
       FD  CUT-REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CR-REC.
       01  CR-REC.
           05  CR-KEY.
               10  CR-AB-KEY               PIC X(26).
           05  CR-REST.
               10  CR-GAME-DATE            PIC X(10).
               10  CR-GAME-ID              PIC X(10).
               10  CR-INNING               PIC 9(02).
               10  CR-BATTER               PIC X(30).
               10  CR-PITCHER              PIC X(30).
               10  CR-RESULT               PIC X(20).
               10  CR-SOURCE               PIC X(200).
               10  CR-TARGET               PIC X(200).
               10  CR-START-SECS           PIC 9(05)V9.
               10  CR-END-SECS             PIC 9(05)V9.
               10  CR-REASON               PIC X(40).
               10  CR-STATUS               PIC X.
                   88  CR-PENDING          VALUE "P".
                   88  CR-RELEASED         VALUE "A".
                   88  CR-DISCARDED        VALUE "X".
               10  CR-STAGED-AT            PIC X(19).
               10  CR-DECIDED-BY           PIC X(30).
               10  CR-DECIDED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout the validators write for dataQuality.aspx.cbl.
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
       01 WS-CUT-LOG-FILE          PIC X(256) VALUE "BCASTCUT.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-PITCH-TIME-FILE       PIC X(256).
       01 PT-STATUS-COMN.
           05  PT-STATUS-BYTE-1        PIC X.
           05  PT-STATUS-BYTE-2        PIC X.
       01 WS-CUTREVIEW-FILE        PIC X(256) VALUE "CUTREVIEW.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE         PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
      * Broadcast timing, in seconds.
       01 WS-LEAD-SECS             PIC 9(03) VALUE 5.
       01 WS-PLAY-SECS             PIC 9(03) VALUE 20.
       01 WS-SECS-PER-PITCH        PIC 9(03) VALUE 22.
       01 WS-BATTER-GAP-SECS       PIC 9(03) VALUE 25.
       01 WS-HALF-BREAK-SECS       PIC 9(03) VALUE 150.
       01 WS-MAX-PITCH-GAP         PIC 9(03) VALUE 90.
      * The broadcaster's pitch times, seconds after the first pitch.
       01 PITCH-TIME-TBL.
           05  PT-SECS                 PIC 9(05)V9 OCCURS 999.
       01 PITCH-TIME-COUNT         PIC 9(04).
      * The game's charted at-bats in walk order, with the cut each
      * one gets.
       01 CUT-AB-TBL.
           05  CUT-AB                  OCCURS 150.
               10  CA-AB-KEY           PIC X(26).
               10  CA-INNING           PIC 9(02).
               10  CA-BATTING          PIC X(20).
               10  CA-BATTER           PIC X(30).
               10  CA-PITCHER          PIC X(30).
               10  CA-RESULT           PIC X(20).
               10  CA-PITCHES          PIC 9(03).
               10  CA-NEW-HALF         PIC X.
               10  CA-TARGET           PIC X(200).
               10  CA-START            PIC 9(05)V9.
               10  CA-END              PIC 9(05)V9.
               10  CA-CONF-FLAG        PIC X.
                   88  CA-CONFIDENT    VALUE "Y".
               10  CA-REASON           PIC X(40).
       01 CUT-AB-COUNT             PIC 9(03).
       01 CHARTED-PITCHES          PIC 9(04).
       01 SECS-EDIT                PIC ZZZZ9.9.

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 programsRoot         type String.
       01 offsetSecs           type Double.
       01 pitchFile            type String.
       01 clipCount            type Int32.
       01 worker               type batsweb.broadcastCut.
       procedure division using by value args as type String[].
           if args = null or args::Length < 6
               invoke type System.Console::WriteLine("usage: broadcastCut <Programs-root-folder> <team-folder> <game-date MM/DD/YY> <game-id> <full-game-video> <first-pitch-offset> [pitch-time-file]")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.
           if not type System.IO.Directory::Exists(programsRoot::TrimEnd("\") & "\" & args[1])
               invoke type System.Console::WriteLine("team folder not found: " & args[1])
               goback.
           if not type System.IO.File::Exists(args[4])
               invoke type System.Console::WriteLine("video file not found: " & args[4])
               goback.
           set offsetSecs to type batsweb.broadcastCut::readSeconds(args[5])
           if offsetSecs < 0
               invoke type System.Console::WriteLine("first-pitch offset will not read: " & args[5])
               goback.
           set pitchFile to type String::Empty
           if args::Length > 6
               set pitchFile to args[6]
               if not type System.IO.File::Exists(pitchFile)
                   invoke type System.Console::WriteLine("pitch-time file not found: " & pitchFile)
                   goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "BCASTCUT")
           set worker to new batsweb.broadcastCut
           set clipCount to worker::cutGame(programsRoot::TrimEnd("\"), args[1], args[2], args[3], args[4], offsetSecs, pitchFile)
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "BCASTCUT", runStamp, "C", clipCount)
           goback.
       end method.

      * Seconds from "1234.5" or "HH:MM:SS" text; -1 when it will
      * not read.
       method-id readSeconds static public.
       local-storage section.
       01 spanWork     type TimeSpan.
       procedure division using by value timeText as type String
                          returning secsOut as type Double.
           set secsOut to -1
           if timeText = null
               exit method.
           if timeText::Contains(":")
               if type TimeSpan::TryParse(timeText::Trim, by reference spanWork)
                   set secsOut to spanWork::TotalSeconds
               end-if
               exit method.
           if not type Double::TryParse(timeText::Trim, by reference secsOut)
               set secsOut to -1.
       end method.

      *#####        One clip out of the broadcast, via ffmpeg          #####
      * Stream copy from startText for lengthText seconds into the
      * target name - same ffmpeg invocation shape the stitch export
      * and the thumbnail job use. -y so a nudged re-cut replaces the
      * clip it corrects. True when the clip landed.
       method-id cutClip static public.
       local-storage section.
       01 ffmpegArgs       type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       procedure division using by value sourcePath as type String
                          by value startText as type String
                          by value lengthText as type String
                          by value targetPath as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if not type System.IO.Directory::Exists(type System.IO.Path::GetDirectoryName(targetPath))
               invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(targetPath)).
           set ffmpegArgs to "-y -ss " & startText & " -i """ & sourcePath & """ -t " & lengthText & " -c copy """ & targetPath & """"
           set psi to new type System.Diagnostics.ProcessStartInfo("ffmpeg.exe", ffmpegArgs)
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           set proc to type System.Diagnostics.Process::Start(psi)
           invoke proc::WaitForExit(120000)
           if type System.IO.File::Exists(targetPath)
               set okFlag to true.
       end method.

      *#####              Per-game walk of the at-bats                 #####
       method-id cutGame private.
       local-storage section.
       01 gameDate         type Single.
       01 bb               type Int32.
       01 cc               type Int32.
       01 prevBatting      pic x(20).
       01 prevInning       pic 9(02).
       01 startText        type String.
       01 lengthText       type String.
       01 clipLength       pic 9(05)V9.
       01 cutCnt           type Int32 value 0.
       01 stagedCnt        type Int32 value 0.
       01 presentCnt       type Int32 value 0.
       01 gameTag          type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value sourcePath as type String
                          by value offsetSecs as type Double
                          by value pitchFile as type String
                          returning clipCount as type Int32.
           set clipCount to 0
           set WS-CUT-LOG-FILE to programsRoot & "\" & teamName & "\WEBSYNC\BCASTCUT.LOG"
           set WS-CUTREVIEW-FILE to programsRoot & "\" & teamName & "\WEBSYNC\CUTREVIEW.DAT"
           set WS-WORKLIST-FILE to programsRoot & "\" & teamName & "\WEBSYNC\WORKLIST.DAT"
           set gameTag to "game " & gameId::Trim & " on " & gameDateText::Trim

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
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           invoke type System.Single::TryParse(gameDateText::Trim::Replace("/", type String::Empty), by reference gameDate)
           set BAT360-I-GAME-DATE to gameDate
           MOVE gameId TO BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke self::logLine(teamName, gameTag & " - game is not in the index, nothing cut")
               invoke bat360rununit::StopRun(0)
               exit method.

      *    The charted at-bats in order, each with the clip name the
      *    engine will look for and whether it opens a half-inning.
           INITIALIZE CUT-AB-TBL
           move zeroes to CUT-AB-COUNT CHARTED-PITCHES
           move spaces to prevBatting
           move zeroes to prevInning
           set bb to 1.
       map-loop.
           if bb > BAT360-NUM-AB
               go to map-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to map-next.
           if CUT-AB-COUNT >= 150
               go to map-done.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to map-next.

           add 1 to CUT-AB-COUNT
           MOVE BAT360-I-KEY TO CA-AB-KEY(CUT-AB-COUNT)
           move BAT360-I-INNING to CA-INNING(CUT-AB-COUNT)
           set CA-BATTING(CUT-AB-COUNT) to BAT360-I-CURR-BATTING::Trim::ToUpper
           set CA-BATTER(CUT-AB-COUNT) to BAT360-BATTER::Trim
           set CA-PITCHER(CUT-AB-COUNT) to BAT360-PITCHER::Trim
           set CA-RESULT(CUT-AB-COUNT) to BAT360-I-RES-DESC::Trim
           move BAT360-NUM-PITCHES to CA-PITCHES(CUT-AB-COUNT)
           add BAT360-NUM-PITCHES to CHARTED-PITCHES
           move "N" to CA-NEW-HALF(CUT-AB-COUNT)
           if CUT-AB-COUNT > 1
               and (CA-INNING(CUT-AB-COUNT) not = prevInning
                    or CA-BATTING(CUT-AB-COUNT) not = prevBatting)
               move "Y" to CA-NEW-HALF(CUT-AB-COUNT).
           move CA-INNING(CUT-AB-COUNT) to prevInning
           move CA-BATTING(CUT-AB-COUNT) to prevBatting
           move spaces to CA-TARGET(CUT-AB-COUNT)
           if BAT360-WF-VID-COUNT > 0 and BAT360-WF-VIDEO-A(1) not = spaces
               set CA-TARGET(CUT-AB-COUNT) to BAT360-WF-VIDEO-PATH(1)::Trim & BAT360-WF-VIDEO-A(1)::Trim.
       map-next.
           add 1 to bb
           go to map-loop.
       map-done.
           invoke bat360rununit::StopRun(0)
           if CUT-AB-COUNT = 0
               invoke self::logLine(teamName, gameTag & " - no charted at-bats, nothing cut")
               exit method.

      *    Broadcaster pitch times when they line up with the chart,
      *    the estimate otherwise.
           move zeroes to PITCH-TIME-COUNT
           if pitchFile not = type String::Empty
               invoke self::loadPitchTimes(pitchFile).
           if PITCH-TIME-COUNT > 0 and PITCH-TIME-COUNT = CHARTED-PITCHES
               invoke self::timeFromPitches(offsetSecs)
           else
               if pitchFile = type String::Empty
                   invoke self::timeEstimated(offsetSecs, "no pitch times - estimated")
               else
                   invoke self::logLine(teamName, gameTag & " - pitch-time file has " & PITCH-TIME-COUNT::ToString & " pitches, chart has " & CHARTED-PITCHES::ToString & "; times estimated")
                   invoke self::timeEstimated(offsetSecs, "pitch times do not match chart")
               end-if
           end-if

           set cc to 1.
       cut-loop.
           if cc > CUT-AB-COUNT
               go to cut-done.
           if CA-TARGET(cc) = spaces
               invoke self::logLine(teamName, gameTag & " inning " & CA-INNING(cc)::ToString & " " & CA-BATTER(cc)::Trim & " - engine has no clip name for the at-bat, skipped")
               go to cut-next.
           if type System.IO.File::Exists(CA-TARGET(cc)::Trim)
               add 1 to presentCnt
               go to cut-next.
           if not CA-CONFIDENT(cc)
               invoke self::stageReview(cc, gameDateText, gameId, sourcePath)
               add 1 to stagedCnt
               go to cut-next.

           move CA-START(cc) to SECS-EDIT
           set startText to SECS-EDIT::Trim
           compute clipLength = CA-END(cc) - CA-START(cc)
           move clipLength to SECS-EDIT
           set lengthText to SECS-EDIT::Trim
           if type batsweb.broadcastCut::cutClip(sourcePath, startText, lengthText, CA-TARGET(cc)::Trim)
               add 1 to cutCnt
           else
               move "cut failed - check the transcoder" to CA-REASON(cc)
               invoke self::stageReview(cc, gameDateText, gameId, sourcePath)
               add 1 to stagedCnt
           end-if.
       cut-next.
           add 1 to cc
           go to cut-loop.
       cut-done.
           set clipCount to cutCnt
           invoke self::logLine(teamName, gameTag & " from " & type System.IO.Path::GetFileName(sourcePath) & " - " & cutCnt::ToString & " clips cut, "
               & stagedCnt::ToString & " held for review, " & presentCnt::ToString & " already on disk")
       end method.

      * Reads the broadcaster's pitch times into PITCH-TIME-TBL; a
      * line whose time will not read is counted anyway (as the
      * previous pitch's time) so the count still checks against the
      * chart.
       method-id loadPitchTimes private.
       local-storage section.
       01 lineText     type String.
       01 partsOut     type String[].
       01 secsWork     type Double.
       01 lastPart     type Int32.
       procedure division using by value pitchFile as type String.
           set WS-PITCH-TIME-FILE to pitchFile
           OPEN INPUT PITCH-TIME-FILE
           if PT-STATUS-BYTE-1 not = "0"
               exit method.
       time-loop.
           READ PITCH-TIME-FILE
               AT END go to time-done.
           if PITCH-TIME-REC = spaces
               go to time-loop.
           if PITCH-TIME-COUNT >= 999
               go to time-done.
           set lineText to PITCH-TIME-REC
           set partsOut to lineText::Trim::Split(',')
           compute lastPart = partsOut::Length - 1
           set secsWork to type batsweb.broadcastCut::readSeconds(partsOut[lastPart])
           add 1 to PITCH-TIME-COUNT
           if secsWork < 0
               if PITCH-TIME-COUNT > 1
                   move PT-SECS(PITCH-TIME-COUNT - 1) to PT-SECS(PITCH-TIME-COUNT)
               else
                   move zeroes to PT-SECS(PITCH-TIME-COUNT)
               end-if
           else
               compute PT-SECS(PITCH-TIME-COUNT) = secsWork
           end-if
           go to time-loop.
       time-done.
           CLOSE PITCH-TIME-FILE.
       end method.

      *#####         Cut times from the broadcaster's pitches          #####
       method-id timeFromPitches private.
       local-storage section.
       01 cc           type Int32.
       01 pp           type Int32.
       01 firstP       type Int32.
       01 lastP        type Int32.
       01 nextFirst    type Int32.
       01 workSecs     pic 9(05)V9.
       01 gapSecs      pic 9(05)V9.
       procedure division using by value offsetSecs as type Double.
           set firstP to 1
           set cc to 1.
       ab-loop.
           if cc > CUT-AB-COUNT
               exit method.
           move "Y" to CA-CONF-FLAG(cc)
           move spaces to CA-REASON(cc)
      *    An at-bat charted with no pitch lines has nothing to anchor
      *    to - it borrows the next pitch's time and waits for review.
           if CA-PITCHES(cc) = 0
               move "N" to CA-CONF-FLAG(cc)
               move "no charted pitches to time from" to CA-REASON(cc)
               if firstP > PITCH-TIME-COUNT
                   compute workSecs = offsetSecs + PT-SECS(PITCH-TIME-COUNT)
               else
                   compute workSecs = offsetSecs + PT-SECS(firstP)
               end-if
               if workSecs > WS-LEAD-SECS
                   compute CA-START(cc) = workSecs - WS-LEAD-SECS
               else
                   move zeroes to CA-START(cc)
               end-if
               compute CA-END(cc) = workSecs + WS-PLAY-SECS
               go to ab-next.

           compute lastP = firstP + CA-PITCHES(cc) - 1
           compute workSecs = offsetSecs + PT-SECS(firstP)
           if workSecs > WS-LEAD-SECS
               compute CA-START(cc) = workSecs - WS-LEAD-SECS
           else
               move zeroes to CA-START(cc)
           end-if
           compute CA-END(cc) = offsetSecs + PT-SECS(lastP) + WS-PLAY-SECS
      *    Never run into the next batter's lead-in.
           compute nextFirst = lastP + 1
           if nextFirst <= PITCH-TIME-COUNT
               compute workSecs = offsetSecs + PT-SECS(nextFirst)
               if workSecs > WS-LEAD-SECS
                   subtract WS-LEAD-SECS from workSecs
               end-if
               if CA-END(cc) > workSecs and workSecs > CA-START(cc)
                   move workSecs to CA-END(cc)
               end-if
           end-if

      *    Pitches out of order or too far apart mean the feed and the
      *    broadcast have drifted somewhere inside this at-bat.
           compute pp = firstP + 1.
       gap-loop.
           if pp > lastP
               go to gap-done.
           if PT-SECS(pp) < PT-SECS(pp - 1)
               move "N" to CA-CONF-FLAG(cc)
               move "pitch times out of order" to CA-REASON(cc)
               go to gap-done.
           compute gapSecs = PT-SECS(pp) - PT-SECS(pp - 1)
           if gapSecs > WS-MAX-PITCH-GAP
               move "N" to CA-CONF-FLAG(cc)
               move "long gap between pitches" to CA-REASON(cc)
               go to gap-done.
           add 1 to pp
           go to gap-loop.
       gap-done.
           compute firstP = lastP + 1.
       ab-next.
           add 1 to cc
           go to ab-loop.
       end method.

      *#####        Cut times estimated from the charted pitches       #####
       method-id timeEstimated private.
       local-storage section.
       01 cc           type Int32.
       01 cursorSecs   pic 9(05)V9.
       01 pitchSecs    pic 9(05)V9.
       procedure division using by value offsetSecs as type Double
                          by value reasonText as type String.
           compute cursorSecs = offsetSecs
           set cc to 1.
       est-loop.
           if cc > CUT-AB-COUNT
               exit method.
           if CA-NEW-HALF(cc) = "Y"
               add WS-HALF-BREAK-SECS to cursorSecs.
           move "N" to CA-CONF-FLAG(cc)
           set CA-REASON(cc) to reasonText
           if cursorSecs > WS-LEAD-SECS
               compute CA-START(cc) = cursorSecs - WS-LEAD-SECS
           else
               move zeroes to CA-START(cc)
           end-if
           compute pitchSecs = CA-PITCHES(cc) * WS-SECS-PER-PITCH
           compute CA-END(cc) = cursorSecs + pitchSecs + WS-PLAY-SECS
           compute cursorSecs = cursorSecs + pitchSecs + WS-BATTER-GAP-SECS
           add 1 to cc
           go to est-loop.
       end method.

      *#####           A low-confidence cut waits for staff            #####
      * Pending CUTREVIEW.DAT record with the proposed times, plus a
      * CUT worklist item keyed by the at-bat so a re-run bumps the
      * seen-count rather than stacking. An at-bat already on the
      * list is left as it stands - staff may have nudged its times,
      * released it or discarded it.
       method-id stageReview private.
       local-storage section.
       01 foundFlag    pic x value "N".
       01 startEdit    type String.
       procedure division using by value cc as type Int32
                          by value gameDateText as type String
                          by value gameId as type String
                          by value sourcePath as type String.
           OPEN I-O CUT-REVIEW-FILE
           IF CR-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CUT-REVIEW-FILE
               CLOSE CUT-REVIEW-FILE
               OPEN I-O CUT-REVIEW-FILE
           END-IF
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CR-KEY
           move CA-AB-KEY(cc) to CR-AB-KEY
           READ CUT-REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           if foundFlag = "Y"
               CLOSE CUT-REVIEW-FILE
               exit method.

           MOVE SPACES TO CR-REST
           set CR-GAME-DATE to gameDateText::Trim
           set CR-GAME-ID to gameId::Trim
           move CA-INNING(cc) to CR-INNING
           move CA-BATTER(cc) to CR-BATTER
           move CA-PITCHER(cc) to CR-PITCHER
           move CA-RESULT(cc) to CR-RESULT
           set CR-SOURCE to sourcePath
           move CA-TARGET(cc) to CR-TARGET
           move CA-START(cc) to CR-START-SECS
           move CA-END(cc) to CR-END-SECS
           move CA-REASON(cc) to CR-REASON
           move "P" to CR-STATUS
           set CR-STAGED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE CR-REC
               INVALID KEY
                   REWRITE CR-REC
           END-WRITE
           CLOSE CUT-REVIEW-FILE

           move CA-START(cc) to SECS-EDIT
           set startEdit to SECS-EDIT::Trim
           invoke self::postWorklist("CUT|" & CA-AB-KEY(cc)::Trim,
               "CLIP CUT - game " & gameId::Trim & " " & gameDateText::Trim & " inn " & CA-INNING(cc)::ToString & " " & CA-BATTER(cc)::Trim
               & " at " & startEdit & "s - " & CA-REASON(cc)::Trim)
       end method.

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
               move "CUT" to WQ-SOURCE
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

      *#####                     Cut log                               #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND CUT-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CUT-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO CUT-LOG-REC.
           WRITE CUT-LOG-REC.
           CLOSE CUT-LOG-FILE.
       end method.

       end class.
