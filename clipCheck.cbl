       class-id batsweb.clipCheck.

      * Nightly clip content check - catches the corrupt, truncated
      * and unplayable clips the nightly transfer lands now and then,
      * before a coach pulls one up in the film room. videoReconcile
      * only asks whether a clip is on disk; this asks whether it
      * plays. Every new or changed .mp4 under the team folder (size
      * or last-write differs from what CLIPCHECK.DAT remembers) is
      * inspected:
      *   - it is not empty, and ffprobe can read it at all
      *   - it has a video stream, in the codec the browsers play
      *   - its duration is more than zero
      *   - ffmpeg can decode its first frame and its last frame
      *   - its duration is sane against the pitch count of the
      *     at-bat it belongs to (matched by name through the "VD"
      *     video names, the way clipCaption.cbl places a clip)
      * A clip that fails is HELD: moved out of play into
      * WEBSYNC\CLIPHOLD (same relative path), so no player page can
      * hand it to a coach, posted to the WORKLIST.DAT that
      * dataQuality.aspx.cbl works, and written to RESEND.DAT - the
      * re-request list the upstream sync sender reads back, the same
      * boundary SYNCACK.DAT is. When the sender lands the clip again
      * it is checked again; a clean copy goes back in play, the held
      * copy is dropped and the worklist item and the re-request are
      * closed. A clip far longer than its pitches explain still
      * plays, so it is only posted to the worklist, not held.
      * Pages ask clipCheck::isHeld(teamPath, clipPath) before
      * queueing a clip. Teams whose RUNCTL.DAT stamp is stale are
      * skipped, as the other overnight jobs skip them.
      *   clipCheck <Programs-root-folder>

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHECK-LOG-FILE ASSIGN WS-CHECK-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT RUN-CONTROL-FILE ASSIGN WS-RUNCTL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RC-KEY
              LOCK MANUAL
              FILE STATUS IS RC-STATUS-COMN.
          SELECT CLIP-CHECK-FILE ASSIGN WS-CLIPCHECK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CK-KEY
              LOCK MANUAL
              FILE STATUS IS CK-STATUS-COMN.
          SELECT RESEND-FILE ASSIGN WS-RESEND-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RS-KEY
              LOCK MANUAL
              FILE STATUS IS RS-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHECK-LOG-REC.
       01  CHECK-LOG-REC               PIC X(200).

      * Same layout syncStamp.cbl writes when the nightly transfer
      * finishes a team.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RC-REC.
       01  RC-REC.
           05  RC-KEY.
               10  RC-TEAM                 PIC X(15).
           05  RC-REST.
               10  RC-SYNC-COMPLETED-AT    PIC X(19).
               10  RC-APPLIED-SEQ          PIC 9(06).
               10  FILLER                  PIC X(15).

      * One record per clip this check has seen, keyed by the clip's
      * file name (the game/at-bat naming convention keeps those
      * unique within a team). CK-SIZE and CK-WRITTEN are what make a
      * clip "changed" on a later night.
       FD  CLIP-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CK-REC.
       01  CK-REC.
           05  CK-KEY.
               10  CK-CLIP-NAME            PIC X(60).
           05  CK-REST.
               10  CK-REL-PATH             PIC X(200).
               10  CK-SIZE                 PIC 9(12).
               10  CK-WRITTEN              PIC X(19).
               10  CK-RESULT               PIC X.
                   88  CK-PASSED           VALUE "P".
                   88  CK-HELD             VALUE "H".
                   88  CK-WARNED           VALUE "W".
               10  CK-REASON               PIC X(80).
               10  CK-DURATION             PIC 9(05)V99.
               10  CK-CODEC                PIC X(10).
               10  CK-CHECKED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * The re-request list the upstream sender reads: an open record
      * asks for the clip at RS-REL-PATH to be sent again. Closed
      * ("D") once a re-sent copy passes.
       FD  RESEND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RS-REC.
       01  RS-REC.
           05  RS-KEY.
               10  RS-CLIP-NAME            PIC X(60).
           05  RS-REST.
               10  RS-REL-PATH             PIC X(200).
               10  RS-REASON               PIC X(80).
               10  RS-STATUS               PIC X.
                   88  RS-OPEN             VALUE "O".
                   88  RS-DONE             VALUE "D".
               10  RS-REQUESTED-AT         PIC X(19).
               10  RS-REQUEST-COUNT        PIC 9(03).
               10  RS-DONE-AT              PIC X(19).
               10  FILLER                  PIC X(18).

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
       01 teamDirs                 type String[].
       01 WS-CHECK-LOG-FILE        PIC X(256) VALUE "CLIPCHECK.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-RUNCTL-FILE           PIC X(256) VALUE "RUNCTL.DAT".
       01 RC-STATUS-COMN.
           05  RC-STATUS-BYTE-1        PIC X.
           05  RC-STATUS-BYTE-2        PIC X.
       01 WS-CLIPCHECK-FILE        PIC X(256) VALUE "CLIPCHECK.DAT".
       01 CK-STATUS-COMN.
           05  CK-STATUS-BYTE-1        PIC X.
           05  CK-STATUS-BYTE-2        PIC X.
       01 WS-RESEND-FILE           PIC X(256) VALUE "RESEND.DAT".
       01 RS-STATUS-COMN.
           05  RS-STATUS-BYTE-1        PIC X.
           05  RS-STATUS-BYTE-2        PIC X.
       01 WS-WORKLIST-FILE         PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-SYNC-FRESH-HOURS      PIC 9(03) VALUE 36.
       01 WS-TEAM-NAME             PIC X(40).
      * The codec every player page's browser can decode - what the
      * stitch and caption re-encodes write too.
       01 WS-PLAYABLE-CODEC        PIC X(10) VALUE "h264".
      * Duration sanity against the at-bat's pitch count: shorter
      * than the minimum per pitch is a truncated clip; longer than
      * the maximum per pitch is a camera left running.
       01 WS-MIN-SECS-PER-PITCH    PIC 9(03) VALUE 2.
       01 WS-MAX-SECS-PER-PITCH    PIC 9(03) VALUE 90.
      * A first night (or a re-sent season) can land thousands of
      * clips; the rest wait for the next night.
       01 WS-NIGHT-LIMIT           PIC 9(05) VALUE 2000.
       01 WS-CLIP-RESULT           PIC X.
       01 WS-CLIP-REASON           PIC X(80).
       01 WS-CLIP-DURATION         type Double.
       01 WS-CLIP-CODEC            PIC X(10).
      * Set when BAT360WEBF came up for this team - without it the
      * pitch-count sanity check is skipped, the rest still runs.
       01 ENGINE-OK-SW             PIC X VALUE "N".
           88  ENGINE-OK               VALUE "Y".
      * The game whose clips are in CLIP-GAME-TBL, by the
      * <yyyymmdd>-<game-id> lead of the clip names.
       01 LOADED-GAME              PIC X(30) VALUE SPACES.
       01 CLIP-GAME-TBL.
           05  CLIP-GAME-ENTRY         OCCURS 400.
               10  CG-CLIP-NAME        PIC X(60).
               10  CG-PITCHES          PIC 9(02).
       01 CLIP-GAME-COUNT          PIC 9(03) VALUE 0.
       01 CHECKED-COUNT            PIC 9(05) VALUE 0.
       01 HELD-COUNT               PIC 9(05) VALUE 0.
       01 WARNED-COUNT             PIC 9(05) VALUE 0.
       01 RELEASED-COUNT           PIC 9(05) VALUE 0.

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.clipCheck.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: clipCheck <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "CLIPCHECK")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.clipCheck
           invoke worker::checkTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "CLIPCHECK", runStamp, "C", aa)
           goback.
       end method.

      *#####               Page-side question: is it held?            #####
      * True when this check has the clip out of play. A re-sent copy
      * stays held until tonight's check passes it.
       method-id isHeld static public.
       local-storage section.
       01 worker       type batsweb.clipCheck.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          returning heldFlag as type Condition.
           set worker to new batsweb.clipCheck
           set heldFlag to worker::heldClip(teamPath, clipPath).
       end method.

       method-id heldClip private.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          returning heldFlag as type Condition.
           set heldFlag to false
           if clipPath = null or clipPath::Trim = type String::Empty
               exit method.
           set WS-CLIPCHECK-FILE to teamPath & "\WEBSYNC\CLIPCHECK.DAT"
           OPEN INPUT CLIP-CHECK-FILE
           if CK-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CK-KEY
           set CK-CLIP-NAME to type System.IO.Path::GetFileName(clipPath::Trim)::ToUpper
           READ CLIP-CHECK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if CK-HELD
                       set heldFlag to true
                   end-if
           END-READ
           CLOSE CLIP-CHECK-FILE.
       end method.

      * True when this team's RUNCTL.DAT stamp says the WEBSYNC
      * transfer completed recently enough to trust the folder - same
      * gate videoReconcile.cbl applies. A half-landed clip is not a
      * corrupt one.
       method-id runControlFresh private.
       local-storage section.
       01 stampTime             type DateTime.
       01 ageHours              type Double.
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          returning freshFlag as type Condition.
           set freshFlag to true
           set WS-RUNCTL-FILE to teamPath & "\WEBSYNC\RUNCTL.DAT"

           OPEN INPUT RUN-CONTROL-FILE
           if RC-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO RC-KEY
           set RC-TEAM to teamName::ToUpper
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CLOSE RUN-CONTROL-FILE
                   exit method
           END-READ
           CLOSE RUN-CONTROL-FILE

           invoke type DateTime::TryParse(RC-SYNC-COMPLETED-AT::Trim, by reference stampTime)
           set ageHours to (type DateTime::Now::Subtract(stampTime))::TotalHours
           if ageHours > WS-SYNC-FRESH-HOURS
               set freshFlag to false
               invoke self::logLine("skipping - WEBSYNC run-control stamp is stale (" & RC-SYNC-COMPLETED-AT::Trim & "), transfer may not have completed").
       end method.

      *#####                 Per-team clip pass                        #####
       method-id checkTeam private.
       local-storage section.
       01 teamName         type String.
       01 teamFiles        type String[].
       01 ff               type Int32.
       01 upperPath        type String.
       01 upperName        type String.
       01 relPath          type String.
       01 fileInfo         type System.IO.FileInfo.
       01 writtenText      pic x(19).
       01 priorResult      pic x value space.
       01 priorRelPath     type String.
       01 foundFlag        pic x value "N".
       01 summaryText      type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-TEAM-NAME to teamName
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           set WS-CHECK-LOG-FILE to teamPath & "\WEBSYNC\CLIPCHECK.LOG"
           set WS-CLIPCHECK-FILE to teamPath & "\WEBSYNC\CLIPCHECK.DAT"
           set WS-RESEND-FILE to teamPath & "\WEBSYNC\RESEND.DAT"
           set WS-WORKLIST-FILE to teamPath & "\WEBSYNC\WORKLIST.DAT"

           if not self::runControlFresh(teamPath, teamName)
               exit method.

      *    The game index, for the pitch-count sanity check only.
           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD = SPACES
               move space to BAT360-GAMES-CHOICE
               move "RG" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION).
           if ERROR-FIELD = SPACES
               move "Y" to ENGINE-OK-SW
           else
               move spaces to ERROR-FIELD
               invoke self::logLine("game index could not be loaded - duration checked without the pitch count").

           OPEN I-O CLIP-CHECK-FILE
           IF CK-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CLIP-CHECK-FILE
               CLOSE CLIP-CHECK-FILE
               OPEN I-O CLIP-CHECK-FILE
           END-IF
           if CK-STATUS-BYTE-1 not = "0"
               invoke self::logLine("CLIPCHECK.DAT could not be opened - check skipped")
               go to team-close.

           set teamFiles to type System.IO.Directory::GetFiles(teamPath, "*.mp4", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       clip-loop.
           if ff >= teamFiles::Length
               go to clip-done.
           if CHECKED-COUNT >= WS-NIGHT-LIMIT
               invoke self::logLine("nightly limit of " & WS-NIGHT-LIMIT::ToString & " clips reached - the rest wait for the next run")
               go to clip-done.
           set upperPath to teamFiles[ff]::ToUpper
      *    Archived seasons, the hold folder itself, the
      *    dispatcher's own stitched and bundled outputs, and the
      *    curriculum's hand-uploaded lesson clips are not synced
      *    clips.
           if upperPath::Contains("\ARCHIVE\") or upperPath::Contains("\WEBSYNC\CLIPHOLD\")
               or upperPath::Contains("\BUNDLE-") or upperPath::Contains("\WEBSYNC\LESSONS\")
               go to clip-next.
           set upperName to type System.IO.Path::GetFileName(upperPath)
           if upperName::StartsWith("STITCH-")
               go to clip-next.
           set relPath to teamFiles[ff]::Substring(teamPath::Length + 1)
           set fileInfo to new type System.IO.FileInfo(teamFiles[ff])
           set writtenText to fileInfo::LastWriteTime::ToString("yyyy-MM-dd HH:mm:ss")

      *    New, changed, or a held clip the sender has landed again.
           move "N" to foundFlag
           move space to priorResult
           set priorRelPath to relPath
           MOVE SPACES TO CK-KEY
           set CK-CLIP-NAME to upperName
           READ CLIP-CHECK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
                   move CK-RESULT to priorResult
                   set priorRelPath to CK-REL-PATH::Trim
           END-READ
           if foundFlag = "Y" and priorResult not = "H"
               and CK-SIZE = fileInfo::Length and CK-WRITTEN = writtenText
               go to clip-next.

           add 1 to CHECKED-COUNT
           invoke self::inspectClip(teamFiles[ff], upperName, fileInfo::Length)

           MOVE SPACES TO CK-REC
           set CK-CLIP-NAME to upperName
           set CK-REL-PATH to relPath
           move fileInfo::Length to CK-SIZE
           move writtenText to CK-WRITTEN
           move WS-CLIP-RESULT to CK-RESULT
           move WS-CLIP-REASON to CK-REASON
           if WS-CLIP-DURATION > 0 and WS-CLIP-DURATION < 99999
               set CK-DURATION to WS-CLIP-DURATION
           else
               move 0 to CK-DURATION
           end-if
           move WS-CLIP-CODEC to CK-CODEC
           set CK-CHECKED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           if WS-CLIP-RESULT = "H"
               if priorResult = "H" and priorRelPath not = relPath
                   invoke self::dropHeldCopy(teamPath, priorRelPath)
               end-if
               if not self::holdClip(teamPath, teamFiles[ff], relPath)
                   invoke self::logLine("HOLD FAILED - " & relPath & " could not be moved out of play")
                   move "W" to CK-RESULT
               end-if
           end-if

           WRITE CK-REC
               INVALID KEY
                   REWRITE CK-REC
           END-WRITE

           if CK-HELD
               add 1 to HELD-COUNT
               invoke self::postWorklist(upperName, "CLIP HELD - " & relPath & " - " & WS-CLIP-REASON::Trim)
               invoke self::requestResend(upperName, relPath)
               invoke self::logLine("held " & relPath & " - " & WS-CLIP-REASON::Trim)
               go to clip-next.
           if priorResult = "H"
               add 1 to RELEASED-COUNT
               invoke self::releaseClip(teamPath, upperName, priorRelPath)
               invoke self::logLine("released " & relPath & " - re-sent copy plays").
           if CK-WARNED
               add 1 to WARNED-COUNT
               invoke self::postWorklist(upperName, "CLIP CHECK - " & relPath & " - " & WS-CLIP-REASON::Trim)
               invoke self::logLine("flagged " & relPath & " - " & WS-CLIP-REASON::Trim).
       clip-next.
           add 1 to ff
           go to clip-loop.
       clip-done.
           CLOSE CLIP-CHECK-FILE
           set summaryText to CHECKED-COUNT::ToString & " clips checked, " & HELD-COUNT::ToString
               & " held, " & WARNED-COUNT::ToString & " flagged, " & RELEASED-COUNT::ToString & " released"
           invoke self::logLine(summaryText).
       team-close.
           invoke bat360rununit::StopRun(0).
       end method.

      *#####                 The checks, in order                      #####
      * Leaves WS-CLIP-RESULT "P" (plays), "H" (hold it) or "W"
      * (plays, but someone should look), with the reason.
       method-id inspectClip private.
       local-storage section.
       01 pitchCount       type Int32.
       01 minSecs          type Double.
       01 maxSecs          type Double.
       procedure division using by value clipPath as type String
                          by value clipName as type String
                          by value clipBytes as type Int64.
           move "P" to WS-CLIP-RESULT
           move spaces to WS-CLIP-REASON
           move spaces to WS-CLIP-CODEC
           set WS-CLIP-DURATION to 0

           if clipBytes = 0
               move "H" to WS-CLIP-RESULT
               move "empty file (0 bytes)" to WS-CLIP-REASON
               exit method.

           if not self::probeClip(clipPath)
               move "H" to WS-CLIP-RESULT
               move "unreadable - ffprobe cannot open the container" to WS-CLIP-REASON
               exit method.
           if WS-CLIP-CODEC = spaces
               move "H" to WS-CLIP-RESULT
               move "no video stream" to WS-CLIP-REASON
               exit method.
           if WS-CLIP-CODEC not = WS-PLAYABLE-CODEC
               move "H" to WS-CLIP-RESULT
               set WS-CLIP-REASON to "codec " & WS-CLIP-CODEC::Trim & " will not play in the browser"
               exit method.
           if WS-CLIP-DURATION <= 0
               move "H" to WS-CLIP-RESULT
               move "zero or unknown duration" to WS-CLIP-REASON
               exit method.

           if not self::frameReads(clipPath, "")
               move "H" to WS-CLIP-RESULT
               move "first frame will not decode" to WS-CLIP-REASON
               exit method.
      *    A truncated transfer usually still has a good first frame;
      *    the last second is where it shows.
           if not self::frameReads(clipPath, "-sseof -1 ")
               move "H" to WS-CLIP-RESULT
               move "last frame will not decode - clip looks truncated" to WS-CLIP-REASON
               exit method.

           set pitchCount to self::pitchesFor(clipName)
           if pitchCount <= 0
               exit method.
           set minSecs to pitchCount * WS-MIN-SECS-PER-PITCH
           set maxSecs to pitchCount * WS-MAX-SECS-PER-PITCH
           if WS-CLIP-DURATION < minSecs
               move "H" to WS-CLIP-RESULT
               set WS-CLIP-REASON to "runs " & WS-CLIP-DURATION::ToString("0.0") & "s for "
                   & pitchCount::ToString & " pitches - clip looks truncated"
               exit method.
           if WS-CLIP-DURATION > maxSecs
               move "W" to WS-CLIP-RESULT
               set WS-CLIP-REASON to "runs " & WS-CLIP-DURATION::ToString("0.0") & "s for "
                   & pitchCount::ToString & " pitches - check the cut".
       end method.

      * One ffprobe pass for the video codec and the duration, in the
      * same form clipCaption.cbl's clipLength reads. ffprobe lists a
      * stream's codec_name ahead of its codec_type. False when the
      * container could not be read at all.
       method-id probeClip private.
       local-storage section.
       01 probeArgs        type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       01 answerText       type String.
       01 answerRdr        type System.IO.StringReader.
       01 lineText         type String.
       01 lastCodec        type String.
       01 secsValue        type Double.
       procedure division using by value clipPath as type String
                          returning readFlag as type Condition.
           set readFlag to false
           set lastCodec to type String::Empty
           set probeArgs to "-v error -show_entries stream=codec_name,codec_type:format=duration -of default=noprint_wrappers=1 """ & clipPath & """"
           try
               set psi to new type System.Diagnostics.ProcessStartInfo("ffprobe.exe", probeArgs)
               set psi::UseShellExecute to false
               set psi::CreateNoWindow to true
               set psi::RedirectStandardOutput to true
               set proc to type System.Diagnostics.Process::Start(psi)
               set answerText to proc::StandardOutput::ReadToEnd
               invoke proc::WaitForExit(30000)
           catch
               exit method
           end-try
           if answerText = null or answerText::Trim = type String::Empty
               exit method.
           if proc::HasExited and proc::ExitCode not = 0
               exit method.
           set readFlag to true

           set answerRdr to new System.IO.StringReader(answerText).
       probe-loop.
           set lineText to answerRdr::ReadLine
           if lineText = null
               exit method.
           set lineText to lineText::Trim
           if lineText::StartsWith("codec_name=")
               set lastCodec to lineText::Substring(11)
           else if lineText = "codec_type=video" and WS-CLIP-CODEC = spaces
               set WS-CLIP-CODEC to lastCodec
           else if lineText::StartsWith("duration=")
               if type Double::TryParse(lineText::Substring(9), type System.Globalization.NumberStyles::Float,
                       type System.Globalization.CultureInfo::InvariantCulture, by reference secsValue)
                   set WS-CLIP-DURATION to secsValue.
           go to probe-loop.
       end method.

      * ffmpeg asked to decode one frame and write nothing, the
      * batchDispatcher.cbl upload probe - from the top, or with
      * "-sseof -1" from the last second. Any error output counts.
       method-id frameReads private.
       local-storage section.
       01 ffmpegArgs       type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       01 errorText        type String.
       procedure division using by value clipPath as type String
                          by value seekArgs as type String
                          returning readFlag as type Condition.
           set readFlag to false
           set ffmpegArgs to "-v error " & seekArgs & "-i """ & clipPath & """ -frames:v 1 -f null -"
           try
               set psi to new type System.Diagnostics.ProcessStartInfo("ffmpeg.exe", ffmpegArgs)
               set psi::UseShellExecute to false
               set psi::CreateNoWindow to true
               set psi::RedirectStandardError to true
               set proc to type System.Diagnostics.Process::Start(psi)
               set errorText to proc::StandardError::ReadToEnd
               invoke proc::WaitForExit(60000)
           catch
               exit method
           end-try
           if not proc::HasExited
               invoke proc::Kill
               exit method.
           if proc::ExitCode not = 0
               exit method.
           if errorText not = null and errorText::Trim not = type String::Empty
               exit method.
           set readFlag to true.
       end method.

      *#####            Pitch count of the clip's at-bat               #####
      * The clip name's <yyyymmdd>-<game-id> lead picks the game; its
      * at-bats' "VD" video names (all four angles) and pitch counts
      * are loaded once per game, so a night of clips from one game
      * costs one pass through the index. Zero when the clip cannot
      * be placed.
       method-id pitchesFor private.
       local-storage section.
       01 nameParts        type String[].
       01 gameKey          type String.
       01 cc               type Int32.
       procedure division using by value clipName as type String
                          returning pitchCount as type Int32.
           set pitchCount to 0
           if not ENGINE-OK
               exit method.
           set nameParts to clipName::Split('-')
           if nameParts::Length < 3 or nameParts[0]::Length not = 8
               exit method.
           set gameKey to nameParts[0] & "-" & nameParts[1]::Trim
           if gameKey not = LOADED-GAME::Trim
               invoke self::loadGame(nameParts[0], nameParts[1]::Trim)
               set LOADED-GAME to gameKey.

           move 1 to cc.
       find-loop.
           if cc > CLIP-GAME-COUNT
               exit method.
           if CG-CLIP-NAME(cc) = clipName
               move CG-PITCHES(cc) to pitchCount
               exit method.
           add 1 to cc
           go to find-loop.
       end method.

       method-id loadGame private.
       local-storage section.
       01 gameDateText     type String.
       01 gameDate         type Single.
       01 bb               type Int32.
       01 vv               type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value dateLead as type String
                          by value gameId as type String.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           move 0 to CLIP-GAME-COUNT
      *    The clip name's yyyymmdd lead, rearranged into the game
      *    index's MMDDYY form, as clipCaption.cbl does.
           set gameDateText to dateLead::Substring(4, 2) & dateLead::Substring(6, 2) & dateLead::Substring(2, 2)
           if not type System.Single::TryParse(gameDateText, by reference gameDate)
               exit method.
           set BAT360-I-GAME-DATE to gameDate
           MOVE gameId TO BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               exit method.

           set bb to 1.
       ab-loop.
           if bb > BAT360-NUM-AB
               exit method.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           set vv to 1.
       vid-loop.
           if vv > BAT360-WF-VID-COUNT
               go to ab-next.
           invoke self::addGameClip(BAT360-WF-VIDEO-A(vv), BAT360-NUM-PITCHES)
           invoke self::addGameClip(BAT360-WF-VIDEO-B(vv), BAT360-NUM-PITCHES)
           invoke self::addGameClip(BAT360-WF-VIDEO-C(vv), BAT360-NUM-PITCHES)
           invoke self::addGameClip(BAT360-WF-VIDEO-D(vv), BAT360-NUM-PITCHES)
           add 1 to vv
           go to vid-loop.
       ab-next.
           add 1 to bb
           go to ab-loop.
       end method.

       method-id addGameClip private.
       procedure division using by value videoName as type String
                          by value pitchCount as type Int32.
           if videoName::Trim = type String::Empty
               exit method.
           if CLIP-GAME-COUNT >= 400
               exit method.
           add 1 to CLIP-GAME-COUNT
           set CG-CLIP-NAME(CLIP-GAME-COUNT) to videoName::Trim::ToUpper
           move pitchCount to CG-PITCHES(CLIP-GAME-COUNT).
       end method.

      *#####                Out of play, back in play                  #####
      * Moves the clip into WEBSYNC\CLIPHOLD under its own relative
      * path. A copy held from an earlier night is replaced - the
      * newest bad copy is the one worth showing the sender.
       method-id holdClip private.
       local-storage section.
       01 holdPath         type String.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value relPath as type String
                          returning movedFlag as type Condition.
           set movedFlag to false
           set holdPath to teamPath & "\WEBSYNC\CLIPHOLD\" & relPath
           try
               invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(holdPath))
               if type System.IO.File::Exists(holdPath)
                   invoke type System.IO.File::Delete(holdPath)
               end-if
               invoke type System.IO.File::Move(clipPath, holdPath)
           catch
               exit method
           end-try
           set movedFlag to true.
       end method.

      * A re-sent copy passed: the held copy goes, the worklist item
      * and the re-request are closed.
       method-id releaseClip private.
       local-storage section.
       01 itemId           pic x(44).
       procedure division using by value teamPath as type String
                          by value clipName as type String
                          by value relPath as type String.
           invoke self::dropHeldCopy(teamPath, relPath)

           move spaces to itemId
           set itemId to "CLIP|" & clipName
           OPEN I-O WORKLIST-FILE
           if WQ-STATUS-BYTE-1 = "0"
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
               CLOSE WORKLIST-FILE
           end-if

           OPEN I-O RESEND-FILE
           if RS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RS-KEY
           set RS-CLIP-NAME to clipName
           READ RESEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "D" to RS-STATUS
                   set RS-DONE-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   REWRITE RS-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RESEND-FILE.
       end method.

       method-id dropHeldCopy private.
       local-storage section.
       01 holdPath         type String.
       procedure division using by value teamPath as type String
                          by value relPath as type String.
           set holdPath to teamPath & "\WEBSYNC\CLIPHOLD\" & relPath
           try
               if type System.IO.File::Exists(holdPath)
                   invoke type System.IO.File::Delete(holdPath)
               end-if
           catch
               invoke self::logLine("held copy " & relPath & " could not be removed")
           end-try.
       end method.

      * Asks the upstream sender for the clip again. A clip asked for
      * before keeps its record, re-opened, with the count bumped.
       method-id requestResend private.
       local-storage section.
       01 foundFlag    pic x value "N".
       procedure division using by value clipName as type String
                          by value relPath as type String.
           OPEN I-O RESEND-FILE
           IF RS-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT RESEND-FILE
               CLOSE RESEND-FILE
               OPEN I-O RESEND-FILE
           END-IF
           if RS-STATUS-BYTE-1 not = "0"
               invoke self::logLine("RESEND.DAT could not be opened - " & relPath & " not re-requested")
               exit method.

           MOVE SPACES TO RS-KEY
           set RS-CLIP-NAME to clipName
           READ RESEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

           if foundFlag = "Y"
               add 1 to RS-REQUEST-COUNT
           else
               MOVE SPACES TO RS-REC
               set RS-CLIP-NAME to clipName
               move 1 to RS-REQUEST-COUNT
           end-if
           set RS-REL-PATH to relPath
           move WS-CLIP-REASON to RS-REASON
           move "O" to RS-STATUS
           set RS-REQUESTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move spaces to RS-DONE-AT
           WRITE RS-REC
               INVALID KEY
                   REWRITE RS-REC
           END-WRITE
           CLOSE RESEND-FILE.
       end method.

      *#####                   Check log                               #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND CHECK-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHECK-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO CHECK-LOG-REC.
           WRITE CHECK-LOG-REC.
           CLOSE CHECK-LOG-FILE.
       end method.

      * One structured worklist record per bad clip, keyed by the
      * source and the clip name so a clip that fails again lands on
      * its earlier record, the way headshotCheck.cbl's postWorklist
      * fingerprints its items.
       method-id postWorklist private.
       local-storage section.
       01 itemId       pic x(44).
       01 foundFlag    pic x value "N".
       procedure division using by value clipName as type String
                          by value detailText as type String.
           move spaces to itemId
           set itemId to "CLIP|" & clipName

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
               move "CLIP" to WQ-SOURCE
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
