       class-id batsweb.clipCaption.

      * Pitch caption burner - a stitched reel or a road-bundle clip
      * played on a bus carries no context; this renders one into the
      * video. Called per clip by batchDispatcher.cbl's stitch and
      * bundle jobs when the queued job asks for captions
      * (BQ-CAPTION-FLAG "Y" - the per-job choice on customClips,
      * filmRoom and roadBundle):
      *   type batsweb.clipCaption::captionClip(teamPath, clipPath,
      *       outPath)
      * The clip is matched to its at-bat by the naming convention
      * (<yyyymmdd>-<game-id>-...) and the "VD" video names of that
      * game's at-bats, and every pitch gets its own caption - the
      * count before it, BAT360-P-TYPE, the radar velocity from
      * TRACKPITCH.DAT when the import has one (BAT360-P-VEL
      * otherwise), the inning, pitcher vs batter, and on the last
      * pitch the at-bat's result. The caption changes at each pitch
      * boundary: the <clip>.PITCHES.TXT sidecar (seconds into the
      * clip, one line per pitch, in broadcastCut.cbl's seconds or
      * HH:MM:SS form) when one is there, the clip's length shared out
      * evenly over its pitches when not. A clip the index cannot
      * place is still re-encoded, uncaptioned, so a stitch's concat
      * stays one encoding. True when the output landed.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout trackingImport.cbl lands - the radar unit's own
      * reading per charted pitch line, preferred over the charted
      * gun velocity when present.
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

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 WS-TRACKPITCH-FILE       PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
      * Pitch spacing when the clip's length cannot be read.
       01 WS-SECS-PER-PITCH        PIC 9(03) VALUE 8.
      * One caption per pitch of the matched at-bat, with the stretch
      * of the clip it shows over.
       01 CAPTION-TBL.
           05  CAPTION-LINE            OCCURS 30.
               10  CP-TEXT             PIC X(160).
               10  CP-START            PIC 9(05)V99.
               10  CP-END              PIC 9(05)V99.
       01 CAPTION-COUNT            PIC 9(02).
       01 SECS-EDIT                PIC ZZZZ9.99.

       method-id captionClip static public.
       local-storage section.
       01 worker       type batsweb.clipCaption.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value outPath as type String
                          returning okFlag as type Condition.
           set worker to new batsweb.clipCaption
           set okFlag to worker::burnCaptions(teamPath, clipPath, outPath).
       end method.

      *#####          Caption one clip through ffmpeg                  #####
       method-id burnCaptions private.
       local-storage section.
       01 scriptPath       type String.
       01 scriptOut        type System.Text.StringBuilder.
       01 cc               type Int32.
       01 startText        type String.
       01 endText          type String.
       01 ffmpegArgs       type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value outPath as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if not type System.IO.File::Exists(clipPath)
               exit method.
           move zeroes to CAPTION-COUNT
           invoke self::loadCaptions(teamPath, clipPath)

      *    One drawtext per pitch, each shown only over its stretch -
      *    written as a filter script so the caption text never has to
      *    survive the command line's quoting.
           set scriptOut to new type System.Text.StringBuilder
           move 1 to cc.
       script-loop.
           if cc > CAPTION-COUNT
               go to script-done.
           move CP-START(cc) to SECS-EDIT
           set startText to SECS-EDIT::Trim
           move CP-END(cc) to SECS-EDIT
           set endText to SECS-EDIT::Trim
           if cc > 1
               invoke scriptOut::AppendLine(",").
           invoke scriptOut::Append("drawtext=fontfile='C\:/Windows/Fonts/arial.ttf':text='" & self::captionSafe(CP-TEXT(cc))
               & "':fontsize=26:fontcolor=white:box=1:boxcolor=black@0.6:boxborderw=6:x=20:y=h-th-30:enable='between(t," & startText & "," & endText & ")'")
           add 1 to cc
           go to script-loop.
       script-done.
           if CAPTION-COUNT = 0
               invoke scriptOut::Append("null").

           if not type System.IO.Directory::Exists(type System.IO.Path::GetDirectoryName(outPath))
               invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(outPath)).
           set scriptPath to outPath & ".CAPTION.TXT"
           invoke type System.IO.File::WriteAllText(scriptPath, scriptOut::ToString)

      *    Re-encoded to one setting whatever the source, so captioned
      *    clips concat cleanly - same libx264/crf the stitch export's
      *    scaled qualities use.
           set ffmpegArgs to "-y -i """ & clipPath & """ -filter_script:v """ & scriptPath & """ -c:v libx264 -crf 23 -c:a copy """ & outPath & """"
           set psi to new type System.Diagnostics.ProcessStartInfo("ffmpeg.exe", ffmpegArgs)
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           set proc to type System.Diagnostics.Process::Start(psi)
           invoke proc::WaitForExit(300000)
           if type System.IO.File::Exists(scriptPath)
               invoke type System.IO.File::Delete(scriptPath).
           if type System.IO.File::Exists(outPath)
               set okFlag to true.
       end method.

      *#####        The clip's at-bat, pitch by pitch                  #####
      * Fills CAPTION-TBL - left empty when the clip name does not
      * follow the convention or no at-bat in the game owns the clip.
       method-id loadCaptions private.
       local-storage section.
       01 clipName         type String.
       01 nameParts        type String[].
       01 gameDateText     type String.
       01 gameDate         type Single.
       01 gameId           type String.
       01 bb               type Int32.
       01 abOrdinal        type Int32 value 0.
       01 foundFlag        pic x value "N".
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value clipPath as type String.
           set clipName to type System.IO.Path::GetFileName(clipPath)::ToUpper
           set nameParts to clipName::Split('-')
           if nameParts::Length < 3 or nameParts[0]::Length not = 8
               exit method.
      *    The clip name's yyyymmdd lead, rearranged into the game
      *    index's MM/DD/YY display form.
           set gameDateText to nameParts[0]::Substring(4, 2) & "/" & nameParts[0]::Substring(6, 2)
               & "/" & nameParts[0]::Substring(2, 2)
           if not type System.Single::TryParse(gameDateText::Replace("/", type String::Empty), by reference gameDate)
               exit method.
           set gameId to nameParts[1]::Trim

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           invoke type batsweb.engineWatch::forTeam(type System.IO.Path::GetFileName(teamPath))
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
           set BAT360-I-GAME-DATE to gameDate
           MOVE gameId TO BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           set bb to 1.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           add 1 to abOrdinal
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           if self::ownsClip(clipName)
               move "Y" to foundFlag
               go to ab-done.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
           if foundFlag = "Y"
               invoke self::buildCaptions(teamPath, clipPath, gameDateText, gameId, abOrdinal).
           invoke bat360rununit::StopRun(0).
       end method.

      * True when any angle of the at-bat in hand is the clip.
       method-id ownsClip private.
       local-storage section.
       01 vv           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value clipName as type String
                          returning ownsFlag as type Condition.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           set ownsFlag to false
           set vv to 1.
       vid-loop.
           if vv > BAT360-WF-VID-COUNT
               exit method.
           if BAT360-WF-VIDEO-A(vv)::Trim::ToUpper = clipName
               or BAT360-WF-VIDEO-B(vv)::Trim::ToUpper = clipName
               or BAT360-WF-VIDEO-C(vv)::Trim::ToUpper = clipName
               or BAT360-WF-VIDEO-D(vv)::Trim::ToUpper = clipName
               set ownsFlag to true
               exit method.
           add 1 to vv
           go to vid-loop.
       end method.

      * One caption per pitch of the at-bat in hand, with the count
      * going in - balls and strikes read off the pitch result labels
      * the way pitchRunValue.cbl classes them, a foul adding a
      * strike only short of two.
       method-id buildCaptions private.
       local-storage section.
       01 pp               type Int32.
       01 ballsNum         pic 9(01) value 0.
       01 strikesNum       pic 9(01) value 0.
       01 resText          type String.
       01 velText          type String.
       01 lineText         type String.
       01 tpOpen           pic x value "N".
       01 clipSecs         type Double.
       01 spacingSecs      type Double.
       01 markLines        type String[].
       01 markSecs         type Double.
       01 useMarks         pic x value "N".
       01 markIx           type Int32.
       01 prevIx           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value abOrdinal as type Int32.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           if BAT360-NUM-PITCHES = 0
               exit method.

           set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"
           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 = "0"
               move "Y" to tpOpen.

      *    Pitch boundaries - the sidecar when it has a line for every
      *    pitch, the clip's length shared out otherwise.
           if type System.IO.File::Exists(clipPath & ".PITCHES.TXT")
               set markLines to type System.IO.File::ReadAllLines(clipPath & ".PITCHES.TXT")
               if markLines::Length = BAT360-NUM-PITCHES
                   move "Y" to useMarks
               end-if
           end-if
           set clipSecs to self::clipLength(clipPath)
           if clipSecs > 0
               compute spacingSecs = clipSecs / BAT360-NUM-PITCHES
           else
               set spacingSecs to WS-SECS-PER-PITCH
           end-if

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES or pp > 30
               go to pitch-done.
           add 1 to CAPTION-COUNT
           set velText to BAT360-P-VEL(pp)::Trim
           if tpOpen = "Y"
               MOVE SPACES TO TP-KEY
               set TP-GAME-DATE to gameDateText
               set TP-GAME-ID to gameId
               move abOrdinal to TP-AB-NUM
               move pp to TP-PITCH-NUM
               READ TRACK-PITCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if TP-DEV-VEL not = zeroes
                           set velText to TP-DEV-VEL::ToString
                       end-if
               END-READ
           end-if
           set lineText to ballsNum::ToString & "-" & strikesNum::ToString & "  " & BAT360-P-TYPE(pp)::Trim
           if velText not = type String::Empty and velText not = "0"
               set lineText to lineText & " " & velText & " mph".
           set lineText to lineText & "   Inn " & BAT360-I-INNING::ToString & "   " & BAT360-PITCHER::Trim & " vs " & BAT360-BATTER::Trim
           if pp = BAT360-NUM-PITCHES
               set lineText to lineText & "   " & BAT360-I-RES-DESC::Trim.
           set CP-TEXT(CAPTION-COUNT) to lineText

           compute CP-START(CAPTION-COUNT) = (pp - 1) * spacingSecs
           if useMarks = "Y"
               compute markIx = pp - 1
               set markSecs to type batsweb.broadcastCut::readSeconds(markLines[markIx])
               if markSecs >= 0
                   compute CP-START(CAPTION-COUNT) = markSecs
               end-if
           end-if
           if CAPTION-COUNT > 1
               compute prevIx = CAPTION-COUNT - 1
               move CP-START(CAPTION-COUNT) to CP-END(prevIx).
           move 99999.99 to CP-END(CAPTION-COUNT)

      *    The count going into the next pitch.
           set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
           if resText::Contains("FOUL")
               if strikesNum < 2
                   add 1 to strikesNum
               end-if
           else
               if resText::Contains("CALLED") or resText::Contains("SWING")
                   if strikesNum < 2
                       add 1 to strikesNum
                   end-if
               else
                   if resText::Contains("BALL") and not resText::Contains("PLAY")
                       and ballsNum < 3
                       add 1 to ballsNum
                   end-if
               end-if
           end-if
           add 1 to pp
           go to pitch-loop.
       pitch-done.
           if tpOpen = "Y"
               CLOSE TRACK-PITCH-FILE.
       end method.

      * The clip's running time in seconds off ffprobe (ffmpeg's
      * companion), 0 when it will not read.
       method-id clipLength private.
       local-storage section.
       01 probeArgs        type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       01 answerText       type String.
       procedure division using by value clipPath as type String
                          returning secsOut as type Double.
           set secsOut to 0
           set probeArgs to "-v error -show_entries format=duration -of default=noprint_wrappers=1:nokey=1 """ & clipPath & """"
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
           if answerText = null
               exit method.
           if not type Double::TryParse(answerText::Trim, type System.Globalization.NumberStyles::Float,
                   type System.Globalization.CultureInfo::InvariantCulture, by reference secsOut)
               set secsOut to 0.
       end method.

      * Caption text as drawtext takes it inside its quotes - no
      * quote or backslash of its own, colons and percents escaped.
       method-id captionSafe private.
       procedure division using by value textIn as type String
                          returning textOut as type String.
           set textOut to textIn::Trim::Replace("\", type String::Empty)::Replace("'", type String::Empty)
           set textOut to textOut::Replace(":", "\:")::Replace("%", "\%")
       end method.

       end class.
