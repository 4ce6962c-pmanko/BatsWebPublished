      *
      * Job types:
      *   "S"/" "  clip search (EZvideo/customClips submitBatch) -
      *            the searches videoSearchBatch.cbl used to run; with
      *            source page PITCHSEARCH, BQ-SEARCH-TEXT is a
      *            batsweb.pitchSearch spec and the walk runs over the
      *            queued dates, one "clip path|title" line per clip
      *            in the result list for customClips.aspx.cbl to load
      *            into the player
      *   "T"      stitch - BQ-SEARCH-TEXT names a JOBLIST-<id>.TXT
      *            clip list in the team's WEBSYNC folder; output is
      *            STITCH-<id>.MP4 via the same ffmpeg concat call
      *            gameSummary.aspx.cbl's stitch button shells out to;
      *            with BQ-CAPTION-FLAG "Y" each clip is first run
      *            through batsweb.clipCaption so the reel carries the
      *            pitch captions (a bundle job honors the same flag)
      *   "E"      export - runs the clip search and leaves the list
      *            as a CSV instead of a TXT
      *   "H"      heat-map render - BQ-SEARCH-TEXT names a saved
      * until a STOPDISPATCH file appears in the Programs root.
      * Starting it at boot is a Task Scheduler concern outside this
      * program, same as videoReconcile.cbl.
      * While a maintenance window (maintWindow.cbl) is in effect the
      * loop pauses at a job boundary - the job running finishes, the
      * rest stay pending, and passes are skipped until the window is
      * released.
      * Stitch, heat-map and bundle jobs write files, so each is held
      * to the team's batch-output quota (storageQuota.cbl) before it
      * runs: at 100% the job is failed on the spot - no retries, the
      * requester told why - and from 80% it runs while the team's
      * admins are warned.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD
      *    operator asks the resident loop to wind down cleanly.
           if type System.IO.File::Exists(programsRoot & "\STOPDISPATCH")
               go to poll-done.
      *    No pass at all while a maintenance window is in effect.
           if type batsweb.maintWindow::inEffect(programsRoot)
               go to team-done.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       01 bestPriority          pic 9.
       01 nowStamp              pic x(14).
       01 jobOkFlag             pic x.
       01 quotaVerdict          type String.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-TEAM-PATH to teamPath
      *    Keep taking the best job until this team has nothing
      *    eligible, so one pass drains the queue in priority order.
       next-job.
      *    A window that starts mid-pass stops us here, between jobs.
           if type batsweb.maintWindow::inEffect(type System.IO.Path::GetDirectoryName(teamPath))
               invoke self::logLine(teamName, "pausing - maintenance window in effect, remaining jobs wait for its release")
               exit method.
           OPEN I-O BATCH-QUEUE-FILE
           if BQ-STATUS-BYTE-1 not = "0"
               exit method.

           set WS-RESULT-FILE to WS-TEAM-PATH & "\WEBSYNC\RESULT-" & BQ-REQUEST-ID::Trim & ".TXT"

      *    Output-writing jobs answer to the team's quota first.
           if BQ-JOB-STITCH or BQ-JOB-HEATMAP or BQ-JOB-BUNDLE
               set quotaVerdict to type batsweb.storageQuota::check(teamPath, "O", 0)
               if quotaVerdict = "B"
                   move "F" to BQ-STATUS
                   move spaces to BQ-NEXT-RETRY-AT
                   invoke self::logLine(teamName, "job " & BQ-REQUEST-ID::Trim & " type " & BQ-JOB-TYPE & " REFUSED - team batch-output quota is full")
                   invoke self::postInbox(BQ-REQUESTED-BY::Trim, "Your job " & BQ-REQUEST-ID::Trim & " was not run - the team's batch-output storage quota is full")
                   REWRITE BQ-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   CLOSE BATCH-QUEUE-FILE
                   go to next-job
               end-if
           end-if

           move "Y" to jobOkFlag
           try
               EVALUATE TRUE
           if BQ-SOURCE-PAGE::Trim = "EZVIDEO"
               invoke self::runEZVideoSearch
           else
               if BQ-SOURCE-PAGE::Trim = "PITCHSEARCH"
                   invoke self::runPitchSearch
               else
                   invoke self::runCustomClipsSearch.
       end method.

      * Pitch-attribute search over the queued range. The clip paths
      * and titles come back in the Session video-paths/video-titles
      * shape; each pair lands as one line of the result list.
       method-id runPitchSearch private.
       local-storage section.
       01 worker       type batsweb.pitchSearch.
       01 pathParts    type String[].
       01 titleParts   type String[].
       01 pp           type Int32.
       01 titleText    type String.
       procedure division.
           invoke type batsweb.engineWatch::forTeam(BQ-TEAM)
           set worker to new batsweb.pitchSearch
           if not worker::walk(BQ-SEARCH-TEXT, BQ-START-DATE, BQ-END-DATE, WS-TEAM-PATH::Trim)
               raise new System.Exception("pitch search failed").

           set pathParts to worker::clipPaths::Split(';')
           set titleParts to worker::clipTitles::Split(';')
           OPEN OUTPUT RESULT-FILE
           move 0 to pp.
       ps-loop.
           if pp >= pathParts::Length
               go to ps-done.
           if pathParts[pp]::Trim = type String::Empty
               go to ps-next.
           set titleText to type String::Empty
           if pp < titleParts::Length
               set titleText to titleParts[pp]::Trim.
           move spaces to RESULT-REC
           set RESULT-REC to pathParts[pp]::Trim & "|" & titleText
           WRITE RESULT-REC.
       ps-next.
           add 1 to pp
           go to ps-loop.
       ps-done.
           CLOSE RESULT-FILE.
       end method.

       method-id runEZVideoSearch private.
           invoke mydata060::populateData
           set address of BATSW060-DIALOG-FIELDS to myData060::tablePointer

           invoke type batsweb.engineWatch::forTeam(BQ-TEAM)
           set batsw060rununit to type RunUnit::New()
           set BATSW060WEBF to new BATSW060WEBF
           invoke batsw060rununit::Add(BATSW060WEBF)

           move "I" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)

           move BQ-DATE-CHOICE-FLAG to BATSW060-DATE-CHOICE-FLAG
      *    A custom range (EZvideo.aspx's Button2_Click) never goes
               set BATSW060-END-DATE to gmDate
           else
               move "DC" to BATSW060-ACTION
               invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION).

           move "RG" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke batsw060rununit::StopRun(0)
           invoke mydata100::populateData
           set address of BATSW100-DIALOG-FIELDS to myData100::tablePointer

           invoke type batsweb.engineWatch::forTeam(BQ-TEAM)
           set batsw100rununit to type RunUnit::New()
           set BATSW100WEBF to new BATSW100WEBF
           invoke batsw100rununit::Add(BATSW100WEBF)

           move "I" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(batsw100rununit, "BATSW100WEBF", BATSW100-ACTION)

           set BATSW100-ADVANCED-1 to BQ-SEARCH-TEXT::Trim
           move "RG" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(batsw100rununit, "BATSW100WEBF", BATSW100-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke batsw100rununit::StopRun(0)
      * already on file (the PREP matchup grids, the heat-map and
      * umpire-zone HTML), and an index.html manifest that works
      * straight off a laptop's local disk. The ready notice lands in
      * NOTIFY.LOG the same as every other finished job. Clips are
      * packed as copies watermarked to the requesting scout.
       method-id runBundleJob private.
       local-storage section.
       01 bundleFolder     type String.
       01 reportFiles      type String[].
       01 rf               type Int32.
       01 clipCount        pic 9(05) value 0.
       01 markSrc          type String.
       01 workFolder       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\batsw060webf_dg.CPB".
       procedure division using by value teamName as type String.
           set bundleFolder to WS-TEAM-PATH & "\WEBSYNC\BUNDLE-" & BQ-REQUEST-ID::Trim
           set clipsFolder to bundleFolder & "\clips"
           set reportsFolder to bundleFolder & "\reports"
           set workFolder to WS-TEAM-PATH & "\WEBSYNC\BUNDLEWORK-" & BQ-REQUEST-ID::Trim
           if not type System.IO.Directory::Exists(clipsFolder)
               invoke type System.IO.Directory::CreateDirectory(clipsFolder).
           if not type System.IO.Directory::Exists(reportsFolder)
           set manifest to new type System.Text.StringBuilder
           invoke manifest::AppendLine("<html><head><title>Road Bundle</title></head><body>")
           invoke manifest::AppendLine("<h3>Road bundle - " & teamName & " - " & BQ-START-DATE::Trim & " to " & BQ-END-DATE::Trim & "</h3>")

      *    A bundle built for one opponent opens on his manager's
      *    tendency page (managerTendency.cbl) when one is on file.
           if BQ-SEARCH-TEXT = spaces
               or not type System.IO.Directory::Exists(WS-TEAM-PATH & "\WEBSYNC\TENDENCY")
               go to bundle-tend-done.
           set reportFiles to type System.IO.Directory::GetFiles(WS-TEAM-PATH & "\WEBSYNC\TENDENCY", "MGR-*.HTML")
           move 0 to rf.
       bundle-tend-loop.
           if rf >= reportFiles::Length
               go to bundle-tend-done.
           if type System.IO.Path::GetFileName(reportFiles[rf])::ToUpper::Contains(BQ-SEARCH-TEXT::Trim::Replace(" ", type String::Empty)::ToUpper)
               invoke type System.IO.File::Copy(reportFiles[rf], reportsFolder & "\" & type System.IO.Path::GetFileName(reportFiles[rf]), true)
               invoke manifest::AppendLine("<h4>Opposing manager</h4><ul><li><a href='reports/" & type System.IO.Path::GetFileName(reportFiles[rf]) & "'>Tendencies - " & BQ-SEARCH-TEXT::Trim & "</a></li></ul>")
               go to bundle-tend-done.
           add 1 to rf
           go to bundle-tend-loop.
       bundle-tend-done.
           invoke manifest::AppendLine("<h4>Clips</h4><ul>")

      *    The clip set: the queued date range through the same search
           set mydata060 to new batsweb.batsw060Data
           invoke mydata060::populateData
           set address of BATSW060-DIALOG-FIELDS to myData060::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set batsw060rununit to type RunUnit::New()
           set BATSW060WEBF to new BATSW060WEBF
           invoke batsw060rununit::Add(BATSW060WEBF)
           move "I" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)

           invoke type System.Single::TryParse(BQ-START-DATE::Trim::Replace("/", ""), by reference gmDate)
           set BATSW060-START-DATE to gmDate
           invoke type System.Single::TryParse(BQ-END-DATE::Trim::Replace("/", ""), by reference gmDate)
           set BATSW060-END-DATE to gmDate
           move "RG" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke batsw060rununit::StopRun(0)
           go to bundle-sel-loop.
       bundle-sel-done.
           MOVE "PV" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke batsw060rununit::StopRun(0)
           if clipSrc not = type String::Empty
               and type System.IO.File::Exists(clipSrc)
               set clipName to type System.IO.Path::GetFileName(clipSrc)
      *        An annotated bundle marks the captioned render; the
      *        original covers a clip that will not caption.
               set markSrc to clipSrc
               if BQ-WITH-CAPTIONS
                   if type batsweb.clipCaption::captionClip(WS-TEAM-PATH, clipSrc, workFolder & "\" & clipName)
                       set markSrc to workFolder & "\" & clipName
                   end-if
               end-if
      *        The bundle leaves the building on a laptop, so every
      *        clip is a copy watermarked to the scout who queued it
      *        (batsweb.clipWatermark); one that will not mark stays
      *        home rather than travel clean.
               if type batsweb.clipWatermark::markClip(WS-TEAM-PATH, markSrc, clipsFolder & "\" & clipName, "BUNDLE",
                       BQ-REQUESTED-BY::Trim, BQ-REQUEST-ID::Trim, "batchDispatcher") not = type String::Empty
                   invoke manifest::AppendLine("<li><a href='clips/" & clipName & "'>" & BATSW060-WF-VIDEO-TITL(aa)::Trim & "</a></li>")
                   add 1 to clipCount
               end-if
           end-if
           add 1 to aa
           go to bundle-copy-loop.
       bundle-copy-done.
           invoke batsw060rununit::StopRun(0)
           if type System.IO.Directory::Exists(workFolder)
               invoke type System.IO.Directory::Delete(workFolder, true).
           invoke manifest::AppendLine("</ul><h4>Reports</h4><ul>")

      *    The printable full-game reports for the bundled range are
           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           invoke type batsweb.engineWatch::forTeam(BQ-TEAM)
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
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to rgr-games-next.
       method-id runStitchJob private.
       local-storage section.
       01 listPath         type String.
       01 concatPath       type String.
       01 captionFolder    type String.
       01 exportPath       type String.
       01 ffmpegArgs       type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
               set exportPath to WS-TEAM-PATH & "\WEBSYNC\HIGHLIGHT-" & BQ-REQUEST-ID::Trim & ".MP4"
           else
               set exportPath to WS-TEAM-PATH & "\WEBSYNC\STITCH-" & BQ-REQUEST-ID::Trim & ".MP4".
      *    An annotated stitch concats the captioned copies instead -
      *    the clean list still drives the chapters below.
           set concatPath to listPath
           if BQ-WITH-CAPTIONS
               set captionFolder to WS-TEAM-PATH & "\WEBSYNC\CAPTION-" & BQ-REQUEST-ID::Trim
               set concatPath to self::captionList(listPath, captionFolder).
           set ffmpegArgs to "-f concat -safe 0 -i """ & concatPath & """ -c copy """ & exportPath & """"

           set psi to new type System.Diagnostics.ProcessStartInfo("ffmpeg.exe", ffmpegArgs)
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           set proc to type System.Diagnostics.Process::Start(psi)
           invoke proc::WaitForExit(600000)
           if BQ-WITH-CAPTIONS
               and type System.IO.Directory::Exists(captionFolder)
               invoke type System.IO.Directory::Delete(captionFolder, true).

           if not type System.IO.File::Exists(exportPath)
               raise new System.Exception("stitch output missing").
           invoke self::writeStitchChapters(listPath, exportPath & ".CHAPTERS.TXT").
       end method.

      * Each listed clip through batsweb.clipCaption into a work
      * folder, in list order, and a concat list over the captioned
      * copies beside them. A clip that will not caption is left out
      * rather than mixed in at its own encoding.
       method-id captionList private.
       local-storage section.
       01 listLines    type String[].
       01 ll           type Int32.
       01 clipLine     type String.
       01 clipPath     type String.
       01 clipNum      pic 9(03) value 0.
       01 outPath      type String.
       01 listOut      type System.Text.StringBuilder.
       procedure division using by value listPath as type String
                          by value captionFolder as type String
                          returning captionPath as type String.
           if not type System.IO.Directory::Exists(captionFolder)
               invoke type System.IO.Directory::CreateDirectory(captionFolder).
           set listOut to new type System.Text.StringBuilder
           set listLines to type System.IO.File::ReadAllLines(listPath)
           move 0 to ll.
       caption-clip-loop.
           if ll >= listLines::Length
               go to caption-clip-done.
           set clipLine to listLines[ll]::Trim
           if not clipLine::StartsWith("file ")
               go to caption-clip-next.
           set clipPath to clipLine::Substring(5)::Trim::Replace("'", type String::Empty)
           add 1 to clipNum
           set outPath to captionFolder & "\" & clipNum::ToString & "-" & type System.IO.Path::GetFileName(clipPath)
           if type batsweb.clipCaption::captionClip(WS-TEAM-PATH, clipPath, outPath)
               invoke listOut::AppendLine("file '" & outPath & "'").
       caption-clip-next.
           add 1 to ll
           go to caption-clip-loop.
       caption-clip-done.
           set captionPath to captionFolder & "\CAPTIONLIST.TXT"
           invoke type System.IO.File::WriteAllText(captionPath, listOut::ToString).
       end method.

      * One sidecar line per source clip plus its markers - marker
      * times are relative to that source clip; the concat copy never
      * probes durations, so the sidecar speaks per-segment, which is
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)

           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE "I" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           set BAT300-END-GAME-DATE to gmDate.

           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
               go to heat-state-passes.

           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
           set DIALOG-CNT-IDX to cc
           set DIALOG-COUNT-MASTER to DIALOG-COUNT-DESC(cc)
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to heat-count-next.
