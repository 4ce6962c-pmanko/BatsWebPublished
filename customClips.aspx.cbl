                   88  AS-OPEN             VALUE "O".
                   88  AS-COMPLETE         VALUE "C".
               10  AS-CREATED-AT           PIC X(19).
      *        A curriculum module (curriculum.cbl) rides as kind "M"
      *        with the module name in AS-PLAYLIST; blank is a playlist.
               10  AS-KIND                 PIC X.
                   88  AS-MODULE           VALUE "M".
               10  FILLER                  PIC X(09).

      * Same per-user watched marks the mobile feed writes - keyed by
      * the clip's own description line, the way CLIPTAG.DAT keys.
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * One record per telestrated clip - the saved overlay
      * (Images/Telestration/<clip-id>.png) drawn on a paused frame,

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       method-id Page_Load protected.
           set address of BATSW100-DIALOG-FIELDS to myData::tablePointer

           move "I" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)
           invoke self::loadTagNames().
           invoke self::loadPlaylistNames().
           invoke self::loadPitchSearchLists().
           invoke self::populate_listbox().
           invoke self::logAudit("customClips").


       method-id addTagButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if newTagTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter a tag name.');", true)
               exit method.
       linkage section.
           COPY "Y:\sydexsource\BATS\batsw100webf_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["batsw100data"] as type batsweb.batsw100Data
           set address of BATSW100-DIALOG-FIELDS to myData::tablePointer

           MOVE "PV" to BATSW100-ACTION
           set BATSW100rununit to self::Session::Item("w100rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
       procedure division using by value clipId as type String
                          by value pngBase64 as type String
                          returning teleResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set teleResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if clipId::Trim = type String::Empty or pngBase64::Trim = type String::Empty
               set teleResult to "nothing to save"
               exit method.
       linkage section.
           COPY "Y:\sydexsource\BATS\batsw100webf_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["batsw100data"] as type batsweb.batsw100Data
           set address of BATSW100-DIALOG-FIELDS to myData::tablePointer

           MOVE "PV" to BATSW100-ACTION
           set BATSW100rununit to self::Session::Item("w100rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
      * watched marks come back through WATCHED.DAT.
       method-id createAssignmentButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if playlistDropDownList::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the playlist to assign.');", true)
               exit method.

      * The coach-side ledger: every assignment with watched-against-
      * total off the playlist and the player's WATCHED.DAT marks; an
      * open assignment whose every clip has a mark flips complete. A
      * curriculum module assignment counts its steps through
      * batsweb.curriculum the same way.
       method-id viewAssignmentsButton_Click protected.
       local-storage section.
       01 totalClips   pic 9(04).
       01 savedList    pic x(30).
       01 rowText      type String.
       01 asOut        type System.Text.StringBuilder.
       01 app-data-folder type String.
       01 teamFolder   type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
           set asOut to new type System.Text.StringBuilder
           invoke asOut::AppendLine("<html><head><title>Assignments</title>")
           invoke asOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;}</style>")
               AT END go to view-done.
           move AS-PLAYER to savedPlayer
           move AS-PLAYLIST to savedList
           if AS-MODULE
               if teamFolder = null
                   move zeroes to totalClips watchedClips
               else
                   invoke type batsweb.curriculum::progress(teamFolder, savedList, savedPlayer, by reference totalClips, by reference watchedClips)
               end-if
           else
               invoke self::countWatched(savedList, savedPlayer, by reference totalClips, by reference watchedClips)
           end-if
      *    Left open while a maintenance window has the system
      *    read-only - the next view after it closes it.
           if AS-OPEN and totalClips not = 0 and watchedClips >= totalClips
               and not type batsweb.maintWindow::siteReadOnly
               move "C" to AS-STATUS
               REWRITE AS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           end-if
           set rowText to "<tr><td>" & AS-PLAYER::Trim & "</td><td>"
           if AS-MODULE
               set rowText to rowText & "module: ".
           set rowText to rowText & AS-PLAYLIST::Trim
               & "</td><td>" & AS-DUE-DATE::Trim
               & "</td><td>" & watchedClips::ToString & "/" & totalClips::ToString
               & "</td><td>"
      * queued to play (whatever video_Selected or a loaded playlist
      * put in Session video-paths) - texted to a player, it opens in
      * shareplay.aspx.cbl with no WEBPASS login, until the chosen
      * number of days runs out. Each clip goes out as a copy
      * watermarked to the named recipient.
       method-id shareClipsButton_Click protected.
       local-storage section.
       01 app-data-folder pic x(256).
       01 clipPaths       type String[].
       01 ii              type Int32.
       01 shareUrl        type String.
       01 teamFolder      type String.
       01 sharedFolder    type String.
       01 markedPath      type String.
       01 markedCnt       type Int32 value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session::Item("video-paths") = null
               or self::Session::Item("video-paths")::ToString::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Select clips to play first, then share them.');", true)
               exit method.
      *    Every shared copy is watermarked to the person it goes to,
      *    so the link cannot go out unaddressed.
           if shareToTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter who the clips are going to.');", true)
               exit method.

           if not type Int32::TryParse(shareDaysTextBox::Text::Trim, by reference shareDays)
               or shareDays < 1 or shareDays > 365
              '.TXT"' delimited by size
              into WS-SHARELIST-FILE.

      *    The link plays marked copies (batsweb.clipWatermark) kept
      *    under the token's own export folder - same file names, so
      *    the voice notes and chapter points still find them.
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")) & teamName::Trim
           set sharedFolder to Server::MapPath("~/Images/Exports/Shared") & "\" & tokenValue
           set clipPaths to self::Session::Item("video-paths")::ToString::Split(';')
           OPEN OUTPUT SHARE-LIST-FILE
           move 0 to ii.
       share-list-loop.
           if ii >= clipPaths::Length
               go to share-list-done.
           if clipPaths[ii]::Trim = type String::Empty
               go to share-list-next.
           set markedPath to sharedFolder & "\" & type System.IO.Path::GetFileName(clipPaths[ii]::Trim)
           if type batsweb.clipWatermark::markClip(teamFolder, clipPaths[ii]::Trim, markedPath, "SHARE",
                   shareToTextBox::Text::Trim, tokenValue, self::Session["last"]::ToString & self::Session["first"]::ToString)
                   = type String::Empty
               go to share-list-next.
           move spaces to SHARE-LIST-REC
           set SHARE-LIST-REC to markedPath
           WRITE SHARE-LIST-REC
           add 1 to markedCnt.
       share-list-next.
           add 1 to ii
           go to share-list-loop.
       share-list-done.
           CLOSE SHARE-LIST-FILE
           if markedCnt = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The clips could not be prepared for sharing - check that the video transcoder is installed on the server.');", true)
               exit method.

           OPEN I-O SHARE-TOKEN-FILE
           IF ST-STATUS-BYTE-1 NOT EQUAL ZEROES
      * would otherwise tie up this browser session while it runs.
       method-id submitBatchButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           MOVE SPACES TO BQ-REC
           set BQ-REQUEST-ID to self::Session::Item("team")::ToString
               & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss")
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Search queued - you will be notified when results are ready.');", true)
       end method.

      * Queues the clips now in the player (Session video-paths) as
      * one stitched reel for batchDispatcher.cbl. The caption box is
      * the per-job choice: ticked, every clip carries its pitch
      * captions; the request id takes a -CAP tail so a clean and an
      * annotated version of the same set can both be on file.
       method-id stitchQueueButton_Click protected.
       local-storage section.
       01 app-data-folder pic x(256).
       01 teamName        pic x(15).
       01 clipPaths       type String[].
       01 listOut         type System.Text.StringBuilder.
       01 ii              type Int32.
       01 listPath        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session::Item("video-paths") = null
               or self::Session::Item("video-paths")::ToString::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Select clips to play first, then queue the stitch.');", true)
               exit method.

           MOVE SPACES TO BQ-REC
           set BQ-REQUEST-ID to self::Session::Item("team")::ToString::Trim
               & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss")
           if captionCheckBox::Checked
               set BQ-REQUEST-ID to BQ-REQUEST-ID::Trim & "-CAP"
               move "Y" to BQ-CAPTION-FLAG.

           set clipPaths to self::Session::Item("video-paths")::ToString::Split(';')
           set listOut to new type System.Text.StringBuilder
           move 0 to ii.
       stitch-list-loop.
           if ii >= clipPaths::Length
               go to stitch-list-done.
           if clipPaths[ii]::Trim not = type String::Empty
               invoke listOut::AppendLine("file '" & clipPaths[ii]::Trim & "'").
           add 1 to ii
           go to stitch-list-loop.
       stitch-list-done.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set listPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim & "\WEBSYNC\JOBLIST-" & BQ-REQUEST-ID::Trim & ".TXT"
           invoke type System.IO.File::WriteAllText(listPath, listOut::ToString)

           set BQ-SOURCE-PAGE to "CUSTOMCLIPS"
           set BQ-TEAM to self::Session::Item("team")::ToString
           set BQ-SEARCH-TEXT to "JOBLIST-" & BQ-REQUEST-ID::Trim & ".TXT"
           set BQ-REQUESTED-BY to self::Session::Item("last")::ToString
           set BQ-REQUESTED-AT to type DateTime::Now::ToString("yyyyMMdd HHmmss")
           set BQ-STATUS to "P"
           move "T" to BQ-JOB-TYPE
           move 3 to BQ-PRIORITY
           move zeroes to BQ-RETRY-COUNT
           move spaces to BQ-NEXT-RETRY-AT

           OPEN I-O BATCH-QUEUE-FILE
           IF BQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT BATCH-QUEUE-FILE
           END-IF
           WRITE BQ-REC
               INVALID KEY
                   REWRITE BQ-REC
           END-WRITE
           CLOSE BATCH-QUEUE-FILE

           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Stitch queued - you will be notified when the reel is ready.');", true)
       end method.

      *#####        Pitch search - clips by what was thrown         #####
      * Finds at-bats by pitch - type, velocity band (charted or
      * tracked), count, zone region, pitch result, batter hand and
      * pitcher over a date range - through batsweb.pitchSearch, and puts
      * their clips in the player the way video_Selected does, so the
      * film room, the stitch queue and share links take them from
      * there. A range of more than a month, or an open one, is
      * queued for batchDispatcher.cbl (source page PITCHSEARCH)
      * like the other wide searches; a finished one is loaded back
      * from the pitch results list.
       method-id pitchSearchButton_Click protected.
       local-storage section.
       01 searchSpec      type String.
       01 prefAngle       type String.
       01 velFrom         type Int32.
       01 velTo           type Int32.
       01 velSource       type String.
       01 app-data-folder type String.
       01 teamName        type String.
       01 teamPath        type String.
       01 worker          type batsweb.pitchSearch.
       01 doneText        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set prefAngle to " "
           if self::Session::Item("pref-angle") not = null
               if self::Session::Item("pref-angle")::ToString not = type String::Empty
                   set prefAngle to self::Session::Item("pref-angle")::ToString.
           set velFrom to 0
           set velTo to 0
           invoke type System.Int32::TryParse(psVelFromTextBox::Text::Trim, by reference velFrom)
           invoke type System.Int32::TryParse(psVelToTextBox::Text::Trim, by reference velTo)
           set velSource to "C"
           if psTrackedCheckBox::Checked
               set velSource to "T".
           set searchSpec to type batsweb.pitchSearch::specText(psTypeTextBox::Text,
               velFrom, velTo, velSource, psCountdd::SelectedValue, psZonedd::SelectedValue,
               psResultdd::SelectedValue, psHanddd::SelectedValue, prefAngle, psPitcherTextBox::Text)
           if not type batsweb.pitchSearch::isSet(searchSpec)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick at least one pitch attribute to search on.');", true)
               exit method.

           if type batsweb.pitchSearch::needsQueue(psStartTextBox::Text, psEndTextBox::Text)
               invoke self::queuePitchSearch(searchSpec)
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set teamPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")) & teamName
           set worker to new batsweb.pitchSearch
           if not worker::walk(searchSpec, psStartTextBox::Text, psEndTextBox::Text, teamPath)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The games could not be read - try again shortly.');", true)
               exit method.
           if worker::clipCount = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No clips found for " & type batsweb.pitchSearch::describe(searchSpec)::Replace("'", " ") & ".');", true)
               exit method.

           set self::Session::Item("video-paths") to worker::clipPaths
           set self::Session::Item("video-titles") to worker::clipTitles
           invoke self::setVideoThumbs(worker::clipPaths)
           set doneText to worker::atBatCount::ToString & " at-bats, " & worker::pitchCount::ToString & " pitches matched"
           if worker::atBatCount > worker::clipLimit
               set doneText to doneText & " - the first " & worker::clipLimit::ToString & " at-bats are in the player, narrow the search for the rest".
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & doneText & ".');", true)
       end method.

      * Same queued-search record submitBatchButton_Click writes; the
      * pitch spec rides in BQ-SEARCH-TEXT and the dates in their
      * own fields.
       method-id queuePitchSearch private.
       procedure division using by value searchSpec as type String.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           MOVE SPACES TO BQ-REC
           set BQ-REQUEST-ID to self::Session::Item("team")::ToString::Trim
               & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss") & "-PS"
           set BQ-SOURCE-PAGE to "PITCHSEARCH"
           set BQ-TEAM to self::Session::Item("team")::ToString
           move "C" to BQ-DATE-CHOICE-FLAG
           set BQ-START-DATE to psStartTextBox::Text::Trim
           set BQ-END-DATE to psEndTextBox::Text::Trim
           set BQ-SEARCH-TEXT to searchSpec
           set BQ-REQUESTED-BY to self::Session::Item("last")::ToString
           set BQ-REQUESTED-AT to type DateTime::Now::ToString("yyyyMMdd HHmmss")
           set BQ-STATUS to "P"
           move "S" to BQ-JOB-TYPE
           move 5 to BQ-PRIORITY
           move zeroes to BQ-RETRY-COUNT
           move spaces to BQ-NEXT-RETRY-AT

           OPEN I-O BATCH-QUEUE-FILE
           IF BQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT BATCH-QUEUE-FILE
           END-IF
           WRITE BQ-REC
               INVALID KEY
                   REWRITE BQ-REC
           END-WRITE
           CLOSE BATCH-QUEUE-FILE

           invoke self::loadPitchSearchLists
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Wide pitch search queued - you will be notified when results are ready, then load them from the pitch results list.');", true)
       end method.

      * The fixed selection lists, and this user's finished pitch
      * searches off BATCHQUEUE.DAT, newest first (the request id
      * carries its timestamp).
       method-id loadPitchSearchLists private.
       local-storage section.
       01 doneItem        type System.Web.UI.WebControls.ListItem.
       procedure division.
           if psCountdd::Items::Count = 0
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Any count", " "))
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Hitter ahead", "AHEAD"))
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Hitter behind", "BEHIND"))
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Even", "EVEN"))
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Two strikes", "TWOK"))
               invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem("Full", "FULL"))
               invoke self::addCountItems
           end-if
           if psZonedd::Items::Count = 0
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Anywhere", " "))
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Up", "HI"))
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Middle", "MD"))
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Down", "LO"))
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Heart", "HT"))
               invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Edges", "ED"))
               invoke self::addZoneItems
           end-if
           if psResultdd::Items::Count = 0
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("Any result", " "))
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("Ball", "B"))
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("Called strike", "C"))
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("Swinging strike", "W"))
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("Foul", "F"))
               invoke psResultdd::Items::Add(new System.Web.UI.WebControls.ListItem("In play", "X"))
           end-if
           if psHanddd::Items::Count = 0
               invoke psHanddd::Items::Add(new System.Web.UI.WebControls.ListItem("Either hand", " "))
               invoke psHanddd::Items::Add(new System.Web.UI.WebControls.ListItem("LHB", "L"))
               invoke psHanddd::Items::Add(new System.Web.UI.WebControls.ListItem("RHB", "R"))
               invoke psHanddd::Items::Add(new System.Web.UI.WebControls.ListItem("Switch", "S"))
           end-if

           invoke pitchResultsdd::Items::Clear()
           OPEN INPUT BATCH-QUEUE-FILE
           if BQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO BQ-KEY
           START BATCH-QUEUE-FILE KEY NOT LESS THAN BQ-KEY
               INVALID KEY
                   CLOSE BATCH-QUEUE-FILE
                   exit method
           END-START.
       psl-loop.
           READ BATCH-QUEUE-FILE NEXT RECORD
               AT END
                   go to psl-done
           END-READ
           if BQ-SOURCE-PAGE::Trim not = "PITCHSEARCH" or not BQ-DONE
               go to psl-loop.
           if BQ-REQUESTED-BY::Trim not = self::Session::Item("last")::ToString::Trim
               go to psl-loop.
           set doneItem to new System.Web.UI.WebControls.ListItem(
               BQ-START-DATE::Trim & "-" & BQ-END-DATE::Trim & " " & type batsweb.pitchSearch::describe(BQ-SEARCH-TEXT),
               BQ-REQUEST-ID::Trim)
           invoke pitchResultsdd::Items::Insert(0, doneItem)
           go to psl-loop.
       psl-done.
           CLOSE BATCH-QUEUE-FILE.
       end method.

      * Every "b-s" count, 0-0 through 3-2.
       method-id addCountItems private.
       local-storage section.
       01 ballsNum        type Int32.
       01 strikesNum      type Int32.
       01 countText       type String.
       procedure division.
           move 0 to ballsNum.
       balls-loop.
           if ballsNum > 3
               exit method.
           move 0 to strikesNum.
       strikes-loop.
           if strikesNum > 2
               add 1 to ballsNum
               go to balls-loop.
           set countText to ballsNum::ToString & "-" & strikesNum::ToString
           invoke psCountdd::Items::Add(new System.Web.UI.WebControls.ListItem(countText, countText))
           add 1 to strikesNum
           go to strikes-loop.
       end method.

      * The nine zone cells, top row first.
       method-id addZoneItems private.
       local-storage section.
       01 cellNum         type Int32.
       procedure division.
           move 1 to cellNum.
       cell-loop.
           if cellNum > 9
               exit method.
           invoke psZonedd::Items::Add(new System.Web.UI.WebControls.ListItem("Cell " & cellNum::ToString, cellNum::ToString))
           add 1 to cellNum
           go to cell-loop.
       end method.

      * Loads a finished queued pitch search - its RESULT-<id>.TXT,
      * one "clip path|title" line per clip - into the player.
       method-id pitchResultsButton_Click protected.
       local-storage section.
       01 app-data-folder type String.
       01 teamName        type String.
       01 listPath        type String.
       01 resultLines     type String[].
       01 vidPaths        type String.
       01 vidTitles       type String.
       01 ii              type Int32.
       01 barPos          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if pitchResultsdd::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No finished pitch searches to load.');", true)
               exit method.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set listPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName & "\WEBSYNC\RESULT-" & pitchResultsdd::SelectedValue::Trim & ".TXT"
           if not type System.IO.File::Exists(listPath)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That result list is no longer on file.');", true)
               exit method.

           set resultLines to type System.IO.File::ReadAllLines(listPath)
           set vidPaths to ""
           set vidTitles to ""
           move 0 to ii.
       prl-loop.
           if ii >= resultLines::Length
               go to prl-done.
           set barPos to resultLines[ii]::IndexOf("|")
           if barPos < 1
               go to prl-next.
           set vidPaths to vidPaths & resultLines[ii]::Substring(0, barPos)::Trim & ";"
           add 1 to barPos
           set vidTitles to vidTitles & resultLines[ii]::Substring(barPos)::Trim & ";".
       prl-next.
           add 1 to ii
           go to prl-loop.
       prl-done.
           if vidPaths = ""
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That search found no clips.');", true)
               exit method.
           set self::Session::Item("video-paths") to vidPaths
           set self::Session::Item("video-titles") to vidTitles
           invoke self::setVideoThumbs(vidPaths)
       end method.

      * The clipThumbs.cbl frame grabs beside the queued paths, same
      * as video_Selected leaves them.
       method-id setVideoThumbs private.
       local-storage section.
       01 vidThumbs       type String.
       01 thumbParts      type String[].
       01 ti              type Int32.
       procedure division using by value vidPaths as type String.
           set vidThumbs to ""
           set thumbParts to vidPaths::Split(';')
           move 0 to ti.
       pthumb-loop.
           if ti >= thumbParts::Length
               go to pthumb-done.
           if thumbParts[ti]::Trim not = type String::Empty
               and type System.IO.File::Exists(thumbParts[ti]::Trim & ".jpg")
               set vidThumbs to vidThumbs & thumbParts[ti]::Trim & ".jpg;"
           else
               set vidThumbs to vidThumbs & ";".
           add 1 to ti
           go to pthumb-loop.
       pthumb-done.
           set self::Session::Item("video-thumbs") to vidThumbs
       end method.

       method-id goButton_Click protected.
       local-storage section.
       01 javaScript type System.Text.StringBuilder.
           MOVE "RG" to BATSW100-ACTION
           set BATSW100rununit to self::Session::Item("w100rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)           
           invoke self::populate_listbox().
       end method.
       
           MOVE "RG" to BATSW100-ACTION
           set BATSW100rununit to self::Session::Item("w100rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)           
           invoke self::populate_listbox().
       end method.
       
