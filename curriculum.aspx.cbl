       class-id batsweb.curriculumPage is partial
                inherits type System.Web.UI.Page public.

      * Instructional library and curriculum modules - the staff side
      * of curriculum.cbl. Four jobs on one page:
      *   - file a teaching clip (an .mp4 not tied to any game) by
      *     skill and position; it lands in WEBSYNC\LESSONS under its
      *     clip id, inside the team's video quota the way
      *     videoUpload.aspx.cbl's uploads are
      *   - browse the library by skill and/or position
      *   - build a module: name it ("CATCHER BLOCKING L1"), give it
      *     a skill, position and description, and add clips to it in
      *     teaching order (the last step can be taken back off)
      *   - hand a module to a player as homework through the same
      *     ASSIGNMENT.DAT record customClips.aspx.cbl writes for a
      *     playlist (kind "M"), and see each module assignment's
      *     watched-against-steps progress, flipping complete once
      *     every clip carries the player's watched mark
      * The player works the module on mobileClips.aspx.cbl beside
      * the game-clip homework.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LESSON-CLIP-FILE ASSIGN WS-LESSONCLIP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IC-KEY
              ALTERNATE KEY IS IC-FILING-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS IC-STATUS-COMN.
          SELECT CURRICULUM-FILE ASSIGN WS-CURRICULUM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CM-KEY
              LOCK MANUAL
              FILE STATUS IS CM-STATUS-COMN.
          SELECT ASSIGNMENT-FILE ASSIGN WS-ASSIGNMENT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AS-KEY
              LOCK MANUAL
              FILE STATUS IS AS-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout curriculum.cbl reads.
       FD  LESSON-CLIP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IC-REC.
       01  IC-REC.
           05  IC-KEY.
               10  IC-CLIP-ID              PIC X(20).
           05  IC-FILING-KEY.
               10  IC-SKILL                PIC X(20).
               10  IC-POSITION             PIC X(02).
           05  IC-REST.
               10  IC-TITLE                PIC X(60).
               10  IC-FILE-NAME            PIC X(30).
               10  IC-ADDED-BY             PIC X(30).
               10  IC-ADDED-AT             PIC X(19).
               10  FILLER                  PIC X(19).

      * Same layout curriculum.cbl reads - step 00 is the header.
       FD  CURRICULUM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05  CM-KEY.
               10  CM-MODULE               PIC X(30).
               10  CM-STEP                 PIC 9(02).
           05  CM-REST.
               10  CM-CLIP-ID              PIC X(20).
               10  CM-SKILL                PIC X(20).
               10  CM-POSITION             PIC X(02).
               10  CM-NOTE                 PIC X(60).
               10  CM-UPDATED-BY           PIC X(30).
               10  CM-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(17).

      * Same homework records customClips.aspx.cbl creates.
       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AS-REC.
       01  AS-REC.
           05  AS-KEY.
               10  AS-ASSIGN-ID            PIC X(20).
           05  AS-REST.
               10  AS-COACH                PIC X(30).
               10  AS-PLAYER               PIC X(30).
               10  AS-PLAYLIST             PIC X(30).
               10  AS-DUE-DATE             PIC X(10).
               10  AS-NOTE                 PIC X(60).
               10  AS-STATUS               PIC X.
                   88  AS-OPEN             VALUE "O".
                   88  AS-COMPLETE         VALUE "C".
               10  AS-CREATED-AT           PIC X(19).
      *        A curriculum module (curriculum.cbl) rides as kind "M"
      *        with the module name in AS-PLAYLIST; blank is a playlist.
               10  AS-KIND                 PIC X.
                   88  AS-MODULE           VALUE "M".
               10  FILLER                  PIC X(09).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
       01 WS-LESSONCLIP-FILE   PIC X(256) VALUE "LESSONCLIP.DAT".
       01 IC-STATUS-COMN.
           05  IC-STATUS-BYTE-1        PIC X.
           05  IC-STATUS-BYTE-2        PIC X.
       01 WS-CURRICULUM-FILE   PIC X(256) VALUE "CURRICULUM.DAT".
       01 CM-STATUS-COMN.
           05  CM-STATUS-BYTE-1        PIC X.
           05  CM-STATUS-BYTE-2        PIC X.
       01 WS-ASSIGNMENT-FILE   PIC X(256) VALUE "ASSIGNMENT.DAT".
       01 AS-STATUS-COMN.
           05  AS-STATUS-BYTE-1        PIC X.
           05  AS-STATUS-BYTE-2        PIC X.
      * The position picks, in PLAYERINFO.DAT's two-letter form; the
      * first (blank) pick means every position.
       01 POSITION-CODES       PIC X(26) VALUE "  P C 1B2B3BSSLFCFRFIFOFDH".
       01 POSITION-TBL REDEFINES POSITION-CODES.
           05  PO-CODE OCCURS 13           PIC X(02).
      * A module's clips in teaching order, one step number apiece.
       01 MAX-STEPS            PIC 9(02) VALUE 99.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       01  app-data-folder             type String.
       procedure division using by value pageName as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "Programs"
              '\AUDITLOG.LOG"' delimited by size
              into WS-AUDIT-LOG-FILE

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
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only ####
           if self::Session["level"] not = null
               if self::Session["level"]::ToString = "V"
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\LESSONCLIP.DAT"' delimited by size
                  into WS-LESSONCLIP-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\CURRICULUM.DAT"' delimited by size
                  into WS-CURRICULUM-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\ASSIGNMENT.DAT"' delimited by size
                  into WS-ASSIGNMENT-FILE
               if not self::IsPostBack
                   invoke self::logAudit("curriculum").

           if not self::IsPostBack
               invoke self::fillPositionList(clipPositionDropDownList)
               invoke self::fillPositionList(filterPositionDropDownList)
               invoke self::fillPositionList(modulePositionDropDownList)
               invoke self::loadClipList
               invoke self::loadModuleList.

           goback.
       end method.

       method-id fillPositionList private.
       local-storage section.
       01 pp           pic 9(02).
       procedure division using by value posList as type System.Web.UI.WebControls.DropDownList.
           invoke posList::Items::Clear()
           invoke posList::Items::Add(new System.Web.UI.WebControls.ListItem("(all positions)", " "))
           move 2 to pp.
       pos-loop.
           if pp > 13
               exit method.
           invoke posList::Items::Add(new System.Web.UI.WebControls.ListItem(PO-CODE(pp)::Trim, PO-CODE(pp)))
           add 1 to pp
           go to pos-loop.
       end method.

      *#####                     The clip library                      #####
      * Files one teaching clip. The clip id is the upload stamp, and
      * the file is stored under it, so two drills both called
      * "blocking.mp4" never overwrite each other.
       method-id addClipButton_Click protected.
       local-storage section.
       01 fileName         type String.
       01 clipId           type String.
       01 destFolder       type String.
       01 quotaVerdict     type String.
       01 doneText         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sign on first.');", true)
               exit method.
           if not clipFileUpload::HasFile
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Choose the clip to upload.');", true)
               exit method.
           set fileName to type System.IO.Path::GetFileName(clipFileUpload::FileName)
           if not fileName::ToLower::EndsWith(".mp4")
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Clips upload as .mp4 only.');", true)
               exit method.
           if clipTitleTextBox::Text::Trim = type String::Empty
               or clipSkillTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Give the clip a title and the skill it teaches.');", true)
               exit method.

      *    Teaching clips count against the team's video quota like
      *    any other footage.
           set quotaVerdict to type batsweb.storageQuota::check(self::teamFolder, "V", clipFileUpload::PostedFile::ContentLength)
           if quotaVerdict = "B"
               invoke self::logAudit("curriculum REFUSED-QUOTA FILE=" & fileName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The team video quota is full - nothing was uploaded. Your team admin has been told.');", true)
               exit method.

           set clipId to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set destFolder to self::teamFolder & "\WEBSYNC\LESSONS"
           if not type System.IO.Directory::Exists(destFolder)
               invoke type System.IO.Directory::CreateDirectory(destFolder).
           invoke clipFileUpload::SaveAs(destFolder & "\" & clipId & ".MP4")

           OPEN I-O LESSON-CLIP-FILE
           IF IC-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LESSON-CLIP-FILE
               CLOSE LESSON-CLIP-FILE
               OPEN I-O LESSON-CLIP-FILE
           END-IF
           MOVE SPACES TO IC-REC
           set IC-CLIP-ID to clipId
           set IC-SKILL to clipSkillTextBox::Text::Trim::ToUpper
           set IC-POSITION to clipPositionDropDownList::SelectedValue
           set IC-TITLE to clipTitleTextBox::Text::Trim
           set IC-FILE-NAME to clipId & ".MP4"
           set IC-ADDED-BY to self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim
           set IC-ADDED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE IC-REC
               INVALID KEY
                   REWRITE IC-REC
           END-WRITE
           CLOSE LESSON-CLIP-FILE

           invoke self::logAudit("curriculum CLIP=" & clipId & " FILE=" & fileName)
           invoke self::loadClipList
           set doneText to "Clip filed under " & clipSkillTextBox::Text::Trim::ToUpper & "."
           if quotaVerdict = "W"
               set doneText to doneText & " The team video storage is over 80% of its quota."
           end-if
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & doneText::Replace("'", "\'") & "');", true)
       end method.

      * The library by skill and/or position - a skill reads the
      * filing key from that skill on, no skill walks the whole file.
       method-id showLibraryButton_Click protected.
       local-storage section.
       01 skillText        pic x(20).
       01 posText          pic x(02).
       01 shownCount       pic 9(04).
       procedure division using by value sender as object e as type System.EventArgs.
           set skillText to filterSkillTextBox::Text::Trim::ToUpper
           set posText to filterPositionDropDownList::SelectedValue
           move zeroes to shownCount
           invoke self::addTableRow(libraryTable, "<b>SKILL / POS / TITLE / FILED BY</b>")

           OPEN INPUT LESSON-CLIP-FILE
           if IC-STATUS-BYTE-1 not = "0"
               go to lib-empty.
           MOVE SPACES TO IC-REC
           move skillText to IC-SKILL
           START LESSON-CLIP-FILE KEY NOT LESS THAN IC-FILING-KEY
               INVALID KEY
                   go to lib-done
           END-START.
       lib-loop.
           READ LESSON-CLIP-FILE NEXT RECORD
               AT END go to lib-done.
           if skillText not = spaces and IC-SKILL not = skillText
               go to lib-done.
           if posText not = spaces and IC-POSITION not = posText
               go to lib-loop.
           invoke self::addTableRow(libraryTable, IC-SKILL::Trim & " / " & IC-POSITION & " / "
               & IC-TITLE::Trim & " / " & IC-ADDED-BY::Trim & " " & IC-ADDED-AT(1:10))
           add 1 to shownCount
           go to lib-loop.
       lib-done.
           CLOSE LESSON-CLIP-FILE.
       lib-empty.
           if shownCount = 0
               invoke self::addTableRow(libraryTable, "No clips filed under that skill and position.").
       end method.

      * Every clip for the module builder, skill then position order.
       method-id loadClipList private.
       procedure division.
           invoke clipDropDownList::Items::Clear()
           OPEN INPUT LESSON-CLIP-FILE
           if IC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO IC-FILING-KEY
           START LESSON-CLIP-FILE KEY NOT LESS THAN IC-FILING-KEY
               INVALID KEY
                   CLOSE LESSON-CLIP-FILE
                   exit method
           END-START.
       clip-loop.
           READ LESSON-CLIP-FILE NEXT RECORD
               AT END go to clip-done.
           invoke clipDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
               IC-SKILL::Trim & " " & IC-POSITION & " - " & IC-TITLE::Trim, IC-CLIP-ID::Trim))
           go to clip-loop.
       clip-done.
           CLOSE LESSON-CLIP-FILE.
       end method.

      *#####                         Modules                           #####
      * Module names off the step-00 headers.
       method-id loadModuleList private.
       procedure division.
           invoke moduleDropDownList::Items::Clear()
           invoke moduleDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("(new module)", " "))
           OPEN INPUT CURRICULUM-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CM-KEY
           START CURRICULUM-FILE KEY NOT LESS THAN CM-KEY
               INVALID KEY
                   CLOSE CURRICULUM-FILE
                   exit method
           END-START.
       mod-loop.
           READ CURRICULUM-FILE NEXT RECORD
               AT END go to mod-done.
           if CM-STEP = 0
               invoke moduleDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem(
                   CM-MODULE::Trim & " (" & CM-SKILL::Trim & " " & CM-POSITION::Trim & ")", CM-MODULE::Trim)).
           go to mod-loop.
       mod-done.
           CLOSE CURRICULUM-FILE.
       end method.

       method-id moduleDropDownList_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if moduleDropDownList::SelectedValue::Trim = type String::Empty
               set moduleNameTextBox::Text to type String::Empty
               set moduleNoteTextBox::Text to type String::Empty
               exit method.
           set moduleNameTextBox::Text to moduleDropDownList::SelectedValue::Trim
           invoke self::showModule(moduleDropDownList::SelectedValue::Trim).
       end method.

      * The header and the steps in order.
       method-id showModule private.
       local-storage section.
       01 stepList     type String[].
       01 stepParts    type String[].
       01 ss           type Int32.
       procedure division using by value moduleName as type String.
           OPEN INPUT CURRICULUM-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CM-KEY
           set CM-MODULE to moduleName::Trim::ToUpper
           move 0 to CM-STEP
           READ CURRICULUM-FILE
               INVALID KEY
                   CLOSE CURRICULUM-FILE
                   exit method
           END-READ
           CLOSE CURRICULUM-FILE
           set moduleSkillTextBox::Text to CM-SKILL::Trim
           invoke modulePositionDropDownList::ClearSelection()
           if modulePositionDropDownList::Items::FindByValue(CM-POSITION) not = null
               set modulePositionDropDownList::SelectedValue to CM-POSITION.
           set moduleNoteTextBox::Text to CM-NOTE::Trim
           invoke self::addTableRow(moduleTable, "<b>" & CM-MODULE::Trim & "</b> - " & CM-NOTE::Trim)

           set stepList to type batsweb.curriculum::steps(self::teamFolder, moduleName, type String::Empty)
           if stepList::Length = 0
               invoke self::addTableRow(moduleTable, "No clips in this module yet.")
               exit method.
           move 0 to ss.
       step-loop.
           if ss >= stepList::Length
               exit method.
           set stepParts to stepList[ss]::Split('|')
           invoke self::addTableRow(moduleTable, stepParts[1] & ". " & stepParts[2])
           add 1 to ss
           go to step-loop.
       end method.

      * Adds the picked clip as the module's next step, writing the
      * module header first when the name is new (or refreshing it).
       method-id addStepButton_Click protected.
       local-storage section.
       01 moduleName       pic x(30).
       01 nextStep         pic 9(02).
       01 nowText          pic x(19).
       01 userName         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set moduleName to moduleNameTextBox::Text::Trim::ToUpper
           if moduleName = spaces
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the module first.');", true)
               exit method.
           if clipDropDownList::SelectedItem = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the clip to add.');", true)
               exit method.
           set nowText to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           set userName to self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim

           OPEN I-O CURRICULUM-FILE
           IF CM-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CURRICULUM-FILE
               CLOSE CURRICULUM-FILE
               OPEN I-O CURRICULUM-FILE
           END-IF

           MOVE SPACES TO CM-REC
           move moduleName to CM-MODULE
           move 0 to CM-STEP
           set CM-SKILL to moduleSkillTextBox::Text::Trim::ToUpper
           set CM-POSITION to modulePositionDropDownList::SelectedValue
           set CM-NOTE to moduleNoteTextBox::Text::Trim
           set CM-UPDATED-BY to userName
           move nowText to CM-UPDATED-AT
           WRITE CM-REC
               INVALID KEY
                   REWRITE CM-REC
           END-WRITE

           set nextStep to self::lastStep(moduleName)
           if nextStep >= MAX-STEPS
               CLOSE CURRICULUM-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That module is full - split it into a level 2.');", true)
               exit method.
           add 1 to nextStep

           MOVE SPACES TO CM-REC
           move moduleName to CM-MODULE
           move nextStep to CM-STEP
           set CM-CLIP-ID to clipDropDownList::SelectedValue
           set CM-UPDATED-BY to userName
           move nowText to CM-UPDATED-AT
           WRITE CM-REC
               INVALID KEY
                   REWRITE CM-REC
           END-WRITE
           CLOSE CURRICULUM-FILE

           invoke self::logAudit("curriculum MODULE=" & moduleName::Trim & " STEP=" & nextStep::ToString)
           invoke self::loadModuleList
           if moduleDropDownList::Items::FindByValue(moduleName::Trim) not = null
               set moduleDropDownList::SelectedValue to moduleName::Trim.
           invoke self::showModule(moduleName)
       end method.

      * Takes the module's last step back off - the way a clip added
      * in the wrong place comes out.
       method-id removeStepButton_Click protected.
       local-storage section.
       01 moduleName       pic x(30).
       01 lastNum          pic 9(02).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set moduleName to moduleNameTextBox::Text::Trim::ToUpper
           if moduleName = spaces
               exit method.

           OPEN I-O CURRICULUM-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           set lastNum to self::lastStep(moduleName)
           if lastNum = 0
               CLOSE CURRICULUM-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That module has no clips to take off.');", true)
               exit method.
           MOVE SPACES TO CM-KEY
           move moduleName to CM-MODULE
           move lastNum to CM-STEP
           DELETE CURRICULUM-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE CURRICULUM-FILE

           invoke self::logAudit("curriculum MODULE=" & moduleName::Trim & " REMOVED STEP=" & lastNum::ToString)
           invoke self::showModule(moduleName)
       end method.

      * The module's highest step number (CURRICULUM-FILE already
      * open); zero when it has no clips yet.
       method-id lastStep private.
       local-storage section.
       01 wantModule       pic x(30).
       procedure division using by value moduleName as type String
                          returning lastNum as type Int32.
           set lastNum to 0
           set wantModule to moduleName::Trim
           MOVE SPACES TO CM-KEY
           move wantModule to CM-MODULE
           move 1 to CM-STEP
           START CURRICULUM-FILE KEY NOT LESS THAN CM-KEY
               INVALID KEY
                   exit method
           END-START.
       last-loop.
           READ CURRICULUM-FILE NEXT RECORD
               AT END exit method.
           if CM-MODULE not = wantModule
               exit method.
           set lastNum to CM-STEP
           go to last-loop.
       end method.

      *#####                 Homework and progress                     #####
      * Hands the module to a player - the same homework record a
      * playlist assignment writes, marked kind "M".
       method-id assignModuleButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if moduleDropDownList::SelectedValue::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the module to assign.');", true)
               exit method.
           if assignPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player, LAST FIRST as their login reads.');", true)
               exit method.

           OPEN I-O ASSIGNMENT-FILE
           IF AS-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ASSIGNMENT-FILE
               CLOSE ASSIGNMENT-FILE
               OPEN I-O ASSIGNMENT-FILE
           END-IF

           MOVE SPACES TO AS-REC
           set AS-ASSIGN-ID to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set AS-COACH to self::Session["last"]::ToString & self::Session["first"]::ToString
           set AS-PLAYER to assignPlayerTextBox::Text::Trim::ToUpper
           set AS-PLAYLIST to moduleDropDownList::SelectedValue::Trim
           set AS-DUE-DATE to assignDueDateTextBox::Text::Trim
           set AS-NOTE to assignNoteTextBox::Text
           move "O" to AS-STATUS
           move "M" to AS-KIND
           set AS-CREATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE AS-REC
               INVALID KEY
                   REWRITE AS-REC
           END-WRITE
           CLOSE ASSIGNMENT-FILE

           invoke self::logAudit("curriculum ASSIGN=" & AS-PLAYLIST::Trim & " PLAYER=" & AS-PLAYER::Trim)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Module assigned - the player sees it on the mobile clips page.');", true)
       end method.

      * Every module assignment with watched-against-steps; an open
      * one whose every clip has the player's mark flips complete,
      * the rule the clip ledger applies to playlists.
       method-id progressButton_Click protected.
       local-storage section.
       01 stepsNum     type Int32.
       01 doneNum      type Int32.
       01 rowText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Session["team"] = null
               exit method.
           invoke self::addTableRow(progressTable, "<b>PLAYER / MODULE / DUE / WATCHED / STATUS</b>")
           OPEN I-O ASSIGNMENT-FILE
           if AS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO AS-KEY
           START ASSIGNMENT-FILE KEY NOT LESS THAN AS-KEY
               INVALID KEY
                   CLOSE ASSIGNMENT-FILE
                   exit method
           END-START.
       prog-loop.
           READ ASSIGNMENT-FILE NEXT RECORD
               AT END go to prog-done.
           if not AS-MODULE
               go to prog-loop.
           invoke type batsweb.curriculum::progress(self::teamFolder, AS-PLAYLIST, AS-PLAYER, by reference stepsNum, by reference doneNum)
      *    Left open while a maintenance window has the system
      *    read-only - the next look after it closes it.
           if AS-OPEN and stepsNum not = 0 and doneNum >= stepsNum
               and not type batsweb.maintWindow::siteReadOnly
               move "C" to AS-STATUS
               REWRITE AS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           end-if
           set rowText to AS-PLAYER::Trim & " / " & AS-PLAYLIST::Trim & " / " & AS-DUE-DATE::Trim
               & " / " & doneNum::ToString & " of " & stepsNum::ToString & " / "
           if AS-COMPLETE
               set rowText to rowText & "complete"
           else
               set rowText to rowText & "open".
           invoke self::addTableRow(progressTable, rowText)
           go to prog-loop.
       prog-done.
           CLOSE ASSIGNMENT-FILE.
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * ######################################################
      * ######### List Box Replacement Table Methods #########
      * ######################################################
       method-id addTableRow private.
       local-storage section.
       01 tRow type System.Web.UI.WebControls.TableRow.
       01 td type System.Web.UI.WebControls.TableCell.
       procedure division using by value targetTable as type System.Web.UI.WebControls.Table,
                          by value rowContent as type String.

           set td to type System.Web.UI.WebControls.TableCell::New()
           set tRow to type System.Web.UI.WebControls.TableRow::New()

           set td::Text to rowContent
           set tRow::TableSection to type System.Web.UI.WebControls.TableRowSection::TableBody

           invoke tRow::Cells::Add(td)
           invoke targetTable::Rows::Add(tRow)
       end method.

       end class.
