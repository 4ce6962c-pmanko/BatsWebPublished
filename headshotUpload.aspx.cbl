       class-id batsweb.headshotUpload is partial
                inherits type System.Web.UI.Page public.

      * Headshot library upload - coaches and admins (supervisors
      * too) put a player's photo on file against his PLAY-FILE
      * player id, the same upload-into-WEBSYNC pattern
      * videoUpload.aspx.cbl uses for clips. The player is named the
      * roster way (LAST, FIRST - FIRST LAST is tried too) and looked
      * up on the player master through the session BAT666 run-unit;
      * the picture is saved as WEBSYNC\HEADSHOTS\<id>.jpg and
      * indexed in WEBSYNC\HEADSHOT.DAT with the roster spelling, who
      * put it there and when. headshotStore.cbl reads the library
      * for every page that shows the photo, and headshotCheck.cbl
      * lists the active roster players still without one. A new
      * upload for the same id replaces the old photo. Every upload
      * and removal is recorded in AUDITLOG.LOG.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT HEADSHOT-FILE ASSIGN WS-HEADSHOT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HS-KEY
              LOCK MANUAL
              FILE STATUS IS HS-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * The library index - one record per player id; the picture
      * itself is WEBSYNC\HEADSHOTS\<HS-FILE-NAME>.
       FD  HEADSHOT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HS-REC.
       01  HS-REC.
           05  HS-KEY.
               10  HS-PLAYER-ID            PIC 9(05).
           05  HS-REST.
               10  HS-PLAYER-NAME          PIC X(30).
               10  HS-FILE-NAME            PIC X(20).
               10  HS-UPLOADED-BY          PIC X(30).
               10  HS-UPLOADED-AT          PIC X(19).
               10  FILLER                  PIC X(16).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 bat666rununit         type RunUnit.
       01 BAT666WEBF                type BAT666WEBF.
       01 mydata type batsweb.bat666Data.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-HEADSHOT-FILE    PIC X(256) VALUE "HEADSHOT.DAT".
       01 HS-STATUS-COMN.
           05  HS-STATUS-BYTE-1        PIC X.
           05  HS-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * A headshot is a face, not a poster - anything larger is a raw
      * camera file that would bloat every page it is inlined into.
       01 MAX-PHOTO-BYTES      PIC 9(08) VALUE 2000000.

      * Appends one line to the shared AUDITLOG.LOG, the upload detail
      * riding where the other pages put their page name.
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

      * #### Access control - coach, supervisor and admin only; the
      * #### video-only and kiosk credentials do not put files on the
      * #### array ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "C"
               and self::Session["level"]::ToString not = "S"
               and self::Session["level"]::ToString not = "A"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\HEADSHOT.DAT"' delimited by size
                  into WS-HEADSHOT-FILE
               if not self::IsPostBack
                   invoke self::logAudit("headshotUpload").

           if self::Session["bat666data"] = null
               set mydata to new batsweb.bat666Data
               invoke mydata::populateData
               set self::Session["bat666data"] to mydata
           else
               set mydata to self::Session["bat666data"] as type batsweb.bat666Data.

           goback.
       end method.

      *#####            Put a player's photo on file                   #####
       method-id uploadHeadshotButton_Click protected.
       local-storage section.
       01 playerId         type Int32.
       01 rosterName       type String.
       01 fileName         type String.
       01 savedName        type String.
       01 destFolder       type String.
       01 destPath         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if headshotPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Name the player - LAST, FIRST.');", true)
               exit method.
           if not headshotFileUpload::HasFile
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Choose the photo to upload.');", true)
               exit method.

           set fileName to type System.IO.Path::GetFileName(headshotFileUpload::FileName)
           if not fileName::ToLower::EndsWith(".jpg")
               and not fileName::ToLower::EndsWith(".jpeg")
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Headshots upload as .jpg only.');", true)
               exit method.
           if headshotFileUpload::PostedFile::ContentLength > MAX-PHOTO-BYTES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Keep the photo under 2 MB - crop it to the head and shoulders.');", true)
               exit method.

           set playerId to self::findPlayerId(headshotPlayerTextBox::Text, by reference rosterName)
           if playerId = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No player by that name on the player master.');", true)
               exit method.

           set destFolder to self::teamFolder & "\WEBSYNC\HEADSHOTS"
           if not type System.IO.Directory::Exists(destFolder)
               invoke type System.IO.Directory::CreateDirectory(destFolder).
           set savedName to playerId::ToString("00000") & ".jpg"
           set destPath to destFolder & "\" & savedName
           invoke headshotFileUpload::SaveAs(destPath)

           MOVE SPACES TO HS-REC
           move playerId to HS-PLAYER-ID
           set HS-PLAYER-NAME to rosterName
           set HS-FILE-NAME to savedName
           set HS-UPLOADED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set HS-UPLOADED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN I-O HEADSHOT-FILE
           IF HS-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT HEADSHOT-FILE
               CLOSE HEADSHOT-FILE
               OPEN I-O HEADSHOT-FILE
           END-IF
           WRITE HS-REC
               INVALID KEY
                   REWRITE HS-REC
           END-WRITE
           CLOSE HEADSHOT-FILE

           invoke self::logAudit("headshotUpload FILE=" & savedName & " FROM=" & fileName)
           invoke self::showHeadshot(playerId, rosterName)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Headshot saved for " & rosterName::Trim & ".');", true)
       end method.

      * Pulls the photo on file for the named player into the preview.
       method-id viewHeadshotButton_Click protected.
       local-storage section.
       01 playerId         type Int32.
       01 rosterName       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set playerId to self::findPlayerId(headshotPlayerTextBox::Text, by reference rosterName)
           if playerId = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No player by that name on the player master.');", true)
               exit method.
           invoke self::showHeadshot(playerId, rosterName)
       end method.

      * Takes a player's photo off file - the index record and the
      * picture both go, so the nightly check lists him again.
       method-id removeHeadshotButton_Click protected.
       local-storage section.
       01 playerId         type Int32.
       01 rosterName       type String.
       01 photoPath        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set playerId to self::findPlayerId(headshotPlayerTextBox::Text, by reference rosterName)
           if playerId = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No player by that name on the player master.');", true)
               exit method.

           OPEN I-O HEADSHOT-FILE
           if HS-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No headshots on file yet.');", true)
               exit method.
           MOVE SPACES TO HS-KEY
           move playerId to HS-PLAYER-ID
           READ HEADSHOT-FILE
               INVALID KEY
                   CLOSE HEADSHOT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That player has no headshot on file.');", true)
                   exit method
           END-READ
           set photoPath to self::teamFolder & "\WEBSYNC\HEADSHOTS\" & HS-FILE-NAME::Trim
           DELETE HEADSHOT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE HEADSHOT-FILE
           if type System.IO.File::Exists(photoPath)
               invoke type System.IO.File::Delete(photoPath).

           invoke self::logAudit("headshotUpload REMOVED=" & playerId::ToString("00000"))
           set headshotPreviewLabel::Text to rosterName::Trim & " - no photo on file."
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Headshot removed.');", true)
       end method.

       method-id showHeadshot private.
       local-storage section.
       01 imgText          type String.
       procedure division using by value playerId as type Int32
                          by value rosterName as type String.
           set imgText to type batsweb.headshotStore::imgHtml(self::teamFolder, playerId, 160)
           if imgText = type String::Empty
               set headshotPreviewLabel::Text to rosterName::Trim & " (id " & playerId::ToString & ") - no photo on file."
           else
               set headshotPreviewLabel::Text to imgText & rosterName::Trim & " (id " & playerId::ToString & ")".
       end method.

      *#####   Player master lookup - the name as typed, then turned   #####
      * The player master through the session BAT666 run-unit, the
      * way rosterMaintenance.aspx.cbl reaches it. LAST, FIRST is
      * tried first, then FIRST LAST, as breakdown.aspx.cbl does for
      * the two display forms. Zero when neither form is on file.
       method-id findPlayerId private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value nameText as type String
                          by reference rosterName as type String
                          returning playerId as type Int32.
           move 0 to playerId
           set rosterName to type String::Empty
           if nameText = null or nameText::Trim = type String::Empty
               exit method.

           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           if self::Session::Item("666rununit") = null
               set bat666rununit to type RunUnit::New()
               set BAT666WEBF to new BAT666WEBF
               invoke bat666rununit::Add(BAT666WEBF)
               set self::Session::Item("666rununit") to bat666rununit
               move "I" to BAT666-ACTION
               invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
           else
               set bat666rununit to self::Session::Item("666rununit") as type RunUnit.
           SET LK-PLAYER-FILE TO BAT666-WF-LK-PLAYER-FILE
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO PLAY-ALT-KEY
           unstring nameText::Trim::ToUpper delimited ", " into play-last-name, play-first-name
           READ PLAY-FILE KEY PLAY-ALT-KEY
               INVALID KEY
                   MOVE SPACES TO PLAY-ALT-KEY
                   unstring nameText::Trim::ToUpper delimited " " into play-first-name, play-last-name
                   READ PLAY-FILE KEY PLAY-ALT-KEY
                       INVALID KEY
                           CLOSE PLAY-FILE
                           exit method
                   END-READ
           END-READ
           move play-player-id to playerId
           set rosterName to play-last-name::Trim::ToUpper & ", " & play-first-name::Trim::ToUpper
           CLOSE PLAY-FILE.
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

       end class.
