       class-id batsweb.yearbookPage is partial
                inherits type System.Web.UI.Page public.

      * Front end for the season yearbook and media guide. The media
      * relations office writes the book's intro pages here - the
      * welcome letter, the staff directory, the ballpark page -
      * straight into WEBSYNC\YEARBOOK-INTRO.TXT (a line reading
      * [PAGE] starts a new page, a line starting "#" is a heading),
      * and the build button runs batsweb.yearbook::bookTeam against
      * this session's team folder and streams the finished PDF, the
      * same copy the report library keeps.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
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
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only ####
           if self::Session["level"] not = null
               if self::Session["level"]::ToString = "V"
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

           if self::Session["team"] not = null
               if not self::IsPostBack
                   invoke self::logAudit("yearbook")
                   if type System.IO.File::Exists(self::introPath)
                       set introTextBox::Text to type System.IO.File::ReadAllText(self::introPath).

           goback.
       end method.

       method-id saveIntroButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sign on first.');", true)
               exit method.

           invoke type System.IO.File::WriteAllText(self::introPath, introTextBox::Text)
           set statusLabel::Text to "Intro pages saved " & type DateTime::Now::ToString("yyyy-MM-dd HH:mm")
               & " by " & self::Session["first"]::ToString::Trim & " " & self::Session["last"]::ToString::Trim & "."
       end method.

       method-id buildButton_Click protected.
       local-storage section.
       01 worker           type batsweb.yearbook.
       01 pdfPath          type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sign on first.');", true)
               exit method.

           set worker to new batsweb.yearbook
           set pdfPath to worker::bookTeam(self::teamFolder)
           if pdfPath = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The yearbook could not be built - see YEARBOOK.LOG.');", true)
               exit method.

           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & type System.IO.Path::GetFileName(pdfPath)::ToLower)
           invoke self::Response::BinaryWrite(type System.IO.File::ReadAllBytes(pdfPath))
           invoke self::Response::End
       end method.

       method-id introPath private.
       procedure division returning pathText as type String.
           set pathText to self::teamFolder & "\WEBSYNC\YEARBOOK-INTRO.TXT".
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
