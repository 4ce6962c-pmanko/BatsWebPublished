      * button runs batsweb.pressNotes::notesTeam against this
      * session's team folder and streams the finished TXT straight
      * back, so the sheet in the browser is byte-for-byte the one in
      * WEBSYNC; the packet button streams the PDF twin with the
      * probable's headshot.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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
           invoke self::Response::End
       end method.

      * The printable packet - the same build, streamed as the PDF the
      * generator drops beside the TXT, with the probable's headshot.
       method-id buildNotesPdfButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 worker           type batsweb.pressNotes.
       01 outPath          type String.
       01 pdfPath          type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Session["team"] = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sign on first.');", true)
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)

           set worker to new batsweb.pressNotes
           set outPath to worker::notesTeam(teamFolder)
           if outPath = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The notes sheet could not be built - see PRESSNOTES.LOG.');", true)
               exit method.
           set pdfPath to type System.IO.Path::ChangeExtension(outPath::Trim, ".PDF")
           if not type System.IO.File::Exists(pdfPath)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The printable packet could not be built - the TXT sheet is in WEBSYNC.');", true)
               exit method.

           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=pressnotes.pdf")
           invoke self::Response::BinaryWrite(type System.IO.File::ReadAllBytes(pdfPath))
           invoke self::Response::End
       end method.

       end class.
