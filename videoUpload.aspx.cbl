      * BAT360-G-VIDEO flags reconcile instead of mismatching. Every
      * upload is recorded in AUDITLOG.LOG and a post-upload
      * verification job ("V") is queued through the batch queue for
      * batchDispatcher.cbl's transcoder probe. The team's video quota
      * (storageQuota.cbl, kept on policyConsole.aspx.cbl) is checked
      * before the file lands: an upload that would take the team to
      * 100% is refused, and from 80% the uploader is told and the
      * team's admins get the notice.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl

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
       01 teamName         pic x(15).
       01 fileName         type String.
       01 nameParts        type String[].
       01 teamFolder       type String.
       01 destFolder       type String.
       01 destPath         type String.
       01 gameDate         type Single.
       01 gg               type Int32.
       01 gameOkFlag       pic x value "N".
       01 quotaVerdict     type String.
       01 doneText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not videoFileUpload::HasFile
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Choose the clip to upload.');", true)
               exit method.
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move 1 to gg.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim
           set destFolder to teamFolder & "\WEBSYNC\VIDEO"

      *    The team's video quota, counting this clip.
           set quotaVerdict to type batsweb.storageQuota::check(teamFolder, "V", videoFileUpload::PostedFile::ContentLength)
           if quotaVerdict = "B"
               invoke self::logAudit("videoUpload REFUSED-QUOTA FILE=" & fileName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The team video quota is full - nothing was uploaded. Your team admin has been told.');", true)
               exit method.

           if not type System.IO.Directory::Exists(destFolder)
               invoke type System.IO.Directory::CreateDirectory(destFolder).
           set destPath to destFolder & "\" & fileName
           END-WRITE
           CLOSE BATCH-QUEUE-FILE

           set doneText to "Clip uploaded - verification is queued and the reconcile job will pick it up tonight."
           if quotaVerdict = "W"
               set doneText to doneText & " The team video storage is over 80% of its quota."
           end-if
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & doneText & "');", true)
       end method.

       end class.
