       class-id batsweb.similarPlayers is partial
                inherits type System.Web.UI.Page public.

      * Player similarity search - "who does he look like?" for a
      * trade or call-up conversation. Type a player (LAST, FIRST, the
      * roster spelling) and whether he is being looked at as a
      * pitcher, and the closest players across every team in the
      * current Session["database"] come back ranked, each with what
      * he went on to do. The team list is the engine's own - BAT300
      * "IN"/"I" on a private run-unit, the way leaderboard.aspx.cbl
      * gets it - and each team's folder (live season and archive)
      * feeds the pool playerComps.cbl builds and ranks, so the page
      * and the front office export can never disagree.
      * Gated like breakdown: level "V" stays out.

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
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat310rununit         type RunUnit.
       01 BAT310WEBF                type BAT310WEBF.
       01 mydata310             type batsweb.bat310Data.
       01 mydata300             type batsweb.bat300Data.
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

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only and
      * #### is not allowed into the full query tooling ####
           if self::Session["level"] not = null
               if self::Session["level"]::ToString = "V"
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

           if self::Session["team"] not = null
               if not self::IsPostBack
                   invoke self::logAudit("similarPlayers").

           goback.
       end method.

      *#####   Pool every database team's folder, rank the comps      #####
       method-id similarButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 programsPrefix   type String.
       01 folderPath       type String.
       01 folderList       type String[].
       01 folderCount      type Int32.
       01 passNum          type Int32.
       01 homeFolder       type String.
       01 roleCode         pic x.
       01 tt               type Int32.
       01 worker           type batsweb.playerComps.
       01 compOut          type System.Text.StringBuilder.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if similarPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player as LAST, FIRST.');", true)
               exit method.
           if similarPitcherCheckBox::Checked
               move "P" to roleCode
           else
               move "B" to roleCode.
           set homeFolder to type String::Empty
           if self::Session["team"] not = null
               set homeFolder to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).

      *    Own run-unit, same setup leaderboard.aspx.cbl uses - the
      *    analyst's session run-unit keeps its state.
           set mydata310 to new batsweb.bat310Data
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer

           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)

           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Engine init failed.');", true)
               exit method.

           set mydata300 to new batsweb.bat300Data
           invoke mydata300::populateData
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

      *    Each database team's folder is its name with the spaces
      *    taken out, beside this team's own under the Programs root.
      *    Two-pass size-then-fill, same as playerDedupe.cbl.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set programsPrefix to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
           move 0 to folderCount
           move 1 to passNum.
       pass-loop.
           if passNum > 2
               go to pass-done.
           if passNum = 2
               set size of folderList to folderCount
               move 0 to folderCount.
           move 1 to tt.
       team-loop.
           if tt > BAT300-NUM-TEAMS
               go to team-done.
           set folderPath to programsPrefix & BAT300-TEAM-NAME(tt)::Trim::Replace(" ", type String::Empty)
           if type System.IO.Directory::Exists(folderPath)
               if passNum = 2
                   set folderList[folderCount] to folderPath
               end-if
               add 1 to folderCount.
           add 1 to tt
           go to team-loop.
       team-done.
           add 1 to passNum
           go to pass-loop.
       pass-done.
           invoke bat310rununit::StopRun(0)

           set worker to new batsweb.playerComps
           invoke worker::loadPool(folderList)

           set compOut to new type System.Text.StringBuilder
           invoke compOut::AppendLine("<html><head><title>Player Comps</title>")
           invoke compOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;}</style>")
           invoke compOut::AppendLine("</head><body>")
           invoke compOut::AppendLine(worker::compsHtml(similarPlayerTextBox::Text::Trim, homeFolder, roleCode))
           invoke compOut::AppendLine("</body></html>")

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(compOut::ToString)
           invoke self::Response::End
       end method.

       end class.
