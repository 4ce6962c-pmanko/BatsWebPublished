      * a play-player-id. fullatbat.aspx.cbl can save or look up one
      * player at a time off the charting screen; this page is a
      * dedicated front end for staff to see the whole team roster in
      * one place and add, correct, or retire an entry. Each row leads
      * with the player's headshot when the library has one.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
      *    YYYY-MM-DD, blank when nobody has keyed it - the age the
      *    season-end projections apply their age curve with.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout playerAvailability.aspx.cbl maintains - looked up
      * here only to hang the status badge beside the player name.

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
       01 savedTeam        pic x(15) value spaces.
       01 rowText          type String.
       01 playerName       type String.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.

           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.
      *    Headshots come out of the team folder's library
      *    (headshotStore.cbl).
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & savedTeam::Trim::Replace(" ", type String::Empty)

           OPEN INPUT PLAYER-INFO-FILE
           if PI-STATUS-BYTE-1 not = "0"
               invoke bat666rununit::Add(BAT666WEBF)
               set self::Session::Item("666rununit") to bat666rununit
               move "I" to BAT666-ACTION
               invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
           else
                   set playerName to play-first-name::Trim & " " & play-last-name::Trim
           END-READ

           set rowText to type batsweb.headshotStore::imgHtml(teamFolder, PI-PLAYER-ID, 40)
               & "ID " & PI-PLAYER-ID::ToString
               & "  " & playerName::Trim & self::availBadge(playerName)
               & "   #" & PI-JERSEY-NUM::ToString
               & "   POS " & PI-POSITION::Trim
           if PI-BIRTH-DATE not = spaces
               set rowText to rowText & "   DOB " & PI-BIRTH-DATE.
           set rowText to rowText & self::xrefText(PI-PLAYER-ID)
           invoke self::addTableRow(rosterTable, rowText)

           go to roster-loop.
       01 befLast      pic x(15) value spaces.
       01 befFirst     pic x(15) value spaces.
       01 actionFlag   pic x value "A".
       01 birthDay     type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.
           if birthDateTextBox::Text::Trim not = type String::Empty
               if not type DateTime::TryParse(birthDateTextBox::Text::Trim, by reference birthDay)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Birth date not recognized - enter it as MM/DD/YYYY.');", true)
                   exit method.

           MOVE SPACES TO PI-REC
           set PI-TEAM to savedTeam
           move type Int32::Parse(jerseyNumTextBox::Text) to PI-JERSEY-NUM
           set PI-POSITION-TEAM to savedTeam
           set PI-POSITION to positionTextBox::Text::Trim::ToUpper
      *    A blank birth date box leaves the one on file alone.
           if actionFlag = "A"
               move spaces to PI-BIRTH-DATE.
           if birthDateTextBox::Text::Trim not = type String::Empty
               set PI-BIRTH-DATE to birthDay::ToString("yyyy-MM-dd").

           WRITE PI-REC
               INVALID KEY
       01 befJersey    pic 9(03) value zeroes.
       01 befPosition  pic x(02) value spaces.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.

       local-storage section.
       01 savedTeam    pic x(15) value spaces.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.

       local-storage section.
       01 savedTeam    pic x(15) value spaces.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.
           if revertStampTextBox::Text::Trim = type String::Empty
