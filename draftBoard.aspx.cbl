       class-id batsweb.draftBoard is partial
                inherits type System.Web.UI.Page public.

      * Amateur draft board. The system only knew players already on
      * PLAY-FILE; amateur scouting lived in spreadsheets mailed
      * around before the draft. This page keeps it here instead:
      *   PROSPECT.DAT   one record per amateur - identity, school,
      *                  position, bats/throws, birth date and draft
      *                  eligibility year, plus his place on the board
      *   SCOUTRPT.DAT   one record per scout visit - five 20-80 tool
      *                  grades present and future, an overall future
      *                  potential grade and a written summary, the
      *                  DOSSIER.DAT style of entry pitchervsbatter
      *                  keeps for opposing hitters
      * The tools are Hit/Power/Run/Arm/Field for a position player and
      * Fastball/Breaking/Change/Command/Delivery for a pitcher. The
      * board is ordered by the scouting director - supervisor ("S")
      * or admin ("A"), the pitchCorrection.aspx.cbl gate - who also
      * records a signing; every other level but "V" adds prospects
      * and files reports. The printed board goes through the shared
      * batsweb.pdfWriter path. A signing carries the prospect onto
      * PLAY-FILE (a new player id), PLAYERINFO.DAT (position, bats/
      * throws, birth date) and PLAYERXREF.DAT (a league id), and the
      * prospect record keeps the new player id, so the passport can
      * show his scouting history after he turns pro.
      * The printer drop-down sends the PDF to a clubhouse printer
      * through printSpool.cbl instead of downloading it; either way
      * the build is kept as the latest for the standing prints.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT PROSPECT-FILE ASSIGN WS-PROSPECT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PR-KEY
              ALTERNATE KEY IS PR-BOARD-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PR-STATUS-COMN.
          SELECT SCOUT-REPORT-FILE ASSIGN WS-SCOUTRPT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SV-KEY
              LOCK MANUAL
              FILE STATUS IS SV-STATUS-COMN.
          SELECT PLAYER-INFO-FILE ASSIGN WS-PLAYERINFO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              ALTERNATE KEY IS PI-JERSEY-KEY WITH DUPLICATES
              ALTERNATE KEY IS PI-POSITION-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
          SELECT PLAYER-XREF-FILE ASSIGN WS-PLAYERXREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS XR-KEY
              LOCK MANUAL
              FILE STATUS IS XR-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * One record per amateur prospect. PR-BOARD-RANK is his place on
      * the board, zero while he is off it.
       FD  PROSPECT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PR-REC.
       01  PR-REC.
           05  PR-KEY.
               10  PR-PROSPECT-ID          PIC 9(06).
           05  PR-BOARD-KEY.
               10  PR-BOARD-RANK           PIC 9(04).
           05  PR-REST.
               10  PR-LAST-NAME            PIC X(15).
               10  PR-FIRST-NAME           PIC X(15).
               10  PR-SCHOOL               PIC X(30).
               10  PR-POSITION             PIC X(02).
               10  PR-BATS                 PIC X.
               10  PR-THROWS               PIC X.
               10  PR-BIRTH-DATE           PIC X(10).
               10  PR-ELIG-YEAR            PIC 9(04).
      *        A active, S signed (PR-SIGNED-ID is his PLAY-FILE id),
      *        G gone - drafted elsewhere or out of the pool.
               10  PR-STATUS               PIC X.
               10  PR-SIGNED-ID            PIC 9(05).
               10  PR-UPDATED-BY           PIC X(30).
               10  PR-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One record per scout visit.
       FD  SCOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SV-REC.
       01  SV-REC.
           05  SV-KEY.
               10  SV-PROSPECT-ID          PIC 9(06).
               10  SV-VISIT-DATE           PIC X(10).
               10  SV-SCOUT                PIC X(30).
           05  SV-REST.
               10  SV-GRADES.
                   15  SV-TOOL OCCURS 5.
                       20  SV-PRESENT      PIC 9(02).
                       20  SV-FUTURE       PIC 9(02).
               10  SV-OFP                  PIC 9(02).
               10  SV-SUMMARY              PIC X(240).
               10  SV-WRITTEN-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-INFO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PI-REC.
       01  PI-REC.
           05  PI-KEY.
               10  PI-TEAM                 PIC X(15).
               10  PI-PLAYER-ID            PIC 9(05).
           05  PI-JERSEY-KEY.
               10  PI-JERSEY-TEAM          PIC X(15).
               10  PI-JERSEY-NUM           PIC 9(03).
           05  PI-POSITION-KEY.
               10  PI-POSITION-TEAM        PIC X(15).
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XR-REC.
       01  XR-REC.
           05  XR-KEY.
               10  XR-TEAM                 PIC X(15).
               10  XR-PLAYER-ID            PIC 9(05).
           05  XR-REST.
               10  XR-LEAGUE-ID            PIC X(15).
               10  XR-VENDOR-ID            PIC X(15).
               10  FILLER                  PIC X(10).

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
       01 WS-PROSPECT-FILE    PIC X(256) VALUE "PROSPECT.DAT".
       01 PR-STATUS-COMN.
           05  PR-STATUS-BYTE-1        PIC X.
           05  PR-STATUS-BYTE-2        PIC X.
       01 WS-SCOUTRPT-FILE    PIC X(256) VALUE "SCOUTRPT.DAT".
       01 SV-STATUS-COMN.
           05  SV-STATUS-BYTE-1        PIC X.
           05  SV-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERINFO-FILE  PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERXREF-FILE  PIC X(256) VALUE "PLAYERXREF.DAT".
       01 XR-STATUS-COMN.
           05  XR-STATUS-BYTE-1        PIC X.
           05  XR-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * Set while SCOUTRPT.DAT is open under a board listing.
       01 SV-OPEN-SW               PIC X VALUE "N".
           88  SV-OPEN                 VALUE "Y".
      * The board in order while it is being renumbered.
       01 BOARD-TBL.
           05  BD-PROSPECT-ID          PIC 9(06) OCCURS 500.
       01 BD-COUNT                 PIC 9(04).
      * Tool names, position player then pitcher.
       01 TOOL-NAMES.
           05  FILLER                  PIC X(08) VALUE "Hit".
           05  FILLER                  PIC X(08) VALUE "Power".
           05  FILLER                  PIC X(08) VALUE "Run".
           05  FILLER                  PIC X(08) VALUE "Arm".
           05  FILLER                  PIC X(08) VALUE "Field".
           05  FILLER                  PIC X(08) VALUE "Fastball".
           05  FILLER                  PIC X(08) VALUE "Breaking".
           05  FILLER                  PIC X(08) VALUE "Change".
           05  FILLER                  PIC X(08) VALUE "Command".
           05  FILLER                  PIC X(08) VALUE "Delivery".
       01 TOOL-NAMES-R REDEFINES TOOL-NAMES.
           05  TOOL-NAME               PIC X(08) OCCURS 10.

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

      * #### Access control - WEBPASS-LEVEL "V" is video-clips-only and
      * #### stays out of the scouting files ####
           if self::Session["level"] not = null
               if self::Session["level"]::ToString = "V"
                   invoke self::Response::Redirect("~/mainmenu.aspx")
                   exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PROSPECT.DAT"' delimited by size
                  into WS-PROSPECT-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\SCOUTRPT.DAT"' delimited by size
                  into WS-SCOUTRPT-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PLAYERINFO.DAT"' delimited by size
                  into WS-PLAYERINFO-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\PLAYERXREF.DAT"' delimited by size
                  into WS-PLAYERXREF-FILE
               if not self::IsPostBack
                   invoke self::logAudit("draftBoard")
                   invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).

           if self::Session["bat666data"] = null
               set mydata to new batsweb.bat666Data
               invoke mydata::populateData
               set self::Session["bat666data"] to mydata
           else
               set mydata to self::Session["bat666data"] as type batsweb.bat666Data.

           if not self::IsPostBack
               invoke self::populateBoardTable.

           goback.
       end method.

      * Scouting director - supervisor or admin.
       method-id isDirector private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if self::Session["level"] = null
               exit method.
           if self::Session["level"]::ToString = "S"
               or self::Session["level"]::ToString = "A"
               set okFlag to true.
       end method.

      *#####   The board - ranked prospects first, then the rest      #####
       method-id populateBoardTable protected.
       local-storage section.
       01 rowText          type String.
       procedure division.
           invoke boardTable::Rows::Clear()
           OPEN INPUT PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
           move "N" to SV-OPEN-SW
           OPEN INPUT SCOUT-REPORT-FILE
           if SV-STATUS-BYTE-1 = "0"
               move "Y" to SV-OPEN-SW.

      *    Board order is the alternate key - rank 0 (off the board)
      *    sorts first and is listed after the ranked ones.
           MOVE LOW-VALUE TO PR-BOARD-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-BOARD-KEY
           if PR-STATUS-BYTE-1 not = "0"
               go to ranked-done.
       ranked-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END go to ranked-done.
           if PR-BOARD-RANK = 0
               go to ranked-loop.
           invoke self::addTableRow(boardTable, PR-BOARD-RANK::ToString & ". " & self::prospectLine)
           go to ranked-loop.
       ranked-done.
           MOVE LOW-VALUE TO PR-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-KEY
           if PR-STATUS-BYTE-1 not = "0"
               go to unranked-done.
       unranked-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END go to unranked-done.
           if PR-BOARD-RANK not = 0
               go to unranked-loop.
           invoke self::addTableRow(boardTable, "-- " & self::prospectLine)
           go to unranked-loop.
       unranked-done.
           if SV-OPEN
               CLOSE SCOUT-REPORT-FILE
               move "N" to SV-OPEN-SW.
           CLOSE PROSPECT-FILE.
       end method.

      * One prospect's board line off the current PR-REC, with his
      * report count and average OFP.
       method-id prospectLine private.
       local-storage section.
       01 reportCount      type Int32.
       01 ofpTotal         type Int32.
       01 ofpAvg           type Double.
       01 statusText       type String.
       procedure division returning lineText as type String.
           move 0 to reportCount ofpTotal
           if SV-OPEN
               MOVE LOW-VALUE TO SV-KEY
               move PR-PROSPECT-ID to SV-PROSPECT-ID
               START SCOUT-REPORT-FILE KEY NOT LESS THAN SV-KEY
               if SV-STATUS-BYTE-1 = "0"
                   invoke self::countReports(by reference reportCount, by reference ofpTotal)
               end-if
           end-if
           EVALUATE PR-STATUS
               WHEN "S"
                   set statusText to "  SIGNED (player id " & PR-SIGNED-ID::ToString & ")"
               WHEN "G"
                   set statusText to "  gone"
               WHEN OTHER
                   set statusText to type String::Empty
           END-EVALUATE
           set lineText to PR-LAST-NAME::Trim & ", " & PR-FIRST-NAME::Trim & "  [" & PR-PROSPECT-ID::ToString & "]  "
               & PR-POSITION::Trim & "  " & PR-BATS & "/" & PR-THROWS & "  " & PR-SCHOOL::Trim & "  eligible " & PR-ELIG-YEAR::ToString
           if reportCount > 0
               compute ofpAvg = ofpTotal / reportCount
               set lineText to lineText & "  - " & reportCount::ToString & " report(s), OFP " & ofpAvg::ToString("0.0")
           else
               set lineText to lineText & "  - no reports yet".
           set lineText to lineText & statusText.
       end method.

       method-id countReports private.
       procedure division using by reference reportCount as type Int32
                                by reference ofpTotal as type Int32.
       count-loop.
           READ SCOUT-REPORT-FILE NEXT RECORD
               AT END exit method.
           if SV-PROSPECT-ID not = PR-PROSPECT-ID
               exit method.
           add 1 to reportCount
           add SV-OFP to ofpTotal
           go to count-loop.
       end method.

      *#####   Add or correct a prospect                               #####
       method-id saveProspectButton_Click protected.
       local-storage section.
       01 prospectId       type Int32.
       01 eligYear         type Int32.
       01 birthDay         type DateTime.
       01 newFlag          pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if prospectLastTextBox::Text::Trim = type String::Empty
               or prospectFirstTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the prospect\'s last and first name.');", true)
               exit method.
           if not type Int32::TryParse(eligYearTextBox::Text::Trim, by reference eligYear)
               or eligYear < type DateTime::Today::Year - 1 or eligYear > type DateTime::Today::Year + 6
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Eligibility year must be a draft year, this year through six years out.');", true)
               exit method.
           if prospectBatsTextBox::Text::Trim::ToUpper not = "L" and not = "R" and not = "S"
               or prospectThrowsTextBox::Text::Trim::ToUpper not = "L" and not = "R"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Bats is L, R or S; throws is L or R.');", true)
               exit method.
           if prospectBirthTextBox::Text::Trim not = type String::Empty
               if not type DateTime::TryParse(prospectBirthTextBox::Text::Trim, by reference birthDay)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Birth date not recognized - enter it as MM/DD/YYYY.');", true)
                   exit method.

           OPEN I-O PROSPECT-FILE
           IF PR-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PROSPECT-FILE
               CLOSE PROSPECT-FILE
               OPEN I-O PROSPECT-FILE
           END-IF

      *    A blank id is a new prospect - the next number after the
      *    highest on file.
           if prospectIdTextBox::Text::Trim = type String::Empty
               move "Y" to newFlag
               set prospectId to self::nextProspectId
               MOVE SPACES TO PR-REC
               move prospectId to PR-PROSPECT-ID
               move zeroes to PR-BOARD-RANK PR-SIGNED-ID
               move "A" to PR-STATUS
           else
               if not type Int32::TryParse(prospectIdTextBox::Text::Trim, by reference prospectId)
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Prospect id must be a number - leave it blank to add a new prospect.');", true)
                   exit method
               end-if
               MOVE SPACES TO PR-REC
               move prospectId to PR-PROSPECT-ID
               READ PROSPECT-FILE
                   INVALID KEY
                       CLOSE PROSPECT-FILE
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
                       exit method
               END-READ
           end-if

           set PR-LAST-NAME to prospectLastTextBox::Text::Trim::ToUpper
           set PR-FIRST-NAME to prospectFirstTextBox::Text::Trim::ToUpper
           set PR-SCHOOL to schoolTextBox::Text::Trim
           set PR-POSITION to prospectPositionTextBox::Text::Trim::ToUpper
           set PR-BATS to prospectBatsTextBox::Text::Trim::ToUpper
           set PR-THROWS to prospectThrowsTextBox::Text::Trim::ToUpper
           move eligYear to PR-ELIG-YEAR
           if prospectBirthTextBox::Text::Trim not = type String::Empty
               set PR-BIRTH-DATE to birthDay::ToString("yyyy-MM-dd").
           if goneCheckBox::Checked and PR-STATUS = "A"
               move "G" to PR-STATUS
               move zeroes to PR-BOARD-RANK.
           set PR-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set PR-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           WRITE PR-REC
               INVALID KEY
                   REWRITE PR-REC
           END-WRITE
           CLOSE PROSPECT-FILE

           set prospectIdTextBox::Text to prospectId::ToString
           invoke self::populateBoardTable
           if newFlag = "Y"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Prospect added as id " & prospectId::ToString & ".');", true)
           else
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Prospect saved.');", true).
       end method.

       method-id nextProspectId private.
       procedure division returning nextId as type Int32.
           set nextId to 1
           MOVE LOW-VALUE TO PR-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-KEY
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
       next-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END exit method.
           if PR-PROSPECT-ID >= nextId
               compute nextId = PR-PROSPECT-ID + 1.
           go to next-loop.
       end method.

      *#####   File a scout's visit report                             #####
       method-id saveReportButton_Click protected.
       local-storage section.
       01 prospectId       type Int32.
       01 visitDay         type DateTime.
       01 ofpNum           type Int32.
       01 tt               type Int32.
       01 gradeText        type String.
       01 presentNum       type Int32.
       01 futureNum        type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not type Int32::TryParse(prospectIdTextBox::Text::Trim, by reference prospectId)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the prospect id the report is for.');", true)
               exit method.
           if not type DateTime::TryParse(visitDateTextBox::Text::Trim, by reference visitDay)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Visit date not recognized - enter it as MM/DD/YYYY.');", true)
               exit method.
           if not type Int32::TryParse(ofpTextBox::Text::Trim, by reference ofpNum)
               or not self::validGrade(ofpNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('OFP is a 20-80 grade in fives.');", true)
               exit method.

           OPEN INPUT PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
               exit method.
           MOVE SPACES TO PR-REC
           move prospectId to PR-PROSPECT-ID
           READ PROSPECT-FILE
               INVALID KEY
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
                   exit method
           END-READ
           CLOSE PROSPECT-FILE

           MOVE SPACES TO SV-REC
           move prospectId to SV-PROSPECT-ID
           set SV-VISIT-DATE to visitDay::ToString("yyyy-MM-dd")
           set SV-SCOUT to self::Session["last"]::ToString & self::Session["first"]::ToString

      *    Each tool is keyed "present/future", 45/55.
           move 1 to tt.
       grade-loop.
           if tt > 5
               go to grade-done.
           EVALUATE tt
               WHEN 1
                   set gradeText to tool1GradeTextBox::Text::Trim
               WHEN 2
                   set gradeText to tool2GradeTextBox::Text::Trim
               WHEN 3
                   set gradeText to tool3GradeTextBox::Text::Trim
               WHEN 4
                   set gradeText to tool4GradeTextBox::Text::Trim
               WHEN OTHER
                   set gradeText to tool5GradeTextBox::Text::Trim
           END-EVALUATE
           if gradeText::IndexOf("/") < 1
               go to grade-bad.
           if not type Int32::TryParse(gradeText::Substring(0, gradeText::IndexOf("/")), by reference presentNum)
               or not type Int32::TryParse(gradeText::Substring(gradeText::IndexOf("/") + 1), by reference futureNum)
               go to grade-bad.
           if not self::validGrade(presentNum) or not self::validGrade(futureNum)
               go to grade-bad.
           move presentNum to SV-PRESENT(tt)
           move futureNum to SV-FUTURE(tt)
           add 1 to tt
           go to grade-loop.
       grade-bad.
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & self::toolName(tt)::Trim & " grade must be present/future on the 20-80 scale in fives, e.g. 45/55.');", true)
           exit method.
       grade-done.
           move ofpNum to SV-OFP
           set SV-SUMMARY to visitSummaryTextBox::Text::Trim
           set SV-WRITTEN-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN I-O SCOUT-REPORT-FILE
           IF SV-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT SCOUT-REPORT-FILE
               CLOSE SCOUT-REPORT-FILE
               OPEN I-O SCOUT-REPORT-FILE
           END-IF
           WRITE SV-REC
               INVALID KEY
                   REWRITE SV-REC
           END-WRITE
           CLOSE SCOUT-REPORT-FILE

           invoke self::populateBoardTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Report filed for " & PR-FIRST-NAME::Trim & " " & PR-LAST-NAME::Trim & ".');", true)
       end method.

       method-id validGrade private.
       procedure division using by value gradeNum as type Int32
                          returning okFlag as type Condition.
           set okFlag to false
           if gradeNum >= 20 and gradeNum <= 80
               if gradeNum = (gradeNum / 5) * 5
                   set okFlag to true.
       end method.

      * Tool tt's name for the prospect in PR-REC - the pitcher set
      * for a pitcher.
       method-id toolName private.
       local-storage section.
       01 nameIdx      type Int32.
       procedure division using by value tt as type Int32
                          returning nameOut as type String.
           set nameIdx to tt
           if self::isPitcher
               add 5 to nameIdx.
           set nameOut to TOOL-NAME(nameIdx).
       end method.

       method-id isPitcher private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if PR-POSITION = "P " or PR-POSITION = "SP" or PR-POSITION = "RP"
               or PR-POSITION = "LH" or PR-POSITION = "RH"
               set okFlag to true.
       end method.

      *#####   Every report on one prospect, newest visit last         #####
       method-id viewReportsButton_Click protected.
       local-storage section.
       01 prospectId       type Int32.
       01 tt               type Int32.
       01 gradeLine        type String.
       01 reportOut        type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           if not type Int32::TryParse(prospectIdTextBox::Text::Trim, by reference prospectId)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the prospect id.');", true)
               exit method.
           OPEN INPUT PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PR-REC
           move prospectId to PR-PROSPECT-ID
           READ PROSPECT-FILE
               INVALID KEY
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
                   exit method
           END-READ
           CLOSE PROSPECT-FILE

           set reportOut to new type System.Text.StringBuilder
           invoke reportOut::AppendLine("<html><head><title>Scouting Reports</title>")
           invoke reportOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;text-align:center;}</style>")
           invoke reportOut::AppendLine("</head><body>")
           invoke reportOut::AppendLine("<h3>" & PR-FIRST-NAME::Trim & " " & PR-LAST-NAME::Trim & " - " & PR-POSITION::Trim & ", " & PR-SCHOOL::Trim & "</h3>")
           invoke reportOut::AppendLine("<p>Bats " & PR-BATS & ", throws " & PR-THROWS & ", born " & PR-BIRTH-DATE & ", draft-eligible " & PR-ELIG-YEAR::ToString & "</p>")

           OPEN INPUT SCOUT-REPORT-FILE
           if SV-STATUS-BYTE-1 not = "0"
               go to report-done.
           MOVE LOW-VALUE TO SV-KEY
           move prospectId to SV-PROSPECT-ID
           START SCOUT-REPORT-FILE KEY NOT LESS THAN SV-KEY
           if SV-STATUS-BYTE-1 not = "0"
               go to report-close.
       report-loop.
           READ SCOUT-REPORT-FILE NEXT RECORD
               AT END go to report-close.
           if SV-PROSPECT-ID not = prospectId
               go to report-close.
           set gradeLine to type String::Empty
           move 1 to tt.
       report-tool-loop.
           if tt > 5
               go to report-tool-done.
           set gradeLine to gradeLine & self::toolName(tt)::Trim & " " & SV-PRESENT(tt)::ToString & "/" & SV-FUTURE(tt)::ToString & "&nbsp;&nbsp; "
           add 1 to tt
           go to report-tool-loop.
       report-tool-done.
           invoke reportOut::AppendLine("<p><b>" & SV-VISIT-DATE & " - " & SV-SCOUT::Trim & "</b> &nbsp; OFP " & SV-OFP::ToString & "<br/>"
               & gradeLine & "<br/>" & SV-SUMMARY::Trim & "</p>")
           go to report-loop.
       report-close.
           CLOSE SCOUT-REPORT-FILE.
       report-done.
           invoke reportOut::AppendLine("</body></html>")
           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(reportOut::ToString)
           invoke self::Response::End
       end method.

      *#####   Director's ordering - put one prospect at a rank and    #####
      *#####   renumber the board around him                           #####
       method-id setRankButton_Click protected.
       local-storage section.
       01 prospectId       type Int32.
       01 newRank          type Int32.
       01 nn               pic 9(04).
       01 slotNum          pic 9(04).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::isDirector
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the scouting director orders the board.');", true)
               exit method.
           if not type Int32::TryParse(prospectIdTextBox::Text::Trim, by reference prospectId)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the prospect id to place.');", true)
               exit method.
      *    Rank 0 takes him off the board.
           if not type Int32::TryParse(boardRankTextBox::Text::Trim, by reference newRank)
               or newRank < 0 or newRank > 500
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Board rank must be 1-500, or 0 to take him off the board.');", true)
               exit method.

           OPEN I-O PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PR-REC
           move prospectId to PR-PROSPECT-ID
           READ PROSPECT-FILE
               INVALID KEY
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
                   exit method
           END-READ
           if PR-STATUS not = "A" and newRank > 0
               CLOSE PROSPECT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only an active prospect goes on the board.');", true)
               exit method.

      *    The board as it stands, without him.
           move zeroes to BD-COUNT
           MOVE LOW-VALUE TO PR-BOARD-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-BOARD-KEY
           if PR-STATUS-BYTE-1 not = "0"
               go to board-read-done.
       board-read-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END go to board-read-done.
           if PR-BOARD-RANK = 0 or PR-PROSPECT-ID = prospectId
               go to board-read-loop.
           if BD-COUNT < 500
               add 1 to BD-COUNT
               move PR-PROSPECT-ID to BD-PROSPECT-ID(BD-COUNT).
           go to board-read-loop.
       board-read-done.

      *    Renumber 1..n with him dropped in at his new slot (or at
      *    the bottom when the rank is past the end).
           move 0 to slotNum
           move 1 to nn.
       renumber-loop.
           if nn > BD-COUNT
               go to renumber-done.
           add 1 to slotNum
           if slotNum = newRank
               invoke self::setRank(prospectId, slotNum)
               add 1 to slotNum.
           invoke self::setRank(BD-PROSPECT-ID(nn), slotNum)
           add 1 to nn
           go to renumber-loop.
       renumber-done.
           if newRank = 0
               invoke self::setRank(prospectId, 0)
           else
               if newRank > slotNum
                   add 1 to slotNum
                   invoke self::setRank(prospectId, slotNum).
           CLOSE PROSPECT-FILE

           invoke self::populateBoardTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Board updated.');", true)
       end method.

       method-id setRank private.
       procedure division using by value prospectId as type Int32
                          by value rankNum as type Int32.
           MOVE SPACES TO PR-REC
           move prospectId to PR-PROSPECT-ID
           READ PROSPECT-FILE
               INVALID KEY
                   exit method
           END-READ
           if PR-BOARD-RANK = rankNum
               exit method.
           move rankNum to PR-BOARD-RANK
           REWRITE PR-REC.
       end method.

      *#####   The printed board - through the shared pdfWriter path   #####
       method-id printBoardPdfButton_Click protected.
       local-storage section.
       01 pdf              type batsweb.pdfWriter.
       01 pdfBytes         type Byte occurs any.
       01 latestSummary    type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading("Draft board - " & self::Session["team"]::ToString::Trim & " - " & type DateTime::Today::ToString("yyyy-MM-dd"))

           OPEN INPUT PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               invoke pdf::addLine("No prospects on file.")
               go to pdf-finish.
           move "N" to SV-OPEN-SW
           OPEN INPUT SCOUT-REPORT-FILE
           if SV-STATUS-BYTE-1 = "0"
               move "Y" to SV-OPEN-SW.
           MOVE LOW-VALUE TO PR-BOARD-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-BOARD-KEY
           if PR-STATUS-BYTE-1 not = "0"
               go to pdf-board-done.
       pdf-board-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END go to pdf-board-done.
           if PR-BOARD-RANK = 0
               go to pdf-board-loop.
           invoke pdf::addLine(PR-BOARD-RANK::ToString & ". " & self::prospectLine)
           set latestSummary to self::latestSummaryText
           if latestSummary not = type String::Empty
               invoke pdf::addLine("     " & latestSummary).
           go to pdf-board-loop.
       pdf-board-done.
           if SV-OPEN
               CLOSE SCOUT-REPORT-FILE
               move "N" to SV-OPEN-SW.
           CLOSE PROSPECT-FILE.
       pdf-finish.
           set pdfBytes to pdf::finish("Draft board")
           invoke self::sendPdf("DRAFTBOARD", pdfBytes, "Draft board", "draftboard.pdf")
       end method.

      *#####   Clubhouse printer or download - every build is staged   #####
      *#####   through printSpool.cbl; a picked printer gets a job     #####
       method-id sendPdf private.
       local-storage section.
       01 printJob         type String.
       procedure division using by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value fileName as type String.
           set printJob to type batsweb.printSpool::deliver(self::teamFolder, artifactCode,
               printDestDropDownList::SelectedValue, pdfBytes, titleText, "draftBoard",
               self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
               else
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sent to " & printDestDropDownList::SelectedValue & " as job " & printJob & ".');", true)
               end-if
               invoke self::logAudit("draftBoard PRINT=" & printDestDropDownList::SelectedValue)
               exit method.
           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & fileName)
           invoke self::Response::BinaryWrite(pdfBytes)
           invoke self::Response::End
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * The last visit's summary for the prospect in PR-REC, cut to
      * one printed line.
       method-id latestSummaryText private.
       procedure division returning textOut as type String.
           set textOut to type String::Empty
           if not SV-OPEN
               exit method.
           MOVE LOW-VALUE TO SV-KEY
           move PR-PROSPECT-ID to SV-PROSPECT-ID
           START SCOUT-REPORT-FILE KEY NOT LESS THAN SV-KEY
           if SV-STATUS-BYTE-1 not = "0"
               exit method.
       summary-loop.
           READ SCOUT-REPORT-FILE NEXT RECORD
               AT END go to summary-done.
           if SV-PROSPECT-ID not = PR-PROSPECT-ID
               go to summary-done.
           set textOut to SV-VISIT-DATE & " " & SV-SCOUT::Trim & ": " & SV-SUMMARY::Trim
           go to summary-loop.
       summary-done.
           if textOut::Length > 90
               set textOut to textOut::Substring(0, 90).
       end method.

      *#####   Signing - the prospect becomes a player on file         #####
       method-id signProspectButton_Click protected.
       local-storage section.
       01 prospectId       type Int32.
       01 newPlayerId      type Int32.
       01 savedTeam        pic x(15) value spaces.
       01 leagueId         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::isDirector
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the scouting director records a signing.');", true)
               exit method.
           if not type Int32::TryParse(prospectIdTextBox::Text::Trim, by reference prospectId)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the prospect id that signed.');", true)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.

           OPEN I-O PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PR-REC
           move prospectId to PR-PROSPECT-ID
           READ PROSPECT-FILE
               INVALID KEY
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No prospect on file with that id.');", true)
                   exit method
           END-READ
           if PR-STATUS = "S"
               CLOSE PROSPECT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Already signed as player id " & PR-SIGNED-ID::ToString & ".');", true)
               exit method.

      *    PLAY-FILE through the session BAT666 run-unit, the way
      *    rosterMaintenance.aspx.cbl reaches it.
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
           OPEN I-O PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               CLOSE PROSPECT-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Player master could not be opened - try again.');", true)
               exit method.

      *    A player master entry under the next free id.
           move 0 to newPlayerId.
       id-loop.
           READ PLAY-FILE NEXT
               AT END go to id-done.
           if play-player-id > newPlayerId
               move play-player-id to newPlayerId.
           go to id-loop.
       id-done.
           add 1 to newPlayerId
           INITIALIZE PLAY-REC
           move newPlayerId to play-player-id
           move PR-LAST-NAME to play-last-name
           move PR-FIRST-NAME to play-first-name
           move PR-BATS to play-bats
           WRITE PLAY-REC
               INVALID KEY
                   CLOSE PLAY-FILE
                   CLOSE PROSPECT-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Player master entry could not be written - nothing was changed.');", true)
                   exit method
           END-WRITE
           CLOSE PLAY-FILE

      *    Roster record with what the scouts already know.
           OPEN I-O PLAYER-INFO-FILE
           IF PI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PLAYER-INFO-FILE
               CLOSE PLAYER-INFO-FILE
               OPEN I-O PLAYER-INFO-FILE
           END-IF
           MOVE SPACES TO PI-REC
           set PI-TEAM to savedTeam
           move newPlayerId to PI-PLAYER-ID
           set PI-JERSEY-TEAM to savedTeam
           move zeroes to PI-JERSEY-NUM
           set PI-POSITION-TEAM to savedTeam
           move PR-POSITION to PI-POSITION
           move PR-BATS to PI-BATS
           move PR-THROWS to PI-THROWS
           move PR-BIRTH-DATE to PI-BIRTH-DATE
           WRITE PI-REC
               INVALID KEY
                   REWRITE PI-REC
           END-WRITE
           CLOSE PLAYER-INFO-FILE

      *    League id - the one keyed, else one built from the
      *    prospect id so the cross-reference is never blank.
           if signLeagueIdTextBox::Text::Trim not = type String::Empty
               set leagueId to signLeagueIdTextBox::Text::Trim::ToUpper
           else
               set leagueId to "AM" & PR-PROSPECT-ID::ToString.
           OPEN I-O PLAYER-XREF-FILE
           IF XR-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PLAYER-XREF-FILE
               CLOSE PLAYER-XREF-FILE
               OPEN I-O PLAYER-XREF-FILE
           END-IF
           MOVE SPACES TO XR-REC
           set XR-TEAM to savedTeam
           move newPlayerId to XR-PLAYER-ID
           set XR-LEAGUE-ID to leagueId
           WRITE XR-REC
               INVALID KEY
                   REWRITE XR-REC
           END-WRITE
           CLOSE PLAYER-XREF-FILE

           move "S" to PR-STATUS
           move newPlayerId to PR-SIGNED-ID
           move zeroes to PR-BOARD-RANK
           set PR-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set PR-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE PR-REC
           CLOSE PROSPECT-FILE

           invoke self::populateBoardTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Signed - player id " & newPlayerId::ToString & ", league id " & leagueId & ".');", true)
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
