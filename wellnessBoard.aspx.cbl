       class-id batsweb.wellnessBoard is partial
                inherits type System.Web.UI.Page public.

      * Training staff's morning wellness screen. Every player who has
      * checked in over the last two weeks (mobileClips.aspx.cbl or
      * the app through jsonFeed.aspx.cbl) gets one line - what he
      * reported today and how it sits against his own baseline -
      * and anyone under it is listed again at the top, the same test
      * bullpenBoard.aspx.cbl flags pitchers with (wellnessCheck.cbl
      * holds both). The velocity view answers whether the scores
      * mean anything on the mound: one pitcher's check-ins, each
      * paired with his next outing's average velocity - the
      * TRACKPITCH.DAT device reading where the radar import has one,
      * else the charted BAT360-P-VEL, the preference restSplits.cbl
      * applies. Gated like the bullpen board: level "V" stays out.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WELLNESS-FILE ASSIGN WS-WELLNESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WL-KEY
              LOCK MANUAL
              FILE STATUS IS WL-STATUS-COMN.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout wellnessCheck.cbl maintains.
       FD  WELLNESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WL-REC.
       01  WL-REC.
           05  WL-KEY.
               10  WL-PLAYER-NAME          PIC X(30).
               10  WL-DATE                 PIC X(10).
           05  WL-REST.
               10  WL-SLEEP-TENTHS         PIC 9(03).
               10  WL-SORENESS.
                   15  WL-SORE             PIC 9(01) OCCURS 5.
               10  WL-ARM-FEEL             PIC 9(01).
               10  WL-MOOD                 PIC 9(01).
               10  WL-SCORE                PIC 9(03).
               10  WL-SOURCE               PIC X.
               10  WL-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout trackingImport.cbl writes.
       FD  TRACK-PITCH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TP-REC.
       01  TP-REC.
           05  TP-KEY.
               10  TP-GAME-DATE            PIC X(10).
               10  TP-GAME-ID              PIC X(10).
               10  TP-AB-NUM               PIC 9(03).
               10  TP-PITCH-NUM            PIC 9(02).
           05  TP-REST.
               10  TP-DEV-VEL              PIC 9(03).
               10  TP-DEV-SPIN             PIC 9(04).
               10  TP-DEV-BREAK            PIC 9(03).
               10  TP-IMPORTED-AT          PIC X(19).
               10  FILLER                  PIC X(11).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 mydata360             type batsweb.bat360Data.
       01 WS-WELLNESS-FILE    PIC X(256) VALUE "WELLNESS.DAT".
       01 WL-STATUS-COMN.
           05  WL-STATUS-BYTE-1        PIC X.
           05  WL-STATUS-BYTE-2        PIC X.
       01 WS-TRACKPITCH-FILE  PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
       01 WS-TRACK-OPEN            PIC X VALUE "N".
      * The pitcher's outings, one row per game date, for pairing
      * with his check-ins.
       01 OUTING-TBL.
           05  OT-ENTRY OCCURS 200.
               10  OT-DATE                 PIC X(10).
               10  OT-VEL-SUM              PIC 9(07).
               10  OT-VEL-CNT              PIC 9(04).
       01 OT-COUNT                 PIC 9(03).

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
                  '\WEBSYNC\WELLNESS.DAT"' delimited by size
                  into WS-WELLNESS-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\TRACKPITCH.DAT"' delimited by size
                  into WS-TRACKPITCH-FILE
               if not self::IsPostBack
                   invoke self::logAudit("wellnessBoard").

           if not self::IsPostBack
               invoke self::populateWellnessTables.

           goback.
       end method.

      * The team's WEBSYNC parent - what wellnessCheck.cbl is handed.
       method-id teamFolder private.
       local-storage section.
       01 app-data-folder type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      *#####   This morning - flagged players first, then everyone    #####
       method-id populateWellnessTables protected.
       local-storage section.
       01 folderPath       type String.
       01 lastName         pic x(30).
       01 cutoffDate       pic x(10).
       01 rowText          type String.
       01 flaggedCount     type Int32.
       procedure division.
           invoke flaggedTable::Rows::Clear()
           invoke wellnessTable::Rows::Clear()
           if self::Session["team"] = null
               exit method.
           set folderPath to self::teamFolder
           set cutoffDate to type DateTime::Today::AddDays(-14)::ToString("yyyy-MM-dd")
           move 0 to flaggedCount

           OPEN INPUT WELLNESS-FILE
           if WL-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(wellnessTable, "No check-ins on file yet.")
               exit method.
           move spaces to lastName
           MOVE LOW-VALUE TO WL-KEY
           START WELLNESS-FILE KEY NOT LESS THAN WL-KEY
           if WL-STATUS-BYTE-1 not = "0"
               go to player-done.
      *    Key order is player then date - one line per player, for
      *    anyone with a check-in inside the two weeks.
       player-loop.
           READ WELLNESS-FILE NEXT RECORD
               AT END go to player-done.
           if WL-PLAYER-NAME = lastName
               go to player-loop.
           if WL-DATE < cutoffDate
               go to player-loop.
           move WL-PLAYER-NAME to lastName
           set rowText to type batsweb.wellnessCheck::checkInLine(folderPath, WL-PLAYER-NAME)
           INSPECT rowText REPLACING ALL " " BY X'A0'
           invoke self::addTableRow(wellnessTable, " " & rowText)
           if type batsweb.wellnessCheck::baselineFlag(folderPath, WL-PLAYER-NAME) not = type String::Empty
               add 1 to flaggedCount
               invoke self::addTableRow(flaggedTable, " " & rowText).
           go to player-loop.
       player-done.
           CLOSE WELLNESS-FILE
           if flaggedCount = 0
               invoke self::addTableRow(flaggedTable, "Nobody under his baseline this morning.").
       end method.

       method-id refreshButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateWellnessTables.
       end method.

      *#####   One pitcher's check-ins against his next outing's      #####
      *#####   velocity                                               #####
       method-id velocityButton_Click protected.
       local-storage section.
       01 pitcherName      pic x(30).
       01 oo               type Int32.
       01 nextIdx          type Int32.
       01 scoreSum         type Int32.
       01 scoreCount       type Int32.
       01 scoreMean        type Double.
       01 outingVel        type Double.
       01 lowVelSum        type Double.
       01 lowVelCount      type Int32.
       01 okVelSum         type Double.
       01 okVelCount       type Int32.
       01 lowVel           type Double.
       01 okVel            type Double.
       01 dayGap           type Int32.
       01 checkDay         type DateTime.
       01 outingDay        type DateTime.
       01 rowLabel         type String.
       01 velOut           type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           if velocityPitcherTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the pitcher as LAST, FIRST.');", true)
               exit method.
           set pitcherName to velocityPitcherTextBox::Text::Trim::ToUpper

           invoke self::loadOutings(pitcherName)

      *    His own mean composite is the line between a low morning
      *    and a normal one for this view.
           move 0 to scoreSum scoreCount
           OPEN INPUT WELLNESS-FILE
           if WL-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No check-ins on file yet.');", true)
               exit method.
           MOVE SPACES TO WL-KEY
           move pitcherName to WL-PLAYER-NAME
           START WELLNESS-FILE KEY NOT LESS THAN WL-KEY
           if WL-STATUS-BYTE-1 not = "0"
               go to mean-done.
       mean-loop.
           READ WELLNESS-FILE NEXT RECORD
               AT END go to mean-done.
           if WL-PLAYER-NAME not = pitcherName
               go to mean-done.
           add WL-SCORE to scoreSum
           add 1 to scoreCount
           go to mean-loop.
       mean-done.
           if scoreCount = 0
               CLOSE WELLNESS-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No check-ins on file for that pitcher.');", true)
               exit method.
           compute scoreMean = scoreSum / scoreCount

           set velOut to new type System.Text.StringBuilder
           invoke velOut::AppendLine("<html><head><title>Wellness and Velocity</title>")
           invoke velOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;text-align:center;}</style>")
           invoke velOut::AppendLine("</head><body>")
           invoke velOut::AppendLine("<h3>" & pitcherName::Trim & " - wellness against next-outing velocity</h3>")
           invoke velOut::AppendLine("<p>Mean composite " & scoreMean::ToString("0") & " over " & scoreCount::ToString & " check-ins; 10 or more under it counts as a low morning.</p>")
           invoke velOut::AppendLine("<table border=""1""><tr><td>Check-in</td><td>Score</td><td>Arm</td><td>Sleep</td><td>Next outing</td><td>Days after</td><td>Avg velo</td></tr>")

           move 0 to lowVelSum lowVelCount okVelSum okVelCount
           MOVE SPACES TO WL-KEY
           move pitcherName to WL-PLAYER-NAME
           START WELLNESS-FILE KEY NOT LESS THAN WL-KEY
           if WL-STATUS-BYTE-1 not = "0"
               go to pair-done.
       pair-loop.
           READ WELLNESS-FILE NEXT RECORD
               AT END go to pair-done.
           if WL-PLAYER-NAME not = pitcherName
               go to pair-done.
      *    The first outing on or after the check-in, within three
      *    days - a check-in with no outing behind it just lists.
           move 0 to nextIdx
           move 1 to oo.
       next-scan.
           if oo > OT-COUNT
               go to next-done.
           if OT-DATE(oo) >= WL-DATE
               if nextIdx = 0
                   move oo to nextIdx
               else
                   if OT-DATE(oo) < OT-DATE(nextIdx)
                       move oo to nextIdx.
           add 1 to oo
           go to next-scan.
       next-done.
           set rowLabel to "<tr><td>" & WL-DATE & "</td><td>" & WL-SCORE::ToString & "</td><td>" & WL-ARM-FEEL::ToString
               & "</td><td>" & WL-SLEEP-TENTHS::ToString & "</td>"
           if nextIdx = 0
               go to pair-no-outing.
           invoke type DateTime::TryParse(WL-DATE, by reference checkDay)
           invoke type DateTime::TryParse(OT-DATE(nextIdx), by reference outingDay)
           set dayGap to (outingDay::Subtract(checkDay))::Days
           if dayGap > 3 or OT-VEL-CNT(nextIdx) = 0
               go to pair-no-outing.
           compute outingVel = OT-VEL-SUM(nextIdx) / OT-VEL-CNT(nextIdx)
           if WL-SCORE + 10 <= scoreMean
               add outingVel to lowVelSum
               add 1 to lowVelCount
           else
               add outingVel to okVelSum
               add 1 to okVelCount.
           invoke velOut::AppendLine(rowLabel & "<td>" & OT-DATE(nextIdx) & "</td><td>" & dayGap::ToString & "</td><td>" & outingVel::ToString("0.0") & "</td></tr>")
           go to pair-loop.
       pair-no-outing.
           invoke velOut::AppendLine(rowLabel & "<td>-</td><td>-</td><td>-</td></tr>")
           go to pair-loop.
       pair-done.
           CLOSE WELLNESS-FILE
           invoke velOut::AppendLine("</table>")

           if lowVelCount > 0 and okVelCount > 0
               compute lowVel = lowVelSum / lowVelCount
               compute okVel = okVelSum / okVelCount
               invoke velOut::AppendLine("<p>After a low morning: " & lowVel::ToString("0.0") & " mph over " & lowVelCount::ToString
                   & " outing(s). After a normal one: " & okVel::ToString("0.0") & " mph over " & okVelCount::ToString & " outing(s).</p>")
           else
               invoke velOut::AppendLine("<p>Not enough paired outings on both sides of his mean yet to compare.</p>").
           invoke velOut::AppendLine("<p>Sleep is in tenths of an hour. Velocity is the device reading where the radar import has one, else the charted gun.</p>")
           invoke velOut::AppendLine("</body></html>")

           invoke self::Response::Clear
           set self::Response::ContentType to "text/html"
           invoke self::Response::Write(velOut::ToString)
           invoke self::Response::End
       end method.

      * Every game on the index he pitched in, with the summed
      * velocity of the pitches that carried one - the same "RA"/"VD"
      * walk and the same at-bat ordinal TRACKPITCH.DAT is keyed by
      * that restSplits.cbl uses.
       method-id loadOutings private.
       local-storage section.
       01 gg               type Int32.
       01 bb               type Int32.
       01 pp               type Int32.
       01 oo               type Int32.
       01 gameDay          type DateTime.
       01 gameDate         pic x(10).
       01 abOrdinal        pic 9(03).
       01 velNum           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value pitcherName as type String.
           move zeroes to OT-COUNT
           INITIALIZE OUTING-TBL

           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
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
               exit method.

           move "N" to WS-TRACK-OPEN
           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 = "0"
               move "Y" to WS-TRACK-OPEN.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set gameDate to gameDay::ToString("yyyy-MM-dd")

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           move 0 to abOrdinal
           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           add 1 to abOrdinal
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           if BAT360-PITCHER::Trim::ToUpper not = pitcherName::Trim
               go to ab-next.

      *    His row for this game date, registered on first sight.
           move 1 to oo.
       find-loop.
           if oo > OT-COUNT
               go to find-new.
           if OT-DATE(oo) = gameDate
               go to find-done.
           add 1 to oo
           go to find-loop.
       find-new.
           if OT-COUNT >= 200
               go to ab-next.
           add 1 to OT-COUNT
           move OT-COUNT to oo
           move gameDate to OT-DATE(oo).
       find-done.

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to ab-next.
           move 0 to velNum
           invoke type System.Int32::TryParse(BAT360-P-VEL(pp)::Trim, by reference velNum)
           if WS-TRACK-OPEN = "Y"
               MOVE SPACES TO TP-KEY
               set TP-GAME-DATE to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
               MOVE BAT360-G-GAME-ID(gg) TO TP-GAME-ID
               move abOrdinal to TP-AB-NUM
               move pp to TP-PITCH-NUM
               READ TRACK-PITCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if TP-DEV-VEL not = zeroes
                           set velNum to TP-DEV-VEL
                       end-if
               END-READ
           end-if
           if velNum > 0
               add velNum to OT-VEL-SUM(oo)
               add 1 to OT-VEL-CNT(oo).
           add 1 to pp
           go to pitch-loop.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           if WS-TRACK-OPEN = "Y"
               CLOSE TRACK-PITCH-FILE.
           invoke bat360rununit::StopRun(0).
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
