      * run), the pre-rendered reports, and an index.html manifest
      * that works from a laptop's local disk, under
      * WEBSYNC\BUNDLE-<request-id>. NOTIFY.LOG carries the ready
      * notice like every other finished job. Ticking the caption box
      * packs the clips with their pitch captions burned in
      * (batsweb.clipCaption) instead of the clean copies. Each scout
      * itinerary lists its games' overnight forecast
      * (weatherForecast.cbl), rain risks flagged. Each trip's expense
      * and mileage claim is filed against it on expenseClaims.aspx.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * Advance-scout itineraries - scout, opponent, series range,
      * park - the whiteboard as records. itineraryRunner.cbl reads

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
      * before the bus leaves, not this minute.
       method-id buildBundleButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if startDateTextBox::Text::Trim = type String::Empty
               or endDateTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the game date range to pack.');", true)
               exit method.

           MOVE SPACES TO BQ-REC
           set BQ-REQUEST-ID to self::Session::Item("team")::ToString::Trim
               & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss")
      *    Captioned clips are the scout's choice per bundle; the -CAP
      *    tail keeps a clean and an annotated bundle apart on disk.
           if captionCheckBox::Checked
               set BQ-REQUEST-ID to BQ-REQUEST-ID::Trim & "-CAP"
               move "Y" to BQ-CAPTION-FLAG.
           set BQ-SOURCE-PAGE to "ROADBUNDLE"
           set BQ-TEAM to self::Session::Item("team")::ToString
           move "C" to BQ-DATE-CHOICE-FLAG
       method-id populateItineraryTable protected.
       local-storage section.
       01 rowText          type String.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 tripStart        type DateTime.
       01 tripEnd          type DateTime.
       01 fcText           type String.
       procedure division.
           if self::Session["team"] not = null
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
           invoke itineraryTable::Rows::Clear()

           OPEN INPUT ITINERARY-FILE
               & "  at " & IT-PARK::Trim
           if IT-BUNDLED-FLAG = "Y"
               set rowText to rowText & "  (bundle queued)".
      *    The trip's games with the overnight forecast on them - the
      *    rainout seen before the drive, not after.
           if teamFolder not = null
               and type DateTime::TryParse(IT-START-DATE::Trim, by reference tripStart)
               and type DateTime::TryParse(IT-END-DATE::Trim, by reference tripEnd)
               set fcText to type batsweb.gameForecast::tripForecast(teamFolder, IT-OPPONENT, tripStart, tripEnd)
               if fcText not = type String::Empty
                   set rowText to rowText & "  forecast: " & fcText
               end-if
           end-if
           invoke self::addTableRow(itineraryTable, rowText)
           go to itin-loop.
       itin-done.
       01 startDay     type DateTime.
       01 endDay       type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if itinScoutTextBox::Text::Trim = type String::Empty
               or itinOpponentTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the scout and the opponent.');", true)
