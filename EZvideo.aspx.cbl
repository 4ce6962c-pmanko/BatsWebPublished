               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * Holds the per-team default quick-range choice for this page -
      * same BATSW060-DATE-CHOICE-FLAG values (A/C/P/W/M/2/3) the
               10  TD-TEAM                 PIC X(15).
           05  TD-REST.
               10  TD-DEFAULT-RANGE-FLAG   PIC X.
               10  TD-LEVEL                PIC X(02).
               10  FILLER                  PIC X(17).

      * Same layout seasonRollover.cbl writes - the cutoff that says
      * where the live data window starts; a query reaching earlier

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
           set address of BATSW060-DIALOG-FIELDS to myData::tablePointer

           move "I" to BATSW060-ACTION
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set textBox1::Text to BATSW060-START-DATE::ToString("00/00/00")
           set textBox2::Text to BATSW060-END-DATE::ToString("00/00/00")

           if tdFoundFlag = "Y"
               MOVE TD-DEFAULT-RANGE-FLAG to BATSW060-DATE-CHOICE-FLAG
               MOVE "DC" to BATSW060-ACTION
               invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
               set textBox1::Text to BATSW060-START-DATE::ToString("00/00/00")
               set textBox2::Text to BATSW060-END-DATE::ToString("00/00/00")
               set defaultRangeDropDownList::SelectedValue to TD-DEFAULT-RANGE-FLAG.
      * same per-team keyed-file upsert idiom used throughout this tree.
       method-id saveDefaultRangeButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O TEAM-DEFAULTS-FILE
           IF TD-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT TEAM-DEFAULTS-FILE
               CLOSE TEAM-DEFAULTS-FILE
               OPEN I-O TEAM-DEFAULTS-FILE
           END-IF
      *    Read first so the rest of the record (the club's level,
      *    kept on policyConsole.aspx.cbl) rides through untouched.
           MOVE SPACES TO TD-REC
           set TD-TEAM to type HttpContext::Current::Session["team"]::ToString::Trim::ToUpper
           READ TEAM-DEFAULTS-FILE
               INVALID KEY
                   MOVE SPACES TO TD-REST
           END-READ
           set TD-DEFAULT-RANGE-FLAG to defaultRangeDropDownList::SelectedValue::Trim
           WRITE TD-REC
               INVALID KEY
                   REWRITE TD-REC
           move 1 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           invoke self::populate_listbox().
       end method.

           move 2 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           invoke self::populate_listbox().
       end method.

           move 3 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           invoke self::populate_listbox().
       end method.

           move "RG" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           invoke self::populate_listbox().

       end method.
           MOVE "PV" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(batsw060rununit, "BATSW060WEBF", BATSW060-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to "01/01/00".
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW060rununit, "BATSW060WEBF", BATSW060-ACTION)
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
      * Generates an expiring tokenized link to the clips currently
      * queued to play (whatever video_Selected put in Session
      * video-paths) - same share mechanism customClips.aspx.cbl has,
      * checked by shareplay.aspx.cbl with no WEBPASS login. Each clip
      * goes out as a copy watermarked to the named recipient.
       method-id shareClipsButton_Click protected.
       local-storage section.
       01 app-data-folder pic x(256).
       01 clipPaths       type String[].
       01 ii              type Int32.
       01 shareUrl        type String.
       01 teamFolder      type String.
       01 sharedFolder    type String.
       01 markedPath      type String.
       01 markedCnt       type Int32 value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session::Item("video-paths") = null
               or self::Session::Item("video-paths")::ToString::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Select clips to play first, then share them.');", true)
               exit method.
      *    Every shared copy is watermarked to the person it goes to,
      *    so the link cannot go out unaddressed.
           if shareToTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter who the clips are going to.');", true)
               exit method.

           if not type Int32::TryParse(shareDaysTextBox::Text::Trim, by reference shareDays)
               or shareDays < 1 or shareDays > 365
              '.TXT"' delimited by size
              into WS-SHARELIST-FILE.

      *    The link plays marked copies (batsweb.clipWatermark) kept
      *    under the token's own export folder - same file names, so
      *    the voice notes and chapter points still find them.
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")) & teamName::Trim
           set sharedFolder to Server::MapPath("~/Images/Exports/Shared") & "\" & tokenValue
           set clipPaths to self::Session::Item("video-paths")::ToString::Split(';')
           OPEN OUTPUT SHARE-LIST-FILE
           move 0 to ii.
       share-list-loop.
           if ii >= clipPaths::Length
               go to share-list-done.
           if clipPaths[ii]::Trim = type String::Empty
               go to share-list-next.
           set markedPath to sharedFolder & "\" & type System.IO.Path::GetFileName(clipPaths[ii]::Trim)
           if type batsweb.clipWatermark::markClip(teamFolder, clipPaths[ii]::Trim, markedPath, "SHARE",
                   shareToTextBox::Text::Trim, tokenValue, self::Session["last"]::ToString & self::Session["first"]::ToString)
                   = type String::Empty
               go to share-list-next.
           move spaces to SHARE-LIST-REC
           set SHARE-LIST-REC to markedPath
           WRITE SHARE-LIST-REC
           add 1 to markedCnt.
       share-list-next.
           add 1 to ii
           go to share-list-loop.
       share-list-done.
           CLOSE SHARE-LIST-FILE
           if markedCnt = 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The clips could not be prepared for sharing - check that the video transcoder is installed on the server.');", true)
               exit method.

           OPEN I-O SHARE-TOKEN-FILE
           IF ST-STATUS-BYTE-1 NOT EQUAL ZEROES
       linkage section.
           COPY "Y:\sydexsource\BATS\batsw060webf_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["batsw060data"] as type batsweb.batsw060Data
           set address of BATSW060-DIALOG-FIELDS to myData::tablePointer

