      * number, carrying who/when/old/new - its own audit trail - and
      * the display paths (gamesummaryszone.aspx.cbl's zone drawing)
      * apply the overlay on top of what the engine returns. Gated to
      * WEBPASS-LEVEL "S" (supervisor) or "A". Each save leaves a
      * change mark (changeMark.cbl) so the velocity trend points in
      * METRICHIST.DAT are restated from the corrected value. On a
      * certified game (gameCert.cbl) the correction needs a reason
      * and is held for a second supervisor's approval instead.

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
       01 yNum             type Int32.
       01 typeOkFlag       pic x value "N".
       01 bb               pic 9(03).
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 pitchText        pic x(05).
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["bat360data"] = null
               exit method.
           set mydata to self::Session["bat360data"] as type batsweb.bat360Data
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Location Y must be 1-11.');", true)
               exit method.

           MOVE SPACES TO PC-REC
           MOVE BAT360-I-KEY TO PC-AB-KEY
           move pitchNum to PC-PITCH-NUM
           move BAT360-PITCH-Y(pitchNum) to PC-OLD-Y
           set PC-USER to self::Session["last"]::ToString & self::Session["first"]::ToString
           set PC-CORRECTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           set pitchText to pitchNum::ToString

      *    A certified game takes no change without a reason and a
      *    second supervisor - the correction waits on the
      *    certification page and is written from there once approved.
           if BAT360-SEL-GAME > 0 and self::Session["team"] not = null
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")) & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               if type batsweb.gameCert::isCertified(teamFolder, BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME))
                   if changeReasonTextBox::Text::Trim = type String::Empty
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This game is certified - give a reason for the change.');", true)
                       exit method
                   end-if
                   invoke type batsweb.gameCert::holdChange(teamFolder, "PITCHCORR",
                       BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME),
                       BAT360-PITCHER, BAT360-BATTER, "pitch " & pitchText::Trim & " of at-bat " & BAT360-I-KEY::Trim,
                       changeReasonTextBox::Text, PC-USER, "PITCHCORR", PC-REC)
                   set changeReasonTextBox::Text to type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('This game is certified - the correction is held until a second supervisor approves it.');", true)
                   exit method
               end-if
           end-if

           OPEN I-O PITCH-CORRECTION-FILE
           IF PC-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PITCH-CORRECTION-FILE
               CLOSE PITCH-CORRECTION-FILE
               OPEN I-O PITCH-CORRECTION-FILE
           END-IF
           WRITE PC-REC
               INVALID KEY
                   REWRITE PC-REC
           END-WRITE
           CLOSE PITCH-CORRECTION-FILE

      *    The velocity trend history reads the corrected value too -
      *    mark the game and the pitcher so derivedRebuild.cbl
      *    restates it.
           if BAT360-SEL-GAME > 0 and self::Session["team"] not = null
               invoke type batsweb.changeMark::markGame(teamFolder, "PITCHCORR",
                   BAT360-G-DSP-DATE(BAT360-SEL-GAME)::ToString("0#/##/##"), BAT360-G-GAME-ID(BAT360-SEL-GAME),
                   BAT360-PITCHER, BAT360-BATTER, "pitch " & pitchText::Trim & " of at-bat " & BAT360-I-KEY::Trim)
           end-if

           invoke self::populatePitchTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Correction saved - who/when/old/new are all on the record.');", true)
       end method.
