      * Unified data-quality worklist - morning triage off one screen
      * instead of five flat logs nobody owned. The validators
      * (chartingValidator, coverageReport, playerDedupe,
      * playFileAudit, fileIntegrityCheck, serviceTime, headshotCheck,
      * officialScoringImport, broadcastCut, clipCheck) emit
      * structured exception records into WORKLIST.DAT beside their
      * logs; here the data coordinator assigns items, jumps straight
      * to the fixing screen (pitchCorrection.aspx for charting items,
      * rosterMaintenance.aspx for the roster-shaped ones,
      * rosterTransactions.aspx for roster-limit, option and Rule 5
      * items, headshotUpload.aspx for missing photos,
      * officialScoring.aspx for official-scoring disagreements,
      * clipCutReview.aspx for broadcast cuts held for review,
      * videoUpload.aspx to hand-load a good copy of a held clip the
      * sync sender has not re-sent), and
      * closes them. The validators' own fingerprinting reopens a
      * closed item that recurs - the seen-count says how long it has
      * been ignored.

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
                   set fixLink to "<a href='" & self::ResolveUrl("~/rosterMaintenance.aspx") & "'>fix</a>"
               WHEN "PLAY  "
                   set fixLink to "<a href='" & self::ResolveUrl("~/rosterMaintenance.aspx") & "'>fix</a>"
               WHEN "ROSTER"
                   set fixLink to "<a href='" & self::ResolveUrl("~/rosterTransactions.aspx") & "'>fix</a>"
               WHEN "PHOTO "
                   set fixLink to "<a href='" & self::ResolveUrl("~/headshotUpload.aspx") & "'>fix</a>"
               WHEN "SCORE "
                   set fixLink to "<a href='" & self::ResolveUrl("~/officialScoring.aspx") & "'>fix</a>"
               WHEN "CUT   "
                   set fixLink to "<a href='" & self::ResolveUrl("~/clipCutReview.aspx") & "'>fix</a>"
               WHEN "CLIP  "
                   set fixLink to "<a href='" & self::ResolveUrl("~/videoUpload.aspx") & "'>fix</a>"
               WHEN OTHER
                   set fixLink to type String::Empty
           END-EVALUATE
      * Assign an item - paste its [id] into the box, name the owner.
       method-id assignItemButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if itemIdTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the item id from the list.');", true)
               exit method.
      * reopens with the recurrence count showing.
       method-id closeItemButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if itemIdTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Paste the item id from the list.');", true)
               exit method.
