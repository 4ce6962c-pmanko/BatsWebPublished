      * lists the August call-up.
      *   RT-MOVE-TYPE: S signed, C called up, D demoted, R released
      *   (S/C put the player on this roster, D/R take him off)
      * Below the journal, the service-time, option and Rule 5
      * figures serviceTime.cbl derives from it each night.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS RT-KEY
              LOCK MANUAL
              FILE STATUS IS RT-STATUS-COMN.
          SELECT SERVICE-TIME-FILE ASSIGN WS-SERVICETIME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ST-KEY
              LOCK MANUAL
              FILE STATUS IS ST-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
               10  RT-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(09).

      * Same layout serviceTime.cbl rebuilds each night.
       FD  SERVICE-TIME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ST-REC.
       01  ST-REC.
           05  ST-KEY.
               10  ST-PLAYER-NAME          PIC X(30).
               10  ST-LEVEL                PIC X(10).
           05  ST-REST.
               10  ST-DAYS-TOTAL           PIC 9(05).
               10  ST-DAYS-SEASON          PIC 9(03).
               10  ST-ACTIVE-NOW           PIC X.
               10  ST-OPTIONED-NOW         PIC X.
               10  ST-OPTIONS-USED         PIC 9(01).
               10  ST-OPTIONS-LEFT         PIC 9(01).
               10  ST-SIGNED-DATE          PIC X(10).
               10  ST-SIGNING-AGE          PIC 9(02).
               10  ST-RULE5-DATE           PIC X(10).
               10  ST-PROTECT-DATE         PIC X(10).
               10  ST-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 RT-STATUS-COMN.
           05  RT-STATUS-BYTE-1        PIC X.
           05  RT-STATUS-BYTE-2        PIC X.
       01 WS-SERVICETIME-FILE PIC X(256) VALUE "SERVICETIME.DAT".
       01 ST-STATUS-COMN.
           05  ST-STATUS-BYTE-1        PIC X.
           05  ST-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.

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
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\ROSTERTXN.DAT"' delimited by size
                  into WS-ROSTERTXN-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\SERVICETIME.DAT"' delimited by size
                  into WS-SERVICETIME-FILE
               if not self::IsPostBack
                   invoke self::logAudit("rosterTransactions").

               invoke moveTypeDropDownList::Items::Add("Called up")
               invoke moveTypeDropDownList::Items::Add("Demoted")
               invoke moveTypeDropDownList::Items::Add("Released")
               invoke self::populateTxnTable
               invoke self::populateServiceTable.

           goback.
       end method.
           CLOSE ROSTER-TXN-FILE.
       end method.

      * Last night's service figures, one row per player per level.
       method-id populateServiceTable protected.
       local-storage section.
       01 rowText          type String.
       procedure division.
           invoke serviceTable::Rows::Clear()

           OPEN INPUT SERVICE-TIME-FILE
           if ST-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE LOW-VALUE TO ST-KEY
           START SERVICE-TIME-FILE KEY NOT LESS THAN ST-KEY
               INVALID KEY
                   CLOSE SERVICE-TIME-FILE
                   exit method
           END-START
       service-loop.
           READ SERVICE-TIME-FILE NEXT RECORD
               AT END go to service-done.
           set rowText to ST-PLAYER-NAME::Trim & "  " & ST-LEVEL::Trim
               & "  " & ST-DAYS-TOTAL::ToString & " days (" & ST-DAYS-SEASON::ToString & " this season)"
           if ST-ACTIVE-NOW = "Y"
               set rowText to rowText & " active".
           if ST-OPTIONED-NOW = "Y"
               set rowText to rowText & " optioned".
           set rowText to rowText & "  options used " & ST-OPTIONS-USED::ToString
               & ", left " & ST-OPTIONS-LEFT::ToString
               & "  signed " & ST-SIGNED-DATE
           if ST-RULE5-DATE not = spaces
               set rowText to rowText & "  Rule 5 " & ST-RULE5-DATE & " (protect by " & ST-PROTECT-DATE & ")".
           invoke self::addTableRow(serviceTable, rowText)
           go to service-loop.
       service-done.
           CLOSE SERVICE-TIME-FILE.
       end method.

       method-id saveTxnButton_Click protected.
       local-storage section.
       01 effDate      type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if txnPlayerTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player name as the roster shows it.');", true)
               exit method.
