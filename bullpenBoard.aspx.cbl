      * card from: appearances and pitch counts over the last 1/3/7
      * days, the consecutive-day streak, and a projected
      * availability flag - with tonight's PROBABLES.DAT record and
      * the AVAIL.DAT status badge on the same screen. A pitcher whose
      * morning wellness check-in came in under his own baseline
      * carries the trainers' flag (wellnessCheck.cbl) on his row,
      * and one whose acute:chronic throwing workload ran out of band
      * overnight (workloadRatio.cbl, games and sessions together)
      * carries that flag beside it.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS TB-KEY
              LOCK MANUAL
              FILE STATUS IS TB-STATUS-COMN.
          SELECT WORKLOAD-FILE ASSIGN WS-WORKLOAD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WK-KEY
              LOCK MANUAL
              FILE STATUS IS WK-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
                   88  TB-NORMAL           VALUE "N".
               10  FILLER                  PIC X(14).

      * Same layout workloadRatio.cbl rebuilds each night.
       FD  WORKLOAD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WK-REC.
       01  WK-REC.
           05  WK-KEY.
               10  WK-PITCHER              PIC X(30).
           05  WK-REST.
               10  WK-ACUTE                PIC 9(05).
               10  WK-CHRONIC-WEEK         PIC 9(05).
               10  WK-RATIO-C              PIC 9(03).
               10  WK-FLAG                 PIC X.
                   88  WK-SPIKE            VALUE "H".
                   88  WK-DROP             VALUE "L".
               10  WK-BAND-LOW             PIC 9(03).
               10  WK-BAND-HIGH            PIC 9(03).
               10  WK-DAY-THROWS           PIC 9(03) OCCURS 7.
               10  WK-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(10).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 TB-STATUS-COMN.
           05  TB-STATUS-BYTE-1        PIC X.
           05  TB-STATUS-BYTE-2        PIC X.
       01 WS-WORKLOAD-FILE    PIC X(256) VALUE "WORKLOAD.DAT".
       01 WK-STATUS-COMN.
           05  WK-STATUS-BYTE-1        PIC X.
           05  WK-STATUS-BYTE-2        PIC X.
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
                  '\WEBSYNC\TRAVELBURDEN.DAT"' delimited by size
                  into WS-BURDEN-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\WORKLOAD.DAT"' delimited by size
                  into WS-WORKLOAD-FILE
               if not self::IsPostBack
                   invoke self::logAudit("bullpenBoard").

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
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to board-game-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to board-ab-next.
       01 statusBadge      type String.
       01 rowText          type String.
       01 av-file-open     pic x value "N".
       01 wk-file-open     pic x value "N".
       01 ratioNum         type Decimal.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 wellnessText     type String.
       procedure division.
           invoke boardTable::Rows::Clear()
           invoke self::addTableRow(boardTable, "Pitcher                        Yday  3-day apps/pitches  7-day apps/pitches  Streak  Status  Wellness / Workload"::Replace(" ", "&nbsp;"))

           set teamFolder to type String::Empty
           if self::Session["team"] not = null
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).

           OPEN INPUT AVAILABILITY-FILE
           if AV-STATUS-BYTE-1 = "0"
               move "Y" to av-file-open.
           OPEN INPUT WORKLOAD-FILE
           if WK-STATUS-BYTE-1 = "0"
               move "Y" to wk-file-open.

           set stamp1 to type DateTime::Today::AddDays(-1)::ToString("yyyyMMdd")
           set stamp3 to type DateTime::Today::AddDays(-3)::ToString("yyyyMMdd")
               & "  " & apps7::ToString & "/" & pitches7::ToString
               & "  " & streakDays::ToString
               & "  " & availText
           if teamFolder not = type String::Empty
               set wellnessText to type batsweb.wellnessCheck::baselineFlag(teamFolder, BP-PITCHER(oo))
               if wellnessText not = type String::Empty
                   set rowText to rowText & "  " & wellnessText.
           if wk-file-open = "Y"
               MOVE SPACES TO WK-KEY
               set WK-PITCHER to BP-PITCHER(oo)::Trim::ToUpper
               READ WORKLOAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if WK-SPIKE or WK-DROP
                           compute ratioNum = WK-RATIO-C / 100
                           if WK-SPIKE
                               set rowText to rowText & "  A:C " & ratioNum::ToString("0.00") & " SPIKE"
                           else
                               set rowText to rowText & "  A:C " & ratioNum::ToString("0.00") & " LOW"
                           end-if
                       end-if
               END-READ
           end-if
           INSPECT rowText REPLACING ALL " " BY X'A0'
           invoke self::addTableRow(boardTable, " " & rowText).
       row-next.
       row-done.
           if av-file-open = "Y"
               CLOSE AVAILABILITY-FILE.
           if wk-file-open = "Y"
               CLOSE WORKLOAD-FILE.
       end method.

      * True when the pitcher has an outing row on the stamped day.
