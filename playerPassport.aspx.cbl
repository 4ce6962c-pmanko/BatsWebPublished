      * SUMMARYAGG.DAT copies sitting under ARCHIVE\<year>. The
      * name-keyed files are read with the roster spelling typed
      * beside the id, since that text is the join every badge lookup
      * in this tree uses. Each level's season-end projection follows
      * its counters when seasonProjection.cbl has one on file, and a
      * MI club's lines carry their upper-level translation. A player
      * signed off the draft board carries his amateur scouting
      * reports (draftBoard.aspx.cbl) with him. Each level's section
      * opens with the headshot that level's library holds for him.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS AV-KEY
              LOCK MANUAL
              FILE STATUS IS AV-STATUS-COMN.
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
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
               10  AV-NOTE                 PIC X(60).
               10  FILLER                  PIC X(19).

      * Same layout draftBoard.aspx.cbl maintains.
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
               10  PR-STATUS               PIC X.
               10  PR-SIGNED-ID            PIC 9(05).
               10  PR-UPDATED-BY           PIC X(30).
               10  PR-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout draftBoard.aspx.cbl maintains.
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

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 AV-STATUS-COMN.
           05  AV-STATUS-BYTE-1        PIC X.
           05  AV-STATUS-BYTE-2        PIC X.
       01 WS-PROSPECT-FILE    PIC X(256) VALUE "PROSPECT.DAT".
       01 PR-STATUS-COMN.
           05  PR-STATUS-BYTE-1        PIC X.
           05  PR-STATUS-BYTE-2        PIC X.
       01 WS-SCOUTRPT-FILE    PIC X(256) VALUE "SCOUTRPT.DAT".
       01 SV-STATUS-COMN.
           05  SV-STATUS-BYTE-1        PIC X.
           05  SV-STATUS-BYTE-2        PIC X.
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
           add 1 to levelsFound

           invoke passOut::AppendLine("<h4>" & folderName & " (player id " & XR-PLAYER-ID::ToString & ", vendor " & XR-VENDOR-ID::Trim & ")</h4>")
           invoke passOut::AppendLine(type batsweb.headshotStore::imgHtml(teamDirs[tt], XR-PLAYER-ID, 120))
           invoke self::appendSeasonLines(teamDirs[tt], teamDirs[tt] & "\WEBSYNC\SUMMARYAGG.DAT", "current season", rosterName, passOut)
           invoke self::appendArchiveLines(teamDirs[tt], rosterName, passOut)
           invoke self::appendCareer(teamDirs[tt], rosterName, passOut)
           invoke passOut::Append(type batsweb.seasonProjection::projectionHtml(teamDirs[tt], rosterName))
           invoke self::appendAvailability(teamDirs[tt], rosterName, passOut)
           invoke self::appendScouting(teamDirs[tt], XR-PLAYER-ID, passOut).
       level-next.
           add 1 to tt
           go to level-loop.
       end method.

      * The SUMMARYAGG cuts for the named player out of one summary
      * file (live or an archived copy). At a MI club the ALL line is
      * followed by its translation to the upper level
      * (levelTranslation.cbl's factors).
       method-id appendSeasonLines private.
       local-storage section.
       01 cutIdx       type Int32.
       01 cutCode      pic x(04).
       01 lineText     type String.
       01 wroteAny     pic x value "N".
       01 translatedText   type String.
       procedure division using by value teamPath as type String
                          by value aggPath as type String
                          by value seasonLabel as type String
                          by value rosterName as type String
                          by value passOut as type System.Text.StringBuilder.
                       & SA-HR::ToString & " HR, ." & SA-AVG-M(3:3) & " / "
                       & SA-OPS-M(2:1) & "." & SA-OPS-M(3:3)
                   invoke passOut::AppendLine("<p>" & lineText & "</p>")
                   if cutCode = "ALL "
                       set translatedText to type batsweb.levelTranslation::translatedLine(type System.IO.Path::GetDirectoryName(teamPath), teamPath, SA-TPA, SA-AB, SA-H, SA-HR, SA-BB, SA-K)
                       if translatedText not = type String::Empty
                           invoke passOut::AppendLine("<p>&nbsp;&nbsp;" & translatedText & "</p>")
                       end-if
                   end-if
           END-READ
           add 1 to cutIdx
           go to cut-loop.
               exit method.
           set yearName to type System.IO.Path::GetFileName(archDirs[dd])
           if type System.IO.File::Exists(archDirs[dd] & "\WEBSYNC\SUMMARYAGG.DAT")
               invoke self::appendSeasonLines(teamPath, archDirs[dd] & "\WEBSYNC\SUMMARYAGG.DAT", yearName & " season (archived)", rosterName, passOut).
           add 1 to dd
           go to arch-loop.
       end method.
           CLOSE AVAILABILITY-FILE.
       end method.

      * Amateur scouting reports, when this level signed him off its
      * draft board - the prospect record keeps the player id the
      * signing created.
       method-id appendScouting private.
       local-storage section.
       01 foundFlag        pic x value "N".
       procedure division using by value teamPath as type String
                          by value playerId as type Int32
                          by value passOut as type System.Text.StringBuilder.
           set WS-PROSPECT-FILE to teamPath & "\WEBSYNC\PROSPECT.DAT"
           OPEN INPUT PROSPECT-FILE
           if PR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PR-KEY
           START PROSPECT-FILE KEY NOT LESS THAN PR-KEY
           if PR-STATUS-BYTE-1 not = "0"
               go to prospect-done.
       prospect-loop.
           READ PROSPECT-FILE NEXT RECORD
               AT END go to prospect-done.
           if PR-STATUS not = "S" or PR-SIGNED-ID not = playerId
               go to prospect-loop.
           move "Y" to foundFlag.
       prospect-done.
           CLOSE PROSPECT-FILE
           if foundFlag not = "Y"
               exit method.

           invoke passOut::AppendLine("<p><b>Amateur scouting:</b> " & PR-SCHOOL::Trim & ", " & PR-POSITION::Trim & ", draft-eligible " & PR-ELIG-YEAR::ToString & "</p>")
           set WS-SCOUTRPT-FILE to teamPath & "\WEBSYNC\SCOUTRPT.DAT"
           OPEN INPUT SCOUT-REPORT-FILE
           if SV-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SV-KEY
           move PR-PROSPECT-ID to SV-PROSPECT-ID
           START SCOUT-REPORT-FILE KEY NOT LESS THAN SV-KEY
           if SV-STATUS-BYTE-1 not = "0"
               go to report-done.
       report-loop.
           READ SCOUT-REPORT-FILE NEXT RECORD
               AT END go to report-done.
           if SV-PROSPECT-ID not = PR-PROSPECT-ID
               go to report-done.
           invoke passOut::AppendLine("<p>" & SV-VISIT-DATE & " " & SV-SCOUT::Trim & " - OFP " & SV-OFP::ToString & ": " & SV-SUMMARY::Trim & "</p>")
           go to report-loop.
       report-done.
           CLOSE SCOUT-REPORT-FILE.
       end method.

       end class.
