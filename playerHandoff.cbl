      *   ABNOTES.DAT at-bat notes     GRADES.DAT film-room grades
      *   CLIPTAG.DAT tags             TELENOTE.DAT telestrations
      *   ASSIGNMENT.DAT homework      DOSSIER.DAT the standing book
      *   AVAIL.DAT current availability
      *   INJHIST.DAT injury history
      * (homework covers both playlists and curriculum modules).
      * With PURGE as the last argument the matched live records are
      * deleted after the export lands - the handoff folder is the
      * quarantine, which is what retention actually wants. Every run
              RECORD KEY IS DS-KEY
              LOCK MANUAL
              FILE STATUS IS DS-STATUS-COMN.
          SELECT INJURY-HIST-FILE ASSIGN WS-INJHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IH-KEY
              LOCK MANUAL
              FILE STATUS IS IH-STATUS-COMN.
          SELECT AVAILABILITY-FILE ASSIGN WS-AVAIL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
               10  AS-NOTE                 PIC X(60).
               10  AS-STATUS               PIC X.
               10  AS-CREATED-AT           PIC X(19).
      *        A curriculum module (curriculum.cbl) rides as kind "M"
      *        with the module name in AS-PLAYLIST; blank is a playlist.
               10  AS-KIND                 PIC X.
                   88  AS-MODULE           VALUE "M".
               10  FILLER                  PIC X(09).

      * Same layout pitchervsbatter.aspx.cbl maintains.
       FD  DOSSIER-FILE
               10  AV-NOTE                 PIC X(60).
               10  FILLER                  PIC X(19).

      * Same layout playerAvailability.aspx.cbl appends.
       FD  INJURY-HIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IH-REC.
       01  IH-REC.
           05  IH-KEY.
               10  IH-PLAYER-NAME          PIC X(30).
               10  IH-STAMP                PIC X(17).
           05  IH-REST.
               10  IH-STATUS               PIC X.
               10  IH-PRIOR-STATUS         PIC X.
               10  IH-EFF-DATE             PIC X(10).
               10  IH-RETURN-DATE          PIC X(10).
               10  IH-BODY-PART            PIC X(02).
               10  IH-INJURY-TYPE          PIC X(02).
               10  IH-NOTE                 PIC X(60).
               10  IH-ENTERED-BY           PIC X(30).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 AV-STATUS-COMN.
           05  AV-STATUS-BYTE-1        PIC X.
           05  AV-STATUS-BYTE-2        PIC X.
       01 WS-INJHIST-FILE          PIC X(256).
       01 IH-STATUS-COMN.
           05  IH-STATUS-BYTE-1        PIC X.
           05  IH-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE        PIC X(256).
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           set WS-ASSIGNMENT-FILE to teamPath & "\WEBSYNC\ASSIGNMENT.DAT"
           set WS-DOSSIER-FILE to teamPath & "\WEBSYNC\DOSSIER.DAT"
           set WS-AVAIL-FILE to teamPath & "\WEBSYNC\AVAIL.DAT"
           set WS-INJHIST-FILE to teamPath & "\WEBSYNC\INJHIST.DAT"
           set WS-AUDIT-LOG-FILE to programsRoot & "\AUDITLOG.LOG"

           invoke self::packNotes(packFolder)
           invoke self::packAssignments(packFolder)
           invoke self::packDossier(packFolder)
           invoke self::packAvailability(packFolder)
           invoke self::packInjuryHistory(packFolder)

           invoke self::auditLine(teamName)
           invoke type System.Console::WriteLine(WS-EXPORT-COUNT::ToString & " records packaged"
           if not AS-PLAYER::ToUpper::Contains(WS-PLAYER-NAME::Trim)
               go to asgn-loop.
           move spaces to EXPORT-REC
           if AS-MODULE
               set EXPORT-REC to AS-CREATED-AT & "  module " & AS-PLAYLIST::Trim & "  due " & AS-DUE-DATE & "  " & AS-STATUS & "  " & AS-NOTE::Trim & "  (coach " & AS-COACH::Trim & ")"
           else
               set EXPORT-REC to AS-CREATED-AT & "  playlist " & AS-PLAYLIST::Trim & "  due " & AS-DUE-DATE & "  " & AS-STATUS & "  " & AS-NOTE::Trim & "  (coach " & AS-COACH::Trim & ")"
           end-if
           WRITE EXPORT-REC
           add 1 to WS-EXPORT-COUNT
           if WS-PURGE-FLAG = "Y"
           CLOSE EXPORT-FILE.
       end method.

      * The injury history - every row under his name, oldest first.
       method-id packInjuryHistory private.
       procedure division using by value packFolder as type String.
           set WS-EXPORT-FILE to packFolder & "\INJURYHISTORY.TXT"
           OPEN OUTPUT EXPORT-FILE

           if WS-PURGE-FLAG = "Y"
               OPEN I-O INJURY-HIST-FILE
           else
               OPEN INPUT INJURY-HIST-FILE.
           if IH-STATUS-BYTE-1 not = "0"
               CLOSE EXPORT-FILE
               exit method.
           MOVE SPACES TO IH-KEY
           move WS-PLAYER-NAME to IH-PLAYER-NAME
           START INJURY-HIST-FILE KEY NOT LESS THAN IH-KEY
           if IH-STATUS-BYTE-1 not = "0"
               go to injury-done.
       injury-loop.
           READ INJURY-HIST-FILE NEXT RECORD
               AT END go to injury-done.
           if IH-PLAYER-NAME not = WS-PLAYER-NAME
               go to injury-done.
           move spaces to EXPORT-REC
           set EXPORT-REC to IH-STAMP(1:8) & " " & IH-PRIOR-STATUS & "->" & IH-STATUS
               & " eff " & IH-EFF-DATE & ", back " & IH-RETURN-DATE
               & " body " & IH-BODY-PART & " type " & IH-INJURY-TYPE
               & " - " & IH-NOTE::Trim & " (" & IH-ENTERED-BY::Trim & ")"
           WRITE EXPORT-REC
           add 1 to WS-EXPORT-COUNT
           if WS-PURGE-FLAG = "Y"
               DELETE INJURY-HIST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               add 1 to WS-PURGE-COUNT
           end-if
           go to injury-loop.
       injury-done.
           CLOSE INJURY-HIST-FILE
           CLOSE EXPORT-FILE.
       end method.

      * The shared AUDITLOG.LOG line every page writes - a handoff is
      * exactly the action the trail exists for.
       method-id auditLine private.
       procedure division using by value teamName as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  USER=HANDOFF" DELIMITED BY SIZE
               WS-PLAYER-NAME DELIMITED BY "  "
               " PURGE=" DELIMITED BY SIZE WS-PURGE-FLAG DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       end class.
