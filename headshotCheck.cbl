       class-id batsweb.headshotCheck.

      * Nightly headshot coverage check - lists every active roster
      * player the headshot library (headshotUpload.aspx.cbl,
      * headshotStore.cbl) has no photo for, so the media staff know
      * whose picture to take before the face is missing from the
      * kiosk or the press packet. The roster is the team's
      * PLAYERINFO.DAT, named through the player master the way
      * serviceTime.cbl's birth-date pass reaches it; a player whose
      * latest ROSTERTXN.DAT move took him off the roster (D or R)
      * is not active and is not listed. A record whose picture has
      * gone missing from WEBSYNC\HEADSHOTS counts as no photo.
      * Each gap goes to WEBSYNC\HEADSHOTCHECK.LOG and, as a
      * structured item keyed by player id, to the WORKLIST.DAT
      * dataQuality.aspx.cbl works, with a count line closing the
      * team.
      *   headshotCheck <Programs-root-folder>

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT PLAYER-INFO-FILE ASSIGN WS-PLAYERINFO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              ALTERNATE KEY IS PI-JERSEY-KEY WITH DUPLICATES
              ALTERNATE KEY IS PI-POSITION-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
          SELECT ROSTER-TXN-FILE ASSIGN WS-ROSTERTXN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RT-KEY
              LOCK MANUAL
              FILE STATUS IS RT-STATUS-COMN.
          SELECT CHECK-LOG-FILE ASSIGN WS-CHECK-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT WORKLIST-FILE ASSIGN WS-WORKLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WQ-KEY
              LOCK MANUAL
              FILE STATUS IS WQ-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * Same layout fullatbat.aspx.cbl's PLAYER-INFO-FILE uses.
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

      * Same layout rosterTransactions.aspx.cbl maintains.
       FD  ROSTER-TXN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RT-REC.
       01  RT-REC.
           05  RT-KEY.
               10  RT-PLAYER-NAME          PIC X(30).
               10  RT-EFF-DATE             PIC X(10).
           05  RT-REST.
               10  RT-MOVE-TYPE            PIC X.
                   88  RT-ADDED            VALUE "S" "C".
                   88  RT-REMOVED          VALUE "D" "R".
               10  RT-FROM-LEVEL           PIC X(10).
               10  RT-TO-LEVEL             PIC X(10).
               10  RT-ENTERED-BY           PIC X(30).
               10  RT-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(09).

       FD  CHECK-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHECK-LOG-REC.
       01  CHECK-LOG-REC               PIC X(200).

      * Same layout the other validators write for
      * dataQuality.aspx.cbl.
       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WQ-REC.
       01  WQ-REC.
           05  WQ-KEY.
               10  WQ-ITEM-ID              PIC X(44).
           05  WQ-REST.
               10  WQ-SOURCE               PIC X(06).
               10  WQ-DETAIL               PIC X(120).
               10  WQ-STATUS               PIC X.
                   88  WQ-NEW              VALUE "N".
                   88  WQ-ASSIGNED         VALUE "A".
                   88  WQ-CLOSED           VALUE "C".
               10  WQ-ASSIGNED-TO          PIC X(30).
               10  WQ-FIRST-SEEN           PIC X(19).
               10  WQ-LAST-SEEN            PIC X(19).
               10  WQ-SEEN-COUNT           PIC 9(04).
               10  FILLER                  PIC X(10).

       working-storage section.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata                   type batsweb.bat666Data.
       01 teamDirs                 type String[].
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-PLAYERINFO-FILE       PIC X(256) VALUE "PLAYERINFO.DAT".
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-ROSTERTXN-FILE        PIC X(256) VALUE "ROSTERTXN.DAT".
       01 RT-STATUS-COMN.
           05  RT-STATUS-BYTE-1        PIC X.
           05  RT-STATUS-BYTE-2        PIC X.
       01 WS-CHECK-LOG-FILE        PIC X(256) VALUE "HEADSHOTCHECK.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-WORKLIST-FILE         PIC X(256) VALUE "WORKLIST.DAT".
       01 WQ-STATUS-COMN.
           05  WQ-STATUS-BYTE-1        PIC X.
           05  WQ-STATUS-BYTE-2        PIC X.
       01 WS-TEAM-NAME             PIC X(40).
      * Set when this team's roster journal could be opened - without
      * one every PLAYERINFO.DAT player counts as active.
       01 TXN-OPEN-SW              PIC X VALUE "N".
           88  TXN-OPEN                VALUE "Y".

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.headshotCheck.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: headshotCheck <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "HEADSHOTCHK")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.headshotCheck
           invoke worker::checkTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "HEADSHOTCHK", runStamp, "C", aa)
           goback.
       end method.

      *#####                 Per-team roster pass                      #####
       method-id checkTeam private.
       local-storage section.
       01 rosterName           pic x(30).
       01 rosterCount          pic 9(04) value 0.
       01 missingCount         pic 9(04) value 0.
       01 gapText              type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value teamPath as type String.
           if not type System.IO.File::Exists(teamPath & "\WEBSYNC\PLAYERINFO.DAT")
               exit method.
           set WS-TEAM-NAME to type System.IO.Path::GetFileName(teamPath)
           set WS-PLAYERINFO-FILE to teamPath & "\WEBSYNC\PLAYERINFO.DAT"
           set WS-ROSTERTXN-FILE to teamPath & "\WEBSYNC\ROSTERTXN.DAT"
           set WS-CHECK-LOG-FILE to teamPath & "\WEBSYNC\HEADSHOTCHECK.LOG"
           set WS-WORKLIST-FILE to teamPath & "\WEBSYNC\WORKLIST.DAT"

      *    BAT666WEBF init and LK-PLAYER-FILE hand-off, same as
      *    serviceTime.cbl's loadBirthDates.
           set mydata to new batsweb.bat666Data
           invoke mydata::populateData
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(type System.IO.Path::GetFileName(teamPath))
           set bat666rununit to type RunUnit::New()
           set BAT666WEBF to new BAT666WEBF
           invoke bat666rununit::Add(BAT666WEBF)

           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat666rununit::StopRun(0)
               invoke self::logLine("player master could not be reached - check skipped")
               exit method.

           SET LK-PLAYER-FILE TO BAT666-WF-LK-PLAYER-FILE
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               invoke bat666rununit::StopRun(0)
               invoke self::logLine("player master could not be opened - check skipped")
               exit method.
           OPEN INPUT PLAYER-INFO-FILE
           if PI-STATUS-BYTE-1 not = "0"
               go to check-close.
           move "N" to TXN-OPEN-SW
           OPEN INPUT ROSTER-TXN-FILE
           if RT-STATUS-BYTE-1 = "0"
               move "Y" to TXN-OPEN-SW.

           MOVE SPACES TO PI-KEY
           set PI-TEAM to WS-TEAM-NAME::Trim::ToUpper
           move zeroes to PI-PLAYER-ID
           START PLAYER-INFO-FILE KEY NOT LESS THAN PI-KEY
           if PI-STATUS-BYTE-1 not = "0"
               go to check-done.
       check-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END go to check-done.
           if PI-TEAM not = WS-TEAM-NAME::Trim::ToUpper
               go to check-done.
           move PI-PLAYER-ID to play-player-id
           READ PLAY-FILE KEY IS PLAY-ALT-KEY
               INVALID KEY
                   go to check-loop
           END-READ
           set rosterName to play-last-name::Trim::ToUpper & ", " & play-first-name::Trim::ToUpper
           if not self::isActive(rosterName)
               go to check-loop.
           add 1 to rosterCount
           if type batsweb.headshotStore::hasPhoto(teamPath, PI-PLAYER-ID)
               go to check-loop.
           add 1 to missingCount
           set gapText to "NO HEADSHOT - " & rosterName::Trim & " (id " & PI-PLAYER-ID::ToString & ")"
           invoke self::postWorklist(PI-PLAYER-ID, gapText)
           invoke self::logLine(gapText)
           go to check-loop.
       check-done.
           if TXN-OPEN
               CLOSE ROSTER-TXN-FILE.
           CLOSE PLAYER-INFO-FILE.
       check-close.
           CLOSE PLAY-FILE
           invoke bat666rununit::StopRun(0)
           invoke self::logLine(missingCount::ToString & " of " & rosterCount::ToString & " active players without a headshot").
       end method.

      * Active unless his latest journal move (the last of his keys,
      * effective dates running in order) took him off the roster.
       method-id isActive private.
       local-storage section.
       01 lastMove     pic x value space.
       procedure division using by value rosterName as type String
                          returning okFlag as type Condition.
           set okFlag to true
           if not TXN-OPEN
               exit method.
           MOVE LOW-VALUE TO RT-KEY
           set RT-PLAYER-NAME to rosterName
           START ROSTER-TXN-FILE KEY NOT LESS THAN RT-KEY
           if RT-STATUS-BYTE-1 not = "0"
               exit method.
       move-loop.
           READ ROSTER-TXN-FILE NEXT RECORD
               AT END go to move-done.
           if RT-PLAYER-NAME not = rosterName
               go to move-done.
           move RT-MOVE-TYPE to lastMove
           go to move-loop.
       move-done.
           if lastMove = "D" or lastMove = "R"
               set okFlag to false.
       end method.

      *#####                   Check log                               #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND CHECK-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHECK-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO CHECK-LOG-REC.
           WRITE CHECK-LOG-REC.
           CLOSE CHECK-LOG-FILE.
       end method.

      * One structured worklist record per missing photo, keyed by the
      * source and the player id so tonight's re-run of a gap nobody
      * filled lands on yesterday's record, the way serviceTime.cbl's
      * postWorklist fingerprints its items.
       method-id postWorklist private.
       local-storage section.
       01 itemId       pic x(44).
       01 foundFlag    pic x value "N".
       procedure division using by value playerId as type Int32
                          by value detailText as type String.
           move spaces to itemId
           set itemId to "PHOTO|" & playerId::ToString("00000")

           OPEN I-O WORKLIST-FILE
           IF WQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF
           if WQ-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO WQ-KEY
           move itemId to WQ-ITEM-ID
           READ WORKLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

           if foundFlag = "Y"
               set WQ-LAST-SEEN to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               add 1 to WQ-SEEN-COUNT
               set WQ-DETAIL to detailText
               if WQ-CLOSED
                   move "N" to WQ-STATUS
               end-if
               REWRITE WQ-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           else
               MOVE SPACES TO WQ-REC
               move itemId to WQ-ITEM-ID
               move "PHOTO" to WQ-SOURCE
               set WQ-DETAIL to detailText
               move "N" to WQ-STATUS
               set WQ-FIRST-SEEN to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               set WQ-LAST-SEEN to WQ-FIRST-SEEN
               move 1 to WQ-SEEN-COUNT
               WRITE WQ-REC
                   INVALID KEY
                       REWRITE WQ-REC
               END-WRITE
           end-if
           CLOSE WORKLIST-FILE.
       end method.

       end class.
