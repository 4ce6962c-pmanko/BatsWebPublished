       class-id batsweb.retentionPurge.

      * Monthly records retention run - applies the RETENTION.DAT
      * rules retentionPolicy.cbl keeps to every team's keyed files and
      * to the log archives, so wellness check-ins, injury history and
      * notes, login records, share links, voice notes and dossiers
      * stop living forever. For each record type a rule covers (the
      * team's own, else the league default), every record older than
      * the rule's days is purged - deleted - or archived - its record
      * image written to WEBSYNC\ARCHIVE\RETENTION\<type>-<yyyyMM>.TXT
      * (files moved under ARCHIVE\RETENTION\FILES) and then deleted.
      * Anything a legal hold in force covers (LEGALHOLD.DAT, by team,
      * type and player) is left where it is and counted. Every
      * removal is listed, with the rule it went under, on the team's
      * purge certificate, WEBSYNC\RETENTION\PURGECERT-<yyyyMMdd>.TXT;
      * the Programs root's own log archives get theirs at
      * RETENTION\PURGECERT-<yyyyMMdd>.TXT under the league rules.
      * What "older" means per type:
      *   WELLNESS    the check-in date
      *   INJURY      the history entry's stamp; the AVAIL.DAT note
      *               of a player back to active, by its effective
      *               date - the status itself stays
      *   LOGIN       a handled flag's time, a profile pattern's
      *               last sighting, an archived log's last write
      *   SHARETOKEN  the link's expiry
      *   AUDIONOTE   when the note was saved
      *   DOSSIER     its last update
      *   LOGS        the archived log's last write
      * A log archive mixes every user's lines, so a hold on any
      * player of its type keeps the whole file. The voice-note
      * recordings and shared-clip exports live under the web site's
      * Images folder; they are only removed when that folder is
      * given. Scheduling monthly is a Task Scheduler/cron concern
      * outside this program.
      *   retentionPurge <Programs-root-folder> [web-Images-folder]

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CERT-FILE ASSIGN WS-CERT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CERT-STATUS-COMN.
          SELECT ARCHIVE-OUT-FILE ASSIGN WS-ARCHIVE-OUT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AO-STATUS-COMN.
          SELECT WELLNESS-FILE ASSIGN WS-WELLNESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WL-KEY
              LOCK MANUAL
              FILE STATUS IS WL-STATUS-COMN.
          SELECT INJURY-HIST-FILE ASSIGN WS-INJHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IH-KEY
              LOCK MANUAL
              FILE STATUS IS IH-STATUS-COMN.
          SELECT AVAILABILITY-FILE ASSIGN WS-AVAIL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AV-KEY
              LOCK MANUAL
              FILE STATUS IS AV-STATUS-COMN.
          SELECT LOGIN-FLAG-FILE ASSIGN WS-LOGINFLAG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LF-KEY
              LOCK MANUAL
              FILE STATUS IS LF-STATUS-COMN.
          SELECT LOGIN-PROFILE-FILE ASSIGN WS-LOGINPROFILE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LP-KEY
              LOCK MANUAL
              FILE STATUS IS LP-STATUS-COMN.
          SELECT SHARE-TOKEN-FILE ASSIGN WS-SHARETOK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ST-KEY
              LOCK MANUAL
              FILE STATUS IS ST-STATUS-COMN.
          SELECT AUDIO-NOTE-FILE ASSIGN WS-AUDIONOTE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AN-KEY
              LOCK MANUAL
              FILE STATUS IS AN-STATUS-COMN.
          SELECT DOSSIER-FILE ASSIGN WS-DOSSIER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DS-KEY
              LOCK MANUAL
              FILE STATUS IS DS-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CERT-REC.
       01  CERT-REC                    PIC X(200).

       FD  ARCHIVE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARCHIVE-OUT-REC.
       01  ARCHIVE-OUT-REC             PIC X(512).

      * Same layout wellnessCheck.cbl and wellnessBoard.aspx.cbl use.
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

      * Same layouts playerAvailability.aspx.cbl maintains.
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

       FD  AVAILABILITY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AV-REC.
       01  AV-REC.
           05  AV-KEY.
               10  AV-PLAYER-NAME          PIC X(30).
           05  AV-REST.
               10  AV-STATUS               PIC X.
                   88  AV-ACTIVE           VALUE "A" " ".
               10  AV-EFF-DATE             PIC X(10).
               10  AV-RETURN-DATE          PIC X(10).
               10  AV-NOTE                 PIC X(60).
               10  FILLER                  PIC X(19).

      * Same layouts loginWatch.cbl writes.
       FD  LOGIN-FLAG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LF-REC.
       01  LF-REC.
           05  LF-KEY.
               10  LF-STAMP                PIC X(17).
           05  LF-REST.
               10  LF-KIND                 PIC X(10).
               10  LF-LAST                 PIC X(15).
               10  LF-FIRST                PIC X(15).
               10  LF-SOURCE-IP            PIC X(45).
               10  LF-SEEN-AT              PIC X(19).
               10  LF-DETAIL               PIC X(120).
               10  LF-DEDUPE               PIC X(60).
               10  LF-STATUS               PIC X.
                   88  LF-OPEN             VALUE "O".
               10  LF-HANDLED-BY           PIC X(30).
               10  LF-HANDLED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  LOGIN-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LP-REC.
       01  LP-REC.
           05  LP-KEY.
               10  LP-LAST                 PIC X(15).
               10  LP-FIRST                PIC X(15).
               10  LP-KIND                 PIC X.
               10  LP-VALUE                PIC X(40).
           05  LP-REST.
               10  LP-COUNT                PIC 9(07).
               10  LP-AUX                  PIC 9(07).
               10  LP-FIRST-SEEN           PIC X(19).
               10  LP-LAST-SEEN            PIC X(19).
               10  LP-NOTE                 PIC X(45).
               10  FILLER                  PIC X(10).

      * Same layout shareplay.aspx.cbl and the pages that cut links
      * use.
       FD  SHARE-TOKEN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ST-REC.
       01  ST-REC.
           05  ST-KEY.
               10  ST-TOKEN                PIC X(32).
           05  ST-REST.
               10  ST-TEAM                 PIC X(15).
               10  ST-CREATED-BY           PIC X(30).
               10  ST-CREATED-AT           PIC X(19).
               10  ST-EXPIRES-AT           PIC X(19).
               10  ST-DESC                 PIC X(60).
               10  ST-LANG                 PIC X(02).
               10  FILLER                  PIC X(13).

      * Same layout filmRoom.aspx.cbl saves.
       FD  AUDIO-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AN-REC.
       01  AN-REC.
           05  AN-KEY.
               10  AN-CLIP-ID              PIC X(60).
           05  AN-REST.
               10  AN-AUDIO-NAME           PIC X(70).
               10  AN-SAVED-BY             PIC X(30).
               10  AN-SAVED-AT             PIC X(19).
               10  FILLER                  PIC X(11).

      * Same layout pitchervsbatter.aspx.cbl and matchupPrep.cbl use.
       FD  DOSSIER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DS-REC.
       01  DS-REC.
           05  DS-KEY.
               10  DS-PLAYER-NAME          PIC X(30).
           05  DS-REST.
               10  DS-ATTACK-PLAN          PIC X(120).
               10  DS-WEAKNESSES           PIC X(120).
               10  DS-RUNNING-GAME         PIC X(60).
               10  DS-UPDATED-BY           PIC X(30).
               10  DS-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 teamDirs                 type String[].
       01 WS-CERT-FILE             PIC X(256) VALUE "PURGECERT.TXT".
       01 CERT-STATUS-COMN.
           05  CERT-STATUS-BYTE-1      PIC X      VALUE SPACES.
           05  CERT-STATUS-BYTE-2      PIC X      VALUE SPACES.
       01 WS-ARCHIVE-OUT-FILE      PIC X(256).
       01 AO-STATUS-COMN.
           05  AO-STATUS-BYTE-1        PIC X      VALUE SPACES.
           05  AO-STATUS-BYTE-2        PIC X      VALUE SPACES.
       01 WS-WELLNESS-FILE         PIC X(256) VALUE "WELLNESS.DAT".
       01 WL-STATUS-COMN.
           05  WL-STATUS-BYTE-1        PIC X.
           05  WL-STATUS-BYTE-2        PIC X.
       01 WS-INJHIST-FILE          PIC X(256) VALUE "INJHIST.DAT".
       01 IH-STATUS-COMN.
           05  IH-STATUS-BYTE-1        PIC X.
           05  IH-STATUS-BYTE-2        PIC X.
       01 WS-AVAIL-FILE            PIC X(256) VALUE "AVAIL.DAT".
       01 AV-STATUS-COMN.
           05  AV-STATUS-BYTE-1        PIC X.
           05  AV-STATUS-BYTE-2        PIC X.
       01 WS-LOGINFLAG-FILE        PIC X(256) VALUE "LOGINFLAG.DAT".
       01 LF-STATUS-COMN.
           05  LF-STATUS-BYTE-1        PIC X.
           05  LF-STATUS-BYTE-2        PIC X.
       01 WS-LOGINPROFILE-FILE     PIC X(256) VALUE "LOGINPROFILE.DAT".
       01 LP-STATUS-COMN.
           05  LP-STATUS-BYTE-1        PIC X.
           05  LP-STATUS-BYTE-2        PIC X.
       01 WS-SHARETOK-FILE         PIC X(256) VALUE "SHARETOK.DAT".
       01 ST-STATUS-COMN.
           05  ST-STATUS-BYTE-1        PIC X.
           05  ST-STATUS-BYTE-2        PIC X.
       01 WS-AUDIONOTE-FILE        PIC X(256) VALUE "AUDIONOTE.DAT".
       01 AN-STATUS-COMN.
           05  AN-STATUS-BYTE-1        PIC X.
           05  AN-STATUS-BYTE-2        PIC X.
       01 WS-DOSSIER-FILE          PIC X(256) VALUE "DOSSIER.DAT".
       01 DS-STATUS-COMN.
           05  DS-STATUS-BYTE-1        PIC X.
           05  DS-STATUS-BYTE-2        PIC X.
       01 WS-PROGRAMS-ROOT         type String.
       01 WS-IMAGES-FOLDER         type String.
      * The folder being worked - a team's WEBSYNC, or the Programs
      * root for its own log archives - and whose rules apply there.
       01 WS-WORK-FOLDER           type String.
       01 WS-TEAM-NAME             PIC X(15).
      * The rule being applied: its type, purge/archive, the day its
      * records must be newer than, and how the certificate names it.
       01 WS-TYPE                  PIC X(10).
       01 WS-ACTION                PIC X.
           88  WS-ARCHIVING            VALUE "A".
       01 WS-CUTOFF-DAY            type DateTime.
       01 WS-RULE-REF              PIC X(60).
       01 CERT-STARTED-SW          PIC X VALUE "N".
           88  CERT-STARTED            VALUE "Y".
      * Holds in force over the folder's team, loaded once.
       01 HOLD-TBL.
           05  HOLD-ENTRY              OCCURS 200.
               10  HT-TYPE             PIC X(10).
               10  HT-PLAYER           PIC X(30).
       01 HOLD-COUNT               PIC 9(03) VALUE 0.
       01 TYPE-REMOVED             PIC 9(07) VALUE 0.
       01 TYPE-HELD                PIC 9(07) VALUE 0.
       01 TEAM-REMOVED             PIC 9(07) VALUE 0.
       01 TEAM-HELD                PIC 9(07) VALUE 0.

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 imagesFolder         type String.
       01 worker                type batsweb.retentionPurge.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: retentionPurge <Programs-root-folder> [web-Images-folder]")
               goback.

           set programsRoot to args[0]::TrimEnd("\")
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.
           set imagesFolder to type String::Empty
           if args::Length > 1
               set imagesFolder to args[1]::TrimEnd("\")
               if not type System.IO.Directory::Exists(imagesFolder)
                   invoke type System.Console::WriteLine("Images folder not found: " & imagesFolder)
                   goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "RETENTION")

      *    The root's own log archives, under the league rules.
           set worker to new batsweb.retentionPurge
           invoke worker::purgeRoot(programsRoot, imagesFolder)

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           if type System.IO.Directory::Exists(teamDirs[aa] & "\WEBSYNC")
               set worker to new batsweb.retentionPurge
               invoke worker::purgeTeam(programsRoot, imagesFolder, teamDirs[aa]).
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "RETENTION", runStamp, "C", aa)
           goback.
       end method.

      *#####                  The Programs root                        #####
       method-id purgeRoot public.
       procedure division using by value programsRoot as type String
                          by value imagesFolder as type String.
           set WS-PROGRAMS-ROOT to programsRoot
           set WS-IMAGES-FOLDER to imagesFolder
           set WS-WORK-FOLDER to programsRoot
           move "*" to WS-TEAM-NAME
           set WS-CERT-FILE to programsRoot & "\RETENTION\PURGECERT-" & type DateTime::Today::ToString("yyyyMMdd") & ".TXT"
           invoke self::loadHolds

           if self::ruleApplies("LOGIN")
               invoke self::purgeLogArchives("LOGINATTEMPT-")
               invoke self::closeType.
           if self::ruleApplies("LOGS")
               invoke self::purgeLogArchives(type String::Empty)
               invoke self::closeType.
           invoke self::closeCertificate.
       end method.

      *#####                     One team                              #####
       method-id purgeTeam public.
       procedure division using by value programsRoot as type String
                          by value imagesFolder as type String
                          by value teamPath as type String.
           set WS-PROGRAMS-ROOT to programsRoot
           set WS-IMAGES-FOLDER to imagesFolder
           set WS-WORK-FOLDER to teamPath & "\WEBSYNC"
           set WS-TEAM-NAME to type System.IO.Path::GetFileName(teamPath)::ToUpper
           set WS-CERT-FILE to WS-WORK-FOLDER & "\RETENTION\PURGECERT-" & type DateTime::Today::ToString("yyyyMMdd") & ".TXT"
           invoke self::loadHolds

           if self::ruleApplies("WELLNESS")
               invoke self::purgeWellness
               invoke self::closeType.
           if self::ruleApplies("INJURY")
               invoke self::purgeInjuryHistory
               invoke self::purgeAvailabilityNotes
               invoke self::closeType.
           if self::ruleApplies("LOGIN")
               invoke self::purgeLoginFlags
               invoke self::purgeLoginProfiles
               invoke self::purgeLogArchives("LOGINATTEMPT-")
               invoke self::closeType.
           if self::ruleApplies("SHARETOKEN")
               invoke self::purgeShareTokens
               invoke self::closeType.
           if self::ruleApplies("AUDIONOTE")
               invoke self::purgeAudioNotes
               invoke self::closeType.
           if self::ruleApplies("DOSSIER")
               invoke self::purgeDossiers
               invoke self::closeType.
           if self::ruleApplies("LOGS")
               invoke self::purgeLogArchives(type String::Empty)
               invoke self::closeType.
           invoke self::closeCertificate.
       end method.

      * Looks the rule up and, when there is one, makes it the rule
      * being applied and puts it at the head of its certificate
      * section.
       method-id ruleApplies private.
       local-storage section.
       01 keepDays         type Int32.
       01 actionCode       type String.
       01 ruleText         type String.
       procedure division using by value typeCode as type String
                          returning appliesFlag as type Condition.
           set appliesFlag to false
           set keepDays to type batsweb.retentionPolicy::keepDays(WS-PROGRAMS-ROOT, WS-TEAM-NAME::Trim, typeCode,
               by reference actionCode, by reference ruleText)
           if keepDays = 0
               exit method.
           set appliesFlag to true
           set WS-TYPE to typeCode
           set WS-ACTION to actionCode
           set WS-CUTOFF-DAY to type DateTime::Today::AddDays(0 - keepDays)
           set WS-RULE-REF to typeCode & " " & keepDays::ToString & "-day rule"
           move 0 to TYPE-REMOVED
           move 0 to TYPE-HELD
           invoke self::certLine(" ")
           invoke self::certLine("RULE  " & ruleText & " - removing anything dated before "
               & WS-CUTOFF-DAY::ToString("yyyy-MM-dd"))
       end method.

       method-id closeType private.
       procedure division.
           invoke self::certLine("      " & WS-TYPE::Trim & ": " & TYPE-REMOVED::ToString
               & " removed, " & TYPE-HELD::ToString & " kept under legal hold")
           add TYPE-REMOVED to TEAM-REMOVED
           add TYPE-HELD to TEAM-HELD.
       end method.

      *#####                   The keyed files                         #####
       method-id purgeWellness private.
       procedure division.
           set WS-WELLNESS-FILE to WS-WORK-FOLDER & "\WELLNESS.DAT"
           OPEN I-O WELLNESS-FILE
           if WL-STATUS-BYTE-1 not = "0"
               exit method.
       wellness-loop.
           READ WELLNESS-FILE NEXT RECORD
               AT END
                   go to wellness-end
           END-READ
           if not self::agedOut(WL-DATE)
               go to wellness-loop.
           if self::holdCovers(WL-PLAYER-NAME)
               add 1 to TYPE-HELD
               go to wellness-loop.
           invoke self::archiveRecord("WELLNESS.DAT", WL-REC)
           DELETE WELLNESS-FILE RECORD
               INVALID KEY
                   go to wellness-loop
           END-DELETE
           invoke self::removedLine("WELLNESS.DAT", WL-PLAYER-NAME::Trim & " check-in", WL-DATE)
           go to wellness-loop.
       wellness-end.
           CLOSE WELLNESS-FILE.
       end method.

       method-id purgeInjuryHistory private.
       local-storage section.
       01 stampDay         pic x(10).
       procedure division.
           set WS-INJHIST-FILE to WS-WORK-FOLDER & "\INJHIST.DAT"
           OPEN I-O INJURY-HIST-FILE
           if IH-STATUS-BYTE-1 not = "0"
               exit method.
       injury-loop.
           READ INJURY-HIST-FILE NEXT RECORD
               AT END
                   go to injury-end
           END-READ
           set stampDay to IH-STAMP(1:4) & "-" & IH-STAMP(5:2) & "-" & IH-STAMP(7:2)
           if not self::agedOut(stampDay)
               go to injury-loop.
           if self::holdCovers(IH-PLAYER-NAME)
               add 1 to TYPE-HELD
               go to injury-loop.
           invoke self::archiveRecord("INJHIST.DAT", IH-REC)
           DELETE INJURY-HIST-FILE RECORD
               INVALID KEY
                   go to injury-loop
           END-DELETE
           invoke self::removedLine("INJHIST.DAT", IH-PLAYER-NAME::Trim & " history entry", stampDay)
           go to injury-loop.
       injury-end.
           CLOSE INJURY-HIST-FILE.
       end method.

      * Only the note goes - the player's current status is not a
      * record that ages out - and only once the player is back to
      * active.
       method-id purgeAvailabilityNotes private.
       procedure division.
           set WS-AVAIL-FILE to WS-WORK-FOLDER & "\AVAIL.DAT"
           OPEN I-O AVAILABILITY-FILE
           if AV-STATUS-BYTE-1 not = "0"
               exit method.
       avail-loop.
           READ AVAILABILITY-FILE NEXT RECORD
               AT END
                   go to avail-end
           END-READ
           if AV-NOTE = spaces or not AV-ACTIVE
               go to avail-loop.
           if not self::agedOut(AV-EFF-DATE)
               go to avail-loop.
           if self::holdCovers(AV-PLAYER-NAME)
               add 1 to TYPE-HELD
               go to avail-loop.
           invoke self::archiveRecord("AVAIL.DAT", AV-REC)
           move spaces to AV-NOTE
           REWRITE AV-REC
               INVALID KEY
                   go to avail-loop
           END-REWRITE
           invoke self::removedLine("AVAIL.DAT", AV-PLAYER-NAME::Trim & " availability note", AV-EFF-DATE)
           go to avail-loop.
       avail-end.
           CLOSE AVAILABILITY-FILE.
       end method.

      * A flag still open is somebody's unfinished business - it
      * stays whatever its age.
       method-id purgeLoginFlags private.
       local-storage section.
       01 userKey          type String.
       procedure division.
           set WS-LOGINFLAG-FILE to WS-WORK-FOLDER & "\LOGINFLAG.DAT"
           OPEN I-O LOGIN-FLAG-FILE
           if LF-STATUS-BYTE-1 not = "0"
               exit method.
       flag-loop.
           READ LOGIN-FLAG-FILE NEXT RECORD
               AT END
                   go to flag-end
           END-READ
           if LF-OPEN
               go to flag-loop.
           if not self::agedOut(LF-SEEN-AT)
               go to flag-loop.
           set userKey to LF-LAST::Trim & ", " & LF-FIRST::Trim
           if self::holdCovers(userKey)
               add 1 to TYPE-HELD
               go to flag-loop.
           invoke self::archiveRecord("LOGINFLAG.DAT", LF-REC)
           DELETE LOGIN-FLAG-FILE RECORD
               INVALID KEY
                   go to flag-loop
           END-DELETE
           invoke self::removedLine("LOGINFLAG.DAT", userKey & " " & LF-KIND::Trim & " flag", LF-SEEN-AT)
           go to flag-loop.
       flag-end.
           CLOSE LOGIN-FLAG-FILE.
       end method.

       method-id purgeLoginProfiles private.
       local-storage section.
       01 userKey          type String.
       procedure division.
           set WS-LOGINPROFILE-FILE to WS-WORK-FOLDER & "\LOGINPROFILE.DAT"
           OPEN I-O LOGIN-PROFILE-FILE
           if LP-STATUS-BYTE-1 not = "0"
               exit method.
       profile-loop.
           READ LOGIN-PROFILE-FILE NEXT RECORD
               AT END
                   go to profile-end
           END-READ
           if not self::agedOut(LP-LAST-SEEN)
               go to profile-loop.
           set userKey to LP-LAST::Trim & ", " & LP-FIRST::Trim
           if self::holdCovers(userKey)
               add 1 to TYPE-HELD
               go to profile-loop.
           invoke self::archiveRecord("LOGINPROFILE.DAT", LP-REC)
           DELETE LOGIN-PROFILE-FILE RECORD
               INVALID KEY
                   go to profile-loop
           END-DELETE
           invoke self::removedLine("LOGINPROFILE.DAT", userKey & " sign-in pattern " & LP-KIND, LP-LAST-SEEN)
           go to profile-loop.
       profile-end.
           CLOSE LOGIN-PROFILE-FILE.
       end method.

      * A link ages from its expiry; its clip list (and the exported
      * copies, when the Images folder is given) go with it.
       method-id purgeShareTokens private.
       local-storage section.
       01 tokenText        type String.
       procedure division.
           set WS-SHARETOK-FILE to WS-WORK-FOLDER & "\SHARETOK.DAT"
           OPEN I-O SHARE-TOKEN-FILE
           if ST-STATUS-BYTE-1 not = "0"
               exit method.
       token-loop.
           READ SHARE-TOKEN-FILE NEXT RECORD
               AT END
                   go to token-end
           END-READ
           if not self::agedOut(ST-EXPIRES-AT)
               go to token-loop.
           if self::holdCovers(type String::Empty)
               add 1 to TYPE-HELD
               go to token-loop.
           set tokenText to ST-TOKEN::Trim
           invoke self::archiveRecord("SHARETOK.DAT", ST-REC)
           DELETE SHARE-TOKEN-FILE RECORD
               INVALID KEY
                   go to token-loop
           END-DELETE
           invoke self::removeFile(WS-WORK-FOLDER & "\SHARE-" & tokenText & ".TXT")
           if WS-IMAGES-FOLDER::Length > 0
               invoke self::removeFolder(WS-IMAGES-FOLDER & "\Exports\Shared\" & tokenText).
           invoke self::removedLine("SHARETOK.DAT", "link " & tokenText & " (" & ST-DESC::Trim & ")", ST-EXPIRES-AT)
           go to token-loop.
       token-end.
           CLOSE SHARE-TOKEN-FILE.
       end method.

       method-id purgeAudioNotes private.
       local-storage section.
       01 audioName        type String.
       procedure division.
           set WS-AUDIONOTE-FILE to WS-WORK-FOLDER & "\AUDIONOTE.DAT"
           OPEN I-O AUDIO-NOTE-FILE
           if AN-STATUS-BYTE-1 not = "0"
               exit method.
       audio-loop.
           READ AUDIO-NOTE-FILE NEXT RECORD
               AT END
                   go to audio-end
           END-READ
           if not self::agedOut(AN-SAVED-AT)
               go to audio-loop.
           if self::holdCovers(type String::Empty)
               add 1 to TYPE-HELD
               go to audio-loop.
           set audioName to AN-AUDIO-NAME::Trim
           invoke self::archiveRecord("AUDIONOTE.DAT", AN-REC)
           DELETE AUDIO-NOTE-FILE RECORD
               INVALID KEY
                   go to audio-loop
           END-DELETE
           if WS-IMAGES-FOLDER::Length > 0 and audioName::Length > 0
               invoke self::removeFile(WS-IMAGES-FOLDER & "\AudioNotes\" & audioName).
           invoke self::removedLine("AUDIONOTE.DAT", "voice note on " & AN-CLIP-ID::Trim, AN-SAVED-AT)
           go to audio-loop.
       audio-end.
           CLOSE AUDIO-NOTE-FILE.
       end method.

       method-id purgeDossiers private.
       procedure division.
           set WS-DOSSIER-FILE to WS-WORK-FOLDER & "\DOSSIER.DAT"
           OPEN I-O DOSSIER-FILE
           if DS-STATUS-BYTE-1 not = "0"
               exit method.
       dossier-loop.
           READ DOSSIER-FILE NEXT RECORD
               AT END
                   go to dossier-end
           END-READ
           if not self::agedOut(DS-UPDATED-AT)
               go to dossier-loop.
           if self::holdCovers(DS-PLAYER-NAME)
               add 1 to TYPE-HELD
               go to dossier-loop.
           invoke self::archiveRecord("DOSSIER.DAT", DS-REC)
           DELETE DOSSIER-FILE RECORD
               INVALID KEY
                   go to dossier-loop
           END-DELETE
           invoke self::removedLine("DOSSIER.DAT", DS-PLAYER-NAME::Trim & " dossier", DS-UPDATED-AT)
           go to dossier-loop.
       dossier-end.
           CLOSE DOSSIER-FILE.
       end method.

      *#####                  The log archives                         #####
      * logArchive.cbl's LOGARCH\<name>-<yyyyMMdd>.LOG files, aged by
      * last write as logArchive.cbl ages them. A name prefix picks
      * the LOGINATTEMPT archives for LOGIN; no prefix is every other
      * archive, for LOGS.
       method-id purgeLogArchives private.
       local-storage section.
       01 archFiles        type String[].
       01 ff               type Int32.
       01 fileName         type String.
       01 lastWrite        type DateTime.
       procedure division using by value namePrefix as type String.
           if not type System.IO.Directory::Exists(WS-WORK-FOLDER & "\LOGARCH")
               exit method.
           set archFiles to type System.IO.Directory::GetFiles(WS-WORK-FOLDER & "\LOGARCH", "*.LOG")
           move 0 to ff.
       arch-loop.
           if ff >= archFiles::Length
               exit method.
           set fileName to type System.IO.Path::GetFileName(archFiles[ff])::ToUpper
           if namePrefix::Length > 0 and not fileName::StartsWith(namePrefix)
               go to arch-next.
           if namePrefix::Length = 0 and fileName::StartsWith("LOGINATTEMPT-")
               go to arch-next.
           set lastWrite to type System.IO.File::GetLastWriteTime(archFiles[ff])
           if not lastWrite::Date < WS-CUTOFF-DAY
               go to arch-next.
           if self::holdOnType
               add 1 to TYPE-HELD
               go to arch-next.
           invoke self::removeFile(archFiles[ff])
           invoke self::removedLine("LOGARCH", fileName, lastWrite::ToString("yyyy-MM-dd")).
       arch-next.
           add 1 to ff
           go to arch-loop.
       end method.

      *#####                  Dates and holds                          #####
      * True when the record's date falls before the rule's cutoff.
      * A date that will not read is kept - nothing is removed on a
      * guess.
       method-id agedOut private.
       local-storage section.
       01 recDay           type DateTime.
       procedure division using by value dateText as type String
                          returning agedFlag as type Condition.
           set agedFlag to false
           if dateText = null or dateText::Trim::Length = 0
               exit method.
           if not type DateTime::TryParse(dateText::Trim, by reference recDay)
               exit method.
           if recDay::Date < WS-CUTOFF-DAY
               set agedFlag to true.
       end method.

       method-id loadHolds private.
       local-storage section.
       01 holdPairs        type String[].
       01 pairParts        type String[].
       01 hh               type Int32.
       procedure division.
           move 0 to HOLD-COUNT
           set holdPairs to type batsweb.retentionPolicy::holdList(WS-PROGRAMS-ROOT, WS-TEAM-NAME::Trim)::Split(';')
           move 0 to hh.
       hold-loop.
           if hh >= holdPairs::Length
               exit method.
           if holdPairs[hh]::Length = 0 or HOLD-COUNT >= 200
               go to hold-next.
           set pairParts to holdPairs[hh]::Split('|')
           add 1 to HOLD-COUNT
           set HT-TYPE(HOLD-COUNT) to pairParts[0]
           move spaces to HT-PLAYER(HOLD-COUNT)
           if pairParts::Length > 1
               set HT-PLAYER(HOLD-COUNT) to pairParts[1].
       hold-next.
           add 1 to hh
           go to hold-loop.
       end method.

      * A hold on the type (or on every type) with no player covers
      * every record; one naming a player covers that player's.
       method-id holdCovers private.
       local-storage section.
       01 hh               type Int32.
       01 playerKey        pic x(30).
       procedure division using by value playerName as type String
                          returning heldFlag as type Condition.
           set heldFlag to false
           set playerKey to playerName::Trim::ToUpper
           move 1 to hh.
       cover-loop.
           if hh > HOLD-COUNT
               exit method.
           if HT-TYPE(hh) = WS-TYPE or HT-TYPE(hh) = "*"
               if HT-PLAYER(hh) = spaces or HT-PLAYER(hh) = playerKey
                   set heldFlag to true
                   exit method.
           add 1 to hh
           go to cover-loop.
       end method.

      * Any hold at all on the type - for the log archives, where one
      * file carries every user's lines.
       method-id holdOnType private.
       local-storage section.
       01 hh               type Int32.
       procedure division returning heldFlag as type Condition.
           set heldFlag to false
           move 1 to hh.
       type-loop.
           if hh > HOLD-COUNT
               exit method.
           if HT-TYPE(hh) = WS-TYPE or HT-TYPE(hh) = "*"
               set heldFlag to true
               exit method.
           add 1 to hh
           go to type-loop.
       end method.

      *#####               Archive copies and files                    #####
      * Archive rules keep the record image, one line per record,
      * under the file it came from - before the delete.
       method-id archiveRecord private.
       local-storage section.
       01 archFolder       type String.
       procedure division using by value fileLabel as type String
                          by value recordImage as type String.
           if not WS-ARCHIVING
               exit method.
           set archFolder to WS-WORK-FOLDER & "\ARCHIVE\RETENTION"
           if not type System.IO.Directory::Exists(archFolder)
               invoke type System.IO.Directory::CreateDirectory(archFolder).
           set WS-ARCHIVE-OUT-FILE to archFolder & "\" & WS-TYPE::Trim & "-" & type DateTime::Today::ToString("yyyyMM") & ".TXT"
           OPEN EXTEND ARCHIVE-OUT-FILE
           IF AO-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ARCHIVE-OUT-FILE
           END-IF
           MOVE SPACES TO ARCHIVE-OUT-REC
           STRING fileLabel DELIMITED BY SIZE
               "  " DELIMITED BY SIZE recordImage DELIMITED BY SIZE
               INTO ARCHIVE-OUT-REC
           WRITE ARCHIVE-OUT-REC
           CLOSE ARCHIVE-OUT-FILE.
       end method.

      * Deleted under a purge rule, moved under ARCHIVE\RETENTION\FILES
      * under an archive rule.
       method-id removeFile private.
       local-storage section.
       01 archFolder       type String.
       01 destPath         type String.
       procedure division using by value filePath as type String.
           if not type System.IO.File::Exists(filePath)
               exit method.
           try
               if WS-ARCHIVING
                   set archFolder to WS-WORK-FOLDER & "\ARCHIVE\RETENTION\FILES"
                   invoke type System.IO.Directory::CreateDirectory(archFolder)
                   set destPath to archFolder & "\" & type System.IO.Path::GetFileName(filePath)
                   if type System.IO.File::Exists(destPath)
                       invoke type System.IO.File::Delete(destPath)
                   end-if
                   invoke type System.IO.File::Move(filePath, destPath)
               else
                   invoke type System.IO.File::Delete(filePath)
               end-if
           catch
               invoke self::certLine("      could not remove " & filePath)
           end-try.
       end method.

       method-id removeFolder private.
       local-storage section.
       01 archFolder       type String.
       01 destPath         type String.
       procedure division using by value folderPath as type String.
           if not type System.IO.Directory::Exists(folderPath)
               exit method.
           try
               if WS-ARCHIVING
                   set archFolder to WS-WORK-FOLDER & "\ARCHIVE\RETENTION\FILES"
                   invoke type System.IO.Directory::CreateDirectory(archFolder)
                   set destPath to archFolder & "\" & type System.IO.Path::GetFileName(folderPath)
                   if type System.IO.Directory::Exists(destPath)
                       invoke type System.IO.Directory::Delete(destPath, true)
                   end-if
                   invoke type System.IO.Directory::Move(folderPath, destPath)
               else
                   invoke type System.IO.Directory::Delete(folderPath, true)
               end-if
           catch
               invoke self::certLine("      could not remove " & folderPath)
           end-try.
       end method.

      *#####                  The purge certificate                    #####
       method-id removedLine private.
       local-storage section.
       01 actionWord       type String.
       procedure division using by value fileLabel as type String
                          by value itemText as type String
                          by value dateText as type String.
           add 1 to TYPE-REMOVED
           if WS-ARCHIVING
               set actionWord to "ARCHIVED"
           else
               set actionWord to "PURGED  ".
           invoke self::certLine(actionWord & "  " & fileLabel & "  " & itemText & "  dated "
               & dateText::Trim & "  under " & WS-RULE-REF::Trim)
       end method.

      * The certificate's heading goes on with its first line, so a
      * team no rule touched gets none.
       method-id certLine private.
       local-storage section.
       01 certFolder       type String.
       procedure division using by value detailText as type String.
           if not CERT-STARTED
               set certFolder to type System.IO.Path::GetDirectoryName(WS-CERT-FILE::Trim)
               if not type System.IO.Directory::Exists(certFolder)
                   invoke type System.IO.Directory::CreateDirectory(certFolder)
               end-if
               OPEN EXTEND CERT-FILE
               IF CERT-STATUS-BYTE-1 NOT EQUAL ZEROES
                   OPEN OUTPUT CERT-FILE
               END-IF
               move "Y" to CERT-STARTED-SW
               MOVE SPACES TO CERT-REC
               STRING "PURGE CERTIFICATE - TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
                   "  RUN " DELIMITED BY SIZE type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss") DELIMITED BY SIZE
                   INTO CERT-REC
               WRITE CERT-REC
               CLOSE CERT-FILE
           end-if

           OPEN EXTEND CERT-FILE
           IF CERT-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CERT-FILE
           END-IF
           MOVE SPACES TO CERT-REC
           set CERT-REC to detailText
           WRITE CERT-REC
           CLOSE CERT-FILE.
       end method.

       method-id closeCertificate private.
       procedure division.
           if not CERT-STARTED
               exit method.
           invoke self::certLine(" ")
           invoke self::certLine("TOTAL " & TEAM-REMOVED::ToString & " removed, "
               & TEAM-HELD::ToString & " kept under legal hold")
           invoke type System.Console::WriteLine(WS-TEAM-NAME::Trim & ": " & TEAM-REMOVED::ToString & " removed, "
               & TEAM-HELD::ToString & " held - " & WS-CERT-FILE::Trim).
       end method.

       end class.
