       class-id batsweb.storageQuota.

      * Per-team storage quota - capacityTracker.cbl says when the
      * array fills, this stops one team filling it. Each team's
      * QUOTA.DAT (WEBSYNC folder, kept on policyConsole.aspx.cbl)
      * carries two ceilings in megabytes, zero meaning none:
      *   video     the team's .mp4 clips outside ARCHIVE - the same
      *             selection capacityTracker.cbl and videoTiering.cbl
      *             measure - less the batch outputs below
      *   outputs   what the batch side writes: STITCH-* reels,
      *             HEATMAP-* grids, BUNDLE-* road bundles and every
      *             .PDF in the team's folder
      * Both are measured live off the folder in one pass, nothing is
      * cached to drift. Callers ask before they write:
      *   type batsweb.storageQuota::check(teamPath, kindCode, addBytes)
      *       kindCode "V" video or "O" outputs; addBytes is what the
      *       caller is about to put down (zero when it cannot know).
      *       Returns "O" under 80% after the write, "W" from 80%,
      *       "B" at or over 100% - the caller refuses a "B"
      * At "W" or "B" the team's admins (WEBPASS-LEVEL "A") get one
      * NOTIFYINBOX.DAT notice a day per kind, or as soon as the
      * verdict worsens, and the bell on Site.Master.cbl shows it.
      *   type batsweb.storageQuota::usageText(teamPath)
      *       one line of usage against quota for opsConsole.aspx.cbl

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT QUOTA-FILE ASSIGN WS-QUOTA-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SQ-KEY
              LOCK MANUAL
              FILE STATUS IS SQ-STATUS-COMN.
          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per team - the file sits in the team's own WEBSYNC
      * folder, so the first record is the team's whatever spelling
      * of the name keyed it.
       FD  QUOTA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SQ-REC.
       01  SQ-REC.
           05  SQ-KEY.
               10  SQ-TEAM                 PIC X(15).
           05  SQ-REST.
               10  SQ-VIDEO-QUOTA-MB       PIC 9(07).
               10  SQ-OUTPUT-QUOTA-MB      PIC 9(07).
      *        Last admin notice per kind - the date and the verdict,
      *        so a day's uploads raise one notice, not one each.
               10  SQ-VIDEO-NOTICE-DATE    PIC X(10).
               10  SQ-VIDEO-NOTICE-CODE    PIC X.
               10  SQ-OUTPUT-NOTICE-DATE   PIC X(10).
               10  SQ-OUTPUT-NOTICE-CODE   PIC X.
               10  SQ-UPDATED-BY           PIC X(30).
               10  SQ-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout Default.aspx.cbl reads - only the admins are
      * wanted here.
       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.
       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
               10  WEBPASS-PASS            PIC 9(18).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-PWD-CHANGED     PIC 9(08).
               10  WEBPASS-PWD-FORMAT      PIC X.
               10  WEBPASS-SALT            PIC X(08).
               10  WEBPASS-HASH            PIC X(32).
               10  FILLER                  PIC X(01).

      * Same layout Site.Master.cbl's bell reads.
       FD  NOTIFY-INBOX-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NI-REC.
       01  NI-REC.
           05  NI-KEY.
               10  NI-LAST                 PIC X(15).
               10  NI-FIRST                PIC X(15).
               10  NI-STAMP                PIC X(17).
           05  NI-REST.
               10  NI-TEXT                 PIC X(120).
               10  NI-READ-FLAG            PIC X.
               10  FILLER                  PIC X(10).

       working-storage section.
       01 WS-QUOTA-FILE            PIC X(256) VALUE "QUOTA.DAT".
       01 SQ-STATUS-COMN.
           05  SQ-STATUS-BYTE-1        PIC X.
           05  SQ-STATUS-BYTE-2        PIC X.
       01 WS-BATSW020-FILE         PIC X(256) VALUE "BATSW020.DAT".
       01 STATUS-COMN.
           05  STATUS-BYTE-1           PIC X.
           05  STATUS-BYTE-2           PIC X.
       01 WS-NOTIFYINBOX-FILE      PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.
      * Warning threshold, percent of quota.
       01 WS-WARN-PCT              PIC 9(03) VALUE 80.
       01 WS-QUOTA-FOUND           PIC X VALUE "N".
       01 WS-VIDEO-BYTES           type Int64.
       01 WS-OUTPUT-BYTES          type Int64.
       01 WS-USED-MB               PIC 9(09).
       01 WS-USED-PCT              PIC 9(05).
       01 WS-ADMIN-USED            PIC 9(03) VALUE 0.
       01 ADMIN-TABLE.
           05  ADMIN-ENTRY OCCURS 50 TIMES.
               10  AD-LAST             PIC X(15).
               10  AD-FIRST            PIC X(15).

      *#####                     Entry points                          #####
       method-id check static public.
       local-storage section.
       01 worker       type batsweb.storageQuota.
       procedure division using by value teamPath as type String
                          by value kindCode as type String
                          by value addBytes as type Int64
                          returning verdictCode as type String.
           set worker to new batsweb.storageQuota
           set verdictCode to worker::checkKind(teamPath, kindCode, addBytes).
       end method.

       method-id usageText static public.
       local-storage section.
       01 worker       type batsweb.storageQuota.
       procedure division using by value teamPath as type String
                          returning textOut as type String.
           set worker to new batsweb.storageQuota
           set textOut to worker::usageOf(teamPath).
       end method.

      *#####                  Quota and usage                          #####
       method-id loadQuota private.
       procedure division using by value teamPath as type String.
           move "N" to WS-QUOTA-FOUND
           MOVE SPACES TO SQ-REC
           move zeroes to SQ-VIDEO-QUOTA-MB SQ-OUTPUT-QUOTA-MB
           set WS-QUOTA-FILE to teamPath & "\WEBSYNC\QUOTA.DAT"
           OPEN INPUT QUOTA-FILE
           if SQ-STATUS-BYTE-1 not = "0"
               exit method.
           READ QUOTA-FILE NEXT RECORD
               AT END
                   CLOSE QUOTA-FILE
                   exit method
           END-READ
           move "Y" to WS-QUOTA-FOUND
           CLOSE QUOTA-FILE.
       end method.

      * One pass over the team folder, each file to video, outputs or
      * neither. ARCHIVE is the tiered-off copy - not on this array.
       method-id measureTeam private.
       local-storage section.
       01 teamFiles        type String[].
       01 ff               type Int32.
       01 upperPath        type String.
       01 upperName        type String.
       01 fileInfo         type System.IO.FileInfo.
       procedure division using by value teamPath as type String.
           set WS-VIDEO-BYTES to 0
           set WS-OUTPUT-BYTES to 0
           if not type System.IO.Directory::Exists(teamPath)
               exit method.
           set teamFiles to type System.IO.Directory::GetFiles(teamPath, "*", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       measure-loop.
           if ff >= teamFiles::Length
               exit method.
           set upperPath to teamFiles[ff]::ToUpper
           if upperPath::Contains("\ARCHIVE\")
               go to measure-next.
           set upperName to type System.IO.Path::GetFileName(upperPath)
           if upperName::StartsWith("STITCH-") or upperName::StartsWith("HEATMAP-")
               or upperPath::Contains("\BUNDLE-") or upperName::EndsWith(".PDF")
               set fileInfo to new type System.IO.FileInfo(teamFiles[ff])
               set WS-OUTPUT-BYTES to WS-OUTPUT-BYTES + fileInfo::Length
               go to measure-next.
           if upperName::EndsWith(".MP4")
               set fileInfo to new type System.IO.FileInfo(teamFiles[ff])
               set WS-VIDEO-BYTES to WS-VIDEO-BYTES + fileInfo::Length.
       measure-next.
           add 1 to ff
           go to measure-loop.
       end method.

      *#####               The verdict before a write                  #####
       method-id checkKind private.
       local-storage section.
       01 quotaMb          PIC 9(07).
       01 usedBytes        type Int64.
       01 noticeDate       PIC X(10).
       01 noticeCode       PIC X.
       01 todayText        type String.
       procedure division using by value teamPath as type String
                          by value kindCode as type String
                          by value addBytes as type Int64
                          returning verdictCode as type String.
           set verdictCode to "O"
           invoke self::loadQuota(teamPath)
           if kindCode = "V"
               move SQ-VIDEO-QUOTA-MB to quotaMb
           else
               move SQ-OUTPUT-QUOTA-MB to quotaMb.
           if quotaMb = 0
               exit method.

           invoke self::measureTeam(teamPath)
           if kindCode = "V"
               set usedBytes to WS-VIDEO-BYTES + addBytes
           else
               set usedBytes to WS-OUTPUT-BYTES + addBytes.
           compute WS-USED-MB = usedBytes / 1048576
           compute WS-USED-PCT = (WS-USED-MB * 100) / quotaMb
           if WS-USED-PCT >= 100
               set verdictCode to "B"
           else
               if WS-USED-PCT >= WS-WARN-PCT
                   set verdictCode to "W"
               else
                   exit method.

      *    One notice a day per kind unless the verdict got worse.
           set todayText to type DateTime::Today::ToString("yyyy-MM-dd")
           if kindCode = "V"
               move SQ-VIDEO-NOTICE-DATE to noticeDate
               move SQ-VIDEO-NOTICE-CODE to noticeCode
           else
               move SQ-OUTPUT-NOTICE-DATE to noticeDate
               move SQ-OUTPUT-NOTICE-CODE to noticeCode.
           if noticeDate = todayText
               and (noticeCode = verdictCode or noticeCode = "B")
               exit method.
           invoke self::noticeAdmins(teamPath, kindCode, verdictCode, quotaMb)
           invoke self::stampNotice(kindCode, verdictCode, todayText).
       end method.

       method-id stampNotice private.
       procedure division using by value kindCode as type String
                          by value verdictCode as type String
                          by value todayText as type String.
           OPEN I-O QUOTA-FILE
           if SQ-STATUS-BYTE-1 not = "0"
               exit method.
           READ QUOTA-FILE NEXT RECORD
               AT END
                   CLOSE QUOTA-FILE
                   exit method
           END-READ
           if kindCode = "V"
               set SQ-VIDEO-NOTICE-DATE to todayText
               set SQ-VIDEO-NOTICE-CODE to verdictCode
           else
               set SQ-OUTPUT-NOTICE-DATE to todayText
               set SQ-OUTPUT-NOTICE-CODE to verdictCode.
           REWRITE SQ-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE QUOTA-FILE.
       end method.

      * The bell notice to every admin on the team, the way
      * loginWatch.cbl raises its sign-in alerts.
       method-id noticeAdmins private.
       local-storage section.
       01 noticeText       type String.
       01 kindText         type String.
       01 noticeStamp      PIC X(17).
       01 aa               PIC 9(03).
       procedure division using by value teamPath as type String
                          by value kindCode as type String
                          by value verdictCode as type String
                          by value quotaMb as type Int32.
           if kindCode = "V"
               set kindText to "Video"
           else
               set kindText to "Batch output".
           if verdictCode = "B"
               set noticeText to "<a href='policyConsole.aspx'>Storage quota</a> " & kindText & " storage is full ("
                   & WS-USED-MB::ToString & " of " & quotaMb::ToString & " MB) - new files are refused"
           else
               set noticeText to "<a href='policyConsole.aspx'>Storage quota</a> " & kindText & " storage at "
                   & WS-USED-PCT::ToString & "% (" & WS-USED-MB::ToString & " of " & quotaMb::ToString & " MB)".

           invoke self::loadAdmins(teamPath)
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"
           OPEN I-O NOTIFY-INBOX-FILE
           IF NI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT NOTIFY-INBOX-FILE
               CLOSE NOTIFY-INBOX-FILE
               OPEN I-O NOTIFY-INBOX-FILE
           END-IF
           if NI-STATUS-BYTE-1 not = "0"
               exit method.
           set noticeStamp to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           move 0 to aa.
       notice-loop.
           add 1 to aa
           if aa > WS-ADMIN-USED
               go to notice-done.
           MOVE SPACES TO NI-REC
           move AD-LAST(aa) to NI-LAST
           move AD-FIRST(aa) to NI-FIRST
           move noticeStamp to NI-STAMP
           set NI-TEXT to noticeText
           move "N" to NI-READ-FLAG
           WRITE NI-REC
               INVALID KEY
                   REWRITE NI-REC
           END-WRITE
           go to notice-loop.
       notice-done.
           CLOSE NOTIFY-INBOX-FILE.
       end method.

       method-id loadAdmins private.
       procedure division using by value teamPath as type String.
           move 0 to WS-ADMIN-USED
           set WS-BATSW020-FILE to teamPath & "\WEBSYNC\BATSW020.DAT"
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO WEBPASS-KEY
           START WEBPASS-FILE KEY NOT LESS THAN WEBPASS-KEY
           if STATUS-BYTE-1 not = "0"
               go to admin-done.
       admin-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END go to admin-done.
           if WEBPASS-LEVEL not = "A" or WS-ADMIN-USED >= 50
               go to admin-loop.
           add 1 to WS-ADMIN-USED
           move WEBPASS-LAST to AD-LAST(WS-ADMIN-USED)
           move WEBPASS-FIRST to AD-FIRST(WS-ADMIN-USED)
           go to admin-loop.
       admin-done.
           CLOSE WEBPASS-FILE.
       end method.

      *#####              Usage against quota, one line                #####
       method-id usageOf private.
       local-storage section.
       01 videoMb          PIC 9(09).
       01 outputMb         PIC 9(09).
       procedure division using by value teamPath as type String
                          returning textOut as type String.
           invoke self::loadQuota(teamPath)
           invoke self::measureTeam(teamPath)
           compute videoMb = WS-VIDEO-BYTES / 1048576
           compute outputMb = WS-OUTPUT-BYTES / 1048576
           set textOut to "video " & self::againstQuota(videoMb, SQ-VIDEO-QUOTA-MB)
               & "   outputs " & self::againstQuota(outputMb, SQ-OUTPUT-QUOTA-MB).
       end method.

       method-id againstQuota private.
       local-storage section.
       01 usedPct          PIC 9(05).
       procedure division using by value usedMb as type Int64
                          by value quotaMb as type Int64
                          returning textOut as type String.
           if quotaMb = 0
               set textOut to usedMb::ToString & " MB (no quota)"
               exit method.
           compute usedPct = (usedMb * 100) / quotaMb
           set textOut to usedMb::ToString & " / " & quotaMb::ToString & " MB (" & usedPct::ToString & "%)"
           if usedPct >= 100
               set textOut to textOut & " FULL"
           else
               if usedPct >= WS-WARN-PCT
                   set textOut to textOut & " WARNING".
       end method.

       end class.
