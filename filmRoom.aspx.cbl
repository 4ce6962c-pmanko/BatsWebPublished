      * name, which carries the same game/at-bat identifiers
      * videoReconcile.cbl checks the naming convention for). The
      * grades come back out through the graded-clips view on
      * breakdown.aspx.cbl as a filter dimension. The room's queue can
      * also go to batchDispatcher.cbl as one stitched reel, clean or
      * with the pitch captions burned in. A clip clipCheck.cbl has
      * held for a content problem is dropped from the queue on the
      * way in, with a note saying how many.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS AN-KEY
              LOCK MANUAL
              FILE STATUS IS AN-STATUS-COMN.
          SELECT BATCH-QUEUE-FILE ASSIGN WS-BATCHQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BQ-KEY
              LOCK MANUAL
              FILE STATUS IS BQ-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
               10  AN-SAVED-AT             PIC X(19).
               10  FILLER                  PIC X(11).

      * Same queue record customClips.aspx.cbl writes - the session's
      * clips go to batchDispatcher.cbl as a stitch job.
       FD  BATCH-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BQ-REC.

       01  BQ-REC.
           05  BQ-KEY.
               10  BQ-REQUEST-ID           PIC X(35).
           05  BQ-REST.
               10  BQ-SOURCE-PAGE          PIC X(15).
               10  BQ-TEAM                 PIC X(15).
               10  BQ-DATE-CHOICE-FLAG     PIC X.
               10  BQ-START-DATE           PIC X(10).
               10  BQ-END-DATE             PIC X(10).
               10  BQ-SEARCH-TEXT          PIC X(60).
               10  BQ-REQUESTED-BY         PIC X(30).
               10  BQ-REQUESTED-AT         PIC X(20).
               10  BQ-STATUS               PIC X.
                   88  BQ-PENDING          VALUE "P".
                   88  BQ-DONE             VALUE "D".
                   88  BQ-FAILED           VALUE "F".
      *        Typed/prioritized queue fields batchDispatcher.cbl
      *        works from - job type, 1 (most urgent) to 9 priority,
      *        and the retry/backoff state a failed attempt leaves.
               10  BQ-JOB-TYPE             PIC X.
                   88  BQ-JOB-SEARCH       VALUE "S" " ".
                   88  BQ-JOB-STITCH       VALUE "T".
                   88  BQ-JOB-EXPORT       VALUE "E".
                   88  BQ-JOB-HEATMAP      VALUE "H".
                   88  BQ-JOB-RECALL       VALUE "R".
                   88  BQ-JOB-VERIFY       VALUE "V".
                   88  BQ-JOB-BUNDLE       VALUE "X".
               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       01 GR-STATUS-COMN.
           05  GR-STATUS-BYTE-1        PIC X.
           05  GR-STATUS-BYTE-2        PIC X.
       01 WS-BATCHQ-FILE      PIC X(256) VALUE "BATCHQUEUE.DAT".
       01 BQ-STATUS-COMN.
           05  BQ-STATUS-BYTE-1        PIC X.
           05  BQ-STATUS-BYTE-2        PIC X.
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
                  '\WEBSYNC\GRADES.DAT"' delimited by size
                  into WS-GRADES-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\BATCHQUEUE.DAT"' delimited by size
                  into WS-BATCHQ-FILE
               if not self::IsPostBack
                   invoke self::logAudit("filmRoom").

               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Queue a playlist or search result on the clips page first, then open the film room.');", true)
               exit method.

           invoke self::dropHeldClips(app-data-folder, teamName)
           invoke self::populateGradeTable
           goback.
       end method.

      * Clips clipCheck.cbl has held for a content problem come out of
      * the queue before the room runs it - the held file is out of
      * play, and a coach should not hit a dead player mid-session.
      * The titles and thumbs lists ride beside the paths one for one,
      * so they are rebuilt in step when they match.
       method-id dropHeldClips private.
       local-storage section.
       01 teamFolder      type String.
       01 clipPaths       type String[].
       01 clipTitles      type String[].
       01 clipThumbs      type String[].
       01 pathsOut        type String.
       01 titlesOut       type String.
       01 thumbsOut       type String.
       01 ii              type Int32.
       01 heldCount       type Int32 value 0.
       01 alertText       type String.
       procedure division using by value app-data-folder as type String
                          by value teamName as type String.
           if teamName::Trim = type String::Empty
               exit method.
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim
           set clipPaths to self::Session::Item("video-paths")::ToString::Split(';')
           if self::Session::Item("video-titles") not = null
               set clipTitles to self::Session::Item("video-titles")::ToString::Split(';')
               if clipTitles::Length not = clipPaths::Length
                   set clipTitles to null.
           if self::Session::Item("video-thumbs") not = null
               set clipThumbs to self::Session::Item("video-thumbs")::ToString::Split(';')
               if clipThumbs::Length not = clipPaths::Length
                   set clipThumbs to null.
           set pathsOut to ""
           set titlesOut to ""
           set thumbsOut to ""
           move 0 to ii.
       held-loop.
           if ii >= clipPaths::Length
               go to held-done.
           if clipPaths[ii]::Trim = type String::Empty
               go to held-next.
           if type batsweb.clipCheck::isHeld(teamFolder, clipPaths[ii])
               add 1 to heldCount
               go to held-next.
           set pathsOut to pathsOut & clipPaths[ii] & ";"
           if clipTitles not = null
               set titlesOut to titlesOut & clipTitles[ii] & ";".
           if clipThumbs not = null
               set thumbsOut to thumbsOut & clipThumbs[ii] & ";".
       held-next.
           add 1 to ii
           go to held-loop.
       held-done.
           if heldCount = 0
               exit method.
           set self::Session::Item("video-paths") to pathsOut
           if clipTitles not = null
               set self::Session::Item("video-titles") to titlesOut.
           if clipThumbs not = null
               set self::Session::Item("video-thumbs") to thumbsOut.
           set alertText to "alert('" & heldCount::ToString
               & " clip(s) in this queue are held for a content problem and were left out.');"
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", alertText, true)
       end method.

      *#####               Client Callback Implementation             #####
      *##### (https://msdn.microsoft.com/en-us/library/ms178208.aspx) #####
      *####################################################################
                          by value secondsText as type String
                          by value labelText as type String
                          returning markResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set markResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if clipId::Trim = type String::Empty
               or not type Int32::TryParse(secondsText::Trim, by reference secNum)
               set markResult to "nothing to mark"
       procedure division using by value clipId as type String
                          by value audioBase64 as type String
                          returning audioResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set audioResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if clipId::Trim = type String::Empty or audioBase64::Trim = type String::Empty
               set audioResult to "nothing to save"
               exit method.
                          by value gradeText as type String
                          by value commentText as type String
                          returning saveResult as type String.
           if type batsweb.maintWindow::siteReadOnly
               set saveResult to "read-only for scheduled maintenance - not saved"
               exit method.
           if not type Int32::TryParse(gradeText::Trim, by reference gradeNum)
               or gradeNum < 1 or gradeNum > 8
               set saveResult to "grade must be 1-8"
           CLOSE GRADES-FILE.
       end method.

      * The room's queue as one stitched reel for the players to take
      * away - same queued stitch customClips.aspx.cbl's
      * stitchQueueButton_Click submits. The caption box picks a clean
      * reel or one with the pitch captions burned in; a captioned
      * request id carries a -CAP tail so both can be on file.
       method-id stitchQueueButton_Click protected.
       local-storage section.
       01 app-data-folder pic x(256).
       01 teamName        pic x(15).
       01 clipPaths       type String[].
       01 listOut         type System.Text.StringBuilder.
       01 ii              type Int32.
       01 listPath        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session::Item("video-paths") = null
               or self::Session::Item("video-paths")::ToString::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Nothing is queued in the film room to stitch.');", true)
               exit method.

           MOVE SPACES TO BQ-REC
           set BQ-REQUEST-ID to self::Session::Item("team")::ToString::Trim
               & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss")
           if captionCheckBox::Checked
               set BQ-REQUEST-ID to BQ-REQUEST-ID::Trim & "-CAP"
               move "Y" to BQ-CAPTION-FLAG.

           set clipPaths to self::Session::Item("video-paths")::ToString::Split(';')
           set listOut to new type System.Text.StringBuilder
           move 0 to ii.
       stitch-list-loop.
           if ii >= clipPaths::Length
               go to stitch-list-done.
           if clipPaths[ii]::Trim not = type String::Empty
               invoke listOut::AppendLine("file '" & clipPaths[ii]::Trim & "'").
           add 1 to ii
           go to stitch-list-loop.
       stitch-list-done.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set listPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & teamName::Trim & "\WEBSYNC\JOBLIST-" & BQ-REQUEST-ID::Trim & ".TXT"
           invoke type System.IO.File::WriteAllText(listPath, listOut::ToString)

           set BQ-SOURCE-PAGE to "FILMROOM"
           set BQ-TEAM to self::Session::Item("team")::ToString
           set BQ-SEARCH-TEXT to "JOBLIST-" & BQ-REQUEST-ID::Trim & ".TXT"
           set BQ-REQUESTED-BY to self::Session::Item("last")::ToString
           set BQ-REQUESTED-AT to type DateTime::Now::ToString("yyyyMMdd HHmmss")
           set BQ-STATUS to "P"
           move "T" to BQ-JOB-TYPE
           move 3 to BQ-PRIORITY
           move zeroes to BQ-RETRY-COUNT
           move spaces to BQ-NEXT-RETRY-AT

           OPEN I-O BATCH-QUEUE-FILE
           IF BQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT BATCH-QUEUE-FILE
           END-IF
           WRITE BQ-REC
               INVALID KEY
                   REWRITE BQ-REC
           END-WRITE
           CLOSE BATCH-QUEUE-FILE

           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Stitch queued - you will be notified when the reel is ready.');", true)
       end method.

      * ######################################################
      * ######### List Box Replacement Table Methods #########
      * ######################################################
