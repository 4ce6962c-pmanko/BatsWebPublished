       class-id batsweb.printSpool.

      * Clubhouse print spool - the PDF artifacts pdfWriter.cbl builds
      * go straight to a named printer instead of somebody opening
      * each one on a laptop and printing it by hand before first
      * pitch. Per team, in WEBSYNC:
      *   PRINTDEST.DAT   named destinations (DUGOUT-HOME, CLUBHOUSE,
      *                   VIDEO-ROOM ...) - the printer's address and
      *                   raw port and where it sits
      *   PRINTQ.DAT      one record per print job, keyed by its
      *                   stamp, with the PDF itself under PRINTS\
      *   PRINTSCHED.DAT  standing prints - an artifact, a destination,
      *                   a time of day and the days it runs
      * The PDF-producing pages and batch jobs make one call:
      *   type batsweb.printSpool::deliver(teamPath, artifactCode,
      *       destName, pdfBytes, titleText, sourceName, requestedBy)
      * which keeps the copy as the artifact's latest build
      * (PRINTS\STAGED-<artifact>.PDF, what a standing print sends)
      * and, when a destination was picked, queues a job for it and
      * returns the job id. fillPicker loads a page's destination
      * drop-down; reprint queues a finished or failed job again.
      * printQueue.aspx.cbl shows the queue, the destinations and
      * the standing prints and carries the reprint button.
      * The drain pass -
      *   printSpool <Programs-root-folder>
      * - run every few minutes by Task Scheduler, walks each team:
      * standing prints that came due today queue the artifact's
      * latest build when it was built today (a card from yesterday
      * is the wrong card, so that job is filed failed with the
      * reason instead), then pending jobs go out over the raw print
      * port (9100 unless the destination names another) with the
      * same retry/backoff shape mailSpool.cbl gives mail - ten more
      * minutes per attempt, failed after three. Every clubhouse
      * printer on the list takes PDF direct on that port; nothing is
      * installed on the server. PRINTSPOOL.LOG per team carries a
      * line per job.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PRINT-DEST-FILE ASSIGN WS-PRINTDEST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PD-KEY
              LOCK MANUAL
              FILE STATUS IS PD-STATUS-COMN.
          SELECT PRINT-QUEUE-FILE ASSIGN WS-PRINTQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PQ-KEY
              LOCK MANUAL
              FILE STATUS IS PQ-STATUS-COMN.
          SELECT PRINT-SCHED-FILE ASSIGN WS-PRINTSCHED-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PS-KEY
              LOCK MANUAL
              FILE STATUS IS PS-STATUS-COMN.
          SELECT SPOOL-LOG-FILE ASSIGN WS-SPOOL-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts printQueue.aspx.cbl maintains.
       FD  PRINT-DEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PD-REC.
       01  PD-REC.
           05  PD-KEY.
               10  PD-NAME                 PIC X(20).
           05  PD-REST.
               10  PD-ADDRESS              PIC X(60).
               10  PD-PORT                 PIC 9(05).
               10  PD-LOCATION             PIC X(40).
               10  PD-ACTIVE               PIC X.
                   88  PD-IN-SERVICE       VALUE "Y".
               10  PD-CHANGED-BY           PIC X(30).
               10  PD-CHANGED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  PRINT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PQ-REC.
       01  PQ-REC.
           05  PQ-KEY.
               10  PQ-JOB-ID               PIC X(17).
           05  PQ-REST.
               10  PQ-DEST                 PIC X(20).
               10  PQ-ARTIFACT             PIC X(10).
               10  PQ-TITLE                PIC X(60).
               10  PQ-PDF-FILE             PIC X(40).
               10  PQ-SOURCE               PIC X(20).
               10  PQ-REQUESTED-BY         PIC X(30).
               10  PQ-REQUESTED-AT         PIC X(19).
               10  PQ-STATUS               PIC X.
                   88  PQ-PENDING          VALUE "P".
                   88  PQ-PRINTED          VALUE "S".
                   88  PQ-FAILED           VALUE "F".
               10  PQ-RETRY-COUNT          PIC 9(02).
               10  PQ-NEXT-RETRY-AT        PIC X(14).
               10  PQ-PRINTED-AT           PIC X(19).
               10  PQ-REPRINT-OF           PIC X(17).
               10  PQ-MESSAGE              PIC X(60).
               10  FILLER                  PIC X(20).

       FD  PRINT-SCHED-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PS-REC.
       01  PS-REC.
           05  PS-KEY.
               10  PS-SCHED-NAME           PIC X(20).
           05  PS-REST.
               10  PS-ARTIFACT             PIC X(10).
               10  PS-DEST                 PIC X(20).
               10  PS-PRINT-AT             PIC X(04).
               10  PS-DAYS                 PIC X(28).
               10  PS-LAST-RUN             PIC X(10).
               10  PS-CHANGED-BY           PIC X(30).
               10  PS-CHANGED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  SPOOL-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SPOOL-LOG-REC.
       01  SPOOL-LOG-REC               PIC X(256).

       working-storage section.
       01 WS-PRINTDEST-FILE        PIC X(256) VALUE "PRINTDEST.DAT".
       01 PD-STATUS-COMN.
           05  PD-STATUS-BYTE-1        PIC X.
           05  PD-STATUS-BYTE-2        PIC X.
       01 WS-PRINTQ-FILE           PIC X(256) VALUE "PRINTQ.DAT".
       01 PQ-STATUS-COMN.
           05  PQ-STATUS-BYTE-1        PIC X.
           05  PQ-STATUS-BYTE-2        PIC X.
       01 WS-PRINTSCHED-FILE       PIC X(256) VALUE "PRINTSCHED.DAT".
       01 PS-STATUS-COMN.
           05  PS-STATUS-BYTE-1        PIC X.
           05  PS-STATUS-BYTE-2        PIC X.
       01 WS-SPOOL-LOG-FILE        PIC X(256) VALUE "PRINTSPOOL.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-MAX-RETRIES           PIC 9(01) VALUE 3.
       01 WS-RAW-PORT              PIC 9(05) VALUE 9100.
       01 WS-JOBS-SENT             PIC 9(05) VALUE 0.

      *#####          The producers' entry points                      #####
       method-id deliver static public.
       local-storage section.
       01 worker       type batsweb.printSpool.
       procedure division using by value teamPath as type String
                          by value artifactCode as type String
                          by value destName as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value sourceName as type String
                          by value requestedBy as type String
                          returning jobId as type String.
           set worker to new batsweb.printSpool
           invoke worker::stageArtifact(teamPath, artifactCode, pdfBytes)
           set jobId to type String::Empty
           if destName = null or destName::Trim = type String::Empty
               exit method.
           set jobId to worker::queueJob(teamPath, destName, artifactCode, pdfBytes, titleText, sourceName, requestedBy, type String::Empty).
       end method.

       method-id reprint static public.
       local-storage section.
       01 worker       type batsweb.printSpool.
       procedure division using by value teamPath as type String
                          by value oldJobId as type String
                          by value destName as type String
                          by value requestedBy as type String
                          returning jobId as type String.
           set worker to new batsweb.printSpool
           set jobId to worker::requeueJob(teamPath, oldJobId, destName, requestedBy).
       end method.

      * The page's destination drop-down - a "download" entry first,
      * then every destination in service, valued by its name.
       method-id fillPicker static public.
       local-storage section.
       01 worker       type batsweb.printSpool.
       procedure division using by value teamPath as type String
                          by value picker as type System.Web.UI.WebControls.DropDownList.
           set worker to new batsweb.printSpool
           invoke worker::loadPicker(teamPath, picker).
       end method.

      *#####          Latest build of an artifact, kept               #####
       method-id stageArtifact private.
       local-storage section.
       01 printFolder  type String.
       procedure division using by value teamPath as type String
                          by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any.
           if artifactCode = null or artifactCode::Trim = type String::Empty
               exit method.
           set printFolder to teamPath & "\WEBSYNC\PRINTS"
           if not type System.IO.Directory::Exists(printFolder)
               invoke type System.IO.Directory::CreateDirectory(printFolder).
           invoke type System.IO.File::WriteAllBytes(printFolder & "\STAGED-" & artifactCode::Trim::ToUpper & ".PDF", pdfBytes).
       end method.

      *#####                 One job on the queue                      #####
      * Returns the job id, or empty when the destination is not on
      * file or out of service.
       method-id queueJob private.
       local-storage section.
       01 printFolder  type String.
       procedure division using by value teamPath as type String
                          by value destName as type String
                          by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value sourceName as type String
                          by value requestedBy as type String
                          by value reprintOf as type String
                          returning jobId as type String.
           set jobId to type String::Empty
           if not self::destinationInService(teamPath, destName)
               exit method.

           set printFolder to teamPath & "\WEBSYNC\PRINTS"
           if not type System.IO.Directory::Exists(printFolder)
               invoke type System.IO.Directory::CreateDirectory(printFolder).

           set WS-PRINTQ-FILE to teamPath & "\WEBSYNC\PRINTQ.DAT"
           set WS-SPOOL-LOG-FILE to teamPath & "\WEBSYNC\PRINTSPOOL.LOG"
           OPEN I-O PRINT-QUEUE-FILE
           IF PQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PRINT-QUEUE-FILE
               CLOSE PRINT-QUEUE-FILE
               OPEN I-O PRINT-QUEUE-FILE
           END-IF
           if PQ-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO PQ-REC
           set PQ-JOB-ID to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set PQ-DEST to destName::Trim::ToUpper
           if artifactCode not = null
               set PQ-ARTIFACT to artifactCode::Trim::ToUpper.
           set PQ-TITLE to titleText
           set PQ-PDF-FILE to "PRINT-" & PQ-JOB-ID & ".PDF"
           set PQ-SOURCE to sourceName
           set PQ-REQUESTED-BY to requestedBy
           set PQ-REQUESTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move "P" to PQ-STATUS
           move zeroes to PQ-RETRY-COUNT
           move spaces to PQ-NEXT-RETRY-AT
           set PQ-REPRINT-OF to reprintOf
           invoke type System.IO.File::WriteAllBytes(printFolder & "\" & PQ-PDF-FILE::Trim, pdfBytes)
           WRITE PQ-REC
               INVALID KEY
                   REWRITE PQ-REC
           END-WRITE
           CLOSE PRINT-QUEUE-FILE

           set jobId to PQ-JOB-ID
           invoke self::logLine("QUEUED " & PQ-JOB-ID & " to " & PQ-DEST::Trim & " - " & PQ-TITLE::Trim & " (" & PQ-SOURCE::Trim & ", " & PQ-REQUESTED-BY::Trim & ")").
       end method.

      * A job again - same PDF, same title, a fresh id; to the same
      * printer unless another is named.
       method-id requeueJob private.
       local-storage section.
       01 pdfPath      type String.
       01 sendTo       type String.
       01 titleText    type String.
       01 artifactText type String.
       01 sourceText   type String.
       procedure division using by value teamPath as type String
                          by value oldJobId as type String
                          by value destName as type String
                          by value requestedBy as type String
                          returning jobId as type String.
           set jobId to type String::Empty
           set WS-PRINTQ-FILE to teamPath & "\WEBSYNC\PRINTQ.DAT"
           OPEN INPUT PRINT-QUEUE-FILE
           if PQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PQ-KEY
           set PQ-JOB-ID to oldJobId::Trim
           READ PRINT-QUEUE-FILE
               INVALID KEY
                   CLOSE PRINT-QUEUE-FILE
                   exit method
           END-READ
           CLOSE PRINT-QUEUE-FILE

           set pdfPath to teamPath & "\WEBSYNC\PRINTS\" & PQ-PDF-FILE::Trim
           if not type System.IO.File::Exists(pdfPath)
               exit method.
           set sendTo to PQ-DEST::Trim
           if destName not = null and destName::Trim not = type String::Empty
               set sendTo to destName::Trim.
           set titleText to PQ-TITLE::Trim
           set artifactText to PQ-ARTIFACT::Trim
           set sourceText to PQ-SOURCE::Trim
           set jobId to self::queueJob(teamPath, sendTo, artifactText, type System.IO.File::ReadAllBytes(pdfPath), titleText, sourceText, requestedBy, oldJobId::Trim).
       end method.

       method-id destinationInService private.
       procedure division using by value teamPath as type String
                          by value destName as type String
                          returning okFlag as type Condition.
           set okFlag to false
           set WS-PRINTDEST-FILE to teamPath & "\WEBSYNC\PRINTDEST.DAT"
           OPEN INPUT PRINT-DEST-FILE
           if PD-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PD-KEY
           set PD-NAME to destName::Trim::ToUpper
           READ PRINT-DEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if PD-IN-SERVICE
                       set okFlag to true
                   end-if
           END-READ
           CLOSE PRINT-DEST-FILE.
       end method.

       method-id loadPicker private.
       procedure division using by value teamPath as type String
                          by value picker as type System.Web.UI.WebControls.DropDownList.
           invoke picker::Items::Clear
           invoke picker::Items::Add(new type System.Web.UI.WebControls.ListItem("(download - no printer)", type String::Empty))
           set WS-PRINTDEST-FILE to teamPath & "\WEBSYNC\PRINTDEST.DAT"
           OPEN INPUT PRINT-DEST-FILE
           if PD-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PD-KEY
           START PRINT-DEST-FILE KEY NOT LESS THAN PD-KEY
           if PD-STATUS-BYTE-1 not = "0"
               go to picker-done.
       picker-loop.
           READ PRINT-DEST-FILE NEXT RECORD
               AT END go to picker-done.
           if not PD-IN-SERVICE
               go to picker-loop.
           invoke picker::Items::Add(new type System.Web.UI.WebControls.ListItem(PD-NAME::Trim & " - " & PD-LOCATION::Trim, PD-NAME::Trim))
           go to picker-loop.
       picker-done.
           CLOSE PRINT-DEST-FILE.
       end method.

      *#####        The drain pass - Main is the worker                #####
       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 teamDirs             type String[].
       01 aa                   type Int32.
       01 worker               type batsweb.printSpool.
       01 sentTotal            type Int32 value 0.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: printSpool <Programs-root-folder>")
               goback.
           if not type System.IO.Directory::Exists(args[0])
               invoke type System.Console::WriteLine("Programs root not found: " & args[0])
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(args[0], "PRINTSPOOL")
           set teamDirs to type System.IO.Directory::GetDirectories(args[0])
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           if type System.IO.Directory::Exists(teamDirs[aa] & "\WEBSYNC")
               set worker to new batsweb.printSpool
               invoke worker::fireSchedules(teamDirs[aa])
               invoke worker::drainQueue(teamDirs[aa])
               add worker::jobsSent to sentTotal
           end-if
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(args[0], "PRINTSPOOL", runStamp, "C", sentTotal)
           goback.
       end method.

       method-id jobsSent public.
       procedure division returning countOut as type Int32.
           move WS-JOBS-SENT to countOut.
       end method.

      *#####          Standing prints that came due                    #####
      * Due once a day: the day is on the list (DAILY, or the three-
      * letter day names), the time has passed, and it has not run
      * today.
       method-id fireSchedules public.
       local-storage section.
       01 todayText        pic x(10).
       01 nowTime          pic x(04).
       01 dayName          type String.
       01 stagedPath       type String.
       01 jobId            type String.
       01 schedName        type String.
       procedure division using by value teamPath as type String.
           set WS-PRINTSCHED-FILE to teamPath & "\WEBSYNC\PRINTSCHED.DAT"
           set WS-SPOOL-LOG-FILE to teamPath & "\WEBSYNC\PRINTSPOOL.LOG"
           set todayText to type DateTime::Today::ToString("yyyy-MM-dd")
           set nowTime to type DateTime::Now::ToString("HHmm")
           set dayName to type DateTime::Today::ToString("ddd")::ToUpper

           OPEN I-O PRINT-SCHED-FILE
           if PS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PS-KEY
           START PRINT-SCHED-FILE KEY NOT LESS THAN PS-KEY
           if PS-STATUS-BYTE-1 not = "0"
               go to sched-done.
       sched-loop.
           READ PRINT-SCHED-FILE NEXT RECORD
               AT END go to sched-done.
           if PS-LAST-RUN = todayText
               go to sched-loop.
           if PS-PRINT-AT > nowTime
               go to sched-loop.
           if not PS-DAYS::ToUpper::Contains("DAILY")
               and not PS-DAYS::ToUpper::Contains(dayName)
               go to sched-loop.

           set schedName to PS-SCHED-NAME::Trim
           set stagedPath to teamPath & "\WEBSYNC\PRINTS\STAGED-" & PS-ARTIFACT::Trim & ".PDF"
           if type System.IO.File::Exists(stagedPath)
               and type System.IO.File::GetLastWriteTime(stagedPath)::ToString("yyyy-MM-dd") = todayText
               set jobId to self::queueJob(teamPath, PS-DEST, PS-ARTIFACT, type System.IO.File::ReadAllBytes(stagedPath), PS-ARTIFACT::Trim & " - standing print " & schedName, "STANDING " & schedName, "printSpool", type String::Empty)
               if jobId = type String::Empty
                   invoke self::fileFailure(teamPath, PS-DEST, PS-ARTIFACT, "STANDING " & schedName, "destination not on file or out of service")
               end-if
           else
               invoke self::fileFailure(teamPath, PS-DEST, PS-ARTIFACT, "STANDING " & schedName, "nothing built today - build it on its page first")
           end-if

           move todayText to PS-LAST-RUN
           REWRITE PS-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           go to sched-loop.
       sched-done.
           CLOSE PRINT-SCHED-FILE.
       end method.

      * A standing print that could not go is still a row on the
      * queue screen - failed, with the reason, so the dugout sees
      * why the wall is bare.
       method-id fileFailure private.
       procedure division using by value teamPath as type String
                          by value destName as type String
                          by value artifactCode as type String
                          by value sourceName as type String
                          by value reasonText as type String.
           set WS-PRINTQ-FILE to teamPath & "\WEBSYNC\PRINTQ.DAT"
           OPEN I-O PRINT-QUEUE-FILE
           IF PQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PRINT-QUEUE-FILE
               CLOSE PRINT-QUEUE-FILE
               OPEN I-O PRINT-QUEUE-FILE
           END-IF
           if PQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PQ-REC
           set PQ-JOB-ID to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set PQ-DEST to destName::Trim
           set PQ-ARTIFACT to artifactCode::Trim
           set PQ-TITLE to artifactCode::Trim & " - " & sourceName::ToLower
           set PQ-SOURCE to sourceName
           set PQ-REQUESTED-BY to "printSpool"
           set PQ-REQUESTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move "F" to PQ-STATUS
           move zeroes to PQ-RETRY-COUNT
           set PQ-MESSAGE to reasonText
           WRITE PQ-REC
               INVALID KEY
                   REWRITE PQ-REC
           END-WRITE
           CLOSE PRINT-QUEUE-FILE
           invoke self::logLine("NOT QUEUED " & sourceName & " to " & destName::Trim & " - " & reasonText).
       end method.

      *#####                Pending jobs to the printer                #####
       method-id drainQueue public.
       local-storage section.
       01 nowStamp         pic x(14).
       01 pdfPath          type String.
       01 sendError        type String.
       01 failCnt          pic 9(04) value 0.
       01 retryMinutes     type Int32.
       procedure division using by value teamPath as type String.
           set WS-PRINTQ-FILE to teamPath & "\WEBSYNC\PRINTQ.DAT"
           set WS-SPOOL-LOG-FILE to teamPath & "\WEBSYNC\PRINTSPOOL.LOG"
           set nowStamp to type DateTime::Now::ToString("yyyyMMddHHmmss")

           OPEN I-O PRINT-QUEUE-FILE
           if PQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PQ-KEY
           START PRINT-QUEUE-FILE KEY NOT LESS THAN PQ-KEY
           if PQ-STATUS-BYTE-1 not = "0"
               CLOSE PRINT-QUEUE-FILE
               exit method.
       drain-loop.
           READ PRINT-QUEUE-FILE NEXT RECORD
               AT END go to drain-done.
           if not PQ-PENDING
               go to drain-loop.
           if PQ-NEXT-RETRY-AT not = spaces and PQ-NEXT-RETRY-AT > nowStamp
               go to drain-loop.

           set pdfPath to teamPath & "\WEBSYNC\PRINTS\" & PQ-PDF-FILE::Trim
           set sendError to self::trySend(teamPath, PQ-DEST, pdfPath)
           if sendError = type String::Empty
               move "S" to PQ-STATUS
               set PQ-PRINTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               move spaces to PQ-MESSAGE
               add 1 to WS-JOBS-SENT
               invoke self::logLine("PRINTED " & PQ-JOB-ID & " on " & PQ-DEST::Trim & " - " & PQ-TITLE::Trim)
           else
               add 1 to PQ-RETRY-COUNT
               set PQ-MESSAGE to sendError
               if PQ-RETRY-COUNT >= WS-MAX-RETRIES
                   move "F" to PQ-STATUS
                   add 1 to failCnt
                   invoke self::logLine("FAILED " & PQ-JOB-ID & " on " & PQ-DEST::Trim & " after " & PQ-RETRY-COUNT::ToString & " tries - " & sendError)
               else
      *            Ten more minutes per attempt, the dispatcher's own
      *            backoff shape.
                   compute retryMinutes = PQ-RETRY-COUNT * 10
                   set PQ-NEXT-RETRY-AT to type DateTime::Now::AddMinutes(retryMinutes)::ToString("yyyyMMddHHmmss")
                   invoke self::logLine("RETRY " & PQ-RETRY-COUNT::ToString & " scheduled for " & PQ-JOB-ID & " on " & PQ-DEST::Trim & " - " & sendError)
               end-if
           end-if
           REWRITE PQ-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           go to drain-loop.
       drain-done.
           CLOSE PRINT-QUEUE-FILE
           if WS-JOBS-SENT not = 0 or failCnt not = 0
               invoke self::logLine("drain pass - " & WS-JOBS-SENT::ToString & " printed, " & failCnt::ToString & " failed").
       end method.

      * One attempt at the printer's raw port - the reason on any
      * trouble, empty when the bytes went.
       method-id trySend private.
       local-storage section.
       01 portNum      type Int32.
       01 hostName     type String.
       01 pdfBytes     type Byte occurs any.
       01 client       type System.Net.Sockets.TcpClient.
       01 netStream    type System.Net.Sockets.NetworkStream.
       procedure division using by value teamPath as type String
                          by value destName as type String
                          by value pdfPath as type String
                          returning errorText as type String.
           set errorText to type String::Empty
           if not type System.IO.File::Exists(pdfPath)
               set errorText to "PDF missing from WEBSYNC\PRINTS"
               exit method.

           set WS-PRINTDEST-FILE to teamPath & "\WEBSYNC\PRINTDEST.DAT"
           OPEN INPUT PRINT-DEST-FILE
           if PD-STATUS-BYTE-1 not = "0"
               set errorText to "no destinations on file"
               exit method.
           MOVE SPACES TO PD-KEY
           set PD-NAME to destName::Trim
           READ PRINT-DEST-FILE
               INVALID KEY
                   set errorText to "destination " & destName::Trim & " not on file"
           END-READ
           CLOSE PRINT-DEST-FILE
           if errorText not = type String::Empty
               exit method.
           if not PD-IN-SERVICE
               set errorText to "destination " & destName::Trim & " is out of service"
               exit method.

           set hostName to PD-ADDRESS::Trim
           move WS-RAW-PORT to portNum
           if PD-PORT not = 0
               move PD-PORT to portNum.
           set pdfBytes to type System.IO.File::ReadAllBytes(pdfPath)
           try
               set client to new type System.Net.Sockets.TcpClient(hostName, portNum)
               set netStream to client::GetStream
               invoke netStream::Write(pdfBytes, 0, pdfBytes::Length)
               invoke netStream::Flush
               invoke netStream::Close
               invoke client::Close
           catch
               set errorText to "printer " & hostName & " did not answer on port " & portNum::ToString
           end-try.
       end method.

      *#####                     Spool log                             #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND SPOOL-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT SPOOL-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO SPOOL-LOG-REC.
           WRITE SPOOL-LOG-REC.
           CLOSE SPOOL-LOG-FILE.
       end method.

       end class.
