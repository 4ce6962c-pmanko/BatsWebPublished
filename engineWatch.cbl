       class-id batsweb.engineWatch.

      * Timed engine calls with a watchdog. Every page and batch job
      * drives BAT300WEBF, BAT310WEBF, BAT360WEBF, BAT666WEBF,
      * BAT766WEBF and the BATSW engines through a RunUnit; instead of
      * calling it directly they go through here:
      *   invoke type batsweb.engineWatch::run(bat360rununit,
      *       "BAT360WEBF", BAT360-ACTION)
      * which
      *   - registers the call in ENGINECALL.DAT at the Programs root
      *     (program, action code, calling page or job, team, start
      *     time, limit) for as long as it runs;
      *   - arms a deadline from ENGINELIMIT.DAT - seconds per program
      *     and action code, "**" for a program's other actions, kept
      *     on opsConsole.aspx.cbl; without a row a page call gets
      *     WS-WEB-LIMIT seconds and a batch call WS-BATCH-LIMIT;
      *   - when the deadline passes with the engine still inside,
      *     logs HUNG to ENGINEWATCH.LOG, stops the calling thread,
      *     then stops the stuck run-unit and drops it from the web
      *     session (the page builds a fresh one the next time it
      *     loads, the way it does for a new session) or, in a batch
      *     job, registers the run "F" in runRegistry.cbl - and raises
      *     a TimeoutException to the caller, so the page errors out
      *     in seconds instead of spinning until IIS recycles and the
      *     batch job stops instead of sitting until morning;
      *   - rolls every call into ENGINESTATS.DAT by day, program,
      *     action, team and caller (calls, total and longest
      *     milliseconds, hung, recycled) - the counts opsConsole
      *     shows, so the action code and team data behind the hangs
      *     can be named instead of guessed.
      * Pages are identified by their request path and Session
      * "team". A batch job is identified by the job name it gave
      * runRegistry.cbl's registerStart (else its process name), its
      * Programs root by that same call (else its first command-line
      * argument), and its team by forTeam, which the team-loop
      * walkers call as they start on each team folder.
      * Session_End's teardown calls in Global.asax.cbl stay direct -
      * there is no request left to time them against.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ENGINE-CALL-FILE ASSIGN WS-ENGINECALL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EC-KEY
              LOCK MANUAL
              FILE STATUS IS EC-STATUS-COMN.
          SELECT ENGINE-LIMIT-FILE ASSIGN WS-ENGINELIMIT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EL-KEY
              LOCK MANUAL
              FILE STATUS IS EL-STATUS-COMN.
          SELECT ENGINE-STATS-FILE ASSIGN WS-ENGINESTATS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ES-KEY
              LOCK MANUAL
              FILE STATUS IS ES-STATUS-COMN.
          SELECT WATCH-LOG-FILE ASSIGN WS-WATCH-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per engine call still inside the engine.
       FD  ENGINE-CALL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EC-REC.
       01  EC-REC.
           05  EC-KEY.
               10  EC-CALL-ID              PIC X(40).
           05  EC-REST.
               10  EC-PROGRAM              PIC X(12).
               10  EC-ACTION               PIC X(02).
               10  EC-CALLER               PIC X(30).
               10  EC-TEAM                 PIC X(15).
               10  EC-STARTED-AT           PIC X(19).
               10  EC-LIMIT-SECS           PIC 9(05).
               10  EC-STATUS               PIC X.
                   88  EC-RUNNING          VALUE "R".
                   88  EC-HUNG             VALUE "H".
               10  EC-MACHINE              PIC X(20).
               10  FILLER                  PIC X(20).

      * Seconds an action may run. EL-ACTION "**" covers the
      * program's actions with no row of their own.
       FD  ENGINE-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EL-REC.
       01  EL-REC.
           05  EL-KEY.
               10  EL-PROGRAM              PIC X(12).
               10  EL-ACTION               PIC X(02).
           05  EL-REST.
               10  EL-LIMIT-SECS           PIC 9(05).
               10  EL-SET-BY               PIC X(30).
               10  EL-SET-AT               PIC X(19).
               10  FILLER                  PIC X(20).

       FD  ENGINE-STATS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ES-REC.
       01  ES-REC.
           05  ES-KEY.
               10  ES-DATE                 PIC X(10).
               10  ES-PROGRAM              PIC X(12).
               10  ES-ACTION               PIC X(02).
               10  ES-TEAM                 PIC X(15).
               10  ES-CALLER               PIC X(30).
           05  ES-REST.
               10  ES-CALLS                PIC 9(07).
               10  ES-TOTAL-MS             PIC 9(12).
               10  ES-MAX-MS               PIC 9(09).
               10  ES-HUNG                 PIC 9(05).
               10  ES-RECYCLED             PIC 9(05).
               10  FILLER                  PIC X(20).

       FD  WATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WATCH-LOG-REC.
       01  WATCH-LOG-REC               PIC X(200).

       working-storage section.
       01 WS-ENGINECALL-FILE       PIC X(256) VALUE "ENGINECALL.DAT".
       01 EC-STATUS-COMN.
           05  EC-STATUS-BYTE-1        PIC X.
           05  EC-STATUS-BYTE-2        PIC X.
       01 WS-ENGINELIMIT-FILE      PIC X(256) VALUE "ENGINELIMIT.DAT".
       01 EL-STATUS-COMN.
           05  EL-STATUS-BYTE-1        PIC X.
           05  EL-STATUS-BYTE-2        PIC X.
       01 WS-ENGINESTATS-FILE      PIC X(256) VALUE "ENGINESTATS.DAT".
       01 ES-STATUS-COMN.
           05  ES-STATUS-BYTE-1        PIC X.
           05  ES-STATUS-BYTE-2        PIC X.
       01 WS-WATCH-LOG-FILE        PIC X(256) VALUE "ENGINEWATCH.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X.
           05  LOG-STATUS-BYTE-2       PIC X.

      * Limits when ENGINELIMIT.DAT has nothing for the call - a page
      * is given up on well inside the IIS request timeout, a batch
      * job gets room for a full-season read.
       01 WS-WEB-LIMIT             PIC 9(05) VALUE 90.
       01 WS-BATCH-LIMIT           PIC 9(05) VALUE 1800.

      * The batch job this process is running - one job per process.
       01 WS-JOB-ROOT              type String static.
       01 WS-JOB-NAME              type String static.
       01 WS-JOB-STAMP             type String static.
       01 WS-JOB-TEAM              type String static.

      * The one call this instance is timing.
       01 WS-PROGRAMS-ROOT         type String.
       01 WS-CONTEXT               PIC X.
           88  WS-WEB-CALL         VALUE "W".
           88  WS-BATCH-CALL       VALUE "B".
       01 WS-CALL-ID               PIC X(40).
       01 WS-PROGRAM               PIC X(12).
       01 WS-ACTION                PIC X(02).
       01 WS-CALLER                PIC X(30).
       01 WS-TEAM                  PIC X(15).
       01 WS-STARTED-AT            PIC X(19).
       01 WS-LIMIT-SECS            PIC 9(05).
      *    R running, D back from the engine, H given up on.
       01 WS-CALL-STATE            PIC X VALUE "R".
       01 WS-CALLER-THREAD         type System.Threading.Thread.

      *#####                     Entry points                          #####
       method-id run static public.
       local-storage section.
       01 worker       type batsweb.engineWatch.
       procedure division using by value runUnitRef as type RunUnit
                          by value programName as type String
                          by value actionCode as type String.
           set worker to new batsweb.engineWatch
           invoke worker::timedCall(runUnitRef, programName, actionCode).
       end method.

      * runRegistry.cbl's registerStart hands every batch main's
      * root, job name and run stamp on to here.
       method-id forJob static public.
       procedure division using by value programsRoot as type String
                          by value jobName as type String
                          by value runStamp as type String.
           set WS-JOB-ROOT to programsRoot
           set WS-JOB-NAME to jobName
           set WS-JOB-STAMP to runStamp.
       end method.

       method-id forTeam static public.
       procedure division using by value teamName as type String.
           set WS-JOB-TEAM to teamName.
       end method.

      *#####                  One call, on the clock                   #####
       method-id timedCall private.
       local-storage section.
       01 deadlineCallback type System.Threading.TimerCallback.
       01 deadlineTimer    type System.Threading.Timer.
       01 abortEx          type System.Threading.ThreadAbortException.
       01 clock            type System.Diagnostics.Stopwatch.
       01 limitMs          type Int32.
       01 elapsedMs        type Int64.
       01 hungFlag         pic x value "N".
       01 limitText        pic z(04)9.
       procedure division using by value runUnitRef as type RunUnit
                          by value programName as type String
                          by value actionCode as type String.
           set WS-PROGRAM to programName::Trim::ToUpper
           set WS-ACTION to actionCode
           invoke self::resolveContext
           invoke self::readLimit
           set WS-STARTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           invoke self::registerCall

           set WS-CALLER-THREAD to type System.Threading.Thread::CurrentThread
           compute limitMs = WS-LIMIT-SECS * 1000
           set deadlineCallback to method self::onDeadline
           set deadlineTimer to new type System.Threading.Timer(deadlineCallback, null, limitMs, type System.Threading.Timeout::Infinite)
           set clock to type System.Diagnostics.Stopwatch::StartNew()

           try
               invoke runUnitRef::Call(programName)
           catch abortEx
      *        Only the watchdog's own stop is swallowed here - any
      *        other abort carries on out to the caller.
               if WS-CALL-STATE = "H"
                   invoke type System.Threading.Thread::ResetAbort()
                   move "Y" to hungFlag
               end-if
           finally
      *        However the engine came back - normally, stopped, or
      *        throwing - the deadline is disarmed before this thread
      *        goes on to anything else, and the call is counted.
               invoke self::markDone
               invoke deadlineTimer::Dispose()
               set elapsedMs to clock::ElapsedMilliseconds
               invoke self::unregisterCall
               invoke self::addStats(elapsedMs, hungFlag)
           end-try

           if hungFlag = "N"
               exit method.
           invoke self::recycle(runUnitRef)
           move WS-LIMIT-SECS to limitText
           raise new type System.TimeoutException(WS-PROGRAM::Trim & " action " & WS-ACTION & " ran past its " & limitText::Trim & "-second limit and was stopped - the engine was restarted, try again").
       end method.

       method-id markDone private.
       procedure division.
           invoke type System.Threading.Monitor::Enter(self)
           if WS-CALL-STATE = "R"
               move "D" to WS-CALL-STATE.
           invoke type System.Threading.Monitor::Exit(self).
       end method.

      * The deadline timer's callback, on a pool thread: still inside
      * the engine, so log it and stop the calling thread.
       method-id onDeadline private.
       local-storage section.
       01 limitText        pic z(04)9.
       procedure division using by value stateObj as object.
           invoke type System.Threading.Monitor::Enter(self)
           if WS-CALL-STATE not = "R"
               invoke type System.Threading.Monitor::Exit(self)
               exit method.
           move "H" to WS-CALL-STATE
           invoke type System.Threading.Monitor::Exit(self)

           move WS-LIMIT-SECS to limitText
           invoke self::logLine("HUNG      " & self::callText & "  started " & WS-STARTED-AT & "  limit " & limitText::Trim & "s - stopping it")
           invoke self::markHung
           try
               invoke WS-CALLER-THREAD::Abort()
           catch
               invoke self::logLine("STOP FAILED " & self::callText & "  " & exception-object::Message)
           end-try.
       end method.

      * Stops the stuck run-unit and takes it out of circulation.
       method-id recycle private.
       local-storage section.
       01 sess             type System.Web.SessionState.HttpSessionState.
       01 ii               type Int32.
       procedure division using by value runUnitRef as type RunUnit.
           try
               invoke runUnitRef::StopRun(0)
           catch
               invoke self::logLine("STOPRUN FAILED " & self::callText & "  " & exception-object::Message)
           end-try

           if WS-WEB-CALL
               set sess to type System.Web.HttpContext::Current::Session
               if sess not = null
                   compute ii = sess::Count - 1
                   go to session-loop
               end-if
           end-if
           go to session-done.
       session-loop.
           if ii < 0
               go to session-done.
           if type Object::ReferenceEquals(sess::Item(ii), runUnitRef)
               invoke sess::RemoveAt(ii).
           subtract 1 from ii
           go to session-loop.
       session-done.
           if WS-BATCH-CALL and WS-JOB-STAMP not = null
               invoke type batsweb.runRegistry::registerEnd(WS-JOB-ROOT, WS-JOB-NAME, WS-JOB-STAMP, "F", 0).
           invoke self::logLine("RECYCLED  " & self::callText & "  run-unit stopped and dropped").
       end method.

      *#####                 Who is calling, and where                 #####
       method-id resolveContext private.
       local-storage section.
       01 app-data-folder  type String.
       01 rootLen          type Int32.
       01 cmdArgs          type String[].
       procedure division.
           set WS-PROGRAMS-ROOT to null
           move spaces to WS-CALLER WS-TEAM
           if type System.Web.HttpContext::Current not = null
               move "W" to WS-CONTEXT
               set app-data-folder to type System.Web.HttpContext::Current::Server::MapPath("~/App_Data")
               set rootLen to app-data-folder::IndexOf("Programs")
               if rootLen > 0
                   set WS-PROGRAMS-ROOT to app-data-folder::Substring(0, rootLen)
               end-if
               set WS-CALLER to type System.IO.Path::GetFileName(type System.Web.HttpContext::Current::Request::Path)
               if type System.Web.HttpContext::Current::Session not = null
                   if type System.Web.HttpContext::Current::Session["team"] not = null
                       set WS-TEAM to type System.Web.HttpContext::Current::Session["team"]::ToString
                   end-if
               end-if
               exit method
           end-if

           move "B" to WS-CONTEXT
           if WS-JOB-ROOT not = null
               set WS-PROGRAMS-ROOT to WS-JOB-ROOT
           else
               set cmdArgs to type Environment::GetCommandLineArgs()
               if cmdArgs::Length > 1
                   if type System.IO.Directory::Exists(cmdArgs[1])
                       set WS-PROGRAMS-ROOT to cmdArgs[1]
                   end-if
               end-if
           end-if
           if WS-JOB-NAME not = null
               set WS-CALLER to WS-JOB-NAME
           else
               set WS-CALLER to type System.Diagnostics.Process::GetCurrentProcess()::ProcessName
           end-if
           if WS-JOB-TEAM not = null
               set WS-TEAM to WS-JOB-TEAM.
       end method.

      * A root file's path, whichever way the root is spelled (the
      * batch arg carries no trailing separator, the pages' derived
      * prefix does).
       method-id rootFile private.
       procedure division using by value fileName as type String
                          returning pathOut as type String.
           if WS-PROGRAMS-ROOT::EndsWith("\")
               set pathOut to WS-PROGRAMS-ROOT & fileName
           else
               set pathOut to WS-PROGRAMS-ROOT & "\" & fileName.
       end method.

       method-id callText private.
       procedure division returning textOut as type String.
           set textOut to WS-PROGRAM::Trim & " " & WS-ACTION & "  " & WS-CALLER::Trim & "  team " & WS-TEAM::Trim.
       end method.

      *#####                        Limits                             #####
       method-id readLimit private.
       procedure division.
           if WS-WEB-CALL
               move WS-WEB-LIMIT to WS-LIMIT-SECS
           else
               move WS-BATCH-LIMIT to WS-LIMIT-SECS.
           if WS-PROGRAMS-ROOT = null
               exit method.

           set WS-ENGINELIMIT-FILE to self::rootFile("ENGINELIMIT.DAT")
           OPEN INPUT ENGINE-LIMIT-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EL-REC
           move WS-PROGRAM to EL-PROGRAM
           move WS-ACTION to EL-ACTION
           READ ENGINE-LIMIT-FILE
               INVALID KEY
                   move "**" to EL-ACTION
                   READ ENGINE-LIMIT-FILE
                       INVALID KEY
                           move zeroes to EL-LIMIT-SECS
                   END-READ
           END-READ
           if EL-LIMIT-SECS > 0
               move EL-LIMIT-SECS to WS-LIMIT-SECS.
           CLOSE ENGINE-LIMIT-FILE.
       end method.

      *#####                  The in-flight register                   #####
       method-id registerCall private.
       local-storage section.
       01 idText           type String.
       procedure division.
           set idText to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
               & "-" & type System.Diagnostics.Process::GetCurrentProcess()::Id::ToString
               & "-" & type System.Threading.Thread::CurrentThread::ManagedThreadId::ToString
           set WS-CALL-ID to idText
           if WS-PROGRAMS-ROOT = null
               exit method.

           set WS-ENGINECALL-FILE to self::rootFile("ENGINECALL.DAT")
           OPEN I-O ENGINE-CALL-FILE
           IF EC-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ENGINE-CALL-FILE
               CLOSE ENGINE-CALL-FILE
               OPEN I-O ENGINE-CALL-FILE
           END-IF
           if EC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EC-REC
           move WS-CALL-ID to EC-CALL-ID
           move WS-PROGRAM to EC-PROGRAM
           move WS-ACTION to EC-ACTION
           move WS-CALLER to EC-CALLER
           move WS-TEAM to EC-TEAM
           move WS-STARTED-AT to EC-STARTED-AT
           move WS-LIMIT-SECS to EC-LIMIT-SECS
           move "R" to EC-STATUS
           set EC-MACHINE to type Environment::MachineName
           WRITE EC-REC
               INVALID KEY
                   REWRITE EC-REC
           END-WRITE
           CLOSE ENGINE-CALL-FILE.
       end method.

       method-id markHung private.
       procedure division.
           if WS-PROGRAMS-ROOT = null
               exit method.
           OPEN I-O ENGINE-CALL-FILE
           if EC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EC-REC
           move WS-CALL-ID to EC-CALL-ID
           READ ENGINE-CALL-FILE
               INVALID KEY
                   CLOSE ENGINE-CALL-FILE
                   exit method
           END-READ
           move "H" to EC-STATUS
           REWRITE EC-REC
           CLOSE ENGINE-CALL-FILE.
       end method.

       method-id unregisterCall private.
       procedure division.
           if WS-PROGRAMS-ROOT = null
               exit method.
           OPEN I-O ENGINE-CALL-FILE
           if EC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EC-REC
           move WS-CALL-ID to EC-CALL-ID
           DELETE ENGINE-CALL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE ENGINE-CALL-FILE.
       end method.

      *#####                     Daily counts                          #####
       method-id addStats private.
       procedure division using by value elapsedMs as type Int64
                          by value hungFlag as type String.
           if WS-PROGRAMS-ROOT = null
               exit method.
           set WS-ENGINESTATS-FILE to self::rootFile("ENGINESTATS.DAT")
           OPEN I-O ENGINE-STATS-FILE
           IF ES-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ENGINE-STATS-FILE
               CLOSE ENGINE-STATS-FILE
               OPEN I-O ENGINE-STATS-FILE
           END-IF
           if ES-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO ES-REC
           set ES-DATE to type DateTime::Today::ToString("yyyy-MM-dd")
           move WS-PROGRAM to ES-PROGRAM
           move WS-ACTION to ES-ACTION
           move WS-TEAM to ES-TEAM
           move WS-CALLER to ES-CALLER
           READ ENGINE-STATS-FILE
               INVALID KEY
                   move zeroes to ES-CALLS ES-TOTAL-MS ES-MAX-MS
                                  ES-HUNG ES-RECYCLED
           END-READ
           add 1 to ES-CALLS
           add elapsedMs to ES-TOTAL-MS
           if elapsedMs > ES-MAX-MS
               move elapsedMs to ES-MAX-MS.
           if hungFlag = "Y"
               add 1 to ES-HUNG
               add 1 to ES-RECYCLED.
           WRITE ES-REC
               INVALID KEY
                   REWRITE ES-REC
           END-WRITE
           CLOSE ENGINE-STATS-FILE.
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           if WS-PROGRAMS-ROOT = null
               exit method.
           set WS-WATCH-LOG-FILE to self::rootFile("ENGINEWATCH.LOG")
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND WATCH-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT WATCH-LOG-FILE
           END-IF

           MOVE SPACES TO WATCH-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO WATCH-LOG-REC
           WRITE WATCH-LOG-REC
           CLOSE WATCH-LOG-FILE.
       end method.

       end class.
