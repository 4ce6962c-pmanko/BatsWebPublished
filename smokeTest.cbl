      * opsConsole.aspx.cbl and opsDigest.cbl pick it up.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as opsDigest.cbl.
      * checkAll runs the same probes on demand and names the teams
      * that failed - opsConsole.aspx.cbl's maintenance release runs
      * it before maintWindow.cbl lets saving back on. A folder under
      * the Programs root with no WEBSYNC\BATSW020.DAT is not a team
      * (the log archive, retention and affiliation folders) and is
      * not probed.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
       01 WS-TEST-LAST             PIC X(15).
       01 WS-TEST-FIRST            PIC X(15).
       01 WS-TEST-PASS             PIC X(06).
      * The last probeTeam's verdict.
       01 WS-PROBE-RESULT          PIC X VALUE "F".
           88  WS-PROBE-PASSED     VALUE "P".

       method-id Main static public.
       local-storage section.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
      *    Only team folders carry a sign-on file; the archive,
      *    retention and affiliation folders beside them are skipped.
           if type System.IO.File::Exists(teamDirs[aa] & "\WEBSYNC\BATSW020.DAT")
               invoke worker::probeTeam(teamDirs[aa]).
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      * Every team under programsRoot through probeTeam; returns the
      * failing team names, comma separated - blank when all passed.
       method-id checkAll static public.
       local-storage section.
       01 aa                   type Int32.
       01 worker                type batsweb.smokeTest.
       01 teamList             type String[].
       procedure division using by value programsRoot as type String
                          by value testLast as type String
                          by value testFirst as type String
                          by value testPass as type String
                          returning failedTeams as type String.
           set failedTeams to type String::Empty
           set worker to new batsweb.smokeTest
           invoke worker::setCredential(programsRoot, testLast, testFirst, testPass)
           set teamList to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       check-loop.
           if aa >= teamList::Length
               exit method.
      *    Not a team folder - nothing to probe.
           if not type System.IO.File::Exists(teamList[aa] & "\WEBSYNC\BATSW020.DAT")
               add 1 to aa
               go to check-loop.
      *    A hung engine surfaces as an exception - that team failed.
           try
               invoke worker::probeTeam(teamList[aa])
           catch
               continue
           end-try
           if not worker::probePassed
               if failedTeams::Length > 0
                   set failedTeams to failedTeams & ", "
               end-if
               set failedTeams to failedTeams & type System.IO.Path::GetFileName(teamList[aa])
           end-if
           add 1 to aa
           go to check-loop.
       end method.

       method-id probePassed public.
       procedure division returning passFlag as type Condition.
           set passFlag to false
           if WS-PROBE-PASSED
               set passFlag to true.
       end method.

       method-id setCredential public.
       procedure division using by value programsRoot as type String
                          by value testLast as type String
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value teamPath as type String.
           move "F" to WS-PROBE-RESULT
           set teamName to type System.IO.Path::GetFileName(teamPath)

      *    Probe 1 - the test credential through the real password
           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT360 init: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT360 game list: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           set mydata310 to new batsweb.bat310Data
           invoke mydata310::populateData
           set address of BAT310-DIALOG-FIELDS to myData310::tablePointer
           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           move "I" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT310 init: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           MOVE "I" TO BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT300 init: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           MOVE "A" TO BAT300-GAME-FLAG
           MOVE "A" TO BAT300-END-GAME-FLAG
           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT300-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT300 GO: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat310rununit::StopRun(0)
               exit method.
           MOVE "RE" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "FAIL - BAT310 RE: " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               exit method.
           invoke bat310rununit::StopRun(0)

           move "P" to WS-PROBE-RESULT
           invoke self::logLine(teamName, "PASS - credential, game index and query engine all answered").
       end method.

