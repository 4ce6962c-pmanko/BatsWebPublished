      * view reads these back and flags the job that missed its
      * calendar, ran long against its own trailing average, or ended
      * non-zero - before the missing nightly output surfaces as a
      * slow page at 3 p.m. registerStart also tells engineWatch.cbl
      * which job the process's engine calls belong to, and the
      * watchdog registers the run "F" itself when it has to stop a
      * hung engine call.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                          returning runStamp as type String.
           set runStamp to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set worker to new batsweb.runRegistry
           invoke worker::writeStart(programsRoot, jobName, runStamp)
      *    Engine calls the job makes from here on are timed and
      *    charged to it (engineWatch.cbl).
           invoke type batsweb.engineWatch::forJob(programsRoot, jobName, runStamp).
       end method.

       method-id writeStart private.
