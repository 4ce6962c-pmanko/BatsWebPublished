      * overnight picture - sync staleness, today's VIDEORECON.LOG and
      * QUERYSCHEDRUN.LOG lines, BATCHQUEUE.DAT depth - into one email
      * ("Durham sync stale 41h, 3 video mismatches at Norfolk, 12
      * batch jobs pending") through batsweb.alertRouter - the mail
      * spool, the ops chat channel or both, per the address's
      * OPSDIGEST choice on alertChannels.aspx.cbl - and the spools
      * deliver with retries and keep the delivery logs. The
      * to-address may be a cross-team distribution list name (the
      * DISTLIST.DAT beside the Programs root) - the router sends to
      * every member on their own channel choice.
      * Scheduling this after the overnight jobs is a Task Scheduler/
      * cron concern outside this program, same as websyncAlert.cbl.

               10  BQ-PRIORITY             PIC 9.
               10  BQ-RETRY-COUNT          PIC 9(02).
               10  BQ-NEXT-RETRY-AT        PIC X(14).
      *        "Y" - a stitch or bundle with pitch captions burned in.
               10  BQ-CAPTION-FLAG         PIC X.
                   88  BQ-WITH-CAPTIONS    VALUE "Y".
               10  FILLER                  PIC X(01).

       FD  DIGEST-LOG-FILE
           LABEL RECORDS ARE STANDARD
       01 worker                type batsweb.opsDigest.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: opsDigest <Programs-root-folder> <to-address-or-list>")
               goback.

           if not type System.IO.Directory::Exists(args[0])
           if issueCount = 0
               invoke bodyOut::AppendLine("All teams clean overnight.").

      *    The digest rides the central spools - the drain passes
      *    deliver with retries and a delivery log. It is cross-team,
      *    so the empty team name keeps the channel settings at the
      *    Programs root.
           invoke type batsweb.alertRouter::deliver(programsRoot, type String::Empty, "OPSDIGEST", toAddress, "Overnight operations digest - " & type DateTime::Today::ToString("yyyy-MM-dd"), bodyOut::ToString)
           invoke self::logLine("digest queued to " & toAddress::Trim & " - " & issueCount::ToString & " issue lines").
       end method.

