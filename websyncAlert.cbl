      * file-transfer job in longer than the expected window. A stale
      * file there means that team's sync run failed or never landed,
      * the same failure videoReconcile.cbl exists to catch on the
      * video side of WEBSYNC. Each flagged team is also raised as a
      * SYNC alert through batsweb.alertRouter - the team's chat
      * channel and/or whoever asked for it by mail on
      * alertChannels.aspx.cbl. Scheduling this nightly is a Task
      * Scheduler/cron concern outside this program, same as
      * videoReconcile.cbl/batchDispatcher.cbl.

       01 syncFilePath          type String.
       01 lastWrite             type DateTime.
       01 ageHours              type Double.
       01 lineText              type String.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set syncFilePath to teamPath & "\WEBSYNC\BATSW020.DAT"

           if not type System.IO.File::Exists(syncFilePath)
               set lineText to "WEBSYNC transfer never landed - BATSW020.DAT not found"
               invoke self::logLine(teamName, lineText)
               invoke type batsweb.alertRouter::broadcast(type System.IO.Path::GetDirectoryName(teamPath), teamName, "SYNC", teamName & " - WEBSYNC sync failure", lineText)
               exit method.

           set lastWrite to type System.IO.File::GetLastWriteTime(syncFilePath)
           set ageHours to (type DateTime::Now::Subtract(lastWrite))::TotalHours

           if ageHours > WS-STALE-HOURS
               set lineText to "WEBSYNC transfer appears stale - BATSW020.DAT last updated " & lastWrite::ToString("yyyy-MM-dd HH:mm:ss") & ", " & ageHours::ToString("#.0") & " hours ago"
               invoke self::logLine(teamName, lineText)
               invoke type batsweb.alertRouter::broadcast(type System.IO.Path::GetDirectoryName(teamPath), teamName, "SYNC", teamName & " - WEBSYNC sync failure", lineText).
       end method.

      *#####                      Alert log                            #####
