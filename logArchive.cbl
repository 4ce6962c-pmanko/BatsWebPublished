      * <name>-<yyyyMMdd>.LOG (the writers all open EXTEND and
      * recreate the live file on their next line, so rotation never
      * races them), then applies retention: archives older than the
      * keep-days argument (365 when not given) are deleted - unless
      * a records retention rule (retentionPolicy.cbl) covers them,
      * LOGIN for the LOGINATTEMPT archives and LOGS for the rest, in
      * which case retentionPurge.cbl ages them out under that rule
      * and certifies it, or a legal hold on the type keeps them.
      * logSearch.aspx.cbl reads the live and archived lines back as
      * one searchable set - the uniform timestamp-first TEAM= tagged
      * writing convention finally gets a reader.
               end-if
           end-if

           invoke worker::archiveFolder(programsRoot, programsRoot, "*")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
           if aa >= teamDirs::Length
               go to team-done.
           if type System.IO.Directory::Exists(teamDirs[aa] & "\WEBSYNC")
               invoke worker::archiveFolder(programsRoot, teamDirs[aa] & "\WEBSYNC",
                   type System.IO.Path::GetFileName(teamDirs[aa])).
           add 1 to aa
           go to team-loop.
       team-done.
       01 destPath         type String.
       01 baseName         type String.
       01 fileAge          type Double.
       01 holdPairs        type String.
       01 actionCode       type String.
       01 ruleText         type String.
       01 loginKeep        pic x value "N".
       01 logsKeep         pic x value "N".
       procedure division using by value programsRoot as type String
                          by value folderPath as type String
                          by value teamName as type String.
           set archFolder to folderPath & "\LOGARCH"

           set logFiles to type System.IO.Directory::GetFiles(folderPath, "*.LOG")

           if not type System.IO.Directory::Exists(archFolder)
               exit method.
      *    A log archive mixes every user's lines, so a hold on any
      *    player of the type keeps the whole file.
           set holdPairs to ";" & type batsweb.retentionPolicy::holdList(programsRoot, teamName)
           if type batsweb.retentionPolicy::keepDays(programsRoot, teamName, "LOGIN", by reference actionCode, by reference ruleText) > 0
               or holdPairs::Contains(";LOGIN|") or holdPairs::Contains(";*|")
               move "Y" to loginKeep.
           if type batsweb.retentionPolicy::keepDays(programsRoot, teamName, "LOGS", by reference actionCode, by reference ruleText) > 0
               or holdPairs::Contains(";LOGS|") or holdPairs::Contains(";*|")
               move "Y" to logsKeep.
           set archFiles to type System.IO.Directory::GetFiles(archFolder, "*.LOG")
           move 0 to ff.
       purge-loop.
           if ff >= archFiles::Length
               exit method.
           if type System.IO.Path::GetFileName(archFiles[ff])::ToUpper::StartsWith("LOGINATTEMPT-")
               if loginKeep = "Y"
                   go to purge-next
               end-if
           else
               if logsKeep = "Y"
                   go to purge-next
               end-if
           end-if
           set fileAge to (type DateTime::Now::Subtract(type System.IO.File::GetLastWriteTime(archFiles[ff])))::TotalDays
           if fileAge > WS-KEEP-DAYS
               invoke type System.IO.File::Delete(archFiles[ff])
               add 1 to WS-PURGED.
       purge-next.
           add 1 to ff
           go to purge-loop.
       end method.
