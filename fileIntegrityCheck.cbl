      * the checker never looks inside a record, it only needs the
      * key/alternate-key geometry to match what the owning page
      * declares so the OPEN agrees with the on-disk index.
      *
      * createMissing lays down an empty, correctly keyed copy of each
      * of the same files that does not exist yet (teamProvision.cbl
      * uses it on a new team folder so the first night's pass has
      * something to read), and teamClean reports whether the last
      * checkTeam wrote anything to the log.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 goodRecords              type System.Collections.ArrayList.
       01 recText                  type String.
       01 recordCount              PIC 9(07).
      * Lines this run wrote to INTEGRITY.LOG - zero is a clean team.
       01 logCount                 PIC 9(05) VALUE 0.

       method-id Main static public.
       local-storage section.
           invoke self::checkSecset(teamPath, teamName)
       end method.

      * An empty copy of every file checkTeam knows, for each one not
      * already on disk - same key geometry, so the owning page opens
      * it exactly as if it had created the file itself.
       method-id createMissing public.
       procedure division using by value teamPath as type String.
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\QUERYTMPL.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT QT-CHECK-FILE
               CLOSE QT-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\QUERYSCHED.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT QS-CHECK-FILE
               CLOSE QS-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\USERPREF.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT UP-CHECK-FILE
               CLOSE UP-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\PRESETFLAGS.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT PF-CHECK-FILE
               CLOSE PF-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\TAGLIST.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT TL-CHECK-FILE
               CLOSE TL-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\CLIPTAG.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT CT-CHECK-FILE
               CLOSE CT-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\PLAYLIST.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT PL-CHECK-FILE
               CLOSE PL-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\ABNOTES.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT AN-CHECK-FILE
               CLOSE AN-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\RECENTGM.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT RG-CHECK-FILE
               CLOSE RG-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\BATCHQUEUE.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT BQ-CHECK-FILE
               CLOSE BQ-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\TEAMDEF.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT TD-CHECK-FILE
               CLOSE TD-CHECK-FILE
           end-if
           set WS-CHECK-FILE to teamPath & "\WEBSYNC\SECSET.DAT"
           if not type System.IO.File::Exists(WS-CHECK-FILE::Trim)
               OPEN OUTPUT SS-CHECK-FILE
               CLOSE SS-CHECK-FILE
           end-if
           set WS-WORKLIST-FILE to teamPath & "\WEBSYNC\WORKLIST.DAT"
           if not type System.IO.File::Exists(WS-WORKLIST-FILE::Trim)
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE.
       end method.

       method-id teamClean public.
       procedure division returning cleanFlag as type Condition.
           set cleanFlag to false
           if logCount = zeroes
               set cleanFlag to true.
       end method.

      * The twelve per-file checks below all follow one pattern -
      * skip the file if it was never created, report an OPEN failure
      * as unrecoverable, otherwise read every record, and on a
                                         detailText as type String.
      *    Every exception line is also a structured worklist item.
           invoke self::postWorklist(detailText)
           add 1 to logCount

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

