      * videoReconcile.cbl runs. Exceptions - cap violations, rest-day
      * violations, and pitchers still inside a required rest window
      * (the at-risk list) - land in PITCHCOMP.LOG, which the ops
      * digest rolls up. The night's fresh exceptions - violations on
      * outings inside the last WS-ALERT-DAYS days, and the at-risk
      * list - also go out as one PITCHCOUNT alert per team through
      * batsweb.alertRouter, so an old violation the season-long
      * rescan logs again is not re-announced every night.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as videoReconcile.cbl.

               10  WR-BAND-LOW             PIC 9(03).
               10  WR-BAND-HIGH            PIC 9(03).
               10  WR-REST-DAYS            PIC 9(02).
      *        Rule 00 only - the acute:chronic workload band in
      *        hundredths (080 = 0.80); zero means the default.
               10  WR-ACWR-LOW             PIC 9(03).
               10  WR-ACWR-HIGH            PIC 9(03).
               10  FILLER                  PIC X(03).

      * Same layout gameSummary.aspx.cbl's suspend link maintains - a
      * continuation's pitches belong to the original game's outing,
               10  RL-REST-DAYS            PIC 9(02).
       01 RULE-COUNT               PIC 9(02).
       01 WS-OUTING-CAP            PIC 9(03).
      * How far back a violation still counts as news for the alert.
       01 WS-ALERT-DAYS            PIC 9(02) VALUE 3.
      * One row per pitcher outing across the walked index.
       01 OUTING-TBL.
           05  OUTING-ENTRY OCCURS 1000.
       01 restUntil             type DateTime.
       01 gapDays               type Double.
       01 gameStamp             pic x(08).
       01 lineText              type String.
       01 alertLines            type System.Text.StringBuilder.
       01 alertCutoff           pic x(08).
       01 alertBack             type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set alertLines to new System.Text.StringBuilder
           compute alertBack = 0 - WS-ALERT-DAYS
           set alertCutoff to type DateTime::Today::AddDays(alertBack)::ToString("yyyyMMdd")
           set WS-COMP-LOG-FILE to teamPath & "\WEBSYNC\PITCHCOMP.LOG"
           set WS-WORKRULES-FILE to teamPath & "\WEBSYNC\WORKRULES.DAT"
      *    SUSPLINK.DAT is web-maintained beside the Programs root
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

      *    Per-outing cap.
           if WS-OUTING-CAP not = zeroes and OT-PITCHES(oo) > WS-OUTING-CAP
               set lineText to "VIOLATION - " & OT-PITCHER(oo)::Trim & " threw " & OT-PITCHES(oo) & " on " & OT-DATE(oo) & ", cap is " & WS-OUTING-CAP
               invoke self::logLine(teamName, lineText)
               if OT-DATE(oo) not < alertCutoff
                   invoke alertLines::AppendLine(lineText)
               end-if
           end-if.

      *    Rest-day band for this outing.
           move zeroes to restNeeded
               invoke type DateTime::TryParse(OT-DATE(nextIdx)(5:2) & "/" & OT-DATE(nextIdx)(7:2) & "/" & OT-DATE(nextIdx)(1:4), by reference nextDay)
               set gapDays to (nextDay::Subtract(outingDay))::TotalDays
               if gapDays not > restNeeded
                   set lineText to "VIOLATION - " & OT-PITCHER(oo)::Trim & " threw " & OT-PITCHES(oo) & " on " & OT-DATE(oo) & " (needs " & restNeeded & " rest days) but pitched again on " & OT-DATE(nextIdx)
                   invoke self::logLine(teamName, lineText)
                   if OT-DATE(nextIdx) not < alertCutoff
                       invoke alertLines::AppendLine(lineText)
                   end-if
               end-if
           else
      *        No later outing yet - if the rest window reaches past
      *        today, the coordinator needs the at-risk flag now.
               set restUntil to outingDay::AddDays(restNeeded)
               if restUntil not < type DateTime::Today
                   set lineText to "AT RISK - " & OT-PITCHER(oo)::Trim & " threw " & OT-PITCHES(oo) & " on " & OT-DATE(oo) & " and must rest through " & restUntil::ToString("yyyy-MM-dd")
                   invoke self::logLine(teamName, lineText)
                   invoke alertLines::AppendLine(lineText)
               end-if
           end-if.
       comp-next.
           add 1 to oo
           go to comp-loop.
       comp-done.
           if alertLines::Length > 0
               invoke type batsweb.alertRouter::broadcast(type System.IO.Path::GetDirectoryName(teamPath), teamName, "PITCHCOUNT", teamName & " - pitch-count exceptions", alertLines::ToString).
       end method.

      * Accumulates one at-bat's pitch lines onto the pitcher's outing
