       class-id batsweb.workloadRatio.

      * Nightly acute-to-chronic throwing workload. pitchCountCheck.cbl
      * polices each game's count against the league rules, but an
      * arm breaks down under the total - games plus the bullpen and
      * BP sessions sessionEntry.aspx.cbl registers, which are charted
      * under their own ids with BAT360-REC-TYPE "S" rows. This walks
      * the game index once per team and totals every pitcher's daily
      * throws off both the "B" at-bats and the "S" session rows (a
      * session row with no pitcher charted takes the SESSIONS.DAT
      * register's player - only register rows inside the 28 days are
      * kept for that), then for each arm:
      *   acute    throws over the last 7 days
      *   chronic  the weekly average over the last 28 days
      *   ratio    acute / chronic
      * A ratio above the band is a spike, below it a drop-off (the
      * arm is not being kept in shape for what is coming). The band
      * is the level's own, keyed on policyConsole.aspx.cbl beside
      * the outing cap on WORKRULES.DAT rule 00, in hundredths - 080
      * to 130 when nothing is keyed. An arm with fewer than
      * MIN-CHRONIC throws in the 28 days is not rated.
      * Output: WEBSYNC\WORKLOAD.DAT per team, rebuilt each night -
      * bullpenBoard.aspx.cbl shows it beside each pitcher - and a
      * team-wide NOTIFYINBOX.DAT notice the night an arm goes out of
      * band (not every night it stays there), so the bell on
      * Site.Master.cbl carries it to the staff.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as pitchCountCheck.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WORKLOAD-FILE ASSIGN WS-WORKLOAD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WK-KEY
              LOCK MANUAL
              FILE STATUS IS WK-STATUS-COMN.
          SELECT WORK-RULES-FILE ASSIGN WS-WORKRULES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WR-KEY
              LOCK MANUAL
              FILE STATUS IS WR-STATUS-COMN.
          SELECT SESSIONS-FILE ASSIGN WS-SESSIONS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SN-KEY
              LOCK MANUAL
              FILE STATUS IS SN-STATUS-COMN.
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per rated arm.
       FD  WORKLOAD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WK-REC.
       01  WK-REC.
           05  WK-KEY.
               10  WK-PITCHER              PIC X(30).
           05  WK-REST.
               10  WK-ACUTE                PIC 9(05).
               10  WK-CHRONIC-WEEK         PIC 9(05).
               10  WK-RATIO-C              PIC 9(03).
      *        H above the band, L below it, N inside, space when
      *        there is not enough chronic history to rate him.
               10  WK-FLAG                 PIC X.
                   88  WK-SPIKE            VALUE "H".
                   88  WK-DROP             VALUE "L".
               10  WK-BAND-LOW             PIC 9(03).
               10  WK-BAND-HIGH            PIC 9(03).
      *        Throws each of the last 7 days, today first.
               10  WK-DAY-THROWS           PIC 9(03) OCCURS 7.
               10  WK-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(10).

      * Same layout policyConsole.aspx.cbl keys.
       FD  WORK-RULES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WR-REC.
       01  WR-REC.
           05  WR-KEY.
               10  WR-RULE-ID              PIC 9(02).
           05  WR-REST.
               10  WR-MAX-PITCHES          PIC 9(03).
               10  WR-BAND-LOW             PIC 9(03).
               10  WR-BAND-HIGH            PIC 9(03).
               10  WR-REST-DAYS            PIC 9(02).
               10  WR-ACWR-LOW             PIC 9(03).
               10  WR-ACWR-HIGH            PIC 9(03).
               10  FILLER                  PIC X(03).

      * Same layout sessionEntry.aspx.cbl maintains.
       FD  SESSIONS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SN-REC.
       01  SN-REC.
           05  SN-KEY.
               10  SN-DATE                 PIC X(10).
               10  SN-SESSION-ID           PIC X(10).
           05  SN-REST.
               10  SN-TYPE                 PIC X(03).
               10  SN-PLAYER               PIC X(30).
               10  SN-NOTE                 PIC X(60).
               10  FILLER                  PIC X(17).

      * Same layout Site.Master.cbl's bell reads.
       FD  NOTIFY-INBOX-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NI-REC.
       01  NI-REC.
           05  NI-KEY.
               10  NI-LAST                 PIC X(15).
               10  NI-FIRST                PIC X(15).
               10  NI-STAMP                PIC X(17).
           05  NI-REST.
               10  NI-TEXT                 PIC X(120).
               10  NI-READ-FLAG            PIC X.
               10  FILLER                  PIC X(10).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-WORKLOAD-FILE         PIC X(256) VALUE "WORKLOAD.DAT".
       01 WK-STATUS-COMN.
           05  WK-STATUS-BYTE-1        PIC X.
           05  WK-STATUS-BYTE-2        PIC X.
       01 WS-WORKRULES-FILE        PIC X(256) VALUE "WORKRULES.DAT".
       01 WR-STATUS-COMN.
           05  WR-STATUS-BYTE-1        PIC X.
           05  WR-STATUS-BYTE-2        PIC X.
       01 WS-SESSIONS-FILE         PIC X(256) VALUE "SESSIONS.DAT".
       01 SN-STATUS-COMN.
           05  SN-STATUS-BYTE-1        PIC X.
           05  SN-STATUS-BYTE-2        PIC X.
       01 WS-NOTIFYINBOX-FILE      PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.
       01 ACUTE-DAYS               PIC 9(02) VALUE 7.
       01 CHRONIC-DAYS             PIC 9(02) VALUE 28.
       01 MIN-CHRONIC              PIC 9(03) VALUE 60.
       01 DEFAULT-BAND-LOW         PIC 9(03) VALUE 80.
       01 DEFAULT-BAND-HIGH        PIC 9(03) VALUE 130.
       01 WS-BAND-LOW              PIC 9(03).
       01 WS-BAND-HIGH             PIC 9(03).
      * Daily throws per arm - day 1 is today, day 28 four weeks back.
       01 ARM-TBL.
           05  ARM-ENTRY OCCURS 300.
               10  AR-PITCHER              PIC X(30).
               10  AR-DAY                  PIC 9(03) OCCURS 28.
               10  AR-PRIOR-FLAG           PIC X.
       01 ARM-COUNT                PIC 9(03).
      * The session register's pitcher for each session date/id.
       01 SESSION-TBL.
           05  SS-ENTRY OCCURS 300.
               10  SS-DATE                 PIC X(10).
               10  SS-ID                   PIC X(10).
               10  SS-PLAYER               PIC X(30).
       01 SS-COUNT                 PIC 9(03).
       01 NOTICE-SEQ               PIC 9(03).

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.workloadRatio.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: workloadRatio <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "WORKLOADRATIO")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.workloadRatio
           invoke worker::rateTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "WORKLOADRATIO", runStamp, "C", aa)
           goback.
       end method.

      *#####              Per-team daily throw totals                  #####
       method-id rateTeam private.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 dayIdx                type Int32.
       01 gameDay               type DateTime.
       01 throwerName           type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           set WS-WORKLOAD-FILE to teamPath & "\WEBSYNC\WORKLOAD.DAT"
           set WS-WORKRULES-FILE to teamPath & "\WEBSYNC\WORKRULES.DAT"
           set WS-SESSIONS-FILE to teamPath & "\WEBSYNC\SESSIONS.DAT"
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"

           move zeroes to ARM-COUNT NOTICE-SEQ
           INITIALIZE ARM-TBL
           invoke self::loadBands
           invoke self::loadSessions(type System.IO.Path::GetFileName(teamPath))
           invoke self::loadPriorFlags

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(type System.IO.Path::GetFileName(teamPath))
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
      *    Only the chronic window matters - day 1 is today.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           set dayIdx to (type DateTime::Today::Subtract(gameDay))::Days + 1
           if dayIdx < 1 or dayIdx > CHRONIC-DAYS
               go to games-next.

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
      *    Game at-bats and session rows both count - every other row
      *    type is a half-inning marker.
           if BAT360-REC-TYPE(bb) not = "B" and BAT360-REC-TYPE(bb) not = "S"
               go to ab-next.

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

           set throwerName to BAT360-PITCHER::Trim::ToUpper
           if throwerName = type String::Empty and BAT360-REC-TYPE(bb) = "S"
               set throwerName to self::sessionThrower(gameDay, BAT360-G-GAME-ID(gg)).
           invoke self::addThrows(throwerName, dayIdx, BAT360-NUM-PITCHES).
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0)

           invoke self::writeRatios(type System.IO.Path::GetFileName(teamPath)).
       end method.

      * Adds one row's pitches to the arm's day, registering the arm
      * on first sight.
       method-id addThrows private.
       local-storage section.
       01 aa       pic 9(03).
       procedure division using by value throwerName as type String
                          by value dayIdx as type Int32
                          by value throwAdd as type Int32.
           if throwerName::Trim = type String::Empty or throwAdd = 0
               exit method.
           move 1 to aa.
       find-loop.
           if aa > ARM-COUNT
               go to find-new.
           if AR-PITCHER(aa) = throwerName::Trim
               go to find-done.
           add 1 to aa
           go to find-loop.
       find-new.
           if ARM-COUNT >= 300
               exit method.
           add 1 to ARM-COUNT
           move ARM-COUNT to aa
           set AR-PITCHER(aa) to throwerName::Trim.
       find-done.
           if AR-DAY(aa, dayIdx) + throwAdd > 999
               move 999 to AR-DAY(aa, dayIdx)
           else
               add throwAdd to AR-DAY(aa, dayIdx).
       end method.

      *#####   Ratios, the rebuilt file and the out-of-band notices   #####
       method-id writeRatios private.
       local-storage section.
       01 aa               pic 9(03).
       01 dd               pic 9(02).
       01 acuteSum         pic 9(05).
       01 chronicSum       pic 9(06).
       01 ratioNum         type Double.
       01 noticeText       type String.
       procedure division using by value teamName as type String.
           OPEN OUTPUT WORKLOAD-FILE
           if WK-STATUS-BYTE-1 not = "0"
               exit method.

           move 1 to aa.
       arm-loop.
           if aa > ARM-COUNT
               go to arm-done.
           move zeroes to acuteSum chronicSum
           MOVE SPACES TO WK-REC
           move 1 to dd.
       day-loop.
           if dd > CHRONIC-DAYS
               go to day-done.
           add AR-DAY(aa, dd) to chronicSum
           if dd <= ACUTE-DAYS
               add AR-DAY(aa, dd) to acuteSum
               move AR-DAY(aa, dd) to WK-DAY-THROWS(dd).
           add 1 to dd
           go to day-loop.
       day-done.
           move AR-PITCHER(aa) to WK-PITCHER
           move acuteSum to WK-ACUTE
           compute WK-CHRONIC-WEEK rounded = chronicSum * ACUTE-DAYS / CHRONIC-DAYS
           move WS-BAND-LOW to WK-BAND-LOW
           move WS-BAND-HIGH to WK-BAND-HIGH
           move zeroes to WK-RATIO-C
           move space to WK-FLAG
           if chronicSum >= MIN-CHRONIC and WK-CHRONIC-WEEK > 0
               compute ratioNum = acuteSum / WK-CHRONIC-WEEK
               if ratioNum > 9.99
                   move 9.99 to ratioNum
               end-if
               compute WK-RATIO-C rounded = ratioNum * 100
               EVALUATE TRUE
                   WHEN WK-RATIO-C > WS-BAND-HIGH
                       move "H" to WK-FLAG
                   WHEN WK-RATIO-C < WS-BAND-LOW
                       move "L" to WK-FLAG
                   WHEN OTHER
                       move "N" to WK-FLAG
               END-EVALUATE
           end-if
           set WK-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE WK-REC
               INVALID KEY
                   REWRITE WK-REC
           END-WRITE

      *    The bell only rings the night he goes out of band.
           if (WK-SPIKE or WK-DROP) and WK-FLAG not = AR-PRIOR-FLAG(aa)
               if WK-SPIKE
                   set noticeText to "Workload spike: "
               else
                   set noticeText to "Workload drop-off: "
               end-if
               set noticeText to noticeText & WK-PITCHER::Trim & " acute:chronic " & ratioNum::ToString("0.00")
                   & " (" & WK-ACUTE::ToString & " throws in 7 days vs " & WK-CHRONIC-WEEK::ToString & " a week), band "
                   & WS-BAND-LOW::ToString & "-" & WS-BAND-HIGH::ToString
               invoke self::postNotice(noticeText)
           end-if
           add 1 to aa
           go to arm-loop.
       arm-done.
           CLOSE WORKLOAD-FILE.
       end method.

      * One team-wide notice on the in-app inbox, the "*ALL*" record
      * watchListRunner.cbl posts; the stamp's last three digits
      * carry a run sequence so two notices in one millisecond do not
      * share a key.
       method-id postNotice private.
       procedure division using by value noticeText as type String.
           OPEN I-O NOTIFY-INBOX-FILE
           IF NI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT NOTIFY-INBOX-FILE
               CLOSE NOTIFY-INBOX-FILE
               OPEN I-O NOTIFY-INBOX-FILE
           END-IF
           if NI-STATUS-BYTE-1 not = "0"
               exit method.
           add 1 to NOTICE-SEQ
           MOVE SPACES TO NI-REC
           move "*ALL*" to NI-LAST
           set NI-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss") & NOTICE-SEQ::ToString("000")
           set NI-TEXT to noticeText
           move "N" to NI-READ-FLAG
           WRITE NI-REC
               INVALID KEY
                   REWRITE NI-REC
           END-WRITE
           CLOSE NOTIFY-INBOX-FILE.
       end method.

      * The level's band off rule 00, with the same NUMERIC guard the
      * login page applies to records that predate the fields.
       method-id loadBands private.
       procedure division.
           move DEFAULT-BAND-LOW to WS-BAND-LOW
           move DEFAULT-BAND-HIGH to WS-BAND-HIGH
           OPEN INPUT WORK-RULES-FILE
           if WR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO WR-REC
           move zeroes to WR-RULE-ID
           READ WORK-RULES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WR-ACWR-LOW NUMERIC AND WR-ACWR-LOW NOT = ZEROES
                       MOVE WR-ACWR-LOW TO WS-BAND-LOW
                   END-IF
                   IF WR-ACWR-HIGH NUMERIC AND WR-ACWR-HIGH NOT = ZEROES
                       MOVE WR-ACWR-HIGH TO WS-BAND-HIGH
                   END-IF
           END-READ
           CLOSE WORK-RULES-FILE.
       end method.

      * Last night's flags, so an arm that stays out of band is not
      * re-announced every night.
       method-id loadPriorFlags private.
       local-storage section.
       01 aa       pic 9(03).
       procedure division.
           OPEN INPUT WORKLOAD-FILE
           if WK-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO WK-KEY
           START WORKLOAD-FILE KEY NOT LESS THAN WK-KEY
           if WK-STATUS-BYTE-1 not = "0"
               go to prior-done.
       prior-loop.
           READ WORKLOAD-FILE NEXT RECORD
               AT END go to prior-done.
           if WK-FLAG not = "H" and WK-FLAG not = "L"
               go to prior-loop.
           if ARM-COUNT >= 300
               go to prior-done.
           add 1 to ARM-COUNT
           move WK-PITCHER to AR-PITCHER(ARM-COUNT)
           move WK-FLAG to AR-PRIOR-FLAG(ARM-COUNT)
           go to prior-loop.
       prior-done.
           CLOSE WORKLOAD-FILE.
       end method.

      * The session register, for session rows charted without a
      * pitcher name. Only sessions inside the chronic window can be
      * counted, so older register rows are passed over rather than
      * crowding the newest out of the table; the register's date is
      * keyed free-form, so the whole file is read.
       method-id loadSessions private.
       local-storage section.
       01 regDay       type DateTime.
       01 regIdx       type Int32.
       procedure division using by value teamName as type String.
           move zeroes to SS-COUNT
           INITIALIZE SESSION-TBL
           OPEN INPUT SESSIONS-FILE
           if SN-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SN-KEY
           START SESSIONS-FILE KEY NOT LESS THAN SN-KEY
           if SN-STATUS-BYTE-1 not = "0"
               go to session-done.
       session-loop.
           READ SESSIONS-FILE NEXT RECORD
               AT END go to session-done.
           if SN-PLAYER = spaces
               go to session-loop.
           if not type DateTime::TryParse(SN-DATE::Trim, by reference regDay)
               go to session-loop.
           set regIdx to (type DateTime::Today::Subtract(regDay))::Days + 1
           if regIdx < 1 or regIdx > CHRONIC-DAYS
               go to session-loop.
           if SS-COUNT >= 300
               invoke type System.Console::WriteLine(teamName & ": more than 300 sessions registered in the last " & CHRONIC-DAYS::ToString & " days - the rest left out, unnamed session rows past them not counted")
               go to session-done.
           add 1 to SS-COUNT
           move SN-DATE to SS-DATE(SS-COUNT)
           move SN-SESSION-ID to SS-ID(SS-COUNT)
           set SS-PLAYER(SS-COUNT) to SN-PLAYER::Trim::ToUpper
           go to session-loop.
       session-done.
           CLOSE SESSIONS-FILE.
       end method.

      * The registered player for a session id on that date - the
      * register's date is keyed free-form, so both sides are parsed.
       method-id sessionThrower private.
       local-storage section.
       01 ss           pic 9(03).
       01 regDay       type DateTime.
       procedure division using by value gameDay as type DateTime
                          by value sessionId as type String
                          returning throwerName as type String.
           set throwerName to type String::Empty
           move 1 to ss.
       find-loop.
           if ss > SS-COUNT
               exit method.
           if SS-ID(ss)::Trim = sessionId::Trim
               if type DateTime::TryParse(SS-DATE(ss)::Trim, by reference regDay)
                   if regDay = gameDay
                       set throwerName to SS-PLAYER(ss)::Trim
                       exit method.
           add 1 to ss
           go to find-loop.
       end method.

       end class.
