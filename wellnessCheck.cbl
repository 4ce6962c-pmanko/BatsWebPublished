       class-id batsweb.wellnessCheck.

      * Daily player wellness check-in - the trainers' morning
      * clipboard on file. One WELLNESS.DAT record per player per day
      * in the team's WEBSYNC folder, keyed by the roster spelling
      * (LAST, FIRST - the AVAIL.DAT/bullpen join) and the date:
      *   sleep hours (tenths), soreness 1-5 for five body areas
      *   (shoulder, elbow, back, legs, other - 5 is no soreness, 1
      *   is very sore), arm feel 1-5 and mood 1-5
      * and a 0-100 composite the staff read at a glance - sleep 25
      * (full marks at nine hours), soreness 35, arm feel 25, mood 15.
      * A player's baseline is his own composite averaged over the
      * check-ins in the 28 days before his latest one (at least five
      * of them); he is flagged when today's or yesterday's check-in
      * comes in 10 or more under it, or his arm feel 2 or more under
      * his usual. Callers:
      *   saveCheckIn    mobileClips.aspx.cbl and jsonFeed.aspx.cbl's
      *                  ?req=wellness - one validator for both
      *   baselineFlag   bullpenBoard.aspx.cbl beside each pitcher
      *   checkInLine    wellnessBoard.aspx.cbl's morning screen

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WELLNESS-FILE ASSIGN WS-WELLNESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WL-KEY
              LOCK MANUAL
              FILE STATUS IS WL-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  WELLNESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WL-REC.
       01  WL-REC.
           05  WL-KEY.
               10  WL-PLAYER-NAME          PIC X(30).
               10  WL-DATE                 PIC X(10).
           05  WL-REST.
               10  WL-SLEEP-TENTHS         PIC 9(03).
               10  WL-SORENESS.
                   15  WL-SORE             PIC 9(01) OCCURS 5.
               10  WL-ARM-FEEL             PIC 9(01).
               10  WL-MOOD                 PIC 9(01).
               10  WL-SCORE                PIC 9(03).
      *        M mobileClips page, A the native app through jsonFeed.
               10  WL-SOURCE               PIC X.
               10  WL-ENTERED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-WELLNESS-FILE         PIC X(256) VALUE "WELLNESS.DAT".
       01 WL-STATUS-COMN.
           05  WL-STATUS-BYTE-1        PIC X.
           05  WL-STATUS-BYTE-2        PIC X.
       01 AREA-NAMES.
           05  FILLER                  PIC X(08) VALUE "Shoulder".
           05  FILLER                  PIC X(08) VALUE "Elbow".
           05  FILLER                  PIC X(08) VALUE "Back".
           05  FILLER                  PIC X(08) VALUE "Legs".
           05  FILLER                  PIC X(08) VALUE "Other".
       01 AREA-NAMES-R REDEFINES AREA-NAMES.
           05  AREA-NAME               PIC X(08) OCCURS 5.
       01 BASELINE-DAYS            PIC 9(02) VALUE 28.
       01 BASELINE-MIN             PIC 9(02) VALUE 5.
       01 SCORE-DROP               PIC 9(02) VALUE 10.
       01 ARM-DROP                 PIC 9(01) VALUE 2.
      * The latest check-in in the window, and the baseline behind it.
       01 LATEST-SW                PIC X VALUE "N".
           88  HAVE-LATEST             VALUE "Y".
       01 LATEST-CHECKIN.
           05  LATEST-DATE             PIC X(10).
           05  LATEST-REST.
               10  LATEST-SLEEP-TENTHS PIC 9(03).
               10  LATEST-SORE         PIC 9(01) OCCURS 5.
               10  LATEST-ARM-FEEL     PIC 9(01).
               10  LATEST-MOOD         PIC 9(01).
               10  LATEST-SCORE        PIC 9(03).
               10  FILLER              PIC X(40).
       01 BASE-COUNT               PIC 9(03).
       01 BASE-SCORE-SUM           PIC 9(06).
       01 BASE-ARM-SUM             PIC 9(05).
       01 BASE-SCORE-AVG           PIC 9(03)V9.
       01 BASE-ARM-AVG             PIC 9(01)V9.
       01 LOW-SW                   PIC X VALUE "N".
           88  WELLNESS-LOW            VALUE "Y".

      *#####   Store one check-in - empty text back means it saved    #####
       method-id saveCheckIn static public.
       local-storage section.
       01 worker       type batsweb.wellnessCheck.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          by value sleepText as type String
                          by value soreText as type String
                          by value armText as type String
                          by value moodText as type String
                          by value sourceCode as type String
                          returning messageText as type String.
           set worker to new batsweb.wellnessCheck
           set messageText to worker::writeCheckIn(teamPath, playerName, sleepText, soreText, armText, moodText, sourceCode).
       end method.

       method-id writeCheckIn private.
       local-storage section.
       01 sleepHours   type Double.
       01 armNum       type Int32.
       01 moodNum      type Int32.
       01 soreNum      type Int32.
       01 soreSum      type Int32.
       01 aa           type Int32.
       01 sore1        type String.
       01 sore2        type String.
       01 sore3        type String.
       01 sore4        type String.
       01 sore5        type String.
       01 scoreNum     type Double.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          by value sleepText as type String
                          by value soreText as type String
                          by value armText as type String
                          by value moodText as type String
                          by value sourceCode as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           if playerName::Trim = type String::Empty
               set messageText to "No player name for this check-in."
               exit method.
           if not type Double::TryParse(sleepText::Trim, by reference sleepHours)
               or sleepHours < 0 or sleepHours > 16
               set messageText to "Sleep is hours last night, 0 to 16 (7.5 is fine)."
               exit method.
           if not type Int32::TryParse(armText::Trim, by reference armNum)
               or armNum < 1 or armNum > 5
               set messageText to "Arm feel is 1 (bad) to 5 (great)."
               exit method.
           if not type Int32::TryParse(moodText::Trim, by reference moodNum)
               or moodNum < 1 or moodNum > 5
               set messageText to "Mood is 1 (low) to 5 (great)."
               exit method.

           MOVE SPACES TO WL-REC
      *    Soreness rides as five comma-separated 1-5 values in area
      *    order.
           set sore1 to type String::Empty
           set sore2 to type String::Empty
           set sore3 to type String::Empty
           set sore4 to type String::Empty
           set sore5 to type String::Empty
           unstring soreText
               delimited by ","
               into sore1, sore2, sore3, sore4, sore5
           end-unstring
           move 0 to soreSum
           move 1 to aa.
       sore-loop.
           if aa > 5
               go to sore-done.
           EVALUATE aa
               WHEN 1
                   invoke type Int32::TryParse(sore1::Trim, by reference soreNum)
               WHEN 2
                   invoke type Int32::TryParse(sore2::Trim, by reference soreNum)
               WHEN 3
                   invoke type Int32::TryParse(sore3::Trim, by reference soreNum)
               WHEN 4
                   invoke type Int32::TryParse(sore4::Trim, by reference soreNum)
               WHEN OTHER
                   invoke type Int32::TryParse(sore5::Trim, by reference soreNum)
           END-EVALUATE
           if soreNum < 1 or soreNum > 5
               set messageText to AREA-NAME(aa)::Trim & " soreness is 1 (very sore) to 5 (none)."
               exit method.
           move soreNum to WL-SORE(aa)
           add soreNum to soreSum
           move 0 to soreNum
           add 1 to aa
           go to sore-loop.
       sore-done.

           set WL-PLAYER-NAME to playerName::Trim::ToUpper
           set WL-DATE to type DateTime::Today::ToString("yyyy-MM-dd")
           compute WL-SLEEP-TENTHS rounded = sleepHours * 10
           move armNum to WL-ARM-FEEL
           move moodNum to WL-MOOD
           if sleepHours > 9
               move 9 to sleepHours.
           compute scoreNum = (sleepHours * 25 / 9)
               + ((soreSum - 5) * 35 / 20)
               + ((armNum - 1) * 25 / 4)
               + ((moodNum - 1) * 15 / 4)
           compute WL-SCORE rounded = scoreNum
           set WL-SOURCE to sourceCode
           set WL-ENTERED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           set WS-WELLNESS-FILE to teamPath & "\WEBSYNC\WELLNESS.DAT"
           OPEN I-O WELLNESS-FILE
           IF WL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT WELLNESS-FILE
               CLOSE WELLNESS-FILE
               OPEN I-O WELLNESS-FILE
           END-IF
           if WL-STATUS-BYTE-1 not = "0"
               set messageText to "Wellness file unavailable - tell the trainer."
               exit method.
      *    A second check-in the same morning replaces the first.
           WRITE WL-REC
               INVALID KEY
                   REWRITE WL-REC
           END-WRITE
           CLOSE WELLNESS-FILE.
       end method.

      *#####   Flag text for one player - empty when he is fine or    #####
      *#####   has no current check-in                                #####
       method-id baselineFlag static public.
       local-storage section.
       01 worker       type batsweb.wellnessCheck.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          returning flagText as type String.
           set flagText to type String::Empty
           set worker to new batsweb.wellnessCheck
           if not worker::assess(teamPath, playerName)
               exit method.
           if worker::isLow
               set flagText to worker::lowText.
       end method.

      *#####   The morning-screen line for one player                 #####
       method-id checkInLine static public.
       local-storage section.
       01 worker       type batsweb.wellnessCheck.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          returning lineText as type String.
           set worker to new batsweb.wellnessCheck
           invoke worker::assess(teamPath, playerName)
           set lineText to worker::detailText(playerName).
       end method.

      * Reads the player's window - the latest check-in, and the
      * baseline out of the ones before it. True when the latest is
      * today's or yesterday's.
       method-id assess public.
       local-storage section.
       01 wantedName   pic x(30).
       01 yesterday    pic x(10).
       01 windowDays   type Int32.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          returning currentFlag as type Condition.
           set currentFlag to false
           move "N" to LATEST-SW LOW-SW
           move spaces to LATEST-CHECKIN
           move zeroes to BASE-COUNT BASE-SCORE-SUM BASE-ARM-SUM
           set wantedName to playerName::Trim::ToUpper

           set WS-WELLNESS-FILE to teamPath & "\WEBSYNC\WELLNESS.DAT"
           OPEN INPUT WELLNESS-FILE
           if WL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO WL-KEY
           move wantedName to WL-PLAYER-NAME
           compute windowDays = 0 - 1 - BASELINE-DAYS
           set WL-DATE to type DateTime::Today::AddDays(windowDays)::ToString("yyyy-MM-dd")
           START WELLNESS-FILE KEY NOT LESS THAN WL-KEY
           if WL-STATUS-BYTE-1 not = "0"
               go to window-done.
       window-loop.
           READ WELLNESS-FILE NEXT RECORD
               AT END go to window-done.
           if WL-PLAYER-NAME not = wantedName
               go to window-done.
      *    The one read before this becomes part of the baseline.
           if HAVE-LATEST
               add 1 to BASE-COUNT
               add LATEST-SCORE to BASE-SCORE-SUM
               add LATEST-ARM-FEEL to BASE-ARM-SUM.
           move WL-DATE to LATEST-DATE
           move WL-REST to LATEST-REST
           move "Y" to LATEST-SW
           go to window-loop.
       window-done.
           CLOSE WELLNESS-FILE

           if not HAVE-LATEST
               exit method.
           set yesterday to type DateTime::Today::AddDays(-1)::ToString("yyyy-MM-dd")
           if LATEST-DATE < yesterday
               exit method.
           set currentFlag to true
           if BASE-COUNT < BASELINE-MIN
               exit method.
           compute BASE-SCORE-AVG rounded = BASE-SCORE-SUM / BASE-COUNT
           compute BASE-ARM-AVG rounded = BASE-ARM-SUM / BASE-COUNT
           if LATEST-SCORE + SCORE-DROP <= BASE-SCORE-AVG
               or LATEST-ARM-FEEL + ARM-DROP <= BASE-ARM-AVG
               move "Y" to LOW-SW.
       end method.

       method-id isLow public.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if WELLNESS-LOW
               set okFlag to true.
       end method.

       method-id lowText public.
       procedure division returning flagText as type String.
           set flagText to "WELLNESS LOW " & LATEST-SCORE::ToString & " vs " & BASE-SCORE-AVG::ToString("0") & " usual"
           if LATEST-ARM-FEEL + ARM-DROP <= BASE-ARM-AVG
               set flagText to flagText & ", arm " & LATEST-ARM-FEEL::ToString & " vs " & BASE-ARM-AVG::ToString("0.0").
       end method.

      * The full line after assess - what he reported and how it sits
      * against his own baseline.
       method-id detailText public.
       local-storage section.
       01 aa           type Int32.
       01 soreList     type String.
       01 sleepHours   type Double.
       procedure division using by value playerName as type String
                          returning lineText as type String.
           set lineText to playerName::Trim::ToUpper & "  "
           if not HAVE-LATEST
               set lineText to lineText & "no check-in in the last " & BASELINE-DAYS::ToString & " days"
               exit method.
           if LATEST-DATE < type DateTime::Today::AddDays(-1)::ToString("yyyy-MM-dd")
               set lineText to lineText & "no check-in today (last " & LATEST-DATE & ")"
               exit method.

      *    Only the sore areas are listed - a 5 is nothing to report.
           set soreList to type String::Empty
           move 1 to aa.
       sore-loop.
           if aa > 5
               go to sore-done.
           if LATEST-SORE(aa) < 5
               set soreList to soreList & " " & AREA-NAME(aa)::Trim & " " & LATEST-SORE(aa)::ToString.
           add 1 to aa
           go to sore-loop.
       sore-done.
           if soreList = type String::Empty
               set soreList to " none".

           compute sleepHours = LATEST-SLEEP-TENTHS / 10
           set lineText to lineText & LATEST-DATE & "  score " & LATEST-SCORE::ToString
           if BASE-COUNT < BASELINE-MIN
               set lineText to lineText & " (baseline building, " & BASE-COUNT::ToString & " of " & BASELINE-MIN::ToString & ")"
           else
               set lineText to lineText & " (usual " & BASE-SCORE-AVG::ToString("0") & ")".
           set lineText to lineText & "  sleep " & sleepHours::ToString("0.0") & "h  arm " & LATEST-ARM-FEEL::ToString
               & "  mood " & LATEST-MOOD::ToString & "  sore:" & soreList
           if WELLNESS-LOW
               set lineText to lineText & "  ** " & self::lowText & " **".
       end method.

       end class.
