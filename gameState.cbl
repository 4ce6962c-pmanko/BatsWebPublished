       class-id batsweb.gameState.

      * Game-state cut for the breakdown query - "what does a hitter
      * do in the late innings of a one-run game with runners in
      * scoring position". BAT310WEBF filters one inning, one out count and
      * one runner pattern at a time and knows nothing of the score,
      * so the state is read straight off the charted at-bats: the
      * games are walked through BAT360WEBF the way pitchRunValue.cbl
      * walks them - "I", "RG", then per game "RA" and per at-bat
      * "VA" - and every plate appearance is placed by the situation
      * it started in:
      *   inning     BAT360-I-INNING, between a from and a to inning
      *   outs       BAT360-I-OUTS before the play
      *   score      the batting side's margin before the play - the
      *              read carries the score AFTER it, so the margin
      *              comes off the previous read in the same game;
      *              tied, ahead or behind (by 1 up to a band of runs,
      *              or by any margin), or within a band either way
      *   runners    BAT360-1/2/3-RUNNER as a "1-3" style pattern;
      *              empty, runners on, scoring position, loaded or
      *              one exact pattern
      * The state travels as one 11-byte spec - the layout below is
      * the QT-GAME-STATE group of QUERYTMPL.DAT, so a template
      * carries it unchanged:
      *   inning from 9(02) / inning to 9(02)   00 = open
      *   outs X                                space = any
      *   score X  T tied, A ahead, B behind, C close, space = any
      *   band 9(02)                            runs; 00 = any margin
      *   runners X(03)  "---" "1--" ... "123", "ON " runners on,
      *                  "RSP" scoring position, spaces = any
      * A count state ("AHEAD"/"BEHIND"/"EVEN"/"TWOK"/"FULL") is
      * honored against the appearance's BAT360-I-FINAL-COUNT with the
      * same dash-parse rule breakdown.aspx.cbl's countStateMember
      * uses, so the two cuts combine.
      * Used by:
      *   breakdown.aspx.cbl - the stat panel, header and CSV export
      *   queryScheduleRunner.cbl - the mailed result line
      *   leaderboard.aspx.cbl - per-batter lines for the ranking
      * Usage:
      *   set worker to new batsweb.gameState
      *   if worker::walk(spec, countState, startText, endText,
      *                   batterName, pitcherName, wantRows)
      *       worker::statFor(batterName, "AB") ...
      * Names match upper-cased in roster spelling (LAST, FIRST - a
      * FIRST LAST name is turned round, as headshotStore.cbl does);
      * a blank name or one starting "ALL" matches everybody. Dates
      * are the breakdown's MM/DD/YY text; blank or unreadable is
      * open-ended. The batter handedness/type flags of a template
      * have nothing on the at-bat grid to read against and are not
      * applied here. Batch callers name the team to engineWatch
      * (forTeam) before walking, as they do for their own engine
      * calls.

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata360                type batsweb.bat360Data.
       01 GS-SPEC.
           05  GS-INNING-FROM          PIC 9(02).
           05  GS-INNING-TO            PIC 9(02).
           05  GS-OUTS                 PIC X.
           05  GS-SCORE                PIC X.
               88  GS-ANY-SCORE        VALUE SPACE.
               88  GS-TIED             VALUE "T".
               88  GS-AHEAD            VALUE "A".
               88  GS-BEHIND           VALUE "B".
               88  GS-CLOSE            VALUE "C".
           05  GS-BAND                 PIC 9(02).
           05  GS-RUNNERS              PIC X(03).
      * Per-batter tallies of the matching appearances; runs in on
      * the play stand in for RBI, the same line-score difference
      * pitchRunValue.cbl prices.
       01 GT-TBL.
           05  GT-ENTRY OCCURS 1500.
               10  GT-NAME                 PIC X(30).
               10  GT-LAST-GAME            PIC 9(04).
               10  GT-G                    PIC 9(04).
               10  GT-PA                   PIC 9(05).
               10  GT-AB                   PIC 9(05).
               10  GT-H                    PIC 9(05).
               10  GT-2B                   PIC 9(04).
               10  GT-3B                   PIC 9(04).
               10  GT-HR                   PIC 9(04).
               10  GT-RBI                  PIC 9(04).
               10  GT-BB                   PIC 9(04).
               10  GT-K                    PIC 9(04).
               10  GT-HBP                  PIC 9(04).
               10  GT-SAC                  PIC 9(04).
               10  GT-DP                   PIC 9(04).
       01 GT-COUNT                 PIC 9(04).
      * Whole-walk totals - statFor with a blank name.
       01 GT-ALL.
           05  GA-G                    PIC 9(05).
           05  GA-PA                   PIC 9(06).
           05  GA-AB                   PIC 9(06).
           05  GA-H                    PIC 9(06).
           05  GA-2B                   PIC 9(05).
           05  GA-3B                   PIC 9(05).
           05  GA-HR                   PIC 9(05).
           05  GA-RBI                  PIC 9(05).
           05  GA-BB                   PIC 9(05).
           05  GA-K                    PIC 9(05).
           05  GA-HBP                  PIC 9(05).
           05  GA-SAC                  PIC 9(05).
           05  GA-DP                   PIC 9(05).
       01 GA-LAST-GAME             PIC 9(04).
       01 csvRows                  type System.Text.StringBuilder.

      *#####               Spec text and its description               #####
      * The 11-byte spec out of the six selections. Out-of-range
      * innings or bands are taken as open.
       method-id specText static public.
       local-storage section.
       01 SP-SPEC.
           05  SP-INNING-FROM          PIC 9(02).
           05  SP-INNING-TO            PIC 9(02).
           05  SP-OUTS                 PIC X.
           05  SP-SCORE                PIC X.
           05  SP-BAND                 PIC 9(02).
           05  SP-RUNNERS              PIC X(03).
       procedure division using by value innFrom as type Int32
                          by value innTo as type Int32
                          by value outsCode as type String
                          by value scoreCode as type String
                          by value bandNum as type Int32
                          by value runnersCode as type String
                          returning specOut as type String.
           move spaces to SP-SPEC
           move 0 to SP-INNING-FROM SP-INNING-TO SP-BAND
           if innFrom > 0 and innFrom < 100
               move innFrom to SP-INNING-FROM.
           if innTo > 0 and innTo < 100
               move innTo to SP-INNING-TO.
           if bandNum > 0 and bandNum < 100
               move bandNum to SP-BAND.
           set SP-OUTS to outsCode
           set SP-SCORE to scoreCode
           set SP-RUNNERS to runnersCode
           set specOut to SP-SPEC.
       end method.

      * True when the spec narrows anything at all - an all-open spec
      * (or a template written before the field) is no cut.
       method-id isSet static public.
       local-storage section.
       01 worker       type batsweb.gameState.
       procedure division using by value stateSpec as type String
                          returning setFlag as type Condition.
           set setFlag to false
           if stateSpec = null
               exit method.
           set worker to new batsweb.gameState
           invoke worker::loadSpec(stateSpec)
           set setFlag to worker::specNarrows.
       end method.

      * The spec as header text - "inn 7-9, 2 out, ahead by 1-2,
      * RISP"; empty when nothing is set.
       method-id describe static public.
       local-storage section.
       01 worker       type batsweb.gameState.
       procedure division using by value stateSpec as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           if stateSpec = null
               exit method.
           set worker to new batsweb.gameState
           invoke worker::loadSpec(stateSpec)
           set textOut to worker::specDescription.
       end method.

       method-id loadSpec private.
       procedure division using by value stateSpec as type String.
           move spaces to GS-SPEC
           set GS-SPEC to stateSpec
           if GS-INNING-FROM not numeric
               move 0 to GS-INNING-FROM.
           if GS-INNING-TO not numeric
               move 0 to GS-INNING-TO.
           if GS-BAND not numeric
               move 0 to GS-BAND.
       end method.

       method-id specNarrows private.
       procedure division returning setFlag as type Condition.
           set setFlag to false
           if GS-INNING-FROM > 0 or GS-INNING-TO > 0
               or GS-OUTS not = space or not GS-ANY-SCORE
               or GS-RUNNERS not = spaces
               set setFlag to true.
       end method.

       method-id specDescription private.
       local-storage section.
       01 partText     type String.
       procedure division returning textOut as type String.
           set textOut to type String::Empty

           if GS-INNING-FROM > 0 or GS-INNING-TO > 0
               if GS-INNING-TO = 0
                   set partText to "inn " & GS-INNING-FROM::ToString & "+"
               else
                   if GS-INNING-FROM = 0
                       set partText to "inn 1-" & GS-INNING-TO::ToString
                   else
                       if GS-INNING-FROM = GS-INNING-TO
                           set partText to "inn " & GS-INNING-FROM::ToString
                       else
                           set partText to "inn " & GS-INNING-FROM::ToString & "-" & GS-INNING-TO::ToString
                       end-if
                   end-if
               end-if
               set textOut to self::addPart(textOut, partText).

           if GS-OUTS not = space
               set textOut to self::addPart(textOut, GS-OUTS & " out").

           EVALUATE TRUE
               WHEN GS-TIED
                   set textOut to self::addPart(textOut, "tied")
               WHEN GS-AHEAD
                   if GS-BAND = 0
                       set textOut to self::addPart(textOut, "ahead")
                   else
                       set textOut to self::addPart(textOut, "ahead by 1-" & GS-BAND::ToString)
                   end-if
               WHEN GS-BEHIND
                   if GS-BAND = 0
                       set textOut to self::addPart(textOut, "behind")
                   else
                       set textOut to self::addPart(textOut, "behind by 1-" & GS-BAND::ToString)
                   end-if
               WHEN GS-CLOSE
                   set textOut to self::addPart(textOut, "within " & self::closeBand::ToString)
           END-EVALUATE

           EVALUATE GS-RUNNERS
               WHEN SPACES
                   CONTINUE
               WHEN "---"
                   set textOut to self::addPart(textOut, "bases empty")
               WHEN "ON "
                   set textOut to self::addPart(textOut, "runners on")
               WHEN "RSP"
                   set textOut to self::addPart(textOut, "RISP")
               WHEN "123"
                   set textOut to self::addPart(textOut, "bases loaded")
               WHEN OTHER
                   set textOut to self::addPart(textOut, "runners " & GS-RUNNERS)
           END-EVALUATE.
       end method.

       method-id addPart private.
       procedure division using by value textIn as type String
                          by value partText as type String
                          returning textOut as type String.
           if textIn = type String::Empty
               set textOut to partText
           else
               set textOut to textIn & ", " & partText.
       end method.

      * "Close" with no band given means a one-run game.
       method-id closeBand private.
       procedure division returning bandOut as type Int32.
           if GS-BAND = 0
               set bandOut to 1
           else
               set bandOut to GS-BAND.
       end method.

      *#####            The walk - one pass over the games             #####
       method-id walk public.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 gameSeq               pic 9(04) value 0.
       01 battingSide           pic x.
       01 visScore              pic 9(03).
       01 homeScore             pic 9(03).
       01 batBefore             pic 9(03).
       01 fieldBefore           pic 9(03).
       01 batAfter              pic 9(03).
       01 runsIn                pic 9(02).
       01 marginNum             type Int32.
       01 outsDigit             pic 9.
       01 baseText              pic x(03).
       01 gameDay               type DateTime.
       01 fromDay               type DateTime.
       01 toDay                 type DateTime.
       01 fromSet               type Condition.
       01 toSet                 type Condition.
       01 batterWant            type String.
       01 pitcherWant           type String.
       01 countWant             type String.
       01 countText             type String.
       01 gameText              type String.
       01 btIdx                 type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value stateSpec as type String
                          by value countState as type String
                          by value startText as type String
                          by value endText as type String
                          by value batterName as type String
                          by value pitcherName as type String
                          by value wantRows as type Condition
                          returning okFlag as type Condition.
           set okFlag to false
           invoke self::loadSpec(stateSpec)
           INITIALIZE GT-TBL GT-ALL
           move zeroes to GT-COUNT GA-LAST-GAME
           set csvRows to new type System.Text.StringBuilder

           set batterWant to self::wantedName(batterName)
           set pitcherWant to self::wantedName(pitcherName)
           set countWant to type String::Empty
           if countState not = null
               set countWant to countState::Trim
           set fromSet to false
           set toSet to false
           if startText not = null
               if type DateTime::TryParse(startText::Trim, by reference fromDay)
                   set fromSet to true.
           if endText not = null
               if type DateTime::TryParse(endText::Trim, by reference toDay)
                   set toSet to true.

           set mydata360 to new batsweb.bat360Data
           invoke mydata360::populateData
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
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

           set okFlag to true
           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           set gameText to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
           if fromSet or toSet
               if not type DateTime::TryParse(gameText, by reference gameDay)
                   go to games-next
               end-if
               if fromSet and gameDay < fromDay
                   go to games-next
               end-if
               if toSet and gameDay > toDay
                   go to games-next
               end-if
           end-if

           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.

           add 1 to gameSeq
           move space to battingSide
           move zeroes to visScore homeScore

           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
      *    A non-"B" row is a half-inning header - the side turns
      *    over there, visitor first, as pitchRunValue.cbl reads it.
           if BAT360-REC-TYPE(bb) not = "B"
               if battingSide = "V"
                   move "H" to battingSide
               else
                   move "V" to battingSide
               end-if
               go to ab-next
           end-if

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

      *    The read carries the score AFTER the play; the score before
      *    it is whatever the previous read left.
           if battingSide = "H"
               move homeScore to batBefore
               move visScore to fieldBefore
               move BAT360-I-HOME-SCORE to batAfter
           else
               move visScore to batBefore
               move homeScore to fieldBefore
               move BAT360-I-VIS-SCORE to batAfter.
           move BAT360-I-VIS-SCORE to visScore
           move BAT360-I-HOME-SCORE to homeScore
           if BAT360-I-OUTS > 2
               go to ab-next.

           if batterWant not = type String::Empty
               if self::rosterSpelling(BAT360-BATTER) not = batterWant
                   go to ab-next.
           if pitcherWant not = type String::Empty
               if self::rosterSpelling(BAT360-PITCHER) not = pitcherWant
                   go to ab-next.

           if GS-INNING-FROM > 0 and BAT360-I-INNING < GS-INNING-FROM
               go to ab-next.
           if GS-INNING-TO > 0 and BAT360-I-INNING > GS-INNING-TO
               go to ab-next.
           move BAT360-I-OUTS to outsDigit
           if GS-OUTS not = space and GS-OUTS not = outsDigit
               go to ab-next.
           compute marginNum = batBefore - fieldBefore
           if not self::scoreMatches(marginNum)
               go to ab-next.
           move "---" to baseText
           if BAT360-1-RUNNER not = spaces
               move "1" to baseText(1:1).
           if BAT360-2-RUNNER not = spaces
               move "2" to baseText(2:1).
           if BAT360-3-RUNNER not = spaces
               move "3" to baseText(3:1).
           if not self::runnersMatch(baseText)
               go to ab-next.

      *    The final count is on the pitch-level read - only pay for
      *    it when a count state or the export needs it.
           set countText to type String::Empty
           if countWant not = type String::Empty or wantRows
               MOVE "VD" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
                   go to ab-next
               end-if
               set countText to BAT360-I-FINAL-COUNT::Trim
           end-if
           if countWant not = type String::Empty
               if not self::countStateMember(countText, countWant)
                   go to ab-next.

           move 0 to runsIn
           if batAfter > batBefore
               compute runsIn = batAfter - batBefore.
           set btIdx to self::findBatter(BAT360-BATTER)
           invoke self::tally(BAT360-I-RES-DESC::Trim::ToUpper, btIdx, gameSeq, runsIn)

           if wantRows
               invoke csvRows::AppendLine(self::csvField(gameText) & ","
                   & self::csvField(BAT360-BATTER::Trim) & ","
                   & self::csvField(BAT360-PITCHER::Trim) & ",,"
                   & self::csvField(BAT360-I-RES-DESC::Trim) & ","
                   & self::csvField(countText) & ","
                   & self::csvField("inn " & BAT360-I-INNING::ToString & ", " & outsDigit & " out, "
                       & baseText & ", " & self::marginText(marginNum))).
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           invoke bat360rununit::StopRun(0).
       end method.

      * One matching appearance onto the batter's line and the walk
      * totals - classified the way restSplits.cbl reads the result
      * labels, double plays caught before "DOUBLE" can count a hit.
       method-id tally private.
       local-storage section.
       01 basesOn      pic 9.
       procedure division using by value resText as type String
                          by value btIdx as type Int32
                          by value gameSeq as type Int32
                          by value runsIn as type Int32.
           if resText = type String::Empty
               exit method.

           if GA-LAST-GAME not = gameSeq
               add 1 to GA-G
               move gameSeq to GA-LAST-GAME.
           add 1 to GA-PA
           add runsIn to GA-RBI
           if btIdx > 0
               if GT-LAST-GAME(btIdx) not = gameSeq
                   add 1 to GT-G(btIdx)
                   move gameSeq to GT-LAST-GAME(btIdx)
               end-if
               add 1 to GT-PA(btIdx)
               add runsIn to GT-RBI(btIdx)
           end-if

           if resText::StartsWith("K") or resText::Contains(" K")
               or resText::Contains("STRIKEOUT") or resText::Contains("STRUCK")
               add 1 to GA-K GA-AB
               if btIdx > 0
                   add 1 to GT-K(btIdx) GT-AB(btIdx)
               end-if
               exit method.
           if resText::Contains("HP") or resText::Contains("HIT BY")
               add 1 to GA-HBP
               if btIdx > 0
                   add 1 to GT-HBP(btIdx)
               end-if
               exit method.
           if resText::Contains("BB") or resText::Contains("WALK")
               add 1 to GA-BB
               if btIdx > 0
                   add 1 to GT-BB(btIdx)
               end-if
               exit method.
           if resText::Contains("SAC") or resText::Contains("SF")
               add 1 to GA-SAC
               if btIdx > 0
                   add 1 to GT-SAC(btIdx)
               end-if
               exit method.

           add 1 to GA-AB
           if btIdx > 0
               add 1 to GT-AB(btIdx).
           if resText::Contains("DP") or resText::Contains("DOUBLE PLAY")
               add 1 to GA-DP
               if btIdx > 0
                   add 1 to GT-DP(btIdx)
               end-if
               exit method.

           move 0 to basesOn
           if resText::Contains("1B") or resText::Contains("SINGLE")
               move 1 to basesOn.
           if resText::Contains("2B") or resText::Contains("DOUBLE")
               move 2 to basesOn.
           if resText::Contains("3B") or resText::Contains("TRIPLE")
               move 3 to basesOn.
           if resText::Contains("HR") or resText::Contains("HOME RUN")
               move 4 to basesOn.
           if basesOn = 0
               exit method.

           add 1 to GA-H
           if btIdx > 0
               add 1 to GT-H(btIdx).
           EVALUATE basesOn
               WHEN 2
                   add 1 to GA-2B
                   if btIdx > 0
                       add 1 to GT-2B(btIdx)
                   end-if
               WHEN 3
                   add 1 to GA-3B
                   if btIdx > 0
                       add 1 to GT-3B(btIdx)
                   end-if
               WHEN 4
                   add 1 to GA-HR
                   if btIdx > 0
                       add 1 to GT-HR(btIdx)
                   end-if
           END-EVALUATE.
       end method.

      *#####                     Situation tests                       #####
       method-id scoreMatches private.
       procedure division using by value marginNum as type Int32
                          returning matchFlag as type Condition.
           set matchFlag to true
           EVALUATE TRUE
               WHEN GS-TIED
                   if marginNum not = 0
                       set matchFlag to false
                   end-if
               WHEN GS-AHEAD
                   if marginNum < 1
                       or (GS-BAND > 0 and marginNum > GS-BAND)
                       set matchFlag to false
                   end-if
               WHEN GS-BEHIND
                   if marginNum > -1
                       or (GS-BAND > 0 and marginNum < 0 - GS-BAND)
                       set matchFlag to false
                   end-if
               WHEN GS-CLOSE
                   if marginNum > self::closeBand
                       or marginNum < 0 - self::closeBand
                       set matchFlag to false
                   end-if
           END-EVALUATE.
       end method.

       method-id runnersMatch private.
       procedure division using by value baseText as type String
                          returning matchFlag as type Condition.
           set matchFlag to true
           EVALUATE GS-RUNNERS
               WHEN SPACES
                   CONTINUE
               WHEN "ON "
                   if baseText = "---"
                       set matchFlag to false
                   end-if
               WHEN "RSP"
                   if baseText::Substring(1) = "--"
                       set matchFlag to false
                   end-if
               WHEN OTHER
                   if baseText not = GS-RUNNERS
                       set matchFlag to false
                   end-if
           END-EVALUATE.
       end method.

      * True when the "b-s" count belongs to the count state - the
      * rule breakdown.aspx.cbl's countStateMember applies to the
      * engine's count labels.
       method-id countStateMember private.
       local-storage section.
       01 dashPos      type Int32.
       01 ballsNum     type Int32.
       01 strikesNum   type Int32.
       procedure division using by value countLabel as type String
                          by value stateCode as type String
                          returning memberFlag as type Condition.
           set memberFlag to false
           set dashPos to countLabel::Trim::IndexOf("-")
           if dashPos < 1
               exit method.
           if not type Int32::TryParse(countLabel::Trim::Substring(0, dashPos), by reference ballsNum)
               exit method.
           if not type Int32::TryParse(countLabel::Trim::Substring(dashPos + 1), by reference strikesNum)
               exit method.

           EVALUATE stateCode
               WHEN "AHEAD"
                   if ballsNum > strikesNum
                       set memberFlag to true
                   end-if
               WHEN "BEHIND"
                   if strikesNum > ballsNum
                       set memberFlag to true
                   end-if
               WHEN "EVEN"
                   if ballsNum = strikesNum
                       set memberFlag to true
                   end-if
               WHEN "TWOK"
                   if strikesNum = 2
                       set memberFlag to true
                   end-if
               WHEN "FULL"
                   if ballsNum = 3 and strikesNum = 2
                       set memberFlag to true
                   end-if
           END-EVALUATE.
       end method.

       method-id marginText private.
       local-storage section.
       01 downNum      type Int32.
       procedure division using by value marginNum as type Int32
                          returning textOut as type String.
           if marginNum = 0
               set textOut to "tied"
           else
               if marginNum > 0
                   set textOut to "up " & marginNum::ToString
               else
                   compute downNum = 0 - marginNum
                   set textOut to "down " & downNum::ToString.
       end method.

      *#####                  What the walk found                      #####
      * One figure off a batter's line - "G", "PA", "AB", "H", "2B",
      * "3B", "HR", "RBI", "BB", "K", "HBP", "SAC" or "DP"; a blank
      * name reads the walk's totals. Zero for a batter not seen.
       method-id statFor public.
       local-storage section.
       01 nn           pic 9(04).
       01 wantName     type String.
       procedure division using by value batterName as type String
                          by value statCode as type String
                          returning statOut as type Int32.
           set statOut to 0
           set wantName to self::wantedName(batterName)
           if wantName = type String::Empty
               EVALUATE statCode
                   WHEN "G"
                       set statOut to GA-G
                   WHEN "PA"
                       set statOut to GA-PA
                   WHEN "AB"
                       set statOut to GA-AB
                   WHEN "H"
                       set statOut to GA-H
                   WHEN "2B"
                       set statOut to GA-2B
                   WHEN "3B"
                       set statOut to GA-3B
                   WHEN "HR"
                       set statOut to GA-HR
                   WHEN "RBI"
                       set statOut to GA-RBI
                   WHEN "BB"
                       set statOut to GA-BB
                   WHEN "K"
                       set statOut to GA-K
                   WHEN "HBP"
                       set statOut to GA-HBP
                   WHEN "SAC"
                       set statOut to GA-SAC
                   WHEN "DP"
                       set statOut to GA-DP
               END-EVALUATE
               exit method.

           move 1 to nn.
       stat-find-loop.
           if nn > GT-COUNT
               exit method.
           if GT-NAME(nn) = wantName
               go to stat-found.
           add 1 to nn
           go to stat-find-loop.
       stat-found.
           EVALUATE statCode
               WHEN "G"
                   set statOut to GT-G(nn)
               WHEN "PA"
                   set statOut to GT-PA(nn)
               WHEN "AB"
                   set statOut to GT-AB(nn)
               WHEN "H"
                   set statOut to GT-H(nn)
               WHEN "2B"
                   set statOut to GT-2B(nn)
               WHEN "3B"
                   set statOut to GT-3B(nn)
               WHEN "HR"
                   set statOut to GT-HR(nn)
               WHEN "RBI"
                   set statOut to GT-RBI(nn)
               WHEN "BB"
                   set statOut to GT-BB(nn)
               WHEN "K"
                   set statOut to GT-K(nn)
               WHEN "HBP"
                   set statOut to GT-HBP(nn)
               WHEN "SAC"
                   set statOut to GT-SAC(nn)
               WHEN "DP"
                   set statOut to GT-DP(nn)
           END-EVALUATE.
       end method.

      * The matching appearances as CSV lines in the breakdown
      * export's columns (Date, Batter, Pitcher, Pitch Type, Result,
      * Count, Detail) - only filled when the walk was asked for rows.
       method-id csvText public.
       procedure division returning textOut as type String.
           set textOut to csvRows::ToString.
       end method.

      *#####                        Names                              #####
      * Upper-case roster spelling of a wanted name; empty means
      * everybody.
       method-id wantedName private.
       procedure division using by value playerName as type String
                          returning wantName as type String.
           set wantName to type String::Empty
           if playerName = null
               exit method.
           if playerName::Trim = type String::Empty
               exit method.
           if playerName::Trim::ToUpper::StartsWith("ALL")
               exit method.
           set wantName to self::rosterSpelling(playerName).
       end method.

      * LAST, FIRST upper-case - a FIRST LAST name is turned round at
      * its last blank, the headshotStore.cbl rule.
       method-id rosterSpelling private.
       local-storage section.
       01 trimmedName  type String.
       01 splitAt      type Int32.
       01 firstPart    type String.
       01 lastPart     type String.
       procedure division using by value playerName as type String
                          returning rosterName as type String.
           set trimmedName to playerName::Trim::ToUpper
           set rosterName to trimmedName
           if trimmedName::IndexOf(",") >= 0
               exit method.
           set splitAt to trimmedName::LastIndexOf(" ")
           if splitAt < 1
               exit method.
           set firstPart to trimmedName::Substring(0, splitAt)::Trim
           add 1 to splitAt
           set lastPart to trimmedName::Substring(splitAt)::Trim
           set rosterName to lastPart & ", " & firstPart.
       end method.

      * Zero on a full table, the same rule pitchRunValue.cbl's
      * findBatter applies - the totals still count the appearance.
       method-id findBatter private.
       local-storage section.
       01 nn           pic 9(04).
       01 keyName      type String.
       procedure division using by value playerName as type String
                          returning playerIdx as type Int32.
           set playerIdx to 0
           if playerName::Trim = type String::Empty
               exit method.
           set keyName to self::rosterSpelling(playerName)
           move 1 to nn.
       find-loop.
           if nn > GT-COUNT
               go to find-new.
           if GT-NAME(nn) = keyName
               set playerIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if GT-COUNT >= 1500
               exit method.
           add 1 to GT-COUNT
           set GT-NAME(GT-COUNT) to keyName
           set playerIdx to GT-COUNT.
       end method.

       method-id csvField private.
       procedure division using by value rawText as type String
                          returning quoted as type String.
           set quoted to '"' & rawText::Replace('"', '""') & '"'.
       end method.

       end class.
