       class-id batsweb.pitchSearch.

      * Clip search by pitch - "every 3-2 slider down in the zone
      * that a left-handed hitter swung through this month". The
      * clip searches EZvideo.aspx.cbl and customClips.aspx.cbl run
      * find clips by player, free text, tag or playlist; nothing
      * reached the pitch itself. This walks the charted games
      * through BAT360WEBF the way clipCaption.cbl walks one - "I",
      * "RG", then per game "RA" and per at-bat "VD" - and tests
      * every pitch of every appearance against the spec:
      *   type       BAT360-P-TYPE, exact
      *   velocity   a from/to band on the charted BAT360-P-VEL, or
      *              on the TRACKPITCH.DAT device reading when the
      *              spec asks for tracked (the charted figure stands
      *              in where the import has no line, the same
      *              preference clipCaption.cbl's captions apply)
      *   count      the count going into the pitch, counted off the
      *              pitch result labels the way clipCaption.cbl does
      *              - an exact "b-s" or a count state word
      *              (AHEAD/BEHIND/EVEN/TWOK/FULL, the batter's side,
      *              same rule as gameState.cbl's countStateMember)
      *   zone       the 3x3 cell of BAT360-PITCH-X/Y, cut the way
      *              catcherFraming.cbl cuts it - one cell "1".."9"
      *              (top row first), a row "HI"/"MD"/"LO", "HT" the
      *              heart (cell 5) or "ED" the edge ring around it;
      *              an unlocated pitch never matches a zone
      *   result     B ball, C called strike, W swinging strike,
      *              F foul, X put in play or otherwise ended the
      *              appearance - the pitchRunValue.cbl label classes
      *   hand       the batter's bats byte off the player master
      *              (PLAY-FILE, read by name the way lineupCard.aspx.cbl
      *              reads it); L, R or S, a switch hitter being S
      *              whichever side of the plate the at-bat was from
      *   pitcher    BAT360-PITCHER holding the typed name, spaces
      *              ignored - "SMITH" or "SMITH, J" - so "every
      *              two-strike slider this pitcher threw to a lefty"
      *              can be asked
      * An at-bat with any matching pitch resolves to its clip slots -
      * the BAT360-WF-VIDEO-* fields the same "VD" read leaves, one
      * camera when the spec names an angle, every angle otherwise,
      * exactly as customClips.aspx.cbl's video_Selected queues them -
      * so the result drops straight into the Session video-paths
      * hand-off the players, the film room and the stitch queue read.
      * The spec travels as one 59-byte text, so a queued search
      * carries it in BQ-SEARCH-TEXT unchanged:
      *   pitch type X(12)                      spaces = any
      *   velocity from 9(03) / to 9(03)        000 = open
      *   velocity source X     T tracked, C or space charted
      *   count X(05)           "3-2", "AHEAD" ... spaces = any
      *   zone X(02)            see above; spaces = any
      *   result X              see above; space = any
      *   hand X                L, R, S; space = any
      *   angle X               A-D one camera; space = all angles
      *   pitcher X(30)         name or part of it; spaces = any
      * Used by:
      *   customClips.aspx.cbl - the pitch search panel
      *   batchDispatcher.cbl - queued (source page PITCHSEARCH) runs
      * Usage:
      *   set worker to new batsweb.pitchSearch
      *   if worker::walk(spec, startText, endText, teamPath)
      *       worker::clipPaths / clipTitles / atBatCount ...
      * Dates are MM/DD/YY text; blank or unreadable is open-ended.
      * Batch callers name the team to engineWatch (forTeam) before
      * walking, as they do for their own engine calls.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * Same layout trackingImport.cbl writes.
       FD  TRACK-PITCH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TP-REC.
       01  TP-REC.
           05  TP-KEY.
               10  TP-GAME-DATE            PIC X(10).
               10  TP-GAME-ID              PIC X(10).
               10  TP-AB-NUM               PIC 9(03).
               10  TP-PITCH-NUM            PIC 9(02).
           05  TP-REST.
               10  TP-DEV-VEL              PIC 9(03).
               10  TP-DEV-SPIN             PIC 9(04).
               10  TP-DEV-BREAK            PIC 9(03).
               10  TP-IMPORTED-AT          PIC X(19).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata360                type batsweb.bat360Data.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata666                type batsweb.bat666Data.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 WS-TRACKPITCH-FILE       PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
       01 playFileReady            pic x value "N".
       01 trackReady               pic x value "N".
       01 PS-SPEC.
           05  PS-PITCH-TYPE           PIC X(12).
           05  PS-VEL-FROM             PIC 9(03).
           05  PS-VEL-TO               PIC 9(03).
           05  PS-VEL-SOURCE           PIC X.
               88  PS-VEL-TRACKED      VALUE "T".
           05  PS-COUNT                PIC X(05).
           05  PS-ZONE                 PIC X(02).
           05  PS-RESULT               PIC X.
           05  PS-HAND                 PIC X.
           05  PS-ANGLE                PIC X.
           05  PS-PITCHER              PIC X(30).
      * Bats byte per batter name, read once off the player master.
       01 HB-TBL.
           05  HB-ENTRY OCCURS 1500.
               10  HB-NAME                 PIC X(30).
               10  HB-BATS                 PIC X.
       01 HB-COUNT                 PIC 9(04).
      * Clips past this many at-bats are counted but not queued - a
      * player queue that long is a batch list, not a review.
       01 PS-CLIP-LIMIT            PIC 9(04) VALUE 1000.
       01 PS-AB-COUNT              PIC 9(06).
       01 PS-PITCH-COUNT           PIC 9(06).
       01 PS-QUEUED-COUNT          PIC 9(06).
       01 pathsOut                 type System.Text.StringBuilder.
       01 titlesOut                type System.Text.StringBuilder.

      *#####               Spec text and its description               #####
      * The 59-byte spec out of the panel's selections. An
      * out-of-range velocity is taken as open.
       method-id specText static public.
       local-storage section.
       01 SP-SPEC.
           05  SP-PITCH-TYPE           PIC X(12).
           05  SP-VEL-FROM             PIC 9(03).
           05  SP-VEL-TO               PIC 9(03).
           05  SP-VEL-SOURCE           PIC X.
           05  SP-COUNT                PIC X(05).
           05  SP-ZONE                 PIC X(02).
           05  SP-RESULT               PIC X.
           05  SP-HAND                 PIC X.
           05  SP-ANGLE                PIC X.
           05  SP-PITCHER              PIC X(30).
       procedure division using by value pitchType as type String
                          by value velFrom as type Int32
                          by value velTo as type Int32
                          by value velSource as type String
                          by value countCode as type String
                          by value zoneCode as type String
                          by value resultCode as type String
                          by value handCode as type String
                          by value angleCode as type String
                          by value pitcherName as type String
                          returning specOut as type String.
           move spaces to SP-SPEC
           move 0 to SP-VEL-FROM SP-VEL-TO
           if velFrom > 0 and velFrom < 1000
               move velFrom to SP-VEL-FROM.
           if velTo > 0 and velTo < 1000
               move velTo to SP-VEL-TO.
           set SP-PITCH-TYPE to pitchType::Trim::ToUpper
           set SP-VEL-SOURCE to velSource
           set SP-COUNT to countCode::Trim::ToUpper
           set SP-ZONE to zoneCode
           set SP-RESULT to resultCode
           set SP-HAND to handCode
           set SP-ANGLE to angleCode
           set SP-PITCHER to pitcherName::Trim::ToUpper
           set specOut to SP-SPEC.
       end method.

      * True when the spec narrows anything at all - an all-open
      * spec would queue every clip on file.
       method-id isSet static public.
       local-storage section.
       01 worker       type batsweb.pitchSearch.
       procedure division using by value searchSpec as type String
                          returning setFlag as type Condition.
           set setFlag to false
           if searchSpec = null
               exit method.
           set worker to new batsweb.pitchSearch
           invoke worker::loadSpec(searchSpec)
           set setFlag to worker::specNarrows.
       end method.

      * The spec as text - "SL, 84-88 mph tracked, count 3-2, low,
      * swinging strikes, LHB"; empty when nothing is set.
       method-id describe static public.
       local-storage section.
       01 worker       type batsweb.pitchSearch.
       procedure division using by value searchSpec as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           if searchSpec = null
               exit method.
           set worker to new batsweb.pitchSearch
           invoke worker::loadSpec(searchSpec)
           set textOut to worker::specDescription.
       end method.

      * True when a date range is too wide to walk on the page - an
      * open end, or more than a month of games. Those go through
      * the batch queue like the other long clip searches.
       method-id needsQueue static public.
       local-storage section.
       01 inlineDays   type Int32 value 31.
       01 fromDay      type DateTime.
       01 toDay        type DateTime.
       procedure division using by value startText as type String
                          by value endText as type String
                          returning queueFlag as type Condition.
           set queueFlag to true
           if startText = null or endText = null
               exit method.
           if not type DateTime::TryParse(startText::Trim, by reference fromDay)
               exit method.
           if not type DateTime::TryParse(endText::Trim, by reference toDay)
               exit method.
           if toDay::Subtract(fromDay)::TotalDays > inlineDays
               exit method.
           set queueFlag to false.
       end method.

       method-id loadSpec private.
       procedure division using by value searchSpec as type String.
           move spaces to PS-SPEC
           set PS-SPEC to searchSpec
           if PS-VEL-FROM not numeric
               move 0 to PS-VEL-FROM.
           if PS-VEL-TO not numeric
               move 0 to PS-VEL-TO.
       end method.

       method-id specNarrows private.
       procedure division returning setFlag as type Condition.
           set setFlag to false
           if PS-PITCH-TYPE not = spaces
               or PS-VEL-FROM > 0 or PS-VEL-TO > 0
               or PS-COUNT not = spaces or PS-ZONE not = spaces
               or PS-RESULT not = space or PS-HAND not = space
               or PS-PITCHER not = spaces
               set setFlag to true.
       end method.

       method-id specDescription private.
       local-storage section.
       01 partText     type String.
       procedure division returning textOut as type String.
           set textOut to type String::Empty

           if PS-PITCH-TYPE not = spaces
               set textOut to self::addPart(textOut, PS-PITCH-TYPE::Trim).

           if PS-VEL-FROM > 0 or PS-VEL-TO > 0
               if PS-VEL-TO = 0
                   set partText to PS-VEL-FROM::ToString & "+ mph"
               else
                   if PS-VEL-FROM = 0
                       set partText to "up to " & PS-VEL-TO::ToString & " mph"
                   else
                       set partText to PS-VEL-FROM::ToString & "-" & PS-VEL-TO::ToString & " mph"
                   end-if
               end-if
               if PS-VEL-TRACKED
                   set partText to partText & " tracked"
               end-if
               set textOut to self::addPart(textOut, partText).

           if PS-COUNT not = spaces
               set textOut to self::addPart(textOut, "count " & PS-COUNT::Trim).

           EVALUATE PS-ZONE
               WHEN SPACES
                   CONTINUE
               WHEN "HI"
                   set textOut to self::addPart(textOut, "up")
               WHEN "MD"
                   set textOut to self::addPart(textOut, "middle")
               WHEN "LO"
                   set textOut to self::addPart(textOut, "down")
               WHEN "HT"
                   set textOut to self::addPart(textOut, "heart")
               WHEN "ED"
                   set textOut to self::addPart(textOut, "edges")
               WHEN OTHER
                   set textOut to self::addPart(textOut, "zone " & PS-ZONE::Trim)
           END-EVALUATE

           EVALUATE PS-RESULT
               WHEN "B"
                   set textOut to self::addPart(textOut, "balls")
               WHEN "C"
                   set textOut to self::addPart(textOut, "called strikes")
               WHEN "W"
                   set textOut to self::addPart(textOut, "swinging strikes")
               WHEN "F"
                   set textOut to self::addPart(textOut, "fouls")
               WHEN "X"
                   set textOut to self::addPart(textOut, "in play")
           END-EVALUATE

           if PS-HAND not = space
               set textOut to self::addPart(textOut, PS-HAND & "HB").

           if PS-PITCHER not = spaces
               set textOut to self::addPart(textOut, "by " & PS-PITCHER::Trim).
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

      *#####            The walk - one pass over the games             #####
       method-id walk public.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 pp                    type Int32.
       01 abOrdinal             type Int32.
       01 ballsNum              pic 9(01).
       01 strikesNum            pic 9(01).
       01 countText             type String.
       01 resText               type String.
       01 abHits                type Int32.
       01 firstHit              type String.
       01 gameDay               type DateTime.
       01 fromDay               type DateTime.
       01 toDay                 type DateTime.
       01 fromSet               type Condition.
       01 toSet                 type Condition.
       01 gameText              type String.
       01 abTitle               type String.
       01 moreNum               type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value searchSpec as type String
                          by value startText as type String
                          by value endText as type String
                          by value teamPath as type String
                          returning okFlag as type Condition.
           set okFlag to false
           invoke self::loadSpec(searchSpec)
           INITIALIZE HB-TBL
           move zeroes to HB-COUNT PS-AB-COUNT PS-PITCH-COUNT PS-QUEUED-COUNT
           set pathsOut to new type System.Text.StringBuilder
           set titlesOut to new type System.Text.StringBuilder

           set fromSet to false
           set toSet to false
           if startText not = null
               if type DateTime::TryParse(startText::Trim, by reference fromDay)
                   set fromSet to true.
           if endText not = null
               if type DateTime::TryParse(endText::Trim, by reference toDay)
                   set toSet to true.

           move "N" to trackReady
           if PS-VEL-TRACKED and teamPath not = null
               set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"
               OPEN INPUT TRACK-PITCH-FILE
               if TP-STATUS-BYTE-1 = "0"
                   move "Y" to trackReady.
           move "N" to playFileReady
           if PS-HAND not = space
               invoke self::openPlayFile.

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
               go to walk-close.

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to walk-close.

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

           move 0 to abOrdinal
           move 1 to bb.
       ab-loop.
           if bb > BAT360-NUM-AB
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
      *    TRACKPITCH.DAT numbers the appearances the way clipCaption
      *    counts them - every at-bat row of the game, matched or not.
           add 1 to abOrdinal
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
           if BAT360-NUM-PITCHES = 0
               go to ab-next.

      *    Nor does the pitcher.
           if PS-PITCHER not = spaces
               if not BAT360-PITCHER::ToUpper::Replace(" ", type String::Empty)::Contains(
                      PS-PITCHER::Trim::Replace(" ", type String::Empty))
                   go to ab-next.

      *    The hitter does not change inside the appearance - one
      *    master read decides every pitch of it.
           if PS-HAND not = space
               if self::batsFor(BAT360-BATTER) not = PS-HAND
                   go to ab-next.

           move 0 to abHits
           set firstHit to type String::Empty
           move 0 to ballsNum strikesNum
           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to pitch-done.
           set countText to ballsNum::ToString & "-" & strikesNum::ToString
           if self::pitchMatches(pp, countText, gameText, BAT360-G-GAME-ID(gg), abOrdinal)
               add 1 to abHits
               if abHits = 1
                   set firstHit to countText & " " & BAT360-P-TYPE(pp)::Trim & " " & BAT360-P-VEL(pp)::Trim
                       & " " & BAT360-P-RESULT(pp)::Trim
               end-if
           end-if

      *    The count going into the next pitch.
           set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
           if resText::Contains("FOUL")
               if strikesNum < 2
                   add 1 to strikesNum
               end-if
           else
               if resText::Contains("CALLED") or resText::Contains("SWING")
                   if strikesNum < 2
                       add 1 to strikesNum
                   end-if
               else
                   if resText::Contains("BALL") and not resText::Contains("PLAY")
                       and ballsNum < 3
                       add 1 to ballsNum
                   end-if
               end-if
           end-if
           add 1 to pp
           go to pitch-loop.
       pitch-done.
           if abHits = 0
               go to ab-next.
           add 1 to PS-AB-COUNT
           add abHits to PS-PITCH-COUNT
           if PS-AB-COUNT > PS-CLIP-LIMIT
               go to ab-next.
           set abTitle to gameText & " " & BAT360-BATTER::Trim & " vs " & BAT360-PITCHER::Trim
               & " inn " & BAT360-I-INNING::ToString & " - " & firstHit::Trim
           if abHits > 1
               compute moreNum = abHits - 1
               set abTitle to abTitle & " (+" & moreNum::ToString & ")".
           invoke self::queueClips(abTitle::Replace(";", ","))
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
       walk-close.
           invoke bat360rununit::StopRun(0)
           if trackReady = "Y"
               CLOSE TRACK-PITCH-FILE.
           if playFileReady = "Y"
               CLOSE PLAY-FILE.
       end method.

      * One pitch of the appearance in hand against the spec.
       method-id pitchMatches private.
       local-storage section.
       01 velNum               type Int32.
       01 zoneCol              pic 9(02).
       01 zoneRow              pic 9(02).
       01 zoneIdx              pic 9(02).
       01 zoneText             pic x(02).
       01 resClass             pic x.
       01 resText              type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value pp as type Int32
                          by value countText as type String
                          by value gameText as type String
                          by value gameId as type String
                          by value abOrdinal as type Int32
                          returning matchFlag as type Condition.
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           set matchFlag to false

           if PS-PITCH-TYPE not = spaces
               if BAT360-P-TYPE(pp)::Trim::ToUpper not = PS-PITCH-TYPE::Trim
                   exit method.

           if PS-VEL-FROM > 0 or PS-VEL-TO > 0
               set velNum to 0
               invoke type System.Int32::TryParse(BAT360-P-VEL(pp)::Trim, by reference velNum)
               if trackReady = "Y"
                   MOVE SPACES TO TP-KEY
                   set TP-GAME-DATE to gameText
                   set TP-GAME-ID to gameId
                   move abOrdinal to TP-AB-NUM
                   move pp to TP-PITCH-NUM
                   READ TRACK-PITCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           if TP-DEV-VEL not = zeroes
                               move TP-DEV-VEL to velNum
                           end-if
                   END-READ
               end-if
               if velNum = 0
                   exit method
               end-if
               if PS-VEL-FROM > 0 and velNum < PS-VEL-FROM
                   exit method
               end-if
               if PS-VEL-TO > 0 and velNum > PS-VEL-TO
                   exit method
               end-if
           end-if

           if PS-COUNT not = spaces
               if PS-COUNT(2:1) = "-"
                   if countText not = PS-COUNT::Trim
                       exit method
                   end-if
               else
                   if not self::countStateMember(countText, PS-COUNT::Trim)
                       exit method
                   end-if
               end-if
           end-if

           if PS-ZONE not = spaces
               if BAT360-PITCH-XY-FLAG(pp) not = "Y"
                   exit method
               end-if
               compute zoneCol = (BAT360-PITCH-X(pp) - 1) / 7
               if zoneCol > 2
                   move 2 to zoneCol
               end-if
               compute zoneRow = (BAT360-PITCH-Y(pp) - 1) / 4
               if zoneRow > 2
                   move 2 to zoneRow
               end-if
               compute zoneIdx = (zoneRow * 3) + zoneCol + 1
               EVALUATE PS-ZONE
                   WHEN "HI"
                       if zoneRow not = 0
                           exit method
                       end-if
                   WHEN "MD"
                       if zoneRow not = 1
                           exit method
                       end-if
                   WHEN "LO"
                       if zoneRow not = 2
                           exit method
                       end-if
                   WHEN "HT"
                       if zoneIdx not = 5
                           exit method
                       end-if
                   WHEN "ED"
                       if zoneIdx = 5
                           exit method
                       end-if
                   WHEN OTHER
                       move zoneIdx(2:1) to zoneText
                       if zoneText not = PS-ZONE
                           exit method
                       end-if
               END-EVALUATE
           end-if

           if PS-RESULT not = space
               set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
               move "X" to resClass
               if resText::Contains("FOUL")
                   move "F" to resClass
               else
                   if resText::Contains("CALLED")
                       move "C" to resClass
                   else
                       if resText::Contains("SWING")
                           move "W" to resClass
                       else
                           if resText::Contains("BALL") and not resText::Contains("PLAY")
                               move "B" to resClass
                           end-if
                       end-if
                   end-if
               end-if
               if resClass not = PS-RESULT
                   exit method
               end-if
           end-if

           set matchFlag to true.
       end method.

      * The at-bat in hand's clip slots onto the queue - the spec's
      * camera only when it names one and the slot is there, else
      * the main angle and every other one, as video_Selected does.
       method-id queueClips private.
       local-storage section.
       01 vv                   type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value abTitle as type String.
           set address of BAT360-DIALOG-FIELDS to myData360::tablePointer
           move 1 to vv.
       clip-loop.
           if vv > BAT360-WF-VID-COUNT
               exit method.
           if PS-ANGLE = "B" and BAT360-WF-VIDEO-B(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-B(vv)::Trim, abTitle & " (B)")
               go to clip-next.
           if PS-ANGLE = "C" and BAT360-WF-VIDEO-C(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-C(vv)::Trim, abTitle & " (C)")
               go to clip-next.
           if PS-ANGLE = "D" and BAT360-WF-VIDEO-D(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-D(vv)::Trim, abTitle & " (D)")
               go to clip-next.
           if BAT360-WF-VIDEO-A(vv) = spaces
               go to clip-next.
           invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-A(vv)::Trim, abTitle)
           if PS-ANGLE not = space
               go to clip-next.
           if BAT360-WF-VIDEO-B(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-B(vv)::Trim, "B").
           if BAT360-WF-VIDEO-C(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-C(vv)::Trim, "C").
           if BAT360-WF-VIDEO-D(vv) not = spaces
               invoke self::addClip(BAT360-WF-VIDEO-PATH(vv)::Trim & BAT360-WF-VIDEO-D(vv)::Trim, "D").
       clip-next.
           add 1 to vv
           go to clip-loop.
       end method.

       method-id addClip private.
       procedure division using by value clipPath as type String
                          by value clipTitle as type String.
           invoke pathsOut::Append(clipPath & ";")
           invoke titlesOut::Append(clipTitle & ";")
           add 1 to PS-QUEUED-COUNT.
       end method.

      * True when the "b-s" count belongs to the count state - the
      * rule gameState.cbl's countStateMember applies.
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

      *#####                     Batter handedness                     #####
      * BAT666WEBF init and LK-PLAYER-FILE hand-off, same as
      * levelTranslation.cbl's openPlayFile; the master stays open
      * for the name reads.
       method-id openPlayFile private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.
           move "N" to playFileReady
           set mydata666 to new batsweb.bat666Data
           invoke mydata666::populateData
           set address of BAT666-DIALOG-FIELDS to myData666::tablePointer

           set bat666rununit to type RunUnit::New()
           set BAT666WEBF to new BAT666WEBF
           invoke bat666rununit::Add(BAT666WEBF)

           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke bat666rununit::StopRun(0)
               exit method.

           SET LK-PLAYER-FILE TO BAT666-WF-LK-PLAYER-FILE
           invoke bat666rununit::StopRun(0)
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 = "0"
               move "Y" to playFileReady.
       end method.

      * The bats byte for a batter name - remembered once read; a
      * space when the master is not there or has no such name.
       method-id batsFor private.
       local-storage section.
       01 nn           pic 9(04).
       01 keyName      type String.
       procedure division using by value playerName as type String
                          returning batsOut as type String.
           set batsOut to " "
           if playerName::Trim = type String::Empty
               exit method.
           set keyName to self::rosterSpelling(playerName)
           move 1 to nn.
       bats-loop.
           if nn > HB-COUNT
               go to bats-read.
           if HB-NAME(nn) = keyName
               set batsOut to HB-BATS(nn)
               exit method.
           add 1 to nn
           go to bats-loop.
       bats-read.
           if playFileReady not = "Y"
               exit method.
           MOVE SPACES TO PLAY-ALT-KEY
           unstring keyName delimited ", " into play-last-name, play-first-name
           READ PLAY-FILE KEY PLAY-ALT-KEY
               INVALID KEY
                   move spaces to play-bats
           END-READ
           set batsOut to play-bats
           if HB-COUNT < 1500
               add 1 to HB-COUNT
               set HB-NAME(HB-COUNT) to keyName
               move play-bats to HB-BATS(HB-COUNT).
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

      *#####                  What the walk found                      #####
      * Semicolon-separated clip paths and titles, the Session
      * video-paths/video-titles shape.
       method-id clipPaths public.
       procedure division returning textOut as type String.
           set textOut to pathsOut::ToString.
       end method.

       method-id clipTitles public.
       procedure division returning textOut as type String.
           set textOut to titlesOut::ToString.
       end method.

      * Appearances with a matching pitch, matching pitches, and how
      * many clip slots were queued (at most PS-CLIP-LIMIT at-bats'
      * worth).
       method-id atBatCount public.
       procedure division returning countOut as type Int32.
           set countOut to PS-AB-COUNT.
       end method.

       method-id pitchCount public.
       procedure division returning countOut as type Int32.
           set countOut to PS-PITCH-COUNT.
       end method.

       method-id clipLimit public.
       procedure division returning countOut as type Int32.
           set countOut to PS-CLIP-LIMIT.
       end method.

       method-id clipCount public.
       procedure division returning countOut as type Int32.
           set countOut to PS-QUEUED-COUNT.
       end method.

       end class.
