       class-id batsweb.gamePlan.

      * Pitching game plan generator - the hand-written sheet our
      * starter and the pitching coach used to build the afternoon of
      * a start. lineupCard.aspx.cbl and matchupPrep.cbl look at our
      * hitters against their pitcher; this looks the other way: our
      * probable against the opponent's projected lineup.
      * One walk of the charted games (the "RA"/"VD" walk
      * plateDiscipline.cbl makes) banks two things:
      *   - our pitcher's own mix - per pitch type how often it is
      *     thrown, the whiffs per swing, the called strikes, and the
      *     hits per ball put in play off it
      *   - each listed hitter's results by pitch type and by zone
      *     cell (the same 3x3 cut of the 21x11 grid the zone reports
      *     draw), against anybody
      * and for each hitter suggests a primary attack pitch (our
      * strike-getting pitch, pushed toward what the hitter misses
      * and away from what the hitter has done damage on), the
      * put-away pitch (our whiff pitch crossed with the hitter's own
      * whiff rate on it), the cell to work and the cell to stay out
      * of. The standing book from
      * pitchervsbatter.aspx.cbl's dossier (DOSSIER.DAT) seeds the
      * notes under each hitter.
      * The plan lands as a DRAFT in GAMEPLAN.DAT - gamePlan.aspx.cbl
      * shows it and lets the pitching coach rewrite any line - and
      * finalize turns it into the printable PDF (pdfWriter.cbl) in
      * WEBSYNC\GAMEPLAN, registered with the report library. A final
      * plan is closed to regeneration and edits.
      * Hitter names are "LAST, FIRST", the form the engines and the
      * lineup card take; fewer than MIN-PITCHES of a pitch type is
      * not enough to plan on and the type is left out.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-PLAN-FILE ASSIGN WS-GAMEPLAN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GP-KEY
              LOCK MANUAL
              FILE STATUS IS GP-STATUS-COMN.
          SELECT DOSSIER-FILE ASSIGN WS-DOSSIER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DS-KEY
              LOCK MANUAL
              FILE STATUS IS DS-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Slot 00 is the plan header - our pitcher, the mix, the status;
      * slots 01 up are the hitters in lineup order.
       FD  GAME-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GP-REC.
       01  GP-REC.
           05  GP-KEY.
               10  GP-GAME-DATE            PIC X(10).
               10  GP-GAME-ID              PIC X(10).
               10  GP-SLOT                 PIC 9(02).
           05  GP-REST.
               10  GP-NAME                 PIC X(30).
               10  GP-PRIMARY              PIC X(60).
               10  GP-PUTAWAY              PIC X(30).
               10  GP-EVIDENCE             PIC X(120).
               10  GP-NOTES                PIC X(120).
               10  GP-STATUS               PIC X.
                   88  GP-DRAFT            VALUE "D".
                   88  GP-FINAL            VALUE "F".
               10  GP-BUILT-AT             PIC X(19).
               10  GP-EDITED-BY            PIC X(30).
               10  GP-EDITED-AT            PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout pitchervsbatter.aspx.cbl maintains.
       FD  DOSSIER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DS-REC.
       01  DS-REC.
           05  DS-KEY.
               10  DS-PLAYER-NAME          PIC X(30).
           05  DS-REST.
               10  DS-ATTACK-PLAN          PIC X(120).
               10  DS-WEAKNESSES           PIC X(120).
               10  DS-RUNNING-GAME         PIC X(60).
               10  DS-UPDATED-BY           PIC X(30).
               10  DS-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 WS-GAMEPLAN-FILE         PIC X(256) VALUE "GAMEPLAN.DAT".
       01 GP-STATUS-COMN.
           05  GP-STATUS-BYTE-1        PIC X.
           05  GP-STATUS-BYTE-2        PIC X.
       01 WS-DOSSIER-FILE          PIC X(256) VALUE "DOSSIER.DAT".
       01 DS-STATUS-COMN.
           05  DS-STATUS-BYTE-1        PIC X.
           05  DS-STATUS-BYTE-2        PIC X.
       01 MIN-PITCHES              PIC 9(02) VALUE 15.
       01 PLAN-PITCHER             PIC X(30).
      * Our pitcher's mix, one entry per pitch type.
       01 PM-TBL.
           05  PM-ENTRY OCCURS 12.
               10  PM-TYPE                 PIC X(12).
               10  PM-SEEN                 PIC 9(05).
               10  PM-SWINGS               PIC 9(05).
               10  PM-WHIFFS               PIC 9(05).
               10  PM-CALLED               PIC 9(05).
               10  PM-INPLAY               PIC 9(05).
               10  PM-HITS                 PIC 9(05).
       01 PM-COUNT                 PIC 9(02).
       01 PM-TOTAL                 PIC 9(06).
      * The lineup - per hitter, the results by pitch type and by
      * zone cell against everybody charted.
       01 LU-TBL.
           05  LU-ENTRY OCCURS 12.
               10  LU-NAME                 PIC X(30).
               10  LU-PA                   PIC 9(04).
               10  LU-TYPE-COUNT           PIC 9(02).
               10  LU-TYPE OCCURS 12.
                   15  LT-TYPE                 PIC X(12).
                   15  LT-SEEN                 PIC 9(04).
                   15  LT-SWINGS               PIC 9(04).
                   15  LT-WHIFFS               PIC 9(04).
                   15  LT-INPLAY               PIC 9(04).
                   15  LT-HITS                 PIC 9(04).
               10  LU-ZONE OCCURS 9.
                   15  LZ-SEEN                 PIC 9(04).
                   15  LZ-WHIFFS               PIC 9(04).
                   15  LZ-HITS                 PIC 9(04).
       01 LU-COUNT                 PIC 9(02).
      * The zone cells by name, row by row from the top of the grid.
       01 ZONE-NAMES-INIT.
           05  FILLER                  PIC X(10) VALUE "UP-LEFT".
           05  FILLER                  PIC X(10) VALUE "UP-MIDDLE".
           05  FILLER                  PIC X(10) VALUE "UP-RIGHT".
           05  FILLER                  PIC X(10) VALUE "MID-LEFT".
           05  FILLER                  PIC X(10) VALUE "MIDDLE".
           05  FILLER                  PIC X(10) VALUE "MID-RIGHT".
           05  FILLER                  PIC X(10) VALUE "DOWN-LEFT".
           05  FILLER                  PIC X(10) VALUE "DOWN-MID".
           05  FILLER                  PIC X(10) VALUE "DOWN-RIGHT".
       01 ZONE-NAMES REDEFINES ZONE-NAMES-INIT.
           05  ZONE-NAME               PIC X(10) OCCURS 9.

      *#####                       Generate                            #####
      * Builds (or rebuilds) the draft. Returns spaces when the draft
      * is written, else why it was not.
       method-id generate static public.
       local-storage section.
       01 worker       type batsweb.gamePlan.
       procedure division using by value teamPath as type String
                          by value gameDate as type String
                          by value gameId as type String
                          by value pitcherName as type String
                          by value lineupText as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.gamePlan
           set messageText to worker::buildDraft(teamPath, gameDate, gameId, pitcherName, lineupText, userName).
       end method.

       method-id buildDraft private.
       local-storage section.
       01 lineupNames           type String[].
       01 nn                    type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value gameDate as type String
                          by value gameId as type String
                          by value pitcherName as type String
                          by value lineupText as type String
                          by value userName as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           set WS-GAMEPLAN-FILE to teamPath & "\WEBSYNC\GAMEPLAN.DAT"
           set WS-DOSSIER-FILE to teamPath & "\WEBSYNC\DOSSIER.DAT"
           if self::isFinal(gameDate, gameId)
               set messageText to "That plan is already final - it cannot be regenerated."
               exit method.

           INITIALIZE PM-TBL LU-TBL
           move zeroes to PM-COUNT PM-TOTAL LU-COUNT
           set PLAN-PITCHER to pitcherName::Trim::ToUpper
           set lineupNames to lineupText::Trim::ToUpper::Split(';')
           move 0 to nn.
       lineup-loop.
           if nn >= lineupNames::Length or LU-COUNT >= 12
               go to lineup-done.
           if lineupNames[nn]::Trim not = type String::Empty
               add 1 to LU-COUNT
               set LU-NAME(LU-COUNT) to lineupNames[nn]::Trim.
           add 1 to nn
           go to lineup-loop.
       lineup-done.
           if LU-COUNT = 0
               set messageText to "Paste the projected lineup, semicolon separated, LAST, FIRST each."
               exit method.

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           invoke type batsweb.engineWatch::forTeam(type System.IO.Path::GetFileName(teamPath))
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           if not self::walkGames
               invoke bat360rununit::StopRun(0)
               set messageText to "The game index could not be read - try again shortly."
               exit method.
           invoke bat360rununit::StopRun(0)

           if PM-TOTAL = 0
               set messageText to "No charted pitches for " & PLAN-PITCHER::Trim & " - check the name is LAST, FIRST as charted."
               exit method.

           invoke self::writeDraft(gameDate, gameId, userName).
       end method.

      * Every charted game, every at-bat our pitcher threw or a listed
      * hitter saw.
       method-id walkGames private.
       local-storage section.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 pp                    type Int32.
       01 hh                    type Int32.
       01 oursFlag              pic x.
       01 lastFlag              pic x.
       01 resText               type String.
       01 abText                type String.
       01 resClass              pic x.
       01 pitchType             pic x(12).
       01 zoneCol               pic 9(02).
       01 zoneRow               pic 9(02).
       01 zoneIdx               pic 9(02).
       01 hitFlag               pic x.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning okFlag as type Condition.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           set okFlag to false
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               exit method.
           set okFlag to true

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
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
               go to games-next.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

           move "N" to oursFlag
           if BAT360-PITCHER::Trim::ToUpper = PLAN-PITCHER::Trim
               move "Y" to oursFlag.
           set hh to self::findHitter(BAT360-BATTER)
           if oursFlag not = "Y" and hh = 0
               go to ab-next.
           if hh > 0
               add 1 to LU-PA(hh).

      *    Hits are read off the appearance's result - the same label
      *    wording pressNotes.cbl counts - and charged to the ball put
      *    in play that ended it.
           set abText to BAT360-I-RES-DESC::Trim::ToUpper
           move "N" to hitFlag
           if abText::Contains("1B") or abText::Contains("SINGLE")
               or abText::Contains("2B") or abText::Contains("DOUBLE")
               or abText::Contains("3B") or abText::Contains("TRIPLE")
               or abText::Contains("HR") or abText::Contains("HOME RUN")
               move "Y" to hitFlag.

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to ab-next.
           set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
           if resText = type String::Empty
               go to pitch-next.
      *    B ball/take, C called strike, W swing and miss, F foul,
      *    X put in play - pitchSearch.cbl's classes.
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
                       if resText::Contains("HIT BY")
                           or (resText::Contains("BALL") and not resText::Contains("PLAY"))
                           move "B" to resClass.
           move BAT360-P-TYPE(pp)::Trim::ToUpper to pitchType
           if pitchType = spaces
               move "UNTYPED" to pitchType.

      *    Only the pitch that ended the appearance can carry its hit.
           move "N" to lastFlag
           if pp = BAT360-NUM-PITCHES
               move "Y" to lastFlag.
           if oursFlag = "Y"
               invoke self::tallyOurs(pitchType, resClass, hitFlag, lastFlag).
           if hh = 0
               go to pitch-next.
           invoke self::tallyHitterType(hh, pitchType, resClass, hitFlag, lastFlag)
           if BAT360-PITCH-XY-FLAG(pp) not = "Y"
               go to pitch-next.
           compute zoneCol = (BAT360-PITCH-X(pp) - 1) / 7
           if zoneCol > 2
               move 2 to zoneCol.
           compute zoneRow = (BAT360-PITCH-Y(pp) - 1) / 4
           if zoneRow > 2
               move 2 to zoneRow.
           compute zoneIdx = (zoneRow * 3) + zoneCol + 1
           add 1 to LZ-SEEN(hh, zoneIdx)
           if resClass = "W"
               add 1 to LZ-WHIFFS(hh, zoneIdx).
           if resClass = "X" and hitFlag = "Y" and lastFlag = "Y"
               add 1 to LZ-HITS(hh, zoneIdx).
       pitch-next.
           add 1 to pp
           go to pitch-loop.
       ab-next.
           add 1 to bb
           go to ab-loop.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
       end method.

       method-id findHitter private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division using by value batterName as type String
                          returning hh as type Int32.
           move 0 to hh
           move 1 to nn.
       find-loop.
           if nn > LU-COUNT
               exit method.
           if LU-NAME(nn) = batterName::Trim::ToUpper
               move nn to hh
               exit method.
           add 1 to nn
           go to find-loop.
       end method.

       method-id tallyOurs private.
       local-storage section.
       01 tt           pic 9(02).
       procedure division using by value pitchType as type String
                          by value resClass as type String
                          by value hitFlag as type String
                          by value lastFlag as type String.
           move 1 to tt.
       find-loop.
           if tt > PM-COUNT
               go to find-new.
           if PM-TYPE(tt) = pitchType
               go to tally.
           add 1 to tt
           go to find-loop.
       find-new.
           if PM-COUNT >= 12
               exit method.
           add 1 to PM-COUNT
           move PM-COUNT to tt
           set PM-TYPE(tt) to pitchType.
       tally.
           add 1 to PM-SEEN(tt) PM-TOTAL
           EVALUATE resClass
               WHEN "C"
                   add 1 to PM-CALLED(tt)
               WHEN "W"
                   add 1 to PM-SWINGS(tt) PM-WHIFFS(tt)
               WHEN "F"
                   add 1 to PM-SWINGS(tt)
               WHEN "X"
                   add 1 to PM-SWINGS(tt) PM-INPLAY(tt)
                   if hitFlag = "Y" and lastFlag = "Y"
                       add 1 to PM-HITS(tt)
                   end-if
           END-EVALUATE.
       end method.

       method-id tallyHitterType private.
       local-storage section.
       01 tt           pic 9(02).
       procedure division using by value hh as type Int32
                          by value pitchType as type String
                          by value resClass as type String
                          by value hitFlag as type String
                          by value lastFlag as type String.
           move 1 to tt.
       find-loop.
           if tt > LU-TYPE-COUNT(hh)
               go to find-new.
           if LT-TYPE(hh, tt) = pitchType
               go to tally.
           add 1 to tt
           go to find-loop.
       find-new.
           if LU-TYPE-COUNT(hh) >= 12
               exit method.
           add 1 to LU-TYPE-COUNT(hh)
           move LU-TYPE-COUNT(hh) to tt
           set LT-TYPE(hh, tt) to pitchType.
       tally.
           add 1 to LT-SEEN(hh, tt)
           EVALUATE resClass
               WHEN "W"
                   add 1 to LT-SWINGS(hh, tt) LT-WHIFFS(hh, tt)
               WHEN "F"
                   add 1 to LT-SWINGS(hh, tt)
               WHEN "X"
                   add 1 to LT-SWINGS(hh, tt) LT-INPLAY(hh, tt)
                   if hitFlag = "Y" and lastFlag = "Y"
                       add 1 to LT-HITS(hh, tt)
                   end-if
           END-EVALUATE.
       end method.

      *#####                 Suggestions and the draft                 #####
      * The draft replaces whatever draft the game had - header first,
      * then one record per hitter with the suggestion, the numbers
      * behind it and the book as the starting notes.
       method-id writeDraft private.
       local-storage section.
       01 hh           pic 9(02).
       01 tt           pic 9(02).
       01 mixText      type String.
       01 pctNum       pic 9(03).
       01 whiffNum     pic 9(03).
       01 nowText      pic x(19).
       01 ds-open      pic x value "N".
       procedure division using by value gameDate as type String
                          by value gameId as type String
                          by value userName as type String.
           set nowText to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           invoke self::dropPlan(gameDate, gameId)

           OPEN I-O GAME-PLAN-FILE
           IF GP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT GAME-PLAN-FILE
               CLOSE GAME-PLAN-FILE
               OPEN I-O GAME-PLAN-FILE
           END-IF
           OPEN INPUT DOSSIER-FILE
           if DS-STATUS-BYTE-1 = "0"
               move "Y" to ds-open.

      *    Header - our pitcher and the usable mix, most thrown first
      *    as the walk met them.
           set mixText to type String::Empty
           move 1 to tt.
       mix-loop.
           if tt > PM-COUNT
               go to mix-done.
           if PM-SEEN(tt) < MIN-PITCHES
               go to mix-next.
           compute pctNum rounded = PM-SEEN(tt) * 100 / PM-TOTAL
           move 0 to whiffNum
           if PM-SWINGS(tt) > 0
               compute whiffNum rounded = PM-WHIFFS(tt) * 100 / PM-SWINGS(tt).
           set mixText to mixText & PM-TYPE(tt)::Trim & " " & pctNum::ToString & "% (whiff " & whiffNum::ToString & "%)  ".
       mix-next.
           add 1 to tt
           go to mix-loop.
       mix-done.
           MOVE SPACES TO GP-REC
           set GP-GAME-DATE to gameDate::Trim
           set GP-GAME-ID to gameId::Trim
           move 0 to GP-SLOT
           move PLAN-PITCHER to GP-NAME
           set GP-EVIDENCE to mixText::Trim
           set GP-NOTES to PM-TOTAL::ToString & " charted pitches"
           move "D" to GP-STATUS
           move nowText to GP-BUILT-AT
           set GP-EDITED-BY to userName
           move nowText to GP-EDITED-AT
           WRITE GP-REC
               INVALID KEY
                   REWRITE GP-REC
           END-WRITE

           move 1 to hh.
       hitter-loop.
           if hh > LU-COUNT
               go to hitter-done.
           MOVE SPACES TO GP-REC
           set GP-GAME-DATE to gameDate::Trim
           set GP-GAME-ID to gameId::Trim
           move hh to GP-SLOT
           move LU-NAME(hh) to GP-NAME
           invoke self::suggestFor(hh)
           if ds-open = "Y"
               MOVE SPACES TO DS-KEY
               move LU-NAME(hh) to DS-PLAYER-NAME
               READ DOSSIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       set GP-NOTES to "BOOK: " & DS-ATTACK-PLAN::Trim & " " & DS-WEAKNESSES::Trim
               END-READ
           end-if
           move "D" to GP-STATUS
           move nowText to GP-BUILT-AT
           WRITE GP-REC
               INVALID KEY
                   REWRITE GP-REC
           END-WRITE
           add 1 to hh
           go to hitter-loop.
       hitter-done.
           CLOSE GAME-PLAN-FILE
           if ds-open = "Y"
               CLOSE DOSSIER-FILE.
       end method.

      * Fills GP-PRIMARY, GP-PUTAWAY and GP-EVIDENCE for one hitter.
      * Rates are per pitch seen or per swing; a hitter's rate on a
      * type counts only with a few swings behind it.
       method-id suggestFor private.
       local-storage section.
       01 tt           pic 9(02).
       01 kk           pic 9(02).
       01 cc           pic 9(02).
       01 pEff         pic s9v9(04).
       01 pWhiff       pic s9v9(04).
       01 pDmg         pic s9v9(04).
       01 hWhiff       pic s9v9(04).
       01 hDmg         pic s9v9(04).
       01 score        pic s9(02)v9(04).
       01 bestScore    pic s9(02)v9(04).
       01 bestPut      pic s9(02)v9(04).
       01 bestType     pic 9(02) value 0.
       01 putType      pic 9(02) value 0.
       01 bestK        pic 9(02) value 0.
       01 cellScore    pic s9(02)v9(04).
       01 bestCell     pic 9(02) value 0.
       01 bestCellSc   pic s9(02)v9(04).
       01 hotCell      pic 9(02) value 0.
       01 hotCellSc    pic s9(02)v9(04).
       01 pctNum       pic 9(03).
       01 evidence     type String.
       procedure division using by value hh as type Int32.
           move -99 to bestScore bestPut bestCellSc
           move 0 to hotCellSc
           move 1 to tt.
       type-loop.
           if tt > PM-COUNT
               go to type-done.
           if PM-SEEN(tt) < MIN-PITCHES
               go to type-next.
           compute pEff = (PM-WHIFFS(tt) + PM-CALLED(tt)) / PM-SEEN(tt)
           move 0 to pWhiff
           if PM-SWINGS(tt) > 0
               compute pWhiff = PM-WHIFFS(tt) / PM-SWINGS(tt).
           move .300 to pDmg
           if PM-INPLAY(tt) > 0
               compute pDmg = PM-HITS(tt) / PM-INPLAY(tt).

      *    The hitter's own record on this type, where there is one.
           move pWhiff to hWhiff
           move pDmg to hDmg
           move 0 to kk
           move 1 to cc.
       his-loop.
           if cc > LU-TYPE-COUNT(hh)
               go to his-done.
           if LT-TYPE(hh, cc) = PM-TYPE(tt)
               move cc to kk
               go to his-done.
           add 1 to cc
           go to his-loop.
       his-done.
           if kk > 0
               if LT-SWINGS(hh, kk) >= 5
                   compute hWhiff = LT-WHIFFS(hh, kk) / LT-SWINGS(hh, kk)
               end-if
               if LT-INPLAY(hh, kk) >= 3
                   compute hDmg = LT-HITS(hh, kk) / LT-INPLAY(hh, kk)
               end-if
           end-if

      *    Attack: our strike-getter, weighted toward the hitter's
      *    misses and away from the hitter's damage. Put-away: our
      *    whiff rate crossed with the hitter's.
           compute score = pEff + (hWhiff / 2) - (hDmg / 2)
           if score > bestScore
               move score to bestScore
               move tt to bestType
               move kk to bestK.
           compute score = (pWhiff + hWhiff) / 2
           if score > bestPut
               move score to bestPut
               move tt to putType.
       type-next.
           add 1 to tt
           go to type-loop.
       type-done.

      *    The cell to work - the most misses and the fewest hits per
      *    pitch seen; the cell to stay out of - the most hits.
           move 1 to cc.
       cell-loop.
           if cc > 9
               go to cell-done.
           if LZ-SEEN(hh, cc) < 6
               go to cell-next.
           compute cellScore = (LZ-WHIFFS(hh, cc) - (LZ-HITS(hh, cc) * 2)) / LZ-SEEN(hh, cc)
           if cellScore > bestCellSc
               move cellScore to bestCellSc
               move cc to bestCell.
           compute cellScore = LZ-HITS(hh, cc) / LZ-SEEN(hh, cc)
           if cellScore > hotCellSc
               move cellScore to hotCellSc
               move cc to hotCell.
       cell-next.
           add 1 to cc
           go to cell-loop.
       cell-done.

           if bestType = 0
               set GP-PRIMARY to "no pitch type with enough charted pitches"
               exit method.
           set GP-PRIMARY to PM-TYPE(bestType)::Trim
           if bestCell > 0
               set GP-PRIMARY to PM-TYPE(bestType)::Trim & " - work " & ZONE-NAME(bestCell)::Trim.
           if hotCell > 0 and hotCell not = bestCell
               set GP-PRIMARY to GP-PRIMARY::Trim & ", stay off " & ZONE-NAME(hotCell)::Trim.
           if putType > 0
               set GP-PUTAWAY to PM-TYPE(putType)::Trim.

           if LU-PA(hh) = 0
               set GP-EVIDENCE to "No charted history for this hitter - plan is our pitcher's own best stuff."
               exit method.
           set evidence to LU-PA(hh)::ToString & " PA charted."
           if bestK > 0
               set evidence to evidence & " vs " & PM-TYPE(bestType)::Trim & ": "
                   & LT-WHIFFS(hh, bestK)::ToString & " whiffs/" & LT-SWINGS(hh, bestK)::ToString & " swings, "
                   & LT-HITS(hh, bestK)::ToString & " hits/" & LT-INPLAY(hh, bestK)::ToString & " in play."
           else
               set evidence to evidence & " Has not been charted against " & PM-TYPE(bestType)::Trim & ".".
           if putType > 0 and PM-SWINGS(putType) > 0
               compute pctNum rounded = PM-WHIFFS(putType) * 100 / PM-SWINGS(putType)
               set evidence to evidence & " Our " & PM-TYPE(putType)::Trim & " whiffs " & pctNum::ToString & "% of swings.".
           set GP-EVIDENCE to evidence.
       end method.

      *#####                       Finalize                            #####
      * Closes the plan and writes the printable sheet. Returns the
      * PDF path, spaces when there is no plan for the game.
       method-id finalize static public.
       local-storage section.
       01 worker       type batsweb.gamePlan.
       procedure division using by value teamPath as type String
                          by value gameDate as type String
                          by value gameId as type String
                          by value userName as type String
                          returning pdfPath as type String.
           set worker to new batsweb.gamePlan
           set pdfPath to worker::finishPlan(teamPath, gameDate, gameId, userName).
       end method.

       method-id finishPlan private.
       local-storage section.
       01 pdf          type batsweb.pdfWriter.
       01 pdfBytes     type Byte occurs any.
       01 planFolder   type String.
       01 nowText      pic x(19).
       01 titleText    type String.
       procedure division using by value teamPath as type String
                          by value gameDate as type String
                          by value gameId as type String
                          by value userName as type String
                          returning pdfPath as type String.
           set pdfPath to type String::Empty
           set WS-GAMEPLAN-FILE to teamPath & "\WEBSYNC\GAMEPLAN.DAT"
           set nowText to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN I-O GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDate::Trim
           set GP-GAME-ID to gameId::Trim
           move 0 to GP-SLOT
           READ GAME-PLAN-FILE
               INVALID KEY
                   CLOSE GAME-PLAN-FILE
                   exit method
           END-READ
           move "F" to GP-STATUS
           set GP-EDITED-BY to userName
           move nowText to GP-EDITED-AT
           REWRITE GP-REC
           set titleText to "Game plan - " & GP-NAME::Trim & " - game " & GP-GAME-ID::Trim & " on " & GP-GAME-DATE::Trim

           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading(titleText)
           invoke pdf::addLine("Mix: " & GP-EVIDENCE::Trim)
           invoke pdf::addLine("     " & GP-NOTES::Trim & " - final " & nowText & " by " & userName::Trim)
           invoke pdf::addLine(" ").
       slot-loop.
           READ GAME-PLAN-FILE NEXT RECORD
               AT END
                   go to slot-done
           END-READ
           if GP-GAME-DATE not = gameDate::Trim or GP-GAME-ID not = gameId::Trim
               go to slot-done.
           move "F" to GP-STATUS
           REWRITE GP-REC
           invoke pdf::addLine(GP-SLOT::ToString & ". " & GP-NAME::Trim)
           invoke pdf::addLine("   Attack:   " & GP-PRIMARY::Trim)
           invoke pdf::addLine("   Put-away: " & GP-PUTAWAY::Trim)
           if GP-EVIDENCE not = spaces
               invoke pdf::addLine("   Why:      " & GP-EVIDENCE::Trim).
           if GP-NOTES not = spaces
               invoke pdf::addLine("   Notes:    " & GP-NOTES::Trim).
           invoke pdf::addLine(" ")
           go to slot-loop.
       slot-done.
           CLOSE GAME-PLAN-FILE

           set planFolder to teamPath & "\WEBSYNC\GAMEPLAN"
           if not type System.IO.Directory::Exists(planFolder)
               invoke type System.IO.Directory::CreateDirectory(planFolder).
           set pdfPath to planFolder & "\PLAN-" & gameDate::Trim::Replace("/", "") & "-" & gameId::Trim & ".PDF"
           set pdfBytes to pdf::finish(titleText)
           invoke type System.IO.File::WriteAllBytes(pdfPath, pdfBytes)
           invoke type batsweb.reportCatalog::register(teamPath, "GAMEPLAN", titleText, pdfPath, 60).
       end method.

      *#####                        Helpers                            #####
      * True when the game's plan header says final.
       method-id isFinal private.
       procedure division using by value gameDate as type String
                          by value gameId as type String
                          returning finalFlag as type Condition.
           set finalFlag to false
           OPEN INPUT GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDate::Trim
           set GP-GAME-ID to gameId::Trim
           move 0 to GP-SLOT
           READ GAME-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if GP-FINAL
                       set finalFlag to true
                   end-if
           END-READ
           CLOSE GAME-PLAN-FILE.
       end method.

      * A regenerated draft starts clean - a shorter lineup must not
      * leave last time's ninth man behind.
       method-id dropPlan private.
       procedure division using by value gameDate as type String
                          by value gameId as type String.
           OPEN I-O GAME-PLAN-FILE
           if GP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GP-KEY
           set GP-GAME-DATE to gameDate::Trim
           set GP-GAME-ID to gameId::Trim
           move 0 to GP-SLOT
           START GAME-PLAN-FILE KEY NOT LESS THAN GP-KEY
               INVALID KEY
                   CLOSE GAME-PLAN-FILE
                   exit method
           END-START.
       drop-loop.
           READ GAME-PLAN-FILE NEXT RECORD
               AT END
                   go to drop-done
           END-READ
           if GP-GAME-DATE not = gameDate::Trim or GP-GAME-ID not = gameId::Trim
               go to drop-done.
           DELETE GAME-PLAN-FILE RECORD
           go to drop-loop.
       drop-done.
           CLOSE GAME-PLAN-FILE.
       end method.

       end class.
