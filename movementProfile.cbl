       class-id batsweb.movementProfile.

      * Pitch movement profile - per pitcher and pitch type, the
      * average and spread of the device velocity, spin and break
      * trackingImport.cbl lands on TRACKPITCH.DAT, season-long and
      * game by game. Walks each team's games the "RA"/"VD" way
      * umpZoneReport.cbl does and reads the device record for each
      * pitch line by the same display date / game id / at-bat and
      * pitch ordinals watchListRunner.cbl uses, so only matched
      * pitches count and the charted BAT360-P-TYPE names the pitch.
      * A game whose average spin or break sits more than one spread
      * off the pitcher's season average for that pitch is starred -
      * the first sign of a mechanical change or a grip change taking.
      * The report lands as MOVEPROF.HTML in the team's WEBSYNC folder
      * and is registered with the report library.
      * The season banks are sized for both staffs' pitchers and pitch
      * types over a full season; a season that still outgrows them
      * is said so in the run output and at the foot of the report,
      * the same way a full game-by-game table is.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TRACK-PITCH-FILE ASSIGN WS-TRACKPITCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TP-KEY
              LOCK MANUAL
              FILE STATUS IS TP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
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
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-TRACKPITCH-FILE       PIC X(256) VALUE "TRACKPITCH.DAT".
       01 TP-STATUS-COMN.
           05  TP-STATUS-BYTE-1        PIC X.
           05  TP-STATUS-BYTE-2        PIC X.
      * Season banks per pitcher/pitch type: reading counts, sums and
      * sums of squares for each of the three device readings (a
      * zero reading means the device missed it and is not counted).
       01 MOVE-TBL.
           05  MV-ENTRY OCCURS 2000.
               10  MV-PITCHER              PIC X(30).
               10  MV-PTYPE                PIC X(12).
               10  MV-READING OCCURS 3.
                   15  MV-CNT              PIC 9(06).
                   15  MV-SUM              PIC 9(10).
                   15  MV-SUMSQ            PIC 9(14).
       01 MV-COUNT                 PIC 9(04).
       01 MV-DROPPED               PIC X VALUE "N".
      * Game banks - one per pitcher/pitch type/game, in walk order.
       01 GAME-MOVE-TBL.
           05  GM-ENTRY OCCURS 8000.
               10  GM-BANK                 PIC 9(04).
               10  GM-GAME-DSP             PIC X(10).
               10  GM-GAME-ID              PIC X(10).
               10  GM-READING OCCURS 3.
                   15  GM-CNT              PIC 9(04).
                   15  GM-SUM              PIC 9(08).
       01 GM-COUNT                 PIC 9(04).
       01 GM-DROPPED               PIC X VALUE "N".

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.movementProfile.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: movementProfile <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.movementProfile
           invoke worker::reportTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####            Per-team aggregation and report                #####
       method-id reportTeam private.
       local-storage section.
       01 teamName              type String.
       01 gg                    type Int32.
       01 bb                    type Int32.
       01 pp                    type Int32.
       01 nn                    pic 9(04).
       01 mm                    pic 9(04).
       01 rr                    pic 9(01).
       01 bankIdx               type Int32.
       01 abOrdinal             pic 9(03).
       01 gameDsp               pic x(10).
       01 pitchType             pic x(12).
       01 readVal               pic 9(04).
       01 seasonAvg             type Double.
       01 seasonSd              type Double.
       01 gameAvg               type Double.
       01 flagText              type String.
       01 htmlOut               type System.Text.StringBuilder.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-TRACKPITCH-FILE to teamPath & "\WEBSYNC\TRACKPITCH.DAT"

           if not type System.IO.File::Exists(teamPath & "\WEBSYNC\TRACKPITCH.DAT")
               exit method.

           INITIALIZE MOVE-TBL GAME-MOVE-TBL
           move zeroes to MV-COUNT GM-COUNT
           move "N" to GM-DROPPED MV-DROPPED

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
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

           OPEN INPUT TRACK-PITCH-FILE
           if TP-STATUS-BYTE-1 not = "0"
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           set gameDsp to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
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
      *    The device ordinal counts "B" rows whether or not the pitch
      *    detail loads, same as the import's walk.
           add 1 to abOrdinal

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to pitch-done.
           MOVE SPACES TO TP-KEY
           move gameDsp to TP-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) TO TP-GAME-ID
           move abOrdinal to TP-AB-NUM
           move pp to TP-PITCH-NUM
           READ TRACK-PITCH-FILE
               INVALID KEY
                   go to pitch-next
           END-READ

           move BAT360-P-TYPE(pp) to pitchType
           if pitchType = spaces
               move "UNTYPED" to pitchType.
           set bankIdx to self::findBank(BAT360-PITCHER, pitchType)
           if bankIdx = 0
               go to pitch-next.
           set mm to self::findGame(bankIdx, gameDsp, BAT360-G-GAME-ID(gg))

           move 1 to rr.
       reading-loop.
           if rr > 3
               go to pitch-next.
           evaluate rr
               when 1
                   move TP-DEV-VEL to readVal
               when 2
                   move TP-DEV-SPIN to readVal
               when other
                   move TP-DEV-BREAK to readVal
           end-evaluate
           if readVal not = zeroes
               add 1 to MV-CNT(bankIdx, rr)
               add readVal to MV-SUM(bankIdx, rr)
               compute MV-SUMSQ(bankIdx, rr) = MV-SUMSQ(bankIdx, rr) + (readVal * readVal)
               if mm not = 0
                   add 1 to GM-CNT(mm, rr)
                   add readVal to GM-SUM(mm, rr)
               end-if
           end-if
           add 1 to rr
           go to reading-loop.
       pitch-next.
           add 1 to pp
           go to pitch-loop.
       pitch-done.
       ab-next.
           add 1 to bb
           go to ab-loop.
       ab-done.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           CLOSE TRACK-PITCH-FILE
           invoke bat360rununit::StopRun(0)

           if MV-DROPPED = "Y"
               invoke type System.Console::WriteLine(teamName & ": movement table full at " & MV-COUNT::ToString & " pitcher/pitch banks - later pitchers left out of MOVEPROF.HTML").
           if GM-DROPPED = "Y"
               invoke type System.Console::WriteLine(teamName & ": game-by-game movement table full at " & GM-COUNT::ToString & " rows").
           if MV-COUNT = 0
               exit method.

           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Pitch Movement Profiles</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Pitch movement profiles - " & teamName & " - device velocity, spin and break</h3>")

           move 1 to nn.
       report-loop.
           if nn > MV-COUNT
               go to report-done.
           invoke htmlOut::AppendLine("<h4>" & MV-PITCHER(nn)::Trim & " - " & MV-PTYPE(nn)::Trim & "</h4>")
           invoke htmlOut::AppendLine("<table border='1'>")
           invoke htmlOut::AppendLine("<tr><td><b>Game</b></td><td><b>Velo</b></td><td><b>Spin</b></td><td><b>Break</b></td></tr>")
           invoke htmlOut::Append("<tr><td><b>Season avg (spread)</b></td>")
           move 1 to rr.
       season-col-loop.
           if rr > 3
               go to season-col-done.
           invoke self::bankStats(nn, rr, by reference seasonAvg, by reference seasonSd)
           if MV-CNT(nn, rr) = 0
               invoke htmlOut::Append("<td>-</td>")
           else
               invoke htmlOut::Append("<td><b>" & seasonAvg::ToString("0.0") & " (" & seasonSd::ToString("0.0") & ")</b></td>").
           add 1 to rr
           go to season-col-loop.
       season-col-done.
           invoke htmlOut::AppendLine("</tr>")

           move 1 to mm.
       game-loop.
           if mm > GM-COUNT
               go to game-done.
           if GM-BANK(mm) not = nn
               go to game-next.
           invoke htmlOut::Append("<tr><td>" & GM-GAME-DSP(mm)::Trim & " " & GM-GAME-ID(mm)::Trim & "</td>")
           move 1 to rr.
       game-col-loop.
           if rr > 3
               go to game-col-done.
           if GM-CNT(mm, rr) = 0
               invoke htmlOut::Append("<td>-</td>")
               go to game-col-next.
           compute gameAvg = GM-SUM(mm, rr) / GM-CNT(mm, rr)
           invoke self::bankStats(nn, rr, by reference seasonAvg, by reference seasonSd)
           set flagText to type String::Empty
      *    Velocity drift is the fatigue reports' business; spin and
      *    break are what get starred here.
           if rr > 1 and seasonSd > 0
               and (gameAvg > seasonAvg + seasonSd or gameAvg < seasonAvg - seasonSd)
               set flagText to " *".
           invoke htmlOut::Append("<td>" & gameAvg::ToString("0.0") & flagText & "</td>").
       game-col-next.
           add 1 to rr
           go to game-col-loop.
       game-col-done.
           invoke htmlOut::AppendLine("</tr>").
       game-next.
           add 1 to mm
           go to game-loop.
       game-done.
           invoke htmlOut::AppendLine("</table>")
           add 1 to nn
           go to report-loop.
       report-done.
           invoke htmlOut::AppendLine("<p>Only pitches with a matched device reading count. Spread is the standard deviation of the readings; * marks a game whose average spin or break sits more than one spread from the season average for that pitch.</p>")
           if GM-DROPPED = "Y"
               invoke htmlOut::AppendLine("<p>The game-by-game table filled up - later games show in the season lines only.</p>").
           if MV-DROPPED = "Y"
               invoke htmlOut::AppendLine("<p>The season table filled up - pitchers and pitches first thrown after it filled are not shown.</p>").
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\MOVEPROF.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "MOVEPROF", teamName, teamPath & "\WEBSYNC\MOVEPROF.HTML", 120).
       end method.

      * Season average and spread for one reading of one bank.
       method-id bankStats private.
       local-storage section.
       01 varVal        type Double.
       procedure division using by value bankIdx as type Int32
                          by value readIdx as type Int32
                          by reference avgOut as type Double
                          by reference sdOut as type Double.
           set avgOut to 0
           set sdOut to 0
           if MV-CNT(bankIdx, readIdx) = 0
               exit method.
           compute avgOut = MV-SUM(bankIdx, readIdx) / MV-CNT(bankIdx, readIdx)
           compute varVal = (MV-SUMSQ(bankIdx, readIdx) / MV-CNT(bankIdx, readIdx)) - (avgOut * avgOut)
           if varVal > 0
               set sdOut to type System.Math::Sqrt(varVal).
       end method.

      * Finds (or registers) the pitcher/pitch-type bank; zero on a
      * full table, the same drop-on-overflow rule umpZoneReport.cbl's
      * findUmp applies, flagged for the report.
       method-id findBank private.
       local-storage section.
       01 nn       pic 9(04).
       procedure division using by value pitcherName as type String
                          by value pitchType as type String
                          returning bankIdx as type Int32.
           set bankIdx to 0
           if pitcherName::Trim = type String::Empty
               exit method.
           move 1 to nn.
       find-loop.
           if nn > MV-COUNT
               go to find-new.
           if MV-PITCHER(nn) = pitcherName::Trim::ToUpper and MV-PTYPE(nn) = pitchType::Trim
               set bankIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if MV-COUNT >= 2000
               move "Y" to MV-DROPPED
               exit method.
           add 1 to MV-COUNT
           set MV-PITCHER(MV-COUNT) to pitcherName::Trim::ToUpper
           set MV-PTYPE(MV-COUNT) to pitchType::Trim
           set bankIdx to MV-COUNT.
       end method.

      * The bank's row for this game - games arrive in walk order, so
      * only the newest rows need searching.
       method-id findGame private.
       local-storage section.
       01 mm       pic 9(04).
       procedure division using by value bankIdx as type Int32
                          by value gameDsp as type String
                          by value gameId as type String
                          returning gameIdx as type Int32.
           set gameIdx to 0
           move GM-COUNT to mm.
       find-loop.
           if mm < 1
               go to find-new.
           if GM-GAME-DSP(mm) not = gameDsp or GM-GAME-ID(mm) not = gameId
               go to find-new.
           if GM-BANK(mm) = bankIdx
               set gameIdx to mm
               exit method.
           subtract 1 from mm
           go to find-loop.
       find-new.
           if GM-COUNT >= 8000
               move "Y" to GM-DROPPED
               exit method.
           add 1 to GM-COUNT
           move bankIdx to GM-BANK(GM-COUNT)
           set GM-GAME-DSP(GM-COUNT) to gameDsp
           set GM-GAME-ID(GM-COUNT) to gameId
           set gameIdx to GM-COUNT.
       end method.

       end class.
