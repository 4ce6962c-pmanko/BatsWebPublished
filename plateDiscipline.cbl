       class-id batsweb.plateDiscipline.

      * Plate-discipline report - swing, chase, zone-swing, whiff and
      * zone-contact rates per batter and per pitcher, split by pitch
      * type and the pitcher's hand. Walks each team's games the
      * "RA"/"VD" way umpZoneReport.cbl does; every located pitch
      * (BAT360-PITCH-XY-FLAG "Y") is placed on the same 3x3 cut of
      * the 21-by-11 grid, the center cell being the zone proper as
      * catcherFraming.cbl treats it, and its result label is matched
      * the same way those two reports match labels: CALLED/BALL/HIT
      * BY are takes, SWING is a swing and miss, anything else charted
      * (fouls, balls put in play) is a swing with contact.
      * The pitcher's hand comes off PROBABLES.DAT - the only hand
      * source this tree confirms (see lineupExtract.cbl) - so a
      * pitcher who was never posted as a probable is carried under
      * "?" rather than guessed. The report lands as PLATEDISC.HTML in
      * the team's WEBSYNC folder and is registered with the report
      * library; each player's all-pitches line is also kept keyed in
      * PLATEDISC.DAT for the programs that compare players on it
      * (playerComps.cbl).
      * The banks are sized for a full season of both clubs' batters
      * and pitchers; a season that still outgrows them is said so in
      * the run output and at the foot of the report, and the players
      * past the end are missing from both the report and
      * PLATEDISC.DAT until the tables are widened.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PROBABLES-FILE ASSIGN WS-PROBABLES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PB-KEY
              LOCK MANUAL
              FILE STATUS IS PB-STATUS-COMN.
          SELECT DISC-PROFILE-FILE ASSIGN WS-PLATEDISC-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PD-KEY
              LOCK MANUAL
              FILE STATUS IS PD-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout probables.aspx.cbl writes.
       FD  PROBABLES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PB-REC.
       01  PB-REC.
           05  PB-KEY.
               10  PB-GAME-DATE            PIC X(10).
               10  PB-GAME-ID              PIC X(10).
           05  PB-REST.
               10  PB-PITCHER-NAME         PIC X(30).
               10  PB-THROWS               PIC X.
               10  FILLER                  PIC X(19).

      * One all-pitches line per player and role, rates per thousand
      * the way SUMMARYAGG.DAT carries its rates. Rebuilt every run.
       FD  DISC-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PD-REC.
       01  PD-REC.
           05  PD-KEY.
               10  PD-PLAYER-NAME          PIC X(30).
               10  PD-ROLE                 PIC X.
           05  PD-REST.
               10  PD-PITCHES              PIC 9(06).
               10  PD-SWING-M              PIC 9(04).
               10  PD-CHASE-M              PIC 9(04).
               10  PD-ZSWING-M             PIC 9(04).
               10  PD-WHIFF-M              PIC 9(04).
               10  PD-ZCONTACT-M           PIC 9(04).
               10  PD-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-PROBABLES-FILE        PIC X(256) VALUE "PROBABLES.DAT".
       01 WS-PLATEDISC-FILE        PIC X(256) VALUE "PLATEDISC.DAT".
       01 PD-STATUS-COMN.
           05  PD-STATUS-BYTE-1        PIC X.
           05  PD-STATUS-BYTE-2        PIC X.
       01 PB-STATUS-COMN.
           05  PB-STATUS-BYTE-1        PIC X.
           05  PB-STATUS-BYTE-2        PIC X.
      * Every pitcher ever posted as a probable, with the hand the
      * probables screen keyed for him.
       01 HAND-TBL.
           05  HD-ENTRY OCCURS 2000.
               10  HD-PITCHER              PIC X(30).
               10  HD-THROWS               PIC X.
       01 HD-COUNT                 PIC 9(04).
       01 HD-DROPPED               PIC X VALUE "N".
      * One bank per role/player/hand/pitch type - role "B" rows are
      * the batter's view, "P" the pitcher's. Hand "*" with type ALL
      * is the player's overall line.
       01 DISC-TBL.
           05  DC-ENTRY OCCURS 9000.
               10  DC-ROLE                 PIC X.
               10  DC-PLAYER               PIC X(30).
               10  DC-HAND                 PIC X.
               10  DC-PTYPE                PIC X(12).
               10  DC-PITCHES              PIC 9(06).
               10  DC-ZONE-PITCHES         PIC 9(06).
               10  DC-SWINGS               PIC 9(06).
               10  DC-ZONE-SWINGS          PIC 9(06).
               10  DC-WHIFFS               PIC 9(06).
               10  DC-ZONE-WHIFFS          PIC 9(06).
       01 DC-COUNT                 PIC 9(04).
       01 DC-DROPPED               PIC X VALUE "N".

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.plateDiscipline.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: plateDiscipline <Programs-root-folder>")
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
           set worker to new batsweb.plateDiscipline
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
       01 zoneIdx               pic 9(02).
       01 zoneCol               pic 9(02).
       01 zoneRow               pic 9(02).
       01 inZone                pic x.
       01 swingKind             pic x.
       01 resText               type String.
       01 pitcherHand           pic x.
       01 pitchType             pic x(12).
       01 lastRole              pic x.
       01 lastPlayer            pic x(30).
       01 htmlOut               type System.Text.StringBuilder.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-PROBABLES-FILE to teamPath & "\WEBSYNC\PROBABLES.DAT"

           INITIALIZE DISC-TBL HAND-TBL
           move zeroes to DC-COUNT HD-COUNT
           move "N" to DC-DROPPED HD-DROPPED
           invoke self::loadHands()

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
               go to ab-done.
           if BAT360-REC-TYPE(bb) not = "B"
               go to ab-next.

           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.

           invoke self::handOf(BAT360-PITCHER, by reference pitcherHand)

           move 1 to pp.
       pitch-loop.
           if pp > BAT360-NUM-PITCHES
               go to pitch-done.
           if BAT360-PITCH-XY-FLAG(pp) not = "Y"
               go to pitch-next.

      *    Same 3x3 cut of the 21x11 grid umpZoneReport.cbl draws -
      *    the center cell is the zone.
           compute zoneCol = (BAT360-PITCH-X(pp) - 1) / 7
           if zoneCol > 2
               move 2 to zoneCol.
           compute zoneRow = (BAT360-PITCH-Y(pp) - 1) / 4
           if zoneRow > 2
               move 2 to zoneRow.
           compute zoneIdx = (zoneRow * 3) + zoneCol + 1
           move "N" to inZone
           if zoneIdx = 5
               move "Y" to inZone.

      *    T = take, M = swing and miss, C = swing with contact.
           set resText to BAT360-P-RESULT(pp)::Trim::ToUpper
           if resText = type String::Empty
               go to pitch-next.
           move "C" to swingKind
           if resText::Contains("SWING")
               move "M" to swingKind
           else
               if resText::Contains("CALLED") or resText::Contains("HIT BY")
                   or (resText::Contains("BALL") and not resText::Contains("PLAY"))
                   move "T" to swingKind.

           move BAT360-P-TYPE(pp) to pitchType
           if pitchType = spaces
               move "UNTYPED" to pitchType.

           invoke self::tallyPitch("B", BAT360-BATTER, pitcherHand, pitchType, inZone, swingKind)
           invoke self::tallyPitch("B", BAT360-BATTER, "*", "ALL", inZone, swingKind)
           invoke self::tallyPitch("P", BAT360-PITCHER, pitcherHand, pitchType, inZone, swingKind)
           invoke self::tallyPitch("P", BAT360-PITCHER, "*", "ALL", inZone, swingKind).
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
           invoke bat360rununit::StopRun(0)

           if DC-DROPPED = "Y"
               invoke type System.Console::WriteLine(teamName & ": plate discipline table full at " & DC-COUNT::ToString & " banks - later players left out of PLATEDISC.HTML and PLATEDISC.DAT").
           if HD-DROPPED = "Y"
               invoke type System.Console::WriteLine(teamName & ": probables hand table full at " & HD-COUNT::ToString & " pitchers - the rest carried under ""?""").
           if DC-COUNT = 0
               exit method.

           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Plate Discipline</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:4px 8px;text-align:center;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>Plate discipline - " & teamName & " - located pitches by pitch type and pitcher hand</h3>")

           move spaces to lastRole lastPlayer
           move 1 to nn.
       report-loop.
           if nn > DC-COUNT
               go to report-done.
           if DC-ROLE(nn) not = lastRole
               if lastRole not = space
                   invoke htmlOut::AppendLine("</table>")
               end-if
               if DC-ROLE(nn) = "B"
                   invoke htmlOut::AppendLine("<h4>Batters</h4>")
               else
                   invoke htmlOut::AppendLine("<h4>Pitchers</h4>")
               end-if
               invoke htmlOut::AppendLine("<table border='1'>")
               invoke htmlOut::AppendLine("<tr><td><b>Player</b></td><td><b>Pitcher hand</b></td><td><b>Pitch</b></td><td><b>Pitches</b></td><td><b>Swing%</b></td><td><b>Chase%</b></td><td><b>Zone swing%</b></td><td><b>Whiff%</b></td><td><b>Zone contact%</b></td></tr>")
               move DC-ROLE(nn) to lastRole
               move spaces to lastPlayer.
           invoke htmlOut::Append("<tr><td>")
           if DC-PLAYER(nn) not = lastPlayer
               invoke htmlOut::Append("<b>" & DC-PLAYER(nn)::Trim & "</b>")
               move DC-PLAYER(nn) to lastPlayer.
           invoke htmlOut::AppendLine("</td><td>" & DC-HAND(nn) & "</td><td>" & DC-PTYPE(nn)::Trim
               & "</td><td>" & DC-PITCHES(nn)::ToString
               & "</td><td>" & self::pctText(DC-SWINGS(nn), DC-PITCHES(nn))
               & "</td><td>" & self::pctText(DC-SWINGS(nn) - DC-ZONE-SWINGS(nn), DC-PITCHES(nn) - DC-ZONE-PITCHES(nn))
               & "</td><td>" & self::pctText(DC-ZONE-SWINGS(nn), DC-ZONE-PITCHES(nn))
               & "</td><td>" & self::pctText(DC-WHIFFS(nn), DC-SWINGS(nn))
               & "</td><td>" & self::pctText(DC-ZONE-SWINGS(nn) - DC-ZONE-WHIFFS(nn), DC-ZONE-SWINGS(nn))
               & "</td></tr>")
           add 1 to nn
           go to report-loop.
       report-done.
           invoke htmlOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<p>Zone = the center cell of the 3x3 location grid. Chase% = swings at pitches outside the zone over pitches outside it; whiff% = misses over all swings; zone contact% = contact over swings at zone pitches. Hand ""?"" = a pitcher never posted on the probables screen, so his hand is not on file. Unlocated pitches are left out.</p>")
           if DC-DROPPED = "Y"
               invoke htmlOut::AppendLine("<p>The season filled the report's table - players first seen after it filled are not shown here or in the player comparisons.</p>").
           if HD-DROPPED = "Y"
               invoke htmlOut::AppendLine("<p>The probables list held more pitchers than the hand table - the ones past the end show under hand ""?"".</p>").
           invoke htmlOut::AppendLine("</body></html>")
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\PLATEDISC.HTML", htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "PLATEDISC", teamName, teamPath & "\WEBSYNC\PLATEDISC.HTML", 120)
           invoke self::writeProfiles(teamPath).
       end method.

      * The all-pitches line per player, keyed - a fresh file every
      * run, same rebuild-from-zero rule runExpectancy.cbl applies to
      * RUNEXP.DAT.
       method-id writeProfiles private.
       local-storage section.
       01 nn           pic 9(04).
       procedure division using by value teamPath as type String.
           set WS-PLATEDISC-FILE to teamPath & "\WEBSYNC\PLATEDISC.DAT"
           OPEN OUTPUT DISC-PROFILE-FILE
           CLOSE DISC-PROFILE-FILE
           OPEN I-O DISC-PROFILE-FILE
           if PD-STATUS-BYTE-1 not = "0"
               exit method.
           move 1 to nn.
       profile-loop.
           if nn > DC-COUNT
               go to profile-done.
           if DC-HAND(nn) not = "*" or DC-PTYPE(nn) not = "ALL"
               or DC-PITCHES(nn) = 0
               go to profile-next.
           MOVE SPACES TO PD-REC
           move DC-PLAYER(nn) to PD-PLAYER-NAME
           move DC-ROLE(nn) to PD-ROLE
           move DC-PITCHES(nn) to PD-PITCHES
           set PD-SWING-M to self::rateM(DC-SWINGS(nn), DC-PITCHES(nn))
           set PD-CHASE-M to self::rateM(DC-SWINGS(nn) - DC-ZONE-SWINGS(nn), DC-PITCHES(nn) - DC-ZONE-PITCHES(nn))
           set PD-ZSWING-M to self::rateM(DC-ZONE-SWINGS(nn), DC-ZONE-PITCHES(nn))
           set PD-WHIFF-M to self::rateM(DC-WHIFFS(nn), DC-SWINGS(nn))
           set PD-ZCONTACT-M to self::rateM(DC-ZONE-SWINGS(nn) - DC-ZONE-WHIFFS(nn), DC-ZONE-SWINGS(nn))
           set PD-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE PD-REC
               INVALID KEY
                   REWRITE PD-REC
           END-WRITE.
       profile-next.
           add 1 to nn
           go to profile-loop.
       profile-done.
           CLOSE DISC-PROFILE-FILE.
       end method.

      * A rate per thousand; zero when there is nothing to divide by.
       method-id rateM private.
       procedure division using by value numer as type Int32
                          by value denom as type Int32
                          returning rateOut as type Int32.
           set rateOut to 0
           if denom <= 0
               exit method.
           compute rateOut = numer * 1000 / denom.
       end method.

      * Reads every posted probable once - a name and its keyed hand.
       method-id loadHands private.
       local-storage section.
       01 hh       pic 9(04).
       procedure division.
           OPEN INPUT PROBABLES-FILE
           if PB-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO PB-KEY
           START PROBABLES-FILE KEY NOT LESS THAN PB-KEY
               INVALID KEY
                   CLOSE PROBABLES-FILE
                   exit method
           END-START.
       hand-read.
           READ PROBABLES-FILE NEXT RECORD
               AT END
                   go to hand-done
           END-READ
           if PB-PITCHER-NAME = spaces or PB-THROWS = space
               go to hand-read.
           move 1 to hh.
       hand-find.
           if hh > HD-COUNT
               go to hand-add.
           if HD-PITCHER(hh) = PB-PITCHER-NAME::Trim::ToUpper
               move PB-THROWS to HD-THROWS(hh)
               go to hand-read.
           add 1 to hh
           go to hand-find.
       hand-add.
           if HD-COUNT >= 2000
               move "Y" to HD-DROPPED
               go to hand-read.
           add 1 to HD-COUNT
           set HD-PITCHER(HD-COUNT) to PB-PITCHER-NAME::Trim::ToUpper
           move PB-THROWS to HD-THROWS(HD-COUNT)
           go to hand-read.
       hand-done.
           CLOSE PROBABLES-FILE.
       end method.

       method-id handOf private.
       local-storage section.
       01 hh       pic 9(04).
       procedure division using by value pitcherName as type String
                          by reference handOut as type String.
           set handOut to "?"
           move 1 to hh.
       find-loop.
           if hh > HD-COUNT
               exit method.
           if HD-PITCHER(hh) = pitcherName::Trim::ToUpper
               set handOut to HD-THROWS(hh)
               exit method.
           add 1 to hh
           go to find-loop.
       end method.

      * Adds one pitch into the player's bank, registering it on first
      * sight. Banks are kept grouped role/player so the report reads
      * straight down the table; a full table drops the pitch the same
      * way umpZoneReport.cbl's findUmp does, and flags it for the
      * report.
       method-id tallyPitch private.
       local-storage section.
       01 nn       pic 9(04).
       01 ins      pic 9(04).
       procedure division using by value roleCode as type String
                          by value playerName as type String
                          by value handCode as type String
                          by value pitchType as type String
                          by value inZone as type String
                          by value swingKind as type String.
           if playerName::Trim = type String::Empty
               exit method.
           move 0 to ins
           move 1 to nn.
       find-loop.
           if nn > DC-COUNT
               go to find-new.
           if DC-ROLE(nn) = roleCode and DC-PLAYER(nn) = playerName::Trim::ToUpper
               move nn to ins
               if DC-HAND(nn) = handCode and DC-PTYPE(nn) = pitchType::Trim
                   go to tally.
           add 1 to nn
           go to find-loop.
       find-new.
           if DC-COUNT >= 9000
               move "Y" to DC-DROPPED
               exit method.
      *    A new bank goes right after the player's last one (or at the
      *    end for a new player) - shift the tail down one slot.
           if ins = 0
               compute ins = DC-COUNT + 1
           else
               add 1 to ins.
           move DC-COUNT to nn.
       shift-loop.
           if nn < ins
               go to shift-done.
           move DC-ENTRY(nn) to DC-ENTRY(nn + 1)
           subtract 1 from nn
           go to shift-loop.
       shift-done.
           add 1 to DC-COUNT
           INITIALIZE DC-ENTRY(ins)
           move roleCode to DC-ROLE(ins)
           set DC-PLAYER(ins) to playerName::Trim::ToUpper
           move handCode to DC-HAND(ins)
           set DC-PTYPE(ins) to pitchType::Trim
           move ins to nn.
       tally.
           add 1 to DC-PITCHES(nn)
           if inZone = "Y"
               add 1 to DC-ZONE-PITCHES(nn).
           if swingKind = "T"
               exit method.
           add 1 to DC-SWINGS(nn)
           if inZone = "Y"
               add 1 to DC-ZONE-SWINGS(nn).
           if swingKind = "M"
               add 1 to DC-WHIFFS(nn)
               if inZone = "Y"
                   add 1 to DC-ZONE-WHIFFS(nn).
       end method.

       method-id pctText private.
       local-storage section.
       01 pctVal        type Double.
       procedure division using by value numer as type Int32
                          by value denom as type Int32
                          returning pctOut as type String.
           if denom <= 0
               set pctOut to "-"
               exit method.
           compute pctVal = numer * 100 / denom
           set pctOut to pctVal::ToString("0.0").
       end method.

       end class.
