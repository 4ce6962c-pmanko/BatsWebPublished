       class-id batsweb.levelTranslation.

      * Level-translation factors - what a lower-level line is worth
      * one level up. A .300 average in a MI club's folder is not a
      * .300 average in a MA club's, and promotion talk needs the
      * two on one scale. Each club's level is the TD-LEVEL kept on
      * TEAMDEF.DAT (policyConsole.aspx.cbl). Every XR-LEAGUE-ID
      * PLAYERXREF.DAT carries at both levels is a matched player;
      * his SUMMARYAGG.DAT ALL line at each level (live season plus
      * every archived copy under ARCHIVE\<year>, the same summaries
      * the passport reads) counts once he has MIN-LEVEL-PA plate
      * appearances on both sides. For each rate - average, on-base
      * (hits plus walks over PA - the summary carries no HBP or
      * sacrifices), home-run rate for power, strikeout and walk rate
      * - the factor is the upper-level rate over the lower-level
      * rate, pooled across the matched players and weighted by the
      * harmonic mean of their two PA counts so one short stint
      * cannot swing it. Factors are kept per lower-level club (its
      * own promotions) and for every lower club together ("*"),
      * the fallback for a club with fewer than MIN-PLAYERS matches.
      *   <Programs-root>\LEVELFACTORS.DAT   keyed by lower club folder
      * The passport, comparePlayers and the season-end projection
      * show a lower-level line translated through translatedLine /
      * loadFactors below.
      * Usage: levelTranslation <Programs-root> - run after the
      * nightly summaries; scheduling is outside this program, same
      * as nightlyAggregate.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT TEAM-DEFAULTS-FILE ASSIGN WS-TEAMDEF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TD-KEY
              LOCK MANUAL
              FILE STATUS IS TD-STATUS-COMN.
          SELECT PLAYER-XREF-FILE ASSIGN WS-PLAYERXREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS XR-KEY
              LOCK MANUAL
              FILE STATUS IS XR-STATUS-COMN.
          SELECT SUMMARY-AGG-FILE ASSIGN WS-SUMMARYAGG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SA-KEY
              LOCK MANUAL
              FILE STATUS IS SA-STATUS-COMN.
          SELECT LEVEL-FACTOR-FILE ASSIGN WS-LEVELFACTORS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LF-KEY
              LOCK MANUAL
              FILE STATUS IS LF-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

      * Same layout policyConsole.aspx.cbl maintains.
       FD  TEAM-DEFAULTS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TD-REC.
       01  TD-REC.
           05  TD-KEY.
               10  TD-TEAM                 PIC X(15).
           05  TD-REST.
               10  TD-DEFAULT-RANGE-FLAG   PIC X.
               10  TD-LEVEL                PIC X(02).
               10  FILLER                  PIC X(17).

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XR-REC.
       01  XR-REC.
           05  XR-KEY.
               10  XR-TEAM                 PIC X(15).
               10  XR-PLAYER-ID            PIC 9(05).
           05  XR-REST.
               10  XR-LEAGUE-ID            PIC X(15).
               10  XR-VENDOR-ID            PIC X(15).
               10  FILLER                  PIC X(10).

      * Same layout nightlyAggregate.cbl builds.
       FD  SUMMARY-AGG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SA-REC.
       01  SA-REC.
           05  SA-KEY.
               10  SA-PLAYER-NAME          PIC X(30).
               10  SA-CUT                  PIC X(04).
           05  SA-REST.
               10  SA-G                    PIC 9(05).
               10  SA-TPA                  PIC 9(05).
               10  SA-AB                   PIC 9(05).
               10  SA-H                    PIC 9(05).
               10  SA-HR                   PIC 9(05).
               10  SA-RBI                  PIC 9(05).
               10  SA-BB                   PIC 9(05).
               10  SA-K                    PIC 9(05).
               10  SA-AVG-M                PIC 9(05).
               10  SA-OPS-M                PIC 9(05).
               10  SA-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * One record per lower-level club folder, plus "*" for all of
      * them pooled. Factors are per thousand - 0872 means the upper
      * level runs at 87.2% of the lower-level rate.
       FD  LEVEL-FACTOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LF-REC.
       01  LF-REC.
           05  LF-KEY.
               10  LF-FOLDER               PIC X(15).
           05  LF-REST.
               10  LF-PLAYERS              PIC 9(04).
               10  LF-PA-LOW               PIC 9(07).
               10  LF-PA-HIGH              PIC 9(07).
               10  LF-FACTORS.
                   15  LF-AVG-FM           PIC 9(04).
                   15  LF-OBP-FM           PIC 9(04).
                   15  LF-HR-FM            PIC 9(04).
                   15  LF-K-FM             PIC 9(04).
                   15  LF-BB-FM            PIC 9(04).
               10  LF-FACTORS-R REDEFINES LF-FACTORS.
                   15  LF-FACTOR-M         PIC 9(04) OCCURS 5.
               10  LF-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata                   type batsweb.bat666Data.
       01 playFileReady            pic x value "N".
       01 teamDirs                 type String[].
       01 WS-TEAMDEF-FILE          PIC X(256) VALUE "TEAMDEF.DAT".
       01 TD-STATUS-COMN.
           05  TD-STATUS-BYTE-1        PIC X.
           05  TD-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERXREF-FILE       PIC X(256) VALUE "PLAYERXREF.DAT".
       01 XR-STATUS-COMN.
           05  XR-STATUS-BYTE-1        PIC X.
           05  XR-STATUS-BYTE-2        PIC X.
       01 WS-SUMMARYAGG-FILE       PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-LEVELFACTORS-FILE     PIC X(256) VALUE "LEVELFACTORS.DAT".
       01 LF-STATUS-COMN.
           05  LF-STATUS-BYTE-1        PIC X.
           05  LF-STATUS-BYTE-2        PIC X.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
       01 MIN-LEVEL-PA             PIC 9(04) VALUE 100.
       01 MIN-PLAYERS              PIC 9(04) VALUE 5.
      * Every club folder and the level TEAMDEF.DAT gives it.
       01 FOLDER-TBL.
           05  FL-ENTRY OCCURS 200.
               10  FL-NAME                 PIC X(15).
               10  FL-LEVEL                PIC X(02).
       01 FL-COUNT                 PIC 9(03).
      * Every cross-referenced player at a leveled club, his ALL line
      * there summed over the live and archived seasons.
       01 XREF-TBL.
           05  XP-ENTRY OCCURS 8000.
               10  XP-LEAGUE-ID            PIC X(15).
               10  XP-FOLDER               PIC 9(03).
               10  XP-NAME                 PIC X(30).
               10  XP-PA                   PIC 9(06).
               10  XP-AB                   PIC 9(06).
               10  XP-H                    PIC 9(06).
               10  XP-HR                   PIC 9(05).
               10  XP-BB                   PIC 9(05).
               10  XP-K                    PIC 9(05).
       01 XP-COUNT                 PIC 9(04).
      * Weighted rate sums per lower club; entry 201 is every lower
      * club together. Rate 1 AVG, 2 OBP, 3 HR, 4 K, 5 BB - the
      * LF-FACTOR-M order.
       01 FACTOR-ACC.
           05  FA-ENTRY OCCURS 201.
               10  FA-PLAYERS              PIC 9(04).
               10  FA-PA-LOW               PIC 9(07).
               10  FA-PA-HIGH              PIC 9(07).
               10  FA-LOW-SUM              PIC 9(07)V9(06) OCCURS 5.
               10  FA-HIGH-SUM             PIC 9(07)V9(06) OCCURS 5.
       01 RATE-WORK.
           05  RW-LOW                  PIC 9(01)V9(06) OCCURS 5.
           05  RW-HIGH                 PIC 9(01)V9(06) OCCURS 5.

       method-id Main static public.
       local-storage section.
       01 worker               type batsweb.levelTranslation.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: levelTranslation <Programs-root-folder>")
               goback.
           if not type System.IO.Directory::Exists(args[0])
               invoke type System.Console::WriteLine("Programs root not found: " & args[0])
               goback.
           set worker to new batsweb.levelTranslation
           invoke worker::buildFactors(args[0])
           goback.
       end method.

      *#####   Match players across levels, pool the rate ratios     #####
       method-id buildFactors private.
       local-storage section.
       01 ff               type Int32.
       01 ii               pic 9(04).
       01 jj               pic 9(04).
       01 rr               pic 9(01).
       01 hiPA             pic 9(07).
       01 hiAB             pic 9(07).
       01 hiH              pic 9(07).
       01 hiHR             pic 9(06).
       01 hiBB             pic 9(06).
       01 hiK              pic 9(06).
       01 pairWeight       type Double.
       01 folderIdx        pic 9(03).
       procedure division using by value programsRoot as type String.
           INITIALIZE FOLDER-TBL XREF-TBL FACTOR-ACC
           move zeroes to FL-COUNT XP-COUNT

           invoke self::openPlayFile
           if playFileReady not = "Y"
               invoke type System.Console::WriteLine("player master could not be opened")
               exit method.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to ff.
       folder-loop.
           if ff >= teamDirs::Length or FL-COUNT >= 200
               go to folder-done.
           add 1 to FL-COUNT
           set FL-NAME(FL-COUNT) to type System.IO.Path::GetFileName(teamDirs[ff])::ToUpper
           set FL-LEVEL(FL-COUNT) to self::levelOf(teamDirs[ff])
           if FL-LEVEL(FL-COUNT) = "MA" or FL-LEVEL(FL-COUNT) = "MI"
               invoke self::loadFolder(teamDirs[ff], FL-COUNT).
           add 1 to ff
           go to folder-loop.
       folder-done.

      *    Each lower-level stint against the same league id's upper-
      *    level record - every upper club he played for summed.
           move 1 to ii.
       match-loop.
           if ii > XP-COUNT
               go to match-done.
           move XP-FOLDER(ii) to folderIdx
           if FL-LEVEL(folderIdx) not = "MI" or XP-PA(ii) < MIN-LEVEL-PA
               or XP-AB(ii) = 0
               go to match-next.
           move zeroes to hiPA hiAB hiH hiHR hiBB hiK
           move 1 to jj.
       match-high-loop.
           if jj > XP-COUNT
               go to match-high-done.
           if XP-LEAGUE-ID(jj) = XP-LEAGUE-ID(ii)
               and FL-LEVEL(XP-FOLDER(jj)) = "MA"
               add XP-PA(jj) to hiPA
               add XP-AB(jj) to hiAB
               add XP-H(jj) to hiH
               add XP-HR(jj) to hiHR
               add XP-BB(jj) to hiBB
               add XP-K(jj) to hiK.
           add 1 to jj
           go to match-high-loop.
       match-high-done.
           if hiPA < MIN-LEVEL-PA or hiAB = 0
               go to match-next.

           compute RW-LOW(1) = XP-H(ii) / XP-AB(ii)
           compute RW-LOW(2) = (XP-H(ii) + XP-BB(ii)) / XP-PA(ii)
           compute RW-LOW(3) = XP-HR(ii) / XP-PA(ii)
           compute RW-LOW(4) = XP-K(ii) / XP-PA(ii)
           compute RW-LOW(5) = XP-BB(ii) / XP-PA(ii)
           compute RW-HIGH(1) = hiH / hiAB
           compute RW-HIGH(2) = (hiH + hiBB) / hiPA
           compute RW-HIGH(3) = hiHR / hiPA
           compute RW-HIGH(4) = hiK / hiPA
           compute RW-HIGH(5) = hiBB / hiPA
           compute pairWeight = (2 * XP-PA(ii) * hiPA) / (XP-PA(ii) + hiPA)

           add 1 to FA-PLAYERS(folderIdx) FA-PLAYERS(201)
           add XP-PA(ii) to FA-PA-LOW(folderIdx) FA-PA-LOW(201)
           add hiPA to FA-PA-HIGH(folderIdx) FA-PA-HIGH(201)
           move 1 to rr.
       rate-loop.
           if rr > 5
               go to match-next.
           compute FA-LOW-SUM(folderIdx, rr) = FA-LOW-SUM(folderIdx, rr) + (pairWeight * RW-LOW(rr))
           compute FA-HIGH-SUM(folderIdx, rr) = FA-HIGH-SUM(folderIdx, rr) + (pairWeight * RW-HIGH(rr))
           compute FA-LOW-SUM(201, rr) = FA-LOW-SUM(201, rr) + (pairWeight * RW-LOW(rr))
           compute FA-HIGH-SUM(201, rr) = FA-HIGH-SUM(201, rr) + (pairWeight * RW-HIGH(rr))
           add 1 to rr
           go to rate-loop.
       match-next.
           add 1 to ii
           go to match-loop.
       match-done.

      *    Rebuilt from zero each run.
           set WS-LEVELFACTORS-FILE to type System.IO.Path::Combine(programsRoot, "LEVELFACTORS.DAT")
           OPEN OUTPUT LEVEL-FACTOR-FILE
           CLOSE LEVEL-FACTOR-FILE
           OPEN I-O LEVEL-FACTOR-FILE
           if LF-STATUS-BYTE-1 not = "0"
               invoke type System.Console::WriteLine("LEVELFACTORS.DAT could not be opened")
               exit method.
           move 1 to folderIdx.
       write-loop.
           if folderIdx > FL-COUNT
               go to write-done.
           if FL-LEVEL(folderIdx) = "MI" and FA-PLAYERS(folderIdx) >= MIN-PLAYERS
               invoke self::writeFactor(folderIdx, FL-NAME(folderIdx)::Trim).
           add 1 to folderIdx
           go to write-loop.
       write-done.
           if FA-PLAYERS(201) >= MIN-PLAYERS
               invoke self::writeFactor(201, "*")
           else
               invoke type System.Console::WriteLine("fewer than " & MIN-PLAYERS::ToString & " players matched across levels - no pooled factors written").
           CLOSE LEVEL-FACTOR-FILE.
       end method.

       method-id writeFactor private.
       local-storage section.
       01 rr           pic 9(01).
       procedure division using by value accIdx as type Int32
                          by value folderName as type String.
           MOVE SPACES TO LF-REC
           set LF-FOLDER to folderName
           move FA-PLAYERS(accIdx) to LF-PLAYERS
           move FA-PA-LOW(accIdx) to LF-PA-LOW
           move FA-PA-HIGH(accIdx) to LF-PA-HIGH
           move 1 to rr.
       factor-loop.
           if rr > 5
               go to factor-done.
           move 1000 to LF-FACTOR-M(rr)
           if FA-LOW-SUM(accIdx, rr) > 0
               compute LF-FACTOR-M(rr) ROUNDED = FA-HIGH-SUM(accIdx, rr) * 1000 / FA-LOW-SUM(accIdx, rr)
                   ON SIZE ERROR
                       move 9999 to LF-FACTOR-M(rr)
               END-COMPUTE.
           add 1 to rr
           go to factor-loop.
       factor-done.
           set LF-BUILT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE LF-REC
               INVALID KEY
                   REWRITE LF-REC
           END-WRITE
           invoke type System.Console::WriteLine(LF-FOLDER::Trim & ": " & LF-PLAYERS::ToString & " players, AVG "
               & LF-AVG-FM::ToString & " OBP " & LF-OBP-FM::ToString & " HR " & LF-HR-FM::ToString
               & " K " & LF-K-FM::ToString & " BB " & LF-BB-FM::ToString).
       end method.

      * The club's TD-LEVEL - the folder keeps one TEAMDEF.DAT, so the
      * first record is the club's own.
       method-id levelOf private.
       procedure division using by value teamPath as type String
                          returning levelCode as type String.
           set levelCode to "  "
           set WS-TEAMDEF-FILE to teamPath & "\WEBSYNC\TEAMDEF.DAT"
           OPEN INPUT TEAM-DEFAULTS-FILE
           if TD-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO TD-KEY
           START TEAM-DEFAULTS-FILE KEY NOT LESS THAN TD-KEY
           if TD-STATUS-BYTE-1 = "0"
               READ TEAM-DEFAULTS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       set levelCode to TD-LEVEL
               END-READ
           end-if
           CLOSE TEAM-DEFAULTS-FILE.
       end method.

      * The folder's cross-referenced players, then their ALL lines
      * from the live summary and each archived one.
       method-id loadFolder private.
       local-storage section.
       01 firstIdx     pic 9(04).
       01 archDirs     type String[].
       01 dd           type Int32.
       procedure division using by value teamPath as type String
                          by value folderIdx as type Int32.
           compute firstIdx = XP-COUNT + 1
           set WS-PLAYERXREF-FILE to teamPath & "\WEBSYNC\PLAYERXREF.DAT"
           OPEN INPUT PLAYER-XREF-FILE
           if XR-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO XR-KEY
           START PLAYER-XREF-FILE KEY NOT LESS THAN XR-KEY
           if XR-STATUS-BYTE-1 not = "0"
               go to xref-done.
       xref-loop.
           READ PLAYER-XREF-FILE NEXT RECORD
               AT END go to xref-done.
           if XR-LEAGUE-ID = spaces or XP-COUNT >= 8000
               go to xref-loop.
      *    Player id to the roster spelling, the id read
      *    rosterMaintenance.aspx.cbl does.
           move XR-PLAYER-ID to play-player-id
           READ PLAY-FILE KEY IS PLAY-ALT-KEY
               INVALID KEY
                   go to xref-loop
           END-READ
           add 1 to XP-COUNT
           set XP-LEAGUE-ID(XP-COUNT) to XR-LEAGUE-ID::Trim::ToUpper
           move folderIdx to XP-FOLDER(XP-COUNT)
           set XP-NAME(XP-COUNT) to play-last-name::Trim & ", " & play-first-name::Trim
           go to xref-loop.
       xref-done.
           CLOSE PLAYER-XREF-FILE
           if firstIdx > XP-COUNT
               exit method.

           invoke self::addSummary(teamPath & "\WEBSYNC\SUMMARYAGG.DAT", firstIdx)
           if not type System.IO.Directory::Exists(teamPath & "\ARCHIVE")
               exit method.
           set archDirs to type System.IO.Directory::GetDirectories(teamPath & "\ARCHIVE")
           move 0 to dd.
       arch-loop.
           if dd >= archDirs::Length
               exit method.
           if type System.IO.File::Exists(archDirs[dd] & "\WEBSYNC\SUMMARYAGG.DAT")
               invoke self::addSummary(archDirs[dd] & "\WEBSYNC\SUMMARYAGG.DAT", firstIdx).
           add 1 to dd
           go to arch-loop.
       end method.

       method-id addSummary private.
       local-storage section.
       01 nn           pic 9(04).
       procedure division using by value aggPath as type String
                          by value firstIdx as type Int32.
           set WS-SUMMARYAGG-FILE to aggPath
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 not = "0"
               exit method.
           move firstIdx to nn.
       sum-loop.
           if nn > XP-COUNT
               go to sum-done.
           MOVE SPACES TO SA-KEY
           move XP-NAME(nn) to SA-PLAYER-NAME
           move "ALL " to SA-CUT
           READ SUMMARY-AGG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add SA-TPA to XP-PA(nn)
                   add SA-AB to XP-AB(nn)
                   add SA-H to XP-H(nn)
                   add SA-HR to XP-HR(nn)
                   add SA-BB to XP-BB(nn)
                   add SA-K to XP-K(nn)
           END-READ
           add 1 to nn
           go to sum-loop.
       sum-done.
           CLOSE SUMMARY-AGG-FILE.
       end method.

      * BAT666WEBF init and LK-PLAYER-FILE hand-off, same as
      * playerDedupe.cbl's openPlayFile; the master stays open for
      * the id reads.
       method-id openPlayFile private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.
           move "N" to playFileReady
           set mydata to new batsweb.bat666Data
           invoke mydata::populateData
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer

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

      *#####   Lookups the pages and the projection job share          #####
      * Loads the factors that apply to a club folder - its own when
      * it has enough matched players, else the pooled "*" record.
      * False for a club not marked MI or when no factors are on file.
       method-id loadFactors public.
       local-storage section.
       01 folderName   type String.
       procedure division using by value programsRoot as type String
                          by value teamPath as type String
                          returning okFlag as type Condition.
           set okFlag to false
           if self::levelOf(teamPath) not = "MI"
               exit method.
           set folderName to type System.IO.Path::GetFileName(teamPath)::ToUpper
           set WS-LEVELFACTORS-FILE to type System.IO.Path::Combine(programsRoot, "LEVELFACTORS.DAT")
           OPEN INPUT LEVEL-FACTOR-FILE
           if LF-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO LF-KEY
           set LF-FOLDER to folderName
           READ LEVEL-FACTOR-FILE
               INVALID KEY
                   MOVE SPACES TO LF-KEY
                   move "*" to LF-FOLDER
                   READ LEVEL-FACTOR-FILE
                       INVALID KEY
                           CLOSE LEVEL-FACTOR-FILE
                           exit method
                   END-READ
           END-READ
           CLOSE LEVEL-FACTOR-FILE
           set okFlag to true.
       end method.

      * One loaded factor as a multiplier - "AVG", "OBP", "HR", "K"
      * or "BB".
       method-id factorFor public.
       procedure division using by value rateCode as type String
                          returning factorOut as type Double.
           EVALUATE rateCode::Trim::ToUpper
               WHEN "AVG"
                   compute factorOut = LF-AVG-FM / 1000
               WHEN "OBP"
                   compute factorOut = LF-OBP-FM / 1000
               WHEN "HR"
                   compute factorOut = LF-HR-FM / 1000
               WHEN "K"
                   compute factorOut = LF-K-FM / 1000
               WHEN "BB"
                   compute factorOut = LF-BB-FM / 1000
               WHEN OTHER
                   move 1 to factorOut
           END-EVALUATE.
       end method.

      * A lower-level line restated at the upper level, as one line
      * of text - empty when the club is not MI or nothing is on file.
       method-id translatedLine static public.
       local-storage section.
       01 worker       type batsweb.levelTranslation.
       01 avgOut       type Double.
       01 obpOut       type Double.
       01 hrOut        type Double.
       01 kOut         type Double.
       01 bbOut        type Double.
       procedure division using by value programsRoot as type String
                          by value teamPath as type String
                          by value paNum as type Int32
                          by value abNum as type Int32
                          by value hNum as type Int32
                          by value hrNum as type Int32
                          by value bbNum as type Int32
                          by value kNum as type Int32
                          returning textOut as type String.
           set textOut to type String::Empty
           if paNum = 0 or abNum = 0
               exit method.
           set worker to new batsweb.levelTranslation
           if not worker::loadFactors(programsRoot, teamPath)
               exit method.
           set avgOut to worker::factorFor("AVG")
           set obpOut to worker::factorFor("OBP")
           set hrOut to worker::factorFor("HR")
           set kOut to worker::factorFor("K")
           set bbOut to worker::factorFor("BB")
           compute avgOut = avgOut * hNum / abNum
           compute obpOut = obpOut * (hNum + bbNum) / paNum
           compute hrOut = hrOut * hrNum
           compute kOut = kOut * kNum
           compute bbOut = bbOut * bbNum
           set textOut to "translated up a level: " & avgOut::ToString("#.000") & " AVG, "
               & obpOut::ToString("#.000") & " OBP, " & hrOut::ToString("0") & " HR, "
               & bbOut::ToString("0") & " BB, " & kOut::ToString("0") & " K in the same "
               & paNum::ToString & " PA (" & worker::playerCountText & ")".
       end method.

       method-id playerCountText public.
       procedure division returning textOut as type String.
           if LF-FOLDER = "*"
               set textOut to "all lower clubs pooled, " & LF-PLAYERS::ToString & " players"
           else
               set textOut to LF-FOLDER::Trim & " promotions, " & LF-PLAYERS::ToString & " players".
       end method.

       end class.
