       class-id batsweb.playerComps.

      * Player similarity ("comps"). Every player on file across the
      * team folders - this season's WEBSYNC and every ARCHIVE\<year>
      * season seasonRollover.cbl left behind - goes into one pool,
      * each carrying the profile the nightly files already hold:
      *
      *   SUMMARYAGG.DAT  AVG, OPS, HR/BB/K per PA, VSL-VSR OPS gap
      *   PLATEDISC.DAT   chase, whiff and zone-contact rates
      *   BATBALL.DAT     line-drive, ground-ball, hard-hit and
      *                   pull-third shares, expected slugging
      *   METRICHIST.DAT  the nightly A/K (batters) and V (pitchers)
      *                   curves, first night to last
      *
      * Each figure is put on a common footing (distance from the
      * pool mean in standard deviations, batters and pitchers pooled
      * apart) and two players are as close as the root-mean-square
      * of their differences over the figures both carry - four at
      * least, or no comp. A player's own other seasons are never his
      * comp. What each comp went on to do rides beside him: his
      * later seasons in the pool, the CAREER.DAT counters the
      * milestone tracker keeps, and every other level PLAYERXREF.DAT
      * places him at by league id - the id resolved off PLAY-FILE
      * through BAT666WEBF's LK-PLAYER-FILE hand-off, the same init
      * playerDedupe.cbl does. Name-keyed files are joined on the
      * roster spelling, the same join the passport page uses.
      *
      * Batch (front office export): one WEBSYNC\COMPS.CSV per team
      * folder, the top five comps of every qualifying player on that
      * club, registered with the report library. The same pool and
      * ranking serve similarPlayers.aspx.cbl, which builds its pool
      * from the teams in the signed-on database.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as umpZoneReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PLAY-STATUS-COMN.
          SELECT SUMMARY-AGG-FILE ASSIGN WS-SUMMARYAGG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SA-KEY
              LOCK MANUAL
              FILE STATUS IS SA-STATUS-COMN.
          SELECT DISC-PROFILE-FILE ASSIGN WS-PLATEDISC-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PD-KEY
              LOCK MANUAL
              FILE STATUS IS PD-STATUS-COMN.
          SELECT BATBALL-FILE ASSIGN WS-BATBALL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BP-KEY
              LOCK MANUAL
              FILE STATUS IS BP-STATUS-COMN.
          SELECT METRIC-HIST-FILE ASSIGN WS-METRICHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              LOCK MANUAL
              FILE STATUS IS MH-STATUS-COMN.
          SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CR-KEY
              LOCK MANUAL
              FILE STATUS IS CR-STATUS-COMN.
          SELECT PLAYER-XREF-FILE ASSIGN WS-PLAYERXREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS XR-KEY
              LOCK MANUAL
              FILE STATUS IS XR-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPLAY.CBL".

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

      * Same layout plateDiscipline.cbl builds.
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

      * Same layout xOutcome.cbl builds.
       FD  BATBALL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BP-REC.
       01  BP-REC.
           05  BP-KEY.
               10  BP-PLAYER-NAME          PIC X(30).
               10  BP-ROLE                 PIC X.
           05  BP-REST.
               10  BP-BIP                  PIC 9(05).
               10  BP-LD-M                 PIC 9(04).
               10  BP-GB-M                 PIC 9(04).
               10  BP-FB-M                 PIC 9(04).
               10  BP-PU-M                 PIC 9(04).
               10  BP-HARD-M               PIC 9(04).
               10  BP-LEFT-M               PIC 9(04).
               10  BP-CENTER-M             PIC 9(04).
               10  BP-RIGHT-M              PIC 9(04).
               10  BP-XAVG-M               PIC 9(04).
               10  BP-XSLG-M               PIC 9(04).
               10  BP-BUILT-AT             PIC X(19).
               10  FILLER                  PIC X(12).

      * Same nightly per-player metric history watchListRunner.cbl
      * accumulates.
       FD  METRIC-HIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MH-REC.
       01  MH-REC.
           05  MH-KEY.
               10  MH-PLAYER-NAME          PIC X(30).
               10  MH-METRIC               PIC X.
               10  MH-DATE                 PIC X(10).
           05  MH-REST.
               10  MH-VALUE                PIC 9(05).
               10  MH-SAMPLE               PIC 9(05).
               10  FILLER                  PIC X(10).

      * Same layout milestoneTracker.cbl keeps.
       FD  CAREER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CR-REC.
       01  CR-REC.
           05  CR-KEY.
               10  CR-PLAYER-NAME          PIC X(30).
               10  CR-STAT-CODE            PIC X(02).
           05  CR-REST.
               10  CR-CAREER-TOTAL         PIC 9(06).
               10  CR-GAME-HIGH            PIC 9(03).
               10  CR-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(10).

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

       working-storage section.
       01 bat666rununit            type RunUnit.
       01 BAT666WEBF                   type BAT666WEBF.
       01 mydata                   type batsweb.bat666Data.
       01 poolFolders              type String[].
       01 playFileReady            pic x value "N".
       01 WS-SUMMARYAGG-FILE       PIC X(256) VALUE "SUMMARYAGG.DAT".
       01 SA-STATUS-COMN.
           05  SA-STATUS-BYTE-1        PIC X.
           05  SA-STATUS-BYTE-2        PIC X.
       01 WS-PLATEDISC-FILE        PIC X(256) VALUE "PLATEDISC.DAT".
       01 PD-STATUS-COMN.
           05  PD-STATUS-BYTE-1        PIC X.
           05  PD-STATUS-BYTE-2        PIC X.
       01 WS-BATBALL-FILE          PIC X(256) VALUE "BATBALL.DAT".
       01 BP-STATUS-COMN.
           05  BP-STATUS-BYTE-1        PIC X.
           05  BP-STATUS-BYTE-2        PIC X.
       01 WS-METRICHIST-FILE       PIC X(256) VALUE "METRICHIST.DAT".
       01 MH-STATUS-COMN.
           05  MH-STATUS-BYTE-1        PIC X.
           05  MH-STATUS-BYTE-2        PIC X.
       01 WS-CAREER-FILE           PIC X(256) VALUE "CAREER.DAT".
       01 CR-STATUS-COMN.
           05  CR-STATUS-BYTE-1        PIC X.
           05  CR-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERXREF-FILE       PIC X(256) VALUE "PLAYERXREF.DAT".
       01 XR-STATUS-COMN.
           05  XR-STATUS-BYTE-1        PIC X.
           05  XR-STATUS-BYTE-2        PIC X.
       01 PLAY-STATUS-COMN.
           05  PLAY-STATUS-BYTE-1      PIC X.
           05  PLAY-STATUS-BYTE-2      PIC X.
      * One entry per player per role per folder per season - season
      * zero is the live one. The profile figures sit in sixteen
      * numbered slots, per thousand unless noted:
      *    1 AVG          2 OPS          3 HR/PA        4 BB/PA
      *    5 K/PA         6 VSL-VSR OPS  7 chase        8 whiff
      *    9 zone contact 10 line drive  11 ground ball 12 hard hit
      *   13 pull third   14 xSLG        15 A (B) or V (P) curve
      *   16 K curve
      * Batters fill what they have of 1-16, pitchers 7-15.
       01 POOL-TBL.
           05  PO-ENTRY OCCURS 6000.
               10  PO-FOLDER               PIC X(15).
               10  PO-SEASON               PIC 9(04).
               10  PO-ROLE                 PIC X.
               10  PO-NAME                 PIC X(30).
      *        Plate appearances for a batter, pitches for a pitcher.
               10  PO-SAMPLE               PIC 9(06).
               10  PO-HR                   PIC 9(05).
               10  PO-AVG-M                PIC 9(05).
               10  PO-OPS-M                PIC 9(05).
               10  PO-FEAT                 PIC S9(05) OCCURS 16.
               10  PO-HAS                  PIC X OCCURS 16.
       01 PO-COUNT                 PIC 9(04).
      * First slot of the folder/season being loaded - lookups while
      * loading never look behind it.
       01 PO-FIRST                 PIC 9(04).
      * Pool spread per figure, bank 1 batters, bank 2 pitchers.
       01 FEAT-STATS.
           05  FS-BANK OCCURS 2.
               10  FS-FEAT OCCURS 16.
                   15  FS-N                PIC 9(05).
                   15  FS-MEAN             PIC S9(05)V9(03).
                   15  FS-SD               PIC 9(05)V9(03).
      * The closest comps for the player being ranked, best first.
       01 RANK-TBL.
           05  RK-ENTRY OCCURS 10.
               10  RK-IDX                  PIC 9(04).
               10  RK-DIST                 PIC 9(03)V9(03).
               10  RK-SHARED               PIC 9(02).
       01 RK-COUNT                 PIC 9(02).
       01 RK-LIMIT                 PIC 9(02).

       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 teamDirs             type String[].
       01 worker               type batsweb.playerComps.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: playerComps <Programs-root-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

      *    One pool for the whole run - every club ranks against the
      *    same field.
           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           set worker to new batsweb.playerComps
           invoke worker::loadPool(teamDirs)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           invoke worker::exportTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *#####         Pool - every folder, live season and archive       #####
       method-id loadPool public.
       local-storage section.
       01 ff           type Int32.
       01 dd           type Int32.
       01 folderName   type String.
       01 archDirs     type String[].
       01 seasonYear   type Int32.
       procedure division using by value folderPaths as type String[].
           INITIALIZE POOL-TBL FEAT-STATS RANK-TBL
           move zeroes to PO-COUNT RK-COUNT
           set poolFolders to folderPaths
           move 0 to ff.
       folder-loop.
           if ff >= folderPaths::Length
               go to folder-done.
           set folderName to type System.IO.Path::GetFileName(folderPaths[ff])
           invoke self::loadSeason(folderPaths[ff] & "\WEBSYNC", folderName, 0)

           if not type System.IO.Directory::Exists(folderPaths[ff] & "\ARCHIVE")
               go to folder-next.
           set archDirs to type System.IO.Directory::GetDirectories(folderPaths[ff] & "\ARCHIVE")
           move 0 to dd.
       arch-loop.
           if dd >= archDirs::Length
               go to folder-next.
           if type Int32::TryParse(type System.IO.Path::GetFileName(archDirs[dd]), by reference seasonYear)
               invoke self::loadSeason(archDirs[dd] & "\WEBSYNC", folderName, seasonYear).
           add 1 to dd
           go to arch-loop.
       folder-next.
           add 1 to ff
           go to folder-loop.
       folder-done.
           invoke self::computeStats()
           invoke self::openPlayFile().
       end method.

      * One folder's season: the summary cuts first (they register
      * the batters), then the profiles and the nightly curves.
       method-id loadSeason private.
       local-storage section.
       01 poIdx        type Int32.
       01 vslName      pic x(30).
       01 vslOps       pic 9(05).
       01 vslTpa       pic 9(05).
       01 curveName    pic x(30).
       01 curveMetric  pic x.
       01 curveFirst   pic 9(05).
       01 curveLast    pic 9(05).
       01 curveNights  pic 9(05).
       01 featWork     pic s9(05).
       procedure division using by value websyncPath as type String
                          by value folderName as type String
                          by value seasonYear as type Int32.
           compute PO-FIRST = PO-COUNT + 1

      *    Summary cuts - key order puts a player's ALL ahead of his
      *    VSL ahead of his VSR.
           set WS-SUMMARYAGG-FILE to websyncPath & "\SUMMARYAGG.DAT"
           OPEN INPUT SUMMARY-AGG-FILE
           if SA-STATUS-BYTE-1 not = "0"
               go to disc-start.
           move spaces to vslName
           MOVE LOW-VALUE TO SA-KEY
           START SUMMARY-AGG-FILE KEY NOT LESS THAN SA-KEY
           if SA-STATUS-BYTE-1 not = "0"
               go to agg-done.
       agg-loop.
           READ SUMMARY-AGG-FILE NEXT RECORD
               AT END go to agg-done.
           if SA-CUT = "ALL "
               set poIdx to self::findEntry("B", SA-PLAYER-NAME, folderName, seasonYear, "Y")
               if poIdx not = 0
                   move SA-TPA to PO-SAMPLE(poIdx)
                   move SA-HR to PO-HR(poIdx)
                   move SA-AVG-M to PO-AVG-M(poIdx)
                   move SA-OPS-M to PO-OPS-M(poIdx)
                   invoke self::setFeat(poIdx, 1, SA-AVG-M)
                   invoke self::setFeat(poIdx, 2, SA-OPS-M)
                   if SA-TPA > 0
                       compute featWork = SA-HR * 1000 / SA-TPA
                       invoke self::setFeat(poIdx, 3, featWork)
                       compute featWork = SA-BB * 1000 / SA-TPA
                       invoke self::setFeat(poIdx, 4, featWork)
                       compute featWork = SA-K * 1000 / SA-TPA
                       invoke self::setFeat(poIdx, 5, featWork)
                   end-if
               end-if
               go to agg-loop.
           if SA-CUT = "VSL "
               move SA-PLAYER-NAME to vslName
               move SA-OPS-M to vslOps
               move SA-TPA to vslTpa
               go to agg-loop.
           if SA-CUT = "VSR " and SA-PLAYER-NAME = vslName
               and vslTpa > 0 and SA-TPA > 0
               set poIdx to self::findEntry("B", SA-PLAYER-NAME, folderName, seasonYear, "N")
               if poIdx not = 0
                   compute featWork = vslOps - SA-OPS-M
                   invoke self::setFeat(poIdx, 6, featWork)
               end-if
           end-if
           go to agg-loop.
       agg-done.
           CLOSE SUMMARY-AGG-FILE.

      *    Plate discipline - pitchers register here, batters only
      *    join a summary line already in the pool.
       disc-start.
           set WS-PLATEDISC-FILE to websyncPath & "\PLATEDISC.DAT"
           OPEN INPUT DISC-PROFILE-FILE
           if PD-STATUS-BYTE-1 not = "0"
               go to ball-start.
           MOVE LOW-VALUE TO PD-KEY
           START DISC-PROFILE-FILE KEY NOT LESS THAN PD-KEY
           if PD-STATUS-BYTE-1 not = "0"
               go to disc-done.
       disc-loop.
           READ DISC-PROFILE-FILE NEXT RECORD
               AT END go to disc-done.
           if PD-ROLE = "P"
               set poIdx to self::findEntry("P", PD-PLAYER-NAME, folderName, seasonYear, "Y")
               if poIdx not = 0
                   move PD-PITCHES to PO-SAMPLE(poIdx)
               end-if
           else
               set poIdx to self::findEntry("B", PD-PLAYER-NAME, folderName, seasonYear, "N")
           end-if
           if poIdx = 0
               go to disc-loop.
           invoke self::setFeat(poIdx, 7, PD-CHASE-M)
           invoke self::setFeat(poIdx, 8, PD-WHIFF-M)
           invoke self::setFeat(poIdx, 9, PD-ZCONTACT-M)
           go to disc-loop.
       disc-done.
           CLOSE DISC-PROFILE-FILE.

      *    Batted-ball profile, same registering rule.
       ball-start.
           set WS-BATBALL-FILE to websyncPath & "\BATBALL.DAT"
           OPEN INPUT BATBALL-FILE
           if BP-STATUS-BYTE-1 not = "0"
               go to curve-start.
           MOVE LOW-VALUE TO BP-KEY
           START BATBALL-FILE KEY NOT LESS THAN BP-KEY
           if BP-STATUS-BYTE-1 not = "0"
               go to ball-done.
       ball-loop.
           READ BATBALL-FILE NEXT RECORD
               AT END go to ball-done.
           if BP-ROLE = "P"
               set poIdx to self::findEntry("P", BP-PLAYER-NAME, folderName, seasonYear, "Y")
           else
               set poIdx to self::findEntry("B", BP-PLAYER-NAME, folderName, seasonYear, "N")
           end-if
           if poIdx = 0
               go to ball-loop.
           invoke self::setFeat(poIdx, 10, BP-LD-M)
           invoke self::setFeat(poIdx, 11, BP-GB-M)
           invoke self::setFeat(poIdx, 12, BP-HARD-M)
           invoke self::setFeat(poIdx, 13, BP-LEFT-M)
           invoke self::setFeat(poIdx, 14, BP-XSLG-M)
           go to ball-loop.
       ball-done.
           CLOSE BATBALL-FILE.

      *    Nightly curves - key order runs each player's metric night
      *    by night, so the first and last value of a run are the two
      *    ends of his curve.
       curve-start.
           set WS-METRICHIST-FILE to websyncPath & "\METRICHIST.DAT"
           OPEN INPUT METRIC-HIST-FILE
           if MH-STATUS-BYTE-1 not = "0"
               exit method.
           move spaces to curveName curveMetric
           move zeroes to curveFirst curveLast curveNights
           MOVE LOW-VALUE TO MH-KEY
           START METRIC-HIST-FILE KEY NOT LESS THAN MH-KEY
           if MH-STATUS-BYTE-1 not = "0"
               go to curve-done.
       curve-loop.
           READ METRIC-HIST-FILE NEXT RECORD
               AT END go to curve-done.
           if MH-PLAYER-NAME = curveName and MH-METRIC = curveMetric
               move MH-VALUE to curveLast
               add 1 to curveNights
               go to curve-loop.
           invoke self::setCurve(curveName, curveMetric, curveFirst, curveLast, curveNights, folderName, seasonYear)
           move MH-PLAYER-NAME to curveName
           move MH-METRIC to curveMetric
           move MH-VALUE to curveFirst curveLast
           move 1 to curveNights
           go to curve-loop.
       curve-done.
           invoke self::setCurve(curveName, curveMetric, curveFirst, curveLast, curveNights, folderName, seasonYear)
           CLOSE METRIC-HIST-FILE.
       end method.

      * One finished curve onto its player - A and K to the batter,
      * V to the pitcher. A single night is no curve.
       method-id setCurve private.
       local-storage section.
       01 poIdx        type Int32.
       01 curveDelta   type Int32.
       procedure division using by value playerName as type String
                          by value metricCode as type String
                          by value firstValue as type Int32
                          by value lastValue as type Int32
                          by value nightCount as type Int32
                          by value folderName as type String
                          by value seasonYear as type Int32.
           if playerName::Trim = type String::Empty or nightCount < 2
               exit method.
           compute curveDelta = lastValue - firstValue
           EVALUATE metricCode
               WHEN "A"
                   set poIdx to self::findEntry("B", playerName, folderName, seasonYear, "N")
                   if poIdx not = 0
                       invoke self::setFeat(poIdx, 15, curveDelta)
                   end-if
               WHEN "K"
                   set poIdx to self::findEntry("B", playerName, folderName, seasonYear, "N")
                   if poIdx not = 0
                       invoke self::setFeat(poIdx, 16, curveDelta)
                   end-if
               WHEN "V"
                   set poIdx to self::findEntry("P", playerName, folderName, seasonYear, "N")
                   if poIdx not = 0
                       invoke self::setFeat(poIdx, 15, curveDelta)
                   end-if
           END-EVALUATE.
       end method.

       method-id setFeat private.
       procedure division using by value poIdx as type Int32
                          by value featIdx as type Int32
                          by value featValue as type Int32.
           move featValue to PO-FEAT(poIdx, featIdx)
           move "Y" to PO-HAS(poIdx, featIdx).
       end method.

      * A batter qualifies on fifty plate appearances, a pitcher on
      * two hundred pitches seen by the discipline file.
       method-id qualifies private.
       procedure division using by value poIdx as type Int32
                          returning okFlag as type Condition.
           set okFlag to false
           if PO-ROLE(poIdx) = "B" and PO-SAMPLE(poIdx) >= 50
               set okFlag to true.
           if PO-ROLE(poIdx) = "P" and PO-SAMPLE(poIdx) >= 200
               set okFlag to true.
       end method.

      *#####       Pool spread - mean and deviation per figure          #####
       method-id computeStats private.
       local-storage section.
       01 bankIdx      type Int32.
       01 featIdx      type Int32.
       01 nn           type Int32.
       01 countN       type Int32.
       01 sumX         type Double.
       01 sumSq        type Double.
       01 meanX        type Double.
       01 varX         type Double.
       01 roleCode     pic x.
       procedure division.
           move 1 to bankIdx.
       bank-loop.
           if bankIdx > 2
               exit method.
           if bankIdx = 1
               move "B" to roleCode
           else
               move "P" to roleCode.
           move 1 to featIdx.
       feat-loop.
           if featIdx > 16
               go to bank-next.
           move 0 to countN
           move 0 to sumX sumSq
           move 1 to nn.
       sum-loop.
           if nn > PO-COUNT
               go to sum-done.
           if PO-ROLE(nn) = roleCode and PO-HAS(nn, featIdx) = "Y"
               and self::qualifies(nn)
               add 1 to countN
               compute sumX = sumX + PO-FEAT(nn, featIdx)
               compute sumSq = sumSq + (PO-FEAT(nn, featIdx) * PO-FEAT(nn, featIdx)).
           add 1 to nn
           go to sum-loop.
       sum-done.
      *    Under five qualifiers a figure is left out of the distance
      *    altogether - its deviation stays zero.
           move countN to FS-N(bankIdx, featIdx)
           if countN >= 5
               compute meanX = sumX / countN
               compute varX = (sumSq / countN) - (meanX * meanX)
               if varX > 0
                   compute FS-MEAN(bankIdx, featIdx) = meanX
                   set FS-SD(bankIdx, featIdx) to type System.Math::Sqrt(varX).
           add 1 to featIdx
           go to feat-loop.
       bank-next.
           add 1 to bankIdx
           go to bank-loop.
       end method.

      *#####            Ranking - closest comps, best first             #####
       method-id rankFor private.
       local-storage section.
       01 jj           type Int32.
       01 featIdx      type Int32.
       01 bankIdx      type Int32.
       01 sharedCnt    type Int32.
       01 zDiff        type Double.
       01 sumSq        type Double.
       01 distWork     type Double.
       procedure division using by value targetIdx as type Int32.
           move zeroes to RK-COUNT
           if PO-ROLE(targetIdx) = "B"
               move 1 to bankIdx
           else
               move 2 to bankIdx.
           move 1 to jj.
       cand-loop.
           if jj > PO-COUNT
               exit method.
           if PO-ROLE(jj) not = PO-ROLE(targetIdx)
               go to cand-next.
           if PO-NAME(jj)::Trim::ToUpper = PO-NAME(targetIdx)::Trim::ToUpper
               go to cand-next.
           if not self::qualifies(jj)
               go to cand-next.
           move 0 to sharedCnt
           move 0 to sumSq
           move 1 to featIdx.
       feat-loop.
           if featIdx > 16
               go to feat-done.
           if PO-HAS(jj, featIdx) = "Y" and PO-HAS(targetIdx, featIdx) = "Y"
               and FS-SD(bankIdx, featIdx) > 0
               compute zDiff = (PO-FEAT(jj, featIdx) - PO-FEAT(targetIdx, featIdx)) / FS-SD(bankIdx, featIdx)
               compute sumSq = sumSq + (zDiff * zDiff)
               add 1 to sharedCnt.
           add 1 to featIdx
           go to feat-loop.
       feat-done.
           if sharedCnt < 4
               go to cand-next.
           compute sumSq = sumSq / sharedCnt
           set distWork to type System.Math::Sqrt(sumSq)
           invoke self::insertRank(jj, distWork, sharedCnt).
       cand-next.
           add 1 to jj
           go to cand-loop.
       end method.

      * Slots one candidate into the best-first list. A player on file
      * at more than one folder or season is listed once, at his
      * closest.
       method-id insertRank private.
       local-storage section.
       01 rr           type Int32.
       01 ins          type Int32.
       procedure division using by value candIdx as type Int32
                          by value distValue as type Double
                          by value sharedCnt as type Int32.
           move 1 to rr.
       dup-loop.
           if rr > RK-COUNT
               go to dup-done.
           if PO-NAME(RK-IDX(rr))::Trim::ToUpper = PO-NAME(candIdx)::Trim::ToUpper
               if distValue >= RK-DIST(rr)
                   exit method
               end-if
               go to dup-drop.
           add 1 to rr
           go to dup-loop.
      *    The closer line replaces the old one - close the gap first.
       dup-drop.
           if rr >= RK-COUNT
               go to dup-dropped.
           move RK-ENTRY(rr + 1) to RK-ENTRY(rr)
           add 1 to rr
           go to dup-drop.
       dup-dropped.
           subtract 1 from RK-COUNT.
       dup-done.
           move 1 to ins.
       ins-loop.
           if ins > RK-COUNT
               go to ins-found.
           if distValue < RK-DIST(ins)
               go to ins-found.
           add 1 to ins
           go to ins-loop.
       ins-found.
           if ins > RK-LIMIT
               exit method.
           if RK-COUNT < RK-LIMIT
               add 1 to RK-COUNT.
           move RK-COUNT to rr.
       shift-loop.
           if rr <= ins
               go to shift-done.
           move RK-ENTRY(rr - 1) to RK-ENTRY(rr)
           subtract 1 from rr
           go to shift-loop.
       shift-done.
           move candIdx to RK-IDX(ins)
           compute RK-DIST(ins) = distValue
           move sharedCnt to RK-SHARED(ins).
       end method.

      *#####      Front office export - top five per club player        #####
       method-id exportTeam public.
       local-storage section.
       01 teamName     type String.
       01 nn           type Int32.
       01 rr           type Int32.
       01 compIdx      type Int32.
       01 distOut      type Double.
       01 csvOut       type System.Text.StringBuilder.
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           if not type System.IO.Directory::Exists(teamPath & "\WEBSYNC")
               exit method.
           move 5 to RK-LIMIT
           set csvOut to new type System.Text.StringBuilder
           invoke csvOut::AppendLine("Player,Role,Comp Rank,Comp,Comp Club,Comp Season,Distance,Figures Compared,Comp Line,Later Development")
           move 1 to nn.
       player-loop.
           if nn > PO-COUNT
               go to player-done.
           if PO-FOLDER(nn) not = teamName or PO-SEASON(nn) not = 0
               go to player-next.
           if not self::qualifies(nn)
               go to player-next.
           invoke self::rankFor(nn)
           move 1 to rr.
       comp-loop.
           if rr > RK-COUNT
               go to player-next.
           move RK-IDX(rr) to compIdx
           compute distOut = RK-DIST(rr)
           invoke csvOut::AppendLine(self::csvQuote(PO-NAME(nn)::Trim) & "," & PO-ROLE(nn)
               & "," & rr::ToString & "," & self::csvQuote(PO-NAME(compIdx)::Trim)
               & "," & self::csvQuote(PO-FOLDER(compIdx)::Trim) & "," & self::seasonText(compIdx)
               & "," & distOut::ToString("0.000") & "," & RK-SHARED(rr)::ToString
               & "," & self::csvQuote(self::lineText(compIdx))
               & "," & self::csvQuote(self::developmentText(compIdx)))
           add 1 to rr
           go to comp-loop.
       player-next.
           add 1 to nn
           go to player-loop.
       player-done.
           invoke type System.IO.File::WriteAllText(teamPath & "\WEBSYNC\COMPS.CSV", csvOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "COMPS", teamName, teamPath & "\WEBSYNC\COMPS.CSV", 120).
       end method.

      *#####    Similarity page - one player's comps as an HTML table   #####
       method-id compsHtml public.
       local-storage section.
       01 targetIdx    type Int32.
       01 rr           type Int32.
       01 compIdx      type Int32.
       01 simPct       type Double.
       01 htmlOut      type System.Text.StringBuilder.
       procedure division using by value playerName as type String
                          by value homeFolder as type String
                          by value roleCode as type String
                          returning htmlText as type String.
           set htmlOut to new type System.Text.StringBuilder
           set targetIdx to self::findTarget(playerName, homeFolder, roleCode)
           if targetIdx = 0
               invoke htmlOut::AppendLine("<p>" & playerName::Trim & " is not on file in any team folder of this database.</p>")
               set htmlText to htmlOut::ToString
               exit method.

           move 10 to RK-LIMIT
           invoke self::rankFor(targetIdx)
           invoke htmlOut::AppendLine("<h3>Comps - " & PO-NAME(targetIdx)::Trim & " (" & PO-FOLDER(targetIdx)::Trim & ", " & self::seasonText(targetIdx) & ")</h3>")
           invoke htmlOut::AppendLine("<p>" & self::lineText(targetIdx) & "</p>")
           if RK-COUNT = 0
               invoke htmlOut::AppendLine("<p>No qualifying player shares four or more profile figures with him yet.</p>")
               set htmlText to htmlOut::ToString
               exit method.
           invoke htmlOut::AppendLine("<table border='1' cellpadding='3'>")
           invoke htmlOut::AppendLine("<tr><td><b>#</b></td><td><b>Comp</b></td><td><b>Club</b></td><td><b>Season</b></td><td><b>Similarity</b></td><td><b>Figures</b></td><td><b>His line</b></td><td><b>Later development</b></td></tr>")
           move 1 to rr.
       comp-loop.
           if rr > RK-COUNT
               go to comp-done.
           move RK-IDX(rr) to compIdx
           compute simPct = 100 / (1 + RK-DIST(rr))
           invoke htmlOut::AppendLine("<tr><td>" & rr::ToString & "</td><td>" & PO-NAME(compIdx)::Trim
               & "</td><td>" & PO-FOLDER(compIdx)::Trim & "</td><td>" & self::seasonText(compIdx)
               & "</td><td>" & simPct::ToString("0") & "</td><td>" & RK-SHARED(rr)::ToString
               & "</td><td>" & self::lineText(compIdx) & "</td><td>" & self::developmentText(compIdx) & "</td></tr>")
           add 1 to rr
           go to comp-loop.
       comp-done.
           invoke htmlOut::AppendLine("</table>")
           invoke htmlOut::AppendLine("<p>Similarity is 100 for an identical profile and falls as the profiles part - it compares the summary cuts, plate discipline, batted-ball mix and nightly curves both players carry, each measured against the whole pool's spread.</p>")
           set htmlText to htmlOut::ToString.
       end method.

      * The typed player's live line at his own club first, then his
      * live line anywhere, then his latest archived season.
       method-id findTarget private.
       local-storage section.
       01 nn           type Int32.
       01 passNum      type Int32.
       01 bestSeason   type Int32.
       01 nameKey      type String.
       procedure division using by value playerName as type String
                          by value homeFolder as type String
                          by value roleCode as type String
                          returning targetIdx as type Int32.
           set targetIdx to 0
           set nameKey to playerName::Trim::ToUpper
           move 0 to bestSeason
           move 1 to passNum.
       pass-loop.
           if passNum > 3
               exit method.
           move 1 to nn.
       scan-loop.
           if nn > PO-COUNT
               go to pass-next.
           if PO-ROLE(nn) not = roleCode or PO-NAME(nn)::Trim::ToUpper not = nameKey
               go to scan-next.
           EVALUATE passNum
               WHEN 1
                   if PO-SEASON(nn) = 0 and PO-FOLDER(nn)::Trim = homeFolder::Trim
                       set targetIdx to nn
                       exit method
                   end-if
               WHEN 2
                   if PO-SEASON(nn) = 0
                       set targetIdx to nn
                       exit method
                   end-if
               WHEN OTHER
                   if PO-SEASON(nn) > bestSeason
                       move PO-SEASON(nn) to bestSeason
                       set targetIdx to nn
                   end-if
           END-EVALUATE.
       scan-next.
           add 1 to nn
           go to scan-loop.
       pass-next.
           add 1 to passNum
           go to pass-loop.
       end method.

       method-id seasonText private.
       procedure division using by value poIdx as type Int32
                          returning textOut as type String.
           if PO-SEASON(poIdx) = 0
               set textOut to "current"
           else
               set textOut to PO-SEASON(poIdx)::ToString.
       end method.

      * The short line a comp is recognized by - the slash line for a
      * batter, the workload and whiff rate for a pitcher.
       method-id lineText private.
       procedure division using by value poIdx as type Int32
                          returning textOut as type String.
           if PO-ROLE(poIdx) = "B"
               set textOut to "." & PO-AVG-M(poIdx)(3:3) & " / " & PO-OPS-M(poIdx)(2:1) & "." & PO-OPS-M(poIdx)(3:3)
                   & ", " & PO-HR(poIdx)::ToString & " HR in " & PO-SAMPLE(poIdx)::ToString & " PA"
           else
               set textOut to PO-SAMPLE(poIdx)::ToString & " pitches".
           if PO-ROLE(poIdx) = "P" and PO-HAS(poIdx, 8) = "Y"
               set textOut to textOut & ", whiff " & PO-FEAT(poIdx, 8)::ToString & "/1000".
       end method.

      *#####     What the comp went on to do - seasons, career, levels  #####
       method-id developmentText private.
       local-storage section.
       01 nn           type Int32.
       01 devOut       type System.Text.StringBuilder.
       01 folderPath   type String.
       01 leagueId     type String.
       01 levelText    type String.
       procedure division using by value compIdx as type Int32
                          returning textOut as type String.
           set devOut to new type System.Text.StringBuilder

      *    Later seasons anywhere in the pool under the same name -
      *    an archived comp's live line counts as later.
           move 1 to nn.
       later-loop.
           if nn > PO-COUNT
               go to later-done.
           if nn = compIdx or PO-ROLE(nn) not = PO-ROLE(compIdx)
               go to later-next.
           if PO-NAME(nn)::Trim::ToUpper not = PO-NAME(compIdx)::Trim::ToUpper
               go to later-next.
           if PO-SEASON(compIdx) = 0
               go to later-next.
           if PO-SEASON(nn) not = 0 and PO-SEASON(nn) <= PO-SEASON(compIdx)
               go to later-next.
           if PO-SAMPLE(nn) = 0
               go to later-next.
           invoke devOut::Append(PO-FOLDER(nn)::Trim & " " & self::seasonText(nn) & ": " & self::lineText(nn) & "; ").
       later-next.
           add 1 to nn
           go to later-loop.
       later-done.

      *    Career counters at his club.
           set folderPath to self::folderPathFor(PO-FOLDER(compIdx))
           if folderPath not = type String::Empty
               invoke devOut::Append(self::careerText(folderPath, PO-NAME(compIdx))).

      *    Other levels, by league id.
           set leagueId to self::leagueIdFor(folderPath, PO-NAME(compIdx))
           if leagueId not = type String::Empty
               set levelText to self::levelsFor(leagueId, PO-FOLDER(compIdx))
               if levelText = type String::Empty
                   invoke devOut::Append("league id " & leagueId & ", no other level on file")
               else
                   invoke devOut::Append("league id " & leagueId & ", also at " & levelText).

           set textOut to devOut::ToString::Trim
           if textOut::EndsWith(";")
               set textOut to textOut::Substring(0, textOut::Length - 1).
           if textOut = type String::Empty
               set textOut to "nothing later on file".
       end method.

       method-id folderPathFor private.
       local-storage section.
       01 ff           type Int32.
       procedure division using by value folderName as type String
                          returning pathOut as type String.
           set pathOut to type String::Empty
           move 0 to ff.
       path-loop.
           if ff >= poolFolders::Length
               exit method.
           if type System.IO.Path::GetFileName(poolFolders[ff]) = folderName::Trim
               set pathOut to poolFolders[ff]
               exit method.
           add 1 to ff
           go to path-loop.
       end method.

      * Hits, home runs and strikeouts as kept by the milestone
      * tracker - the same three counters the passport shows.
       method-id careerText private.
       local-storage section.
       01 statIdx      type Int32.
       01 statCode     pic x(02).
       01 statWord     type String.
       01 careerOut    type String.
       procedure division using by value folderPath as type String
                          by value playerName as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           set careerOut to type String::Empty
           set WS-CAREER-FILE to folderPath & "\WEBSYNC\CAREER.DAT"
           OPEN INPUT CAREER-FILE
           if CR-STATUS-BYTE-1 not = "0"
               exit method.
           set statIdx to 1.
       stat-loop.
           if statIdx > 3
               go to stat-done.
           EVALUATE statIdx
               WHEN 1
                   move "H " to statCode
                   set statWord to " H"
               WHEN 2
                   move "HR" to statCode
                   set statWord to " HR"
               WHEN OTHER
                   move "KP" to statCode
                   set statWord to " K (pitching)"
           END-EVALUATE
           MOVE SPACES TO CR-KEY
           set CR-PLAYER-NAME to playerName::Trim
           set CR-STAT-CODE to statCode
           READ CAREER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set careerOut to careerOut & " " & CR-CAREER-TOTAL::ToString & statWord
           END-READ
           add 1 to statIdx
           go to stat-loop.
       stat-done.
           CLOSE CAREER-FILE
           if careerOut not = type String::Empty
               set textOut to "career" & careerOut & "; ".
       end method.

      * PLAY-FILE gives the player id for the roster spelling - LAST,
      * FIRST first, FIRST LAST as the fallback, the way breakdown
      * locates a batter - and his club's PLAYERXREF.DAT gives the
      * league id for that id.
       method-id leagueIdFor private.
       local-storage section.
       01 playerId     pic 9(05).
       procedure division using by value folderPath as type String
                          by value playerName as type String
                          returning leagueId as type String.
           set leagueId to type String::Empty
           if playFileReady not = "Y" or folderPath = type String::Empty
               exit method.
           OPEN INPUT PLAY-FILE
           if PLAY-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PLAY-ALT-KEY
           unstring playerName::Trim::ToUpper delimited ", " into play-last-name, play-first-name
           READ PLAY-FILE KEY PLAY-ALT-KEY
               INVALID KEY
                   MOVE SPACES TO PLAY-ALT-KEY
                   unstring playerName::Trim::ToUpper delimited " " into play-first-name, play-last-name
                   READ PLAY-FILE KEY PLAY-ALT-KEY
                       INVALID KEY
                           CLOSE PLAY-FILE
                           exit method
                   END-READ
           END-READ
           move play-player-id to playerId
           CLOSE PLAY-FILE

           set WS-PLAYERXREF-FILE to folderPath & "\WEBSYNC\PLAYERXREF.DAT"
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
           if XR-PLAYER-ID = playerId and XR-LEAGUE-ID not = spaces
               set leagueId to XR-LEAGUE-ID::Trim
               go to xref-done.
           go to xref-loop.
       xref-done.
           CLOSE PLAYER-XREF-FILE.
       end method.

      * Every other folder whose PLAYERXREF.DAT carries the league id,
      * the folder scan comparePlayers.aspx.cbl's appendOtherLevel
      * runs.
       method-id levelsFor private.
       local-storage section.
       01 ff           type Int32.
       01 folderName   type String.
       01 matchedFlag  pic x.
       procedure division using by value leagueId as type String
                          by value homeFolder as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           move 0 to ff.
       level-loop.
           if ff >= poolFolders::Length
               exit method.
           set folderName to type System.IO.Path::GetFileName(poolFolders[ff])
           if folderName = homeFolder::Trim
               go to level-next.
           move "N" to matchedFlag
           set WS-PLAYERXREF-FILE to poolFolders[ff] & "\WEBSYNC\PLAYERXREF.DAT"
           OPEN INPUT PLAYER-XREF-FILE
           if XR-STATUS-BYTE-1 not = "0"
               go to level-next.
           MOVE LOW-VALUE TO XR-KEY
           START PLAYER-XREF-FILE KEY NOT LESS THAN XR-KEY
           if XR-STATUS-BYTE-1 not = "0"
               go to level-xref-done.
       level-xref-loop.
           READ PLAYER-XREF-FILE NEXT RECORD
               AT END go to level-xref-done.
           if XR-LEAGUE-ID::Trim::ToUpper = leagueId::Trim::ToUpper
               move "Y" to matchedFlag
               go to level-xref-done.
           go to level-xref-loop.
       level-xref-done.
           CLOSE PLAYER-XREF-FILE
           if matchedFlag = "Y"
               if textOut = type String::Empty
                   set textOut to folderName
               else
                   set textOut to textOut & ", " & folderName.
       level-next.
           add 1 to ff
           go to level-loop.
       end method.

      * BAT666WEBF init and LK-PLAYER-FILE hand-off, same as
      * playerDedupe.cbl. Only the file name is kept - PLAY-FILE is
      * opened and closed around each lookup.
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
           move "Y" to playFileReady.
       end method.

      * Finds (or, when asked, registers) the player's slot in the
      * folder/season being loaded; zero on a full table, the same
      * drop-on-overflow rule umpZoneReport.cbl's findUmp applies.
       method-id findEntry private.
       local-storage section.
       01 nn       pic 9(04).
       procedure division using by value roleCode as type String
                          by value playerName as type String
                          by value folderName as type String
                          by value seasonYear as type Int32
                          by value registerFlag as type String
                          returning poIdx as type Int32.
           set poIdx to 0
           if playerName::Trim = type String::Empty
               exit method.
           move PO-FIRST to nn.
       find-loop.
           if nn > PO-COUNT
               go to find-new.
           if PO-ROLE(nn) = roleCode and PO-NAME(nn)::Trim::ToUpper = playerName::Trim::ToUpper
               set poIdx to nn
               exit method.
           add 1 to nn
           go to find-loop.
       find-new.
           if registerFlag not = "Y" or PO-COUNT >= 6000
               exit method.
           add 1 to PO-COUNT
           move roleCode to PO-ROLE(PO-COUNT)
           set PO-NAME(PO-COUNT) to playerName::Trim
           set PO-FOLDER(PO-COUNT) to folderName
           move seasonYear to PO-SEASON(PO-COUNT)
           set poIdx to PO-COUNT.
       end method.

      * Doubled-quote escaping, as breakdown.aspx.cbl's export does.
       method-id csvQuote private.
       procedure division using by value rawText as type String
                          returning quotedText as type String.
           set quotedText to '"' & rawText::Replace('"', '""') & '"'.
       end method.

       end class.
