       class-id batsweb.weatherForecast.

      * Nightly forecast import - PARKWX.DAT keeps a park's weather
      * after the games are played; nothing looked ahead, and scouts
      * drove four hours to rainouts. For every upcoming game in each
      * team's BAT360 game index (today through WS-FORECAST-DAYS out)
      * this asks the forecast service for the home park's VENUE.DAT
      * lat/lon and keeps the game-hour rain probability,
      * temperature and wind as one WEBSYNC\GAMEFCST.DAT record per
      * game (layout and reader in gameForecast.cbl) - the gameSummary
      * schedule, the kiosk and the roadBundle itineraries show it.
      *   weatherForecast <Programs-root-folder> <forecast-url>
      * The URL is the service's CSV endpoint with {LAT}, {LON} and
      * {DATE} (yyyy-MM-dd) in it; the answer is one line per hour -
      *   yyyy-MM-dd HH:mm,rain-pct,temp-F,wind-mph,wind-dir
      * - and the line for the game's hour is the one kept (the wettest
      * hour of the day when the game time will not read).
      * A game at or above WS-RAIN-RISK-PCT is flagged, and the first
      * night it crosses the line a notice goes out: to the in-app
      * bell of every scout whose ITINERARY.DAT trip covers the game,
      * to the whole staff's bell when PROBABLES.DAT has a start
      * posted for it, and as a WEATHER alert through
      * batsweb.alertRouter (team chat and/or mail). A game that dries
      * out is re-armed, so a forecast that turns wet again speaks up
      * again. A park with no lat/lon on VENUE.DAT is logged and
      * skipped. FORECAST.LOG keeps the trail.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as travelReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT FORECAST-LOG-FILE ASSIGN WS-FORECAST-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT VENUE-FILE ASSIGN WS-VENUE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VN-KEY
              LOCK MANUAL
              FILE STATUS IS VN-STATUS-COMN.
          SELECT GAME-FORECAST-FILE ASSIGN WS-GAMEFCST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GF-KEY
              LOCK MANUAL
              FILE STATUS IS GF-STATUS-COMN.
          SELECT ITINERARY-FILE ASSIGN WS-ITINERARY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IT-KEY
              LOCK MANUAL
              FILE STATUS IS IT-STATUS-COMN.
          SELECT PROBABLES-FILE ASSIGN WS-PROBABLES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PB-KEY
              LOCK MANUAL
              FILE STATUS IS PB-STATUS-COMN.
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FORECAST-LOG-REC.
       01  FORECAST-LOG-REC            PIC X(200).

      * Same layout venueMaintenance.aspx.cbl maintains.
       FD  VENUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VN-REC.
       01  VN-REC.
           05  VN-KEY.
               10  VN-PARK-TEAM            PIC X(20).
           05  VN-REST.
               10  VN-PARK-NAME            PIC X(30).
               10  VN-FENCE-LF             PIC 9(03).
               10  VN-FENCE-LC             PIC 9(03).
               10  VN-FENCE-CF             PIC 9(03).
               10  VN-FENCE-RC             PIC 9(03).
               10  VN-FENCE-RF             PIC 9(03).
               10  VN-HT-LF                PIC 9(02).
               10  VN-HT-CF                PIC 9(02).
               10  VN-HT-RF                PIC 9(02).
               10  VN-SURFACE              PIC X.
               10  VN-ROOF                 PIC X.
               10  VN-ELEVATION            PIC 9(05).
               10  VN-TIME-ZONE            PIC X(03).
               10  VN-LAT                  PIC X(08).
               10  VN-LON                  PIC X(09).
               10  FILLER                  PIC X(10).

      * Same layout gameForecast.cbl reads.
       FD  GAME-FORECAST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GF-REC.
       01  GF-REC.
           05  GF-KEY.
               10  GF-GAME-DATE            PIC X(10).
               10  GF-GAME-ID              PIC X(10).
           05  GF-REST.
               10  GF-GAME-DAY             PIC X(08).
               10  GF-VIS                  PIC X(20).
               10  GF-HOME                 PIC X(20).
               10  GF-RAIN-PCT             PIC 9(03).
               10  GF-TEMP-F               PIC S9(03).
               10  GF-WIND-MPH             PIC 9(03).
               10  GF-WIND-DIR             PIC X(03).
               10  GF-RISK-FLAG            PIC X.
                   88  GF-RAIN-RISK        VALUE "Y".
               10  GF-NOTIFIED-FLAG        PIC X.
               10  GF-FETCHED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * Same layout roadBundle.aspx.cbl maintains.
       FD  ITINERARY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IT-REC.
       01  IT-REC.
           05  IT-KEY.
               10  IT-SCOUT                PIC X(30).
               10  IT-START-DATE           PIC X(10).
           05  IT-REST.
               10  IT-OPPONENT             PIC X(20).
               10  IT-END-DATE             PIC X(10).
               10  IT-PARK                 PIC X(20).
               10  IT-BUNDLED-FLAG         PIC X.
               10  FILLER                  PIC X(19).

      * Same layout probables.aspx.cbl maintains.
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

      * Same inbox layout Site.Master.cbl's notification bell reads.
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
       01 WS-FORECAST-LOG-FILE     PIC X(256) VALUE "FORECAST.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-VENUE-FILE            PIC X(256) VALUE "VENUE.DAT".
       01 VN-STATUS-COMN.
           05  VN-STATUS-BYTE-1        PIC X.
           05  VN-STATUS-BYTE-2        PIC X.
       01 WS-GAMEFCST-FILE         PIC X(256) VALUE "GAMEFCST.DAT".
       01 GF-STATUS-COMN.
           05  GF-STATUS-BYTE-1        PIC X.
           05  GF-STATUS-BYTE-2        PIC X.
       01 WS-ITINERARY-FILE        PIC X(256) VALUE "ITINERARY.DAT".
       01 IT-STATUS-COMN.
           05  IT-STATUS-BYTE-1        PIC X.
           05  IT-STATUS-BYTE-2        PIC X.
       01 WS-PROBABLES-FILE        PIC X(256) VALUE "PROBABLES.DAT".
       01 PB-STATUS-COMN.
           05  PB-STATUS-BYTE-1        PIC X.
           05  PB-STATUS-BYTE-2        PIC X.
       01 WS-NOTIFYINBOX-FILE      PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.
       01 WS-FORECAST-DAYS         PIC 9(02) VALUE 7.
       01 WS-RAIN-RISK-PCT         PIC 9(03) VALUE 60.
      * The hour the service answered for the game, as fetched.
       01 FORECAST-HOUR.
           05  FH-RAIN-PCT             PIC 9(03).
           05  FH-TEMP-F               PIC S9(03).
           05  FH-WIND-MPH             PIC 9(03).
           05  FH-WIND-DIR             PIC X(03).

       method-id Main static public.
       local-storage section.
       01 runStamp             type String.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 worker                type batsweb.weatherForecast.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: weatherForecast <Programs-root-folder> <forecast-url>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "WXFORECAST")

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           set worker to new batsweb.weatherForecast
           invoke worker::forecastTeam(teamDirs[aa], args[1])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke type batsweb.runRegistry::registerEnd(programsRoot, "WXFORECAST", runStamp, "C", aa)
           goback.
       end method.

      *#####          Per-team walk of the upcoming games              #####
       method-id forecastTeam private.
       local-storage section.
       01 teamName              type String.
       01 gg                    type Int32.
       01 gameDay               type DateTime.
       01 lastDay               type DateTime.
       01 latText               type String.
       01 lonText               type String.
       01 gameDateText          pic x(10).
       01 wasNotified           pic x.
       01 fetchedCnt            pic 9(04) value 0.
       01 riskCnt               pic 9(04) value 0.
       01 noticeText            type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value teamPath as type String
                          by value urlTemplate as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           set WS-FORECAST-LOG-FILE to teamPath & "\WEBSYNC\FORECAST.LOG"
           set WS-GAMEFCST-FILE to teamPath & "\WEBSYNC\GAMEFCST.DAT"
           set WS-ITINERARY-FILE to teamPath & "\WEBSYNC\ITINERARY.DAT"
           set WS-PROBABLES-FILE to teamPath & "\WEBSYNC\PROBABLES.DAT"
           set WS-NOTIFYINBOX-FILE to teamPath & "\WEBSYNC\NOTIFYINBOX.DAT"
      *    VENUE.DAT is web-maintained beside the Programs root
      *    (the prefix the pages derive) - so the path is derived rather
      *    than left to this job's working directory.
           set WS-VENUE-FILE to type System.IO.Path::GetDirectoryName(teamPath) & "\VENUE.DAT"
           set lastDay to type DateTime::Today::AddDays(WS-FORECAST-DAYS)

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
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
               invoke bat360rununit::StopRun(0)
               exit method.

           OPEN I-O GAME-FORECAST-FILE
           IF GF-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT GAME-FORECAST-FILE
               CLOSE GAME-FORECAST-FILE
               OPEN I-O GAME-FORECAST-FILE
           END-IF
           if GF-STATUS-BYTE-1 not = "0"
               invoke self::logLine(teamName, "unable to open GAMEFCST.DAT")
               invoke bat360rununit::StopRun(0)
               exit method.

           move 1 to gg.
       games-loop.
           if gg > BAT360-NUM-GAMES
               go to games-done.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to games-next.
           if gameDay < type DateTime::Today or gameDay > lastDay
               go to games-next.

      *    The game's park is the home club's venue.
           if not self::parkLocation(BAT360-G-HOME(gg), by reference latText, by reference lonText)
               invoke self::logLine(teamName, "no forecast - " & BAT360-G-HOME(gg)::Trim & " has no lat/lon on VENUE.DAT")
               go to games-next.
           if not self::fetchForecast(urlTemplate, latText, lonText, gameDay, self::gameHour(BAT360-G-TIME(gg)))
               invoke self::logLine(teamName, "no forecast - service did not answer for " & BAT360-G-VIS(gg)::Trim & " at " & BAT360-G-HOME(gg)::Trim & " " & gameDay::ToString("yyyy-MM-dd"))
               go to games-next.
           add 1 to fetchedCnt

      *    Keyed by the games-list display date, the form the
      *    probables screen keys by too.
           set gameDateText to BAT360-G-DSP-DATE(gg)::ToString("0#/##/##")
           MOVE SPACES TO GF-KEY
           move gameDateText to GF-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) TO GF-GAME-ID
           move "N" to wasNotified
           READ GAME-FORECAST-FILE
               INVALID KEY
                   MOVE SPACES TO GF-REST
               NOT INVALID KEY
                   move GF-NOTIFIED-FLAG to wasNotified
           END-READ
           set GF-GAME-DAY to gameDay::ToString("yyyyMMdd")
           set GF-VIS to BAT360-G-VIS(gg)::Trim::ToUpper
           set GF-HOME to BAT360-G-HOME(gg)::Trim::ToUpper
           move FH-RAIN-PCT to GF-RAIN-PCT
           move FH-TEMP-F to GF-TEMP-F
           move FH-WIND-MPH to GF-WIND-MPH
           move FH-WIND-DIR to GF-WIND-DIR
           set GF-FETCHED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if GF-RAIN-PCT not < WS-RAIN-RISK-PCT
               move "Y" to GF-RISK-FLAG
           else
      *        Dried out - re-armed for the next wet turn.
               move "N" to GF-RISK-FLAG
               move "N" to wasNotified
           end-if

           if GF-RAIN-RISK and wasNotified not = "Y"
               add 1 to riskCnt
               set noticeText to "Rain risk " & GF-RAIN-PCT::ToString & "% - " & GF-VIS::Trim & " at " & GF-HOME::Trim
                   & " " & gameDateText::Trim & " " & BAT360-G-TIME(gg)::Trim
               invoke self::notifyTravellers(gameDay, gameDateText, BAT360-G-GAME-ID(gg), noticeText)
               invoke type batsweb.alertRouter::broadcast(type System.IO.Path::GetDirectoryName(teamPath), teamName, "WEATHER", teamName & " - rain risk " & gameDateText::Trim, noticeText)
               invoke self::logLine(teamName, "RAIN RISK - " & noticeText)
               move "Y" to wasNotified
           end-if
           move wasNotified to GF-NOTIFIED-FLAG

           WRITE GF-REC
               INVALID KEY
                   REWRITE GF-REC
           END-WRITE.
       games-next.
           add 1 to gg
           go to games-loop.
       games-done.
           CLOSE GAME-FORECAST-FILE
           invoke bat360rununit::StopRun(0)
           invoke self::logLine(teamName, fetchedCnt::ToString & " upcoming games forecast, " & riskCnt::ToString & " new rain risks").
       end method.

      * The stored (park-local) game time as a 24-hour hour - 19 when
      * the time will not read, the usual first pitch.
       method-id gameHour private.
       local-storage section.
       01 timeWork     type String.
       01 colonPos     type Int32.
       01 hourNum      type Int32.
       procedure division using by value timeText as type String
                          returning hourOut as type Int32.
           set hourOut to 19
           set timeWork to timeText::Trim::ToUpper
           set colonPos to timeWork::IndexOf(":")
           if colonPos < 1
               exit method.
           if not type Int32::TryParse(timeWork::Substring(0, colonPos), by reference hourNum)
               exit method.
           if timeWork::Contains("P") and hourNum not = 12
               add 12 to hourNum.
           if timeWork::Contains("A") and hourNum = 12
               move 0 to hourNum.
           if hourNum >= 0 and hourNum <= 23
               set hourOut to hourNum.
       end method.

      * The park's coordinates off VENUE.DAT as the service wants
      * them - false when the park has no location keyed.
       method-id parkLocation private.
       local-storage section.
       01 latWork      type Double.
       01 lonWork      type Double.
       procedure division using by value clubName as type String
                          by reference latOut as type String
                          by reference lonOut as type String
                          returning knownFlag as type Condition.
           set knownFlag to false
           OPEN INPUT VENUE-FILE
           if VN-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO VN-KEY
           set VN-PARK-TEAM to clubName::Trim::ToUpper
           READ VENUE-FILE
               INVALID KEY
                   CLOSE VENUE-FILE
                   exit method
           END-READ
           CLOSE VENUE-FILE
           if type Double::TryParse(VN-LAT::Trim, by reference latWork)
               and type Double::TryParse(VN-LON::Trim, by reference lonWork)
               set latOut to VN-LAT::Trim
               set lonOut to VN-LON::Trim
               set knownFlag to true.
       end method.

      *#####              One game's forecast, fetched                 #####
      * Fills FORECAST-HOUR from the service's hourly CSV - the game's
      * hour when the answer carries it, else the wettest hour of the
      * day. False on any trouble reaching or reading the service.
       method-id fetchForecast private.
       local-storage section.
       01 client       type System.Net.WebClient.
       01 serviceUrl   type String.
       01 answerText   type String.
       01 answerRdr    type System.IO.StringReader.
       01 lineText     type String.
       01 partsOut     type String[].
       01 dayText      type String.
       01 lineHour     type Int32.
       01 rainNum      type Int32.
       01 tempNum      type Int32.
       01 windNum      type Int32.
       01 wettestRain  type Int32.
       01 hourFound    pic x.
       01 dayFound     pic x.
       procedure division using by value urlTemplate as type String
                          by value latText as type String
                          by value lonText as type String
                          by value gameDay as type DateTime
                          by value wantHour as type Int32
                          returning okFlag as type Condition.
           set okFlag to false
           set dayText to gameDay::ToString("yyyy-MM-dd")
           set serviceUrl to urlTemplate::Replace("{LAT}", latText)::Replace("{LON}", lonText)::Replace("{DATE}", dayText)
           try
               set client to new type System.Net.WebClient
               set answerText to client::DownloadString(serviceUrl)
           catch
               exit method
           end-try
           if answerText = null
               exit method.

           move "N" to hourFound dayFound
           move -1 to wettestRain
           set answerRdr to new System.IO.StringReader(answerText).
       line-loop.
           set lineText to answerRdr::ReadLine
           if lineText = null
               go to line-done.
           set partsOut to lineText::Split(',')
           if partsOut::Length < 5
               go to line-loop.
           if not partsOut[0]::Trim::StartsWith(dayText)
               go to line-loop.
           if partsOut[0]::Trim::Length < 13
               go to line-loop.
           if not type Int32::TryParse(partsOut[0]::Trim::Substring(11, 2), by reference lineHour)
               go to line-loop.
           if not type Int32::TryParse(partsOut[1]::Trim, by reference rainNum)
               or not type Int32::TryParse(partsOut[2]::Trim, by reference tempNum)
               or not type Int32::TryParse(partsOut[3]::Trim, by reference windNum)
               go to line-loop.
           if hourFound = "Y"
               go to line-loop.
           if lineHour not = wantHour and rainNum not > wettestRain
               go to line-loop.
           if lineHour = wantHour
               move "Y" to hourFound.
           move "Y" to dayFound
           move rainNum to wettestRain
           move rainNum to FH-RAIN-PCT
           move tempNum to FH-TEMP-F
           move windNum to FH-WIND-MPH
           set FH-WIND-DIR to partsOut[4]::Trim::ToUpper
           go to line-loop.
       line-done.
           if dayFound = "Y"
               set okFlag to true.
       end method.

      *#####          Who hears about a rain-risk game                 #####
      * Every scout whose itinerary covers the day and names either
      * club (or the park) gets a bell notice; a posted probable for
      * the game puts the notice on the whole staff's bell, since the
      * probable record carries the pitcher rather than a user.
       method-id notifyTravellers private.
       local-storage section.
       01 tripStart    type DateTime.
       01 tripEnd      type DateTime.
       procedure division using by value gameDay as type DateTime
                          by value gameDateText as type String
                          by value gameId as type String
                          by value noticeText as type String.
           OPEN INPUT ITINERARY-FILE
           if IT-STATUS-BYTE-1 not = "0"
               go to probable-check.
           MOVE LOW-VALUE TO IT-KEY
           START ITINERARY-FILE KEY NOT LESS THAN IT-KEY
           if IT-STATUS-BYTE-1 not = "0"
               go to itin-done.
       itin-loop.
           READ ITINERARY-FILE NEXT RECORD
               AT END go to itin-done.
           if not type DateTime::TryParse(IT-START-DATE::Trim, by reference tripStart)
               or not type DateTime::TryParse(IT-END-DATE::Trim, by reference tripEnd)
               go to itin-loop.
           if gameDay < tripStart or gameDay > tripEnd
               go to itin-loop.
           if IT-OPPONENT::Trim not = GF-VIS::Trim
               and IT-OPPONENT::Trim not = GF-HOME::Trim
               and IT-PARK::Trim::ToUpper not = GF-HOME::Trim
               go to itin-loop.
           invoke self::notifyInbox(IT-SCOUT, noticeText)
           go to itin-loop.
       itin-done.
           CLOSE ITINERARY-FILE.
       probable-check.
           OPEN INPUT PROBABLES-FILE
           if PB-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO PB-KEY
           set PB-GAME-DATE to gameDateText::Trim
           set PB-GAME-ID to gameId::Trim
           READ PROBABLES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   invoke self::notifyInbox("*ALL*", noticeText & " - probable " & PB-PITCHER-NAME::Trim)
           END-READ
           CLOSE PROBABLES-FILE.
       end method.

      * One inbox record. The itinerary screen stores the scout as
      * free-typed text, usually "LAST, FIRST" - unstrung into the
      * inbox's last/first key bytes the way itineraryRunner.cbl
      * does; "*ALL*" is the whole-staff notice.
       method-id notifyInbox private.
       local-storage section.
       01 nameWork     pic x(30).
       01 lastPart     pic x(30).
       01 firstPart    pic x(30).
       procedure division using by value userName as type String
                          by value noticeText as type String.
           OPEN I-O NOTIFY-INBOX-FILE
           IF NI-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT NOTIFY-INBOX-FILE
               CLOSE NOTIFY-INBOX-FILE
               OPEN I-O NOTIFY-INBOX-FILE
           END-IF
           if NI-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO NI-REC
           set nameWork to userName::Trim::ToUpper
           move spaces to lastPart firstPart
           if nameWork::Contains(",")
               UNSTRING nameWork DELIMITED BY ", " OR ","
                   INTO lastPart firstPart
               END-UNSTRING
           else
               move nameWork to lastPart
           end-if
           move lastPart(1:15) to NI-LAST
           move firstPart(1:15) to NI-FIRST
           set NI-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set NI-TEXT to noticeText
           move "N" to NI-READ-FLAG
           WRITE NI-REC
               INVALID KEY
                   REWRITE NI-REC
           END-WRITE
           CLOSE NOTIFY-INBOX-FILE.
       end method.

      *#####                    Forecast log                           #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND FORECAST-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT FORECAST-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO FORECAST-LOG-REC.
           WRITE FORECAST-LOG-REC.
           CLOSE FORECAST-LOG-FILE.
       end method.

       end class.
