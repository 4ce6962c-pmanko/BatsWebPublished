       class-id batsweb.gameForecast.

      * Forecast reader - the looking-ahead half of the weather that
      * PARKWX.DAT only keeps after the fact. weatherForecast.cbl
      * fetches a forecast for every upcoming game in the BAT360 game
      * index (by the home park's VENUE.DAT lat/lon) and keeps one
      * WEBSYNC\GAMEFCST.DAT record per game, keyed by the same game
      * display date/id pair PROBABLES.DAT uses; the screens show it
      * through here:
      *   type batsweb.gameForecast::forecastText(teamFolder,
      *       gameDateText, gameId)
      *       "rain 70%, 68F, wind 12 NW - RAIN RISK" for one game,
      *       empty when nothing is on file - the gameSummary
      *       schedule, the kiosk
      *   type batsweb.gameForecast::tripForecast(teamFolder,
      *       opponentName, startDay, endDay)
      *       the same per game day for an itinerary's games against
      *       the opponent - roadBundle.aspx.cbl's itinerary list
      * teamFolder is the team's folder under the Programs root (the
      * one holding WEBSYNC).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FORECAST-FILE ASSIGN WS-GAMEFCST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GF-KEY
              LOCK MANUAL
              FILE STATUS IS GF-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout weatherForecast.cbl writes.
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

       working-storage section.
       01 WS-GAMEFCST-FILE         PIC X(256) VALUE "GAMEFCST.DAT".
       01 GF-STATUS-COMN.
           05  GF-STATUS-BYTE-1        PIC X.
           05  GF-STATUS-BYTE-2        PIC X.

       method-id forecastText static public.
       local-storage section.
       01 worker       type batsweb.gameForecast.
       procedure division using by value teamFolder as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning textOut as type String.
           set worker to new batsweb.gameForecast
           set textOut to worker::readGame(teamFolder, gameDateText, gameId).
       end method.

       method-id tripForecast static public.
       local-storage section.
       01 worker       type batsweb.gameForecast.
       procedure division using by value teamFolder as type String
                          by value opponentName as type String
                          by value startDay as type DateTime
                          by value endDay as type DateTime
                          returning textOut as type String.
           set worker to new batsweb.gameForecast
           set textOut to worker::readTrip(teamFolder, opponentName, startDay, endDay).
       end method.

      *#####                   One game's forecast                     #####
       method-id readGame private.
       procedure division using by value teamFolder as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning textOut as type String.
           set textOut to type String::Empty
           set WS-GAMEFCST-FILE to teamFolder & "\WEBSYNC\GAMEFCST.DAT"
           OPEN INPUT GAME-FORECAST-FILE
           if GF-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO GF-KEY
           set GF-GAME-DATE to gameDateText::Trim
           set GF-GAME-ID to gameId::Trim
           READ GAME-FORECAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set textOut to self::describe
           END-READ
           CLOSE GAME-FORECAST-FILE.
       end method.

      *#####         An itinerary's games against one club             #####
       method-id readTrip private.
       local-storage section.
       01 fromStamp    pic x(08).
       01 thruStamp    pic x(08).
       01 tripOut      type System.Text.StringBuilder.
       procedure division using by value teamFolder as type String
                          by value opponentName as type String
                          by value startDay as type DateTime
                          by value endDay as type DateTime
                          returning textOut as type String.
           set textOut to type String::Empty
           set fromStamp to startDay::ToString("yyyyMMdd")
           set thruStamp to endDay::ToString("yyyyMMdd")
           set tripOut to new System.Text.StringBuilder
           set WS-GAMEFCST-FILE to teamFolder & "\WEBSYNC\GAMEFCST.DAT"
           OPEN INPUT GAME-FORECAST-FILE
           if GF-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO GF-KEY
           START GAME-FORECAST-FILE KEY NOT LESS THAN GF-KEY
           if GF-STATUS-BYTE-1 not = "0"
               go to trip-done.
       trip-loop.
           READ GAME-FORECAST-FILE NEXT RECORD
               AT END go to trip-done.
           if GF-GAME-DAY < fromStamp or GF-GAME-DAY > thruStamp
               go to trip-loop.
           if opponentName::Trim not = type String::Empty
               and GF-VIS::Trim not = opponentName::Trim::ToUpper
               and GF-HOME::Trim not = opponentName::Trim::ToUpper
               go to trip-loop.
           if tripOut::Length > 0
               invoke tripOut::Append("; ").
           invoke tripOut::Append(GF-GAME-DATE(1:5) & " " & self::describe)
           go to trip-loop.
       trip-done.
           CLOSE GAME-FORECAST-FILE
           set textOut to tripOut::ToString.
       end method.

      * The record in hand as the one-line forecast every screen shows.
       method-id describe private.
       local-storage section.
       01 tempNum      type Int32.
       procedure division returning textOut as type String.
           move GF-TEMP-F to tempNum
           set textOut to "rain " & GF-RAIN-PCT::ToString & "%, " & tempNum::ToString & "F, wind "
               & GF-WIND-MPH::ToString & " " & GF-WIND-DIR::Trim
           if GF-RAIN-RISK
               set textOut to textOut & " - RAIN RISK".
       end method.

       end class.
