      * already serves - the BAT360 game index for schedule and
      * results, the same cumulative line-score walk
      * gameSummary.aspx.cbl's lineScoreButton_Click reads, the
      * PROBABLES.DAT record for tonight's starter, with his headshot
      * when the library has one - and a refresh header advances to
      * the next panel on a timer. Zero interaction. Tonight's game
      * and the week ahead carry the overnight forecast
      * (weatherForecast.cbl) - rain chance, temperature, wind.
      * While a game is being charted, the Tonight panel gives way to
      * the live line score, pitch counts and last at-bats from the
      * provisional lines (liveGame.cbl), marked provisional.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 visRuns          pic 9(03).
       01 homeRuns         pic 9(03).
       01 highlightPath    type String.
       01 teamFolder       type String.
       01 fcText           type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value param-sender as object
                  into WS-PROBABLES-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\MILESTONE.LOG"' delimited by size
                  into WS-MILESTONE-LOG-FILE
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & teamName::Trim.

      *    The page drives its own engine load - a kiosk has no
      *    analyst session to lean on.
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.


           set todayDate to type DateTime::Today

      *    Tonight's game is under way - show it as it stands.
           if panelNum = 1 and teamFolder not = null
               if type batsweb.liveGame::isLive(teamFolder)
                   move 5 to panelNum
               end-if
           end-if

           EVALUATE panelNum
               WHEN 1
      *            Tonight: the first game on or after today, with the
                       if type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
                           if gameDay not < todayDate
                               invoke kioskOut::AppendLine("<p>" & BAT360-G-VIS(gg)::Trim & " at " & BAT360-G-HOME(gg)::Trim & " - " & self::displayGameTime(BAT360-G-TIME(gg), BAT360-G-HOME(gg)) & "</p>")
      *                        The overnight forecast (weatherForecast.cbl)
      *                        under the matchup.
                               if teamFolder not = null
                                   set fcText to type batsweb.gameForecast::forecastText(teamFolder, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg))
                                   if fcText not = type String::Empty
                                       invoke kioskOut::AppendLine("<p>" & fcText & "</p>")
                                   end-if
                               end-if
                               OPEN INPUT PROBABLES-FILE
                               if PB-STATUS-BYTE-1 = "0"
                                   MOVE SPACES TO PB-KEY
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           if teamFolder not = null
                                               invoke kioskOut::AppendLine(type batsweb.headshotStore::imgHtmlByName(teamFolder, PB-PITCHER-NAME, 240))
                                           end-if
                                           invoke kioskOut::AppendLine("<p>" & self::langText("KIOSK-PROBABLE", "Probable") & ": " & PB-PITCHER-NAME::Trim & " (" & PB-THROWS & "HP)</p>")
                                   END-READ
                                   CLOSE PROBABLES-FILE
                               MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
                               MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
                               MOVE "RA" to BAT360-ACTION
                               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
                               if ERROR-FIELD NOT = SPACES
                                   move spaces to ERROR-FIELD
                               else
                                       MOVE lastBRow to BAT360-AB-IP
                                       MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
                                       MOVE "VA" to BAT360-ACTION
                                       invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
                                       if ERROR-FIELD NOT = SPACES
                                           move spaces to ERROR-FIELD
                                       else
      *            the same morning media relations does.
                   invoke kioskOut::AppendLine("<h2>" & self::langText("KIOSK-MILESTONES", "Milestones") & "</h2>")
                   invoke self::appendMilestoneLines(kioskOut, todayDate)
               WHEN 5
                   invoke kioskOut::AppendLine("<h2>" & self::langText("KIOSK-LIVE", "Live") & "</h2>")
                   invoke kioskOut::AppendLine(type batsweb.liveGame::panelHtml(teamFolder))
               WHEN OTHER
      *            The week ahead off the same game list.
                   invoke kioskOut::AppendLine("<h2>" & self::langText("KIOSK-COMINGUP", "Coming up") & "</h2><table>")
                   perform until gg > BAT360-NUM-GAMES or shownCount > 6
                       if type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
                           if gameDay not < todayDate
                               set fcText to type String::Empty
                               if teamFolder not = null
                                   set fcText to type batsweb.gameForecast::forecastText(teamFolder, BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), BAT360-G-GAME-ID(gg))
                               end-if
                               invoke kioskOut::AppendLine("<tr><td>" & BAT360-G-DSP-DATE(gg)::ToString("0#/##/##") & "</td><td>" & BAT360-G-VIS(gg)::Trim & " at " & BAT360-G-HOME(gg)::Trim & "</td><td>" & self::displayGameTime(BAT360-G-TIME(gg), BAT360-G-HOME(gg)) & "</td><td>" & fcText & "</td></tr>")
                               add 1 to shownCount
                           end-if
                       end-if
