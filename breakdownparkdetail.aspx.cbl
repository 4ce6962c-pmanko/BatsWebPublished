       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat310data"] as type batsweb.bat310Data
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           set PW-TEAM to type HttpContext::Current::Session["team"]::ToString::Trim::ToUpper
               as type RunUnit
           set BAT310-SEL-BPARK to parkDropDownList::SelectedItem
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT310-ACTION)
           invoke self::Recalc
       end method.

           else
               set BAT310-SEL-BPARK to park2DropDownList::SelectedItem.
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT310-ACTION)

           invoke compareOut::Append("<tr><td>" & BAT310-SEL-BPARK::Trim & "</td>")
           move 1 to aa.

           set BAT310-SEL-BPARK to savedBPark
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT310-ACTION)
           invoke self::Recalc

           invoke self::Response::Clear
           ADD 3 TO BAT292V-UP-X
           ADD 3 TO BAT292V-UP-Y
           move "M2" to BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
           invoke self::batstube
       end method.
       
           set BAT300-END-GAME-DATE to gmDate

           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT310-ACTION)

           invoke trendOut::AppendLine("<tr><td>" & yr::ToString & "</td><td>" & BAT310-LOC-PCT(1)::ToString & "</td><td>" & BAT310-LOC-PCT(2)::ToString & "</td><td>" & BAT310-LOC-PCT(3)::ToString & "</td><td>" & BAT310-LOC-PCT(4)::ToString & "</td><td>" & BAT310-LOC-PCT(5)::ToString & "</td><td>" & BAT310-LOC-PCT(6)::ToString & "</td><td>" & BAT310-LOC-PCT(7)::ToString & "</td></tr>")

           set BAT300-GAME-DATE to savedStartDate
           set BAT300-END-GAME-DATE to savedEndDate
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.engineWatch::run(bat310rununit, "BAT300WEBF", BAT310-ACTION)
           invoke self::Recalc

           invoke trendOut::AppendLine("</table>")
               move " " to BAT310-INFIELD-IP
               set infieldButton::Text to "Show Infield"
               MOVE "FB" TO BAT310-ACTION
               invoke type batsweb.engineWatch::run(bat310rununit, "BAT310WEBF", BAT310-ACTION)
               else
               move "Y" to BAT310-INFIELD-IP
               set infieldButton::Text to "Show Outfield".
