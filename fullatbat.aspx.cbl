               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       method-id Page_Load protected.
          
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "T" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           MOVE "RA" TO BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           MOVE "VS" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit") as type RunUnit

           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set mydata to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer

       local-storage section.
       01 savedTeam    pic x(15) value spaces.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] not = null
               set savedTeam to self::Session["team"]::ToString::Trim.

               OPEN OUTPUT PLAYER-INFO-FILE
           END-IF

      *    An existing entry keeps what this screen does not key -
      *    bats/throws and birth date - the way rosterMaintenance.aspx.cbl
      *    reads the record before changing it.
           READ PLAYER-INFO-FILE
               INVALID KEY
                   MOVE SPACES TO PI-REC
           END-READ
           set PI-TEAM to savedTeam
           move type Int32::Parse(playerIdTextBox::Text) to PI-PLAYER-ID
           set PI-JERSEY-TEAM to savedTeam
           move type Int32::Parse(jerseyNumTextBox::Text) to PI-JERSEY-NUM
           set PI-POSITION-TEAM to savedTeam
           set PI-POSITION to positionTextBox::Text::Trim::ToUpper

           WRITE PI-REC
               INVALID KEY
                   REWRITE PI-REC
           MOVE "VS" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit") as type RunUnit

           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
               move "N" to BAT666-MAX-FLAG.
           MOVE "GO" to BAT668-ACTION
           MOVE "T" to BAT666-ACTION               
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                     
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
               move "N" to BAT666-SORT-FLAG.
           MOVE "GO" to BAT668-ACTION
           MOVE "T" to BAT666-ACTION               
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                          
               move "N" to BAT666-SORT-FLAG.
           MOVE "GO" to BAT668-ACTION
           MOVE "T" to BAT666-ACTION               
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                     
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                          
               move "N" to BAT666-SORT-FLAG.
           MOVE "GO" to BAT668-ACTION
           MOVE "T" to BAT666-ACTION               
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                     
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                          
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
         
           set bat666rununit to self::Session::Item("666rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
               MOVE play-player-id to BAT666-LOCATE-SEL-ID
               move "LP" to BAT668-ACTION
               move "T" to BAT666-ACTION
               invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
           end-if.
           move "TI" to BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set BAT666-RESULT1 TO Result1::SelectedItem
           add 1 to BAT666-RES-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set BAT666-RESULT2 TO Result2::SelectedItem
           add 1 to BAT666-RES-IDX2
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set DIALOG-RUN-IDX to Runners::SelectedIndex
           add 1 to DIALOG-RUN-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set DIALOG-INN-IDX to Innings::SelectedIndex
           add 1 to DIALOG-INN-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set DIALOG-OUT-IDX to Outs::SelectedIndex
           add 1 to DIALOG-OUT-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           set DIALOG-INN-MASTER to innings::SelectedItem
           set DIALOG-INN-IDX to (innings::SelectedIndex + 1)
           MOVE "RA" TO BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "AL" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "A" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "AR" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "AL" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "A" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "AR" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
               set BAT666-PITCHER-TEAM to pTeamDropDownList::SelectedItem.
           MOVE "T" to BAT666-ACTION
           MOVE "TI" to BAT668-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT668-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
               set BAT666-BATTER-TEAM to bTeamDropDownList::SelectedItem.
           MOVE "T" to BAT666-ACTION
           MOVE "TI" to BAT668-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT668-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE playerFlag TO BAT666-IND-PB-FLAG  
           MOVE "RP" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.engineWatch::run(bat666rununit, "BAT666WEBF", BAT666-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
