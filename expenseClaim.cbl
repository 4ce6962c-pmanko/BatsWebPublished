       class-id batsweb.expenseClaim.

      * Advance-scout trip expense and mileage claims. ITINERARY.DAT
      * (roadBundle.aspx.cbl) already says where each scout went and
      * when; the paper expense form and accounting's re-keying of the
      * mileage go away. One EXPCLAIM.DAT claim per itinerary trip,
      * keyed the same scout/start date, carries:
      *   - driving miles: out from the previous trip's park when the
      *     scout went straight on from it (that trip ended the day
      *     before this one starts, or later), otherwise from the home
      *     park; back to the home park unless the next trip starts
      *     within a day of this one ending (its claim carries that
      *     leg). Each leg is the great-circle distance between the
      *     VENUE.DAT locations, the way travelReport.cbl measures a
      *     road trip, times the policy's road factor. A park with no
      *     venue location contributes no miles and the claim says
      *     which.
      *   - days on the road (start through end) at the per-diem rate
      *   - lodging and receipt lines the scout adds on
      *     expenseClaims.aspx.cbl (EXPLINE.DAT, the scans in
      *     WEBSYNC\RECEIPTS)
      * EXPPOLICY.DAT holds the team's mileage rate, per-diem rate,
      * road factor, home park, and the scouting director and
      * accounting approvers by roster spelling (LAST, FIRST); until
      * an admin sets it the DEFAULT- rates below apply. A claim moves
      *   D  draft            the scout's; re-figured from the
      *                       itinerary and policy every time it is
      *                       opened or a line changes
      *   S  submitted        waiting on the scouting director, who
      *                       approves it or returns it to draft
      *   A  director-approved waiting on accounting, same choice
      *   P  posted           accounting-approved; locked, and picked
      *                       up by the month's export
      * Entry point the page shares:
      *   type batsweb.expenseClaim::prepare(teamPath, scoutName,
      *       startDate)
      *       creates or re-figures the draft claim for the trip;
      *       returns "" or why it could not
      * Run monthly as a batch job (expenseClaim <Programs-root>
      * [yyyy-MM] [to-address-or-list]) it writes every team's claims
      * accounting posted that month (default: last month) to
      * EXPENSE-yyyyMM.CSV beside the Programs root for accounting to
      * load, marks them exported, tells the address or distribution
      * list where the file is, and rebuilds each team's
      * cost-per-game-scouted report for the season by scout and by
      * opponent - EXPCOST.HTML, registered with the report library.
      * Games scouted are the trip's games against the opponent in the
      * team's BAT360 game index; a trip the index has none for counts
      * one game per day on the road and the report marks it.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as travelReport.cbl.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EXP-POLICY-FILE ASSIGN WS-EXPPOLICY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EP-KEY
              LOCK MANUAL
              FILE STATUS IS EP-STATUS-COMN.
          SELECT EXP-CLAIM-FILE ASSIGN WS-EXPCLAIM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CL-KEY
              LOCK MANUAL
              FILE STATUS IS CL-STATUS-COMN.
          SELECT EXP-LINE-FILE ASSIGN WS-EXPLINE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EL-KEY
              LOCK MANUAL
              FILE STATUS IS EL-STATUS-COMN.
          SELECT ITINERARY-FILE ASSIGN WS-ITINERARY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IT-KEY
              LOCK MANUAL
              FILE STATUS IS IT-STATUS-COMN.
          SELECT VENUE-FILE ASSIGN WS-VENUE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VN-KEY
              LOCK MANUAL
              FILE STATUS IS VN-STATUS-COMN.
          SELECT EXPORT-FILE ASSIGN WS-EXPORT-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EX-STATUS-COMN.
          SELECT EXP-LOG-FILE ASSIGN WS-EXP-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * The team's one policy record, key "POLICY".
       FD  EXP-POLICY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EP-REC.
       01  EP-REC.
           05  EP-KEY                      PIC X(08).
           05  EP-REST.
               10  EP-MILE-RATE            PIC 9V999.
               10  EP-PERDIEM              PIC 9(03)V99.
               10  EP-ROAD-FACTOR          PIC 9V99.
               10  EP-HOME-PARK            PIC X(20).
               10  EP-DIRECTOR             PIC X(30).
               10  EP-ACCOUNTING           PIC X(30).
               10  EP-UPDATED-BY           PIC X(30).
               10  EP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One claim per itinerary trip - the ITINERARY.DAT key.
       FD  EXP-CLAIM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CL-REC.
       01  CL-REC.
           05  CL-KEY.
               10  CL-SCOUT                PIC X(30).
               10  CL-START-DATE           PIC X(10).
           05  CL-REST.
               10  CL-OPPONENT             PIC X(20).
               10  CL-END-DATE             PIC X(10).
               10  CL-PARK                 PIC X(20).
      *        Where the drive began, and where it ended - blank when
      *        the scout went straight on to the next trip.
               10  CL-FROM-PARK            PIC X(20).
               10  CL-RETURN-PARK          PIC X(20).
               10  CL-MILES                PIC 9(05).
               10  CL-MILE-RATE            PIC 9V999.
               10  CL-MILEAGE-AMT          PIC 9(05)V99.
               10  CL-DAYS                 PIC 9(03).
               10  CL-PERDIEM-RATE         PIC 9(03)V99.
               10  CL-PERDIEM-AMT          PIC 9(05)V99.
               10  CL-LODGING-AMT          PIC 9(06)V99.
               10  CL-RECEIPT-AMT          PIC 9(06)V99.
               10  CL-TOTAL-AMT            PIC 9(07)V99.
               10  CL-MILES-NOTE           PIC X(60).
               10  CL-STATUS               PIC X.
                   88  CL-DRAFT            VALUE "D".
                   88  CL-SUBMITTED        VALUE "S".
                   88  CL-DIR-APPROVED     VALUE "A".
                   88  CL-POSTED           VALUE "P".
               10  CL-RETURN-NOTE          PIC X(60).
               10  CL-SUBMITTED-AT         PIC X(19).
               10  CL-DIRECTOR             PIC X(30).
               10  CL-DIRECTOR-AT          PIC X(19).
               10  CL-ACCOUNTING           PIC X(30).
               10  CL-ACCOUNTING-AT        PIC X(19).
               10  CL-EXPORTED-MONTH       PIC X(07).
               10  CL-CREATED-AT           PIC X(19).
               10  CL-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * A lodging or receipt line on a claim.
       FD  EXP-LINE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EL-REC.
       01  EL-REC.
           05  EL-KEY.
               10  EL-SCOUT                PIC X(30).
               10  EL-START-DATE           PIC X(10).
               10  EL-LINE                 PIC 9(02).
           05  EL-REST.
               10  EL-KIND                 PIC X.
                   88  EL-LODGING          VALUE "L".
                   88  EL-RECEIPT          VALUE "R".
               10  EL-DATE                 PIC X(10).
               10  EL-DESCRIPTION          PIC X(40).
               10  EL-AMOUNT               PIC 9(05)V99.
               10  EL-RECEIPT-FILE         PIC X(40).
               10  EL-ADDED-AT             PIC X(19).
               10  FILLER                  PIC X(10).

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

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPORT-REC.
       01  EXPORT-REC                  PIC X(300).

       FD  EXP-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXP-LOG-REC.
       01  EXP-LOG-REC                 PIC X(200).

       working-storage section.
       01 bat360rununit            type RunUnit.
       01 BAT360WEBF                   type BAT360WEBF.
       01 mydata                   type batsweb.bat360Data.
       01 teamDirs                 type String[].
       01 WS-EXPPOLICY-FILE        PIC X(256) VALUE "EXPPOLICY.DAT".
       01 EP-STATUS-COMN.
           05  EP-STATUS-BYTE-1        PIC X.
           05  EP-STATUS-BYTE-2        PIC X.
       01 WS-EXPCLAIM-FILE         PIC X(256) VALUE "EXPCLAIM.DAT".
       01 CL-STATUS-COMN.
           05  CL-STATUS-BYTE-1        PIC X.
           05  CL-STATUS-BYTE-2        PIC X.
       01 WS-EXPLINE-FILE          PIC X(256) VALUE "EXPLINE.DAT".
       01 EL-STATUS-COMN.
           05  EL-STATUS-BYTE-1        PIC X.
           05  EL-STATUS-BYTE-2        PIC X.
       01 WS-ITINERARY-FILE        PIC X(256) VALUE "ITINERARY.DAT".
       01 IT-STATUS-COMN.
           05  IT-STATUS-BYTE-1        PIC X.
           05  IT-STATUS-BYTE-2        PIC X.
       01 WS-VENUE-FILE            PIC X(256) VALUE "VENUE.DAT".
       01 VN-STATUS-COMN.
           05  VN-STATUS-BYTE-1        PIC X.
           05  VN-STATUS-BYTE-2        PIC X.
       01 WS-EXPORT-FILE           PIC X(256) VALUE "EXPENSE.CSV".
       01 EX-STATUS-COMN.
           05  EX-STATUS-BYTE-1        PIC X.
           05  EX-STATUS-BYTE-2        PIC X.
       01 WS-EXP-LOG-FILE          PIC X(256) VALUE "EXPENSE.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
      * Rates until the team admin sets EXPPOLICY.DAT.
       01 DEFAULT-MILE-RATE        PIC 9V999     VALUE 0.670.
       01 DEFAULT-PERDIEM          PIC 9(03)V99  VALUE 59.00.
       01 DEFAULT-ROAD-FACTOR      PIC 9V99      VALUE 1.20.
      * How long the library keeps a cost report.
       01 COST-RETAIN-DAYS         PIC 9(04) VALUE 400.
       01 MONEY-EDIT               PIC Z(08)9.99.
      * The month being exported and the lines written for it.
       01 EXPORT-MONTH             PIC X(07).
       01 EXPORT-COUNT             PIC 9(05) VALUE 0.
       01 EXPORT-TOTAL             PIC 9(09)V99 VALUE 0.
      * The season's cost report, by scout and by opponent.
       01 SCOUT-COST-TBL.
           05  SC-ENTRY OCCURS 100.
               10  SC-NAME                 PIC X(30).
               10  SC-TRIPS                PIC 9(04).
               10  SC-DAYS                 PIC 9(05).
               10  SC-GAMES                PIC 9(05).
               10  SC-EST-TRIPS            PIC 9(04).
               10  SC-MILES                PIC 9(07).
               10  SC-COST                 PIC 9(09)V99.
       01 SC-COUNT                 PIC 9(03).
       01 OPP-COST-TBL.
           05  OC-ENTRY OCCURS 100.
               10  OC-NAME                 PIC X(30).
               10  OC-TRIPS                PIC 9(04).
               10  OC-DAYS                 PIC 9(05).
               10  OC-GAMES                PIC 9(05).
               10  OC-EST-TRIPS            PIC 9(04).
               10  OC-MILES                PIC 9(07).
               10  OC-COST                 PIC 9(09)V99.
       01 OC-COUNT                 PIC 9(03).

      *#####                     Entry points                          #####
       method-id Main static public.
       local-storage section.
       01 aa                   type Int32.
       01 programsRoot         type String.
       01 reportTo             type String.
       01 worker                type batsweb.expenseClaim.
       01 exportPath           type String.
       01 monthDay             type DateTime.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: expenseClaim <Programs-root-folder> [yyyy-MM] [to-address-or-list]")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

           set worker to new batsweb.expenseClaim
           set reportTo to type String::Empty
           invoke worker::setMonth(type DateTime::Today::AddMonths(-1)::ToString("yyyy-MM"))
           if args::Length > 1
               if not type DateTime::TryParse(args[1]::Trim & "-01", by reference monthDay)
                   invoke type System.Console::WriteLine("month is yyyy-MM: " & args[1])
                   goback
               end-if
               invoke worker::setMonth(monthDay::ToString("yyyy-MM"))
           end-if
           if args::Length > 2
               set reportTo to args[2].

           set exportPath to worker::openExport(programsRoot)
           if exportPath = type String::Empty
               invoke type System.Console::WriteLine("cannot write the export beside " & programsRoot)
               goback.

           set teamDirs to type System.IO.Directory::GetDirectories(programsRoot)
           move 0 to aa.
       team-loop.
           if aa >= teamDirs::Length
               go to team-done.
           invoke worker::runTeam(teamDirs[aa])
           add 1 to aa
           go to team-loop.
       team-done.
           invoke worker::closeExport(programsRoot, exportPath, reportTo)
           goback.
       end method.

       method-id prepare static public.
       local-storage section.
       01 worker       type batsweb.expenseClaim.
       procedure division using by value teamPath as type String
                          by value scoutName as type String
                          by value startDate as type String
                          returning messageText as type String.
           set worker to new batsweb.expenseClaim
           set messageText to worker::prepareClaim(teamPath, scoutName, startDate).
       end method.

       method-id setMonth private.
       procedure division using by value monthText as type String.
           set EXPORT-MONTH to monthText.
       end method.

       method-id teamFiles private.
       procedure division using by value teamPath as type String.
           set WS-EXPPOLICY-FILE to teamPath & "\WEBSYNC\EXPPOLICY.DAT"
           set WS-EXPCLAIM-FILE to teamPath & "\WEBSYNC\EXPCLAIM.DAT"
           set WS-EXPLINE-FILE to teamPath & "\WEBSYNC\EXPLINE.DAT"
           set WS-ITINERARY-FILE to teamPath & "\WEBSYNC\ITINERARY.DAT"
           set WS-EXP-LOG-FILE to teamPath & "\WEBSYNC\EXPENSE.LOG"
      *    VENUE.DAT is web-maintained beside the Programs root, as
      *    travelReport.cbl reads it.
           set WS-VENUE-FILE to type System.IO.Path::GetDirectoryName(teamPath) & "\VENUE.DAT".
       end method.

      * EP-REC as the team set it, the DEFAULT- rates where it did not.
       method-id loadPolicy private.
       procedure division.
           MOVE SPACES TO EP-REC
           move zeroes to EP-MILE-RATE EP-PERDIEM EP-ROAD-FACTOR
           OPEN INPUT EXP-POLICY-FILE
           if EP-STATUS-BYTE-1 = "0"
               move "POLICY" to EP-KEY
               READ EXP-POLICY-FILE
                   INVALID KEY
                       MOVE SPACES TO EP-REC
                       move zeroes to EP-MILE-RATE EP-PERDIEM EP-ROAD-FACTOR
               END-READ
               CLOSE EXP-POLICY-FILE
           end-if
           if EP-MILE-RATE = 0
               move DEFAULT-MILE-RATE to EP-MILE-RATE.
           if EP-PERDIEM = 0
               move DEFAULT-PERDIEM to EP-PERDIEM.
           if EP-ROAD-FACTOR = 0
               move DEFAULT-ROAD-FACTOR to EP-ROAD-FACTOR.
       end method.

      *#####        The draft claim, figured off the itinerary         #####
       method-id prepareClaim private.
       local-storage section.
       01 wantScout        pic x(30).
       01 wantStart        pic x(10).
       01 foundFlag        pic x value "N".
       01 thisFound        pic x value "N".
       01 prevEnd          pic x(10) value spaces.
       01 prevPark         pic x(20) value spaces.
       01 nextStart        pic x(10) value spaces.
       01 nextPark         pic x(20) value spaces.
       01 tripOpponent     pic x(20).
       01 tripEndText      pic x(10).
       01 tripPark         pic x(20).
       01 tripStart        type DateTime.
       01 tripEnd          type DateTime.
       01 otherDay         type DateTime.
       01 legMiles         type Double.
       01 totalMiles       type Double.
       01 noteText         type String.
       procedure division using by value teamPath as type String
                          by value scoutName as type String
                          by value startDate as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           invoke self::teamFiles(teamPath)
           set wantScout to scoutName::Trim::ToUpper
           set wantStart to startDate::Trim

      *    The trip, and the scout's trips either side of it.
           OPEN INPUT ITINERARY-FILE
           if IT-STATUS-BYTE-1 not = "0"
               set messageText to "No itineraries on file."
               exit method.
           MOVE LOW-VALUE TO IT-KEY
           move wantScout to IT-SCOUT
           START ITINERARY-FILE KEY NOT LESS THAN IT-KEY
           if IT-STATUS-BYTE-1 not = "0"
               go to trip-done.
       trip-loop.
           READ ITINERARY-FILE NEXT RECORD
               AT END go to trip-done.
           if IT-SCOUT not = wantScout
               go to trip-done.
           if thisFound = "Y"
               move IT-START-DATE to nextStart
               move IT-PARK to nextPark
               go to trip-done.
           if IT-START-DATE = wantStart
               move "Y" to thisFound
               move IT-OPPONENT to tripOpponent
               move IT-END-DATE to tripEndText
               move IT-PARK to tripPark
               go to trip-loop.
           move IT-END-DATE to prevEnd
           move IT-PARK to prevPark
           go to trip-loop.
       trip-done.
           CLOSE ITINERARY-FILE
           if thisFound not = "Y"
               set messageText to "That trip is not on the itinerary."
               exit method.
           if not type DateTime::TryParse(wantStart::Trim, by reference tripStart)
               or not type DateTime::TryParse(tripEndText::Trim, by reference tripEnd)
               set messageText to "The itinerary dates for that trip do not read as dates."
               exit method.

      *    A claim past draft is not re-figured.
           OPEN I-O EXP-CLAIM-FILE
           IF CL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT EXP-CLAIM-FILE
               CLOSE EXP-CLAIM-FILE
               OPEN I-O EXP-CLAIM-FILE
           END-IF
           if CL-STATUS-BYTE-1 not = "0"
               set messageText to "Expense claims are not available right now."
               exit method.
           MOVE SPACES TO CL-REC
           move wantScout to CL-SCOUT
           move wantStart to CL-START-DATE
           READ EXP-CLAIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           if foundFlag = "Y" and not CL-DRAFT
               CLOSE EXP-CLAIM-FILE
               exit method.
           if foundFlag not = "Y"
               MOVE SPACES TO CL-REST
               move zeroes to CL-MILES CL-MILE-RATE CL-MILEAGE-AMT CL-DAYS
                              CL-PERDIEM-RATE CL-PERDIEM-AMT CL-LODGING-AMT
                              CL-RECEIPT-AMT CL-TOTAL-AMT
               move "D" to CL-STATUS
               set CL-CREATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           end-if
      *    The itinerary may have moved since the draft was opened.
           move tripOpponent to CL-OPPONENT
           move tripEndText to CL-END-DATE
           move tripPark to CL-PARK

           invoke self::loadPolicy
           move EP-HOME-PARK to CL-FROM-PARK
           if prevEnd not = spaces
               and type DateTime::TryParse(prevEnd::Trim, by reference otherDay)
               if otherDay::AddDays(1) not < tripStart
                   move prevPark to CL-FROM-PARK
               end-if
           end-if
           move EP-HOME-PARK to CL-RETURN-PARK
           if nextStart not = spaces
               and type DateTime::TryParse(nextStart::Trim, by reference otherDay)
               if otherDay not > tripEnd::AddDays(1)
                   move spaces to CL-RETURN-PARK
               end-if
           end-if

           set noteText to type String::Empty
           set totalMiles to 0
           if CL-FROM-PARK not = spaces
               set legMiles to self::legBetween(CL-FROM-PARK, CL-PARK, by reference noteText)
               add legMiles to totalMiles.
           if CL-RETURN-PARK not = spaces
               set legMiles to self::legBetween(CL-PARK, CL-RETURN-PARK, by reference noteText)
               add legMiles to totalMiles.
           if EP-HOME-PARK = spaces
               set noteText to noteText & "no home park in the expense policy; ".
           set CL-MILES-NOTE to noteText
           compute CL-MILES rounded = totalMiles * EP-ROAD-FACTOR
           move EP-MILE-RATE to CL-MILE-RATE
           compute CL-MILEAGE-AMT rounded = CL-MILES * CL-MILE-RATE

           compute CL-DAYS = tripEnd::Subtract(tripStart)::Days + 1
           move EP-PERDIEM to CL-PERDIEM-RATE
           compute CL-PERDIEM-AMT rounded = CL-DAYS * CL-PERDIEM-RATE

           invoke self::sumLines
           compute CL-TOTAL-AMT = CL-MILEAGE-AMT + CL-PERDIEM-AMT
                                + CL-LODGING-AMT + CL-RECEIPT-AMT
           set CL-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           if foundFlag = "Y"
               REWRITE CL-REC
           else
               WRITE CL-REC
                   INVALID KEY
                       REWRITE CL-REC
               END-WRITE
           end-if
           CLOSE EXP-CLAIM-FILE.
       end method.

      * Lodging and receipt totals for the claim in CL-REC.
       method-id sumLines private.
       procedure division.
           move zeroes to CL-LODGING-AMT CL-RECEIPT-AMT
           OPEN INPUT EXP-LINE-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EL-KEY
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move 0 to EL-LINE
           START EXP-LINE-FILE KEY NOT LESS THAN EL-KEY
           if EL-STATUS-BYTE-1 not = "0"
               go to sum-done.
       sum-loop.
           READ EXP-LINE-FILE NEXT RECORD
               AT END go to sum-done.
           if EL-SCOUT not = CL-SCOUT or EL-START-DATE not = CL-START-DATE
               go to sum-done.
           if EL-LODGING
               add EL-AMOUNT to CL-LODGING-AMT
           else
               add EL-AMOUNT to CL-RECEIPT-AMT.
           go to sum-loop.
       sum-done.
           CLOSE EXP-LINE-FILE.
       end method.

      * Great-circle miles between two parks; a park without a venue
      * location adds to the note and measures nothing.
       method-id legBetween private.
       local-storage section.
       01 lat1         type Double.
       01 lon1         type Double.
       01 lat2         type Double.
       01 lon2         type Double.
       01 known1       type String.
       01 known2       type String.
       procedure division using by value fromPark as type String
                          by value toPark as type String
                          by reference noteText as type String
                          returning milesOut as type Double.
           set milesOut to 0
           if fromPark::Trim::ToUpper = toPark::Trim::ToUpper
               exit method.
           invoke self::parkLocation(fromPark, by reference lat1, by reference lon1, by reference known1)
           invoke self::parkLocation(toPark, by reference lat2, by reference lon2, by reference known2)
           if known1 not = "Y"
               set noteText to noteText & "no venue location for " & fromPark::Trim & "; ".
           if known2 not = "Y"
               set noteText to noteText & "no venue location for " & toPark::Trim & "; ".
           if known1 = "Y" and known2 = "Y"
               set milesOut to self::milesBetween(lat1, lon1, lat2, lon2).
       end method.

      * The park's location off VENUE.DAT - by the club key
      * travelReport.cbl reads it by, else by the park's own name.
       method-id parkLocation private.
       local-storage section.
       01 latWork      type Double.
       01 lonWork      type Double.
       01 wantPark     pic x(30).
       01 foundFlag    pic x value "N".
       procedure division using by value parkName as type String
                          by reference latOut as type Double
                          by reference lonOut as type Double
                          by reference knownFlag as type String.
           set knownFlag to "N"
           set wantPark to parkName::Trim::ToUpper
           OPEN INPUT VENUE-FILE
           if VN-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO VN-KEY
           move wantPark to VN-PARK-TEAM
           READ VENUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ
           if foundFlag = "Y"
               go to park-found.
           MOVE LOW-VALUE TO VN-KEY
           START VENUE-FILE KEY NOT LESS THAN VN-KEY
           if VN-STATUS-BYTE-1 not = "0"
               CLOSE VENUE-FILE
               exit method.
       park-loop.
           READ VENUE-FILE NEXT RECORD
               AT END
                   CLOSE VENUE-FILE
                   exit method
           END-READ
           if VN-PARK-NAME::Trim::ToUpper not = wantPark::Trim
               go to park-loop.
       park-found.
           CLOSE VENUE-FILE
           if type Double::TryParse(VN-LAT::Trim, by reference latWork)
               and type Double::TryParse(VN-LON::Trim, by reference lonWork)
               set latOut to latWork
               set lonOut to lonWork
               set knownFlag to "Y".
       end method.

      * Great-circle miles between two points - travelReport.cbl's
      * measure.
       method-id milesBetween private.
       local-storage section.
       01 lat1r        type Double.
       01 lat2r        type Double.
       01 dLat         type Double.
       01 dLon         type Double.
       01 havA         type Double.
       01 havC         type Double.
       procedure division using by value lat1 as type Double
                          by value lon1 as type Double
                          by value lat2 as type Double
                          by value lon2 as type Double
                          returning milesOut as type Double.
           compute lat1r = lat1 * 3.14159265 / 180
           compute lat2r = lat2 * 3.14159265 / 180
           compute dLat = (lat2 - lat1) * 3.14159265 / 180
           compute dLon = (lon2 - lon1) * 3.14159265 / 180
           compute havA = (type Math::Sin(dLat / 2) * type Math::Sin(dLat / 2))
               + (type Math::Cos(lat1r) * type Math::Cos(lat2r)
                  * type Math::Sin(dLon / 2) * type Math::Sin(dLon / 2))
           compute havC = 2 * type Math::Atan2(type Math::Sqrt(havA), type Math::Sqrt(1 - havA))
           compute milesOut = 3959 * havC.
       end method.

      *#####           The month's export for accounting               #####
      * EXPENSE-yyyyMM.CSV beside the Programs root, header line
      * written; the path, "" when it could not be opened.
       method-id openExport private.
       procedure division using by value programsRoot as type String
                          returning pathOut as type String.
           set pathOut to programsRoot::TrimEnd("\") & "\EXPENSE-" & EXPORT-MONTH::Replace("-", "") & ".CSV"
           set WS-EXPORT-FILE to pathOut
           OPEN OUTPUT EXPORT-FILE
           if EX-STATUS-BYTE-1 not = "0"
               set pathOut to type String::Empty
               exit method.
           MOVE SPACES TO EXPORT-REC
           move "team,scout,trip-start,trip-end,opponent,park,miles,mileage,days,per-diem,lodging,receipts,total,director,director-approved,accounting,posted"
               to EXPORT-REC
           WRITE EXPORT-REC.
       end method.

       method-id closeExport private.
       local-storage section.
       01 subjectLine      type String.
       procedure division using by value programsRoot as type String
                          by value exportPath as type String
                          by value reportTo as type String.
           CLOSE EXPORT-FILE
           move EXPORT-TOTAL to MONEY-EDIT
           invoke type System.Console::WriteLine(exportPath & ": " & EXPORT-COUNT::ToString & " claims, " & MONEY-EDIT::Trim)
           if reportTo = null or reportTo::Trim = type String::Empty
               exit method.
           set subjectLine to "Scout expense export " & EXPORT-MONTH
           invoke type batsweb.mailSpool::enqueueList(programsRoot, programsRoot, reportTo::Trim, subjectLine,
               "The scout expense claims posted in " & EXPORT-MONTH & " - " & EXPORT-COUNT::ToString
               & " claims, " & MONEY-EDIT::Trim & " - are in " & exportPath & ".")
       end method.

      *#####        Per-team: export the month, cost the season        #####
       method-id runTeam private.
       local-storage section.
       01 teamName             type String.
       01 seasonText           pic x(04).
       01 lineText             type String.
       01 gameCount            type Int32.
       01 estFlag              pic x.
       01 indexOk              pic x value "N".
       procedure division using by value teamPath as type String.
           set teamName to type System.IO.Path::GetFileName(teamPath)
           invoke self::teamFiles(teamPath)
           move EXPORT-MONTH(1:4) to seasonText
           move 0 to SC-COUNT OC-COUNT

           OPEN I-O EXP-CLAIM-FILE
           if CL-STATUS-BYTE-1 not = "0"
               exit method.
           invoke type batsweb.engineWatch::forTeam(teamName)
           if self::loadGameIndex
               move "Y" to indexOk.

           MOVE LOW-VALUE TO CL-KEY
           START EXP-CLAIM-FILE KEY NOT LESS THAN CL-KEY
           if CL-STATUS-BYTE-1 not = "0"
               go to claim-done.
       claim-loop.
           READ EXP-CLAIM-FILE NEXT RECORD
               AT END go to claim-done.
           if not CL-POSTED
               go to claim-loop.

      *    Posted this month - onto the export.
           if CL-ACCOUNTING-AT(1:7) = EXPORT-MONTH
               set lineText to teamName & "," & self::csvText(CL-SCOUT) & "," & CL-START-DATE::Trim
                   & "," & CL-END-DATE::Trim & "," & self::csvText(CL-OPPONENT) & "," & self::csvText(CL-PARK)
                   & "," & CL-MILES::ToString & "," & self::moneyText(CL-MILEAGE-AMT)
                   & "," & CL-DAYS::ToString & "," & self::moneyText(CL-PERDIEM-AMT)
                   & "," & self::moneyText(CL-LODGING-AMT) & "," & self::moneyText(CL-RECEIPT-AMT)
                   & "," & self::moneyText(CL-TOTAL-AMT) & "," & self::csvText(CL-DIRECTOR)
                   & "," & CL-DIRECTOR-AT(1:10) & "," & self::csvText(CL-ACCOUNTING)
                   & "," & CL-ACCOUNTING-AT(1:10)
               MOVE SPACES TO EXPORT-REC
               set EXPORT-REC to lineText
               WRITE EXPORT-REC
               add 1 to EXPORT-COUNT
               add CL-TOTAL-AMT to EXPORT-TOTAL
               move EXPORT-MONTH to CL-EXPORTED-MONTH
               REWRITE CL-REC
               invoke self::logLine(teamName, "exported " & CL-SCOUT::Trim & " " & CL-START-DATE & " " & self::moneyText(CL-TOTAL-AMT) & " for " & EXPORT-MONTH)
           end-if

      *    The season's trips - into the cost report.
           if CL-START-DATE(1:4) not = seasonText
               go to claim-loop.
           move "N" to estFlag
           move 0 to gameCount
           if indexOk = "Y"
               set gameCount to self::gamesScouted.
           if gameCount = 0
               move CL-DAYS to gameCount
               move "Y" to estFlag.
           invoke self::tallyScout(gameCount, estFlag)
           invoke self::tallyOpponent(gameCount, estFlag)
           go to claim-loop.
       claim-done.
           CLOSE EXP-CLAIM-FILE
           if indexOk = "Y"
               invoke bat360rununit::StopRun(0).
           if SC-COUNT > 0
               invoke self::writeCostReport(teamPath, teamName, seasonText).
       end method.

      * Fresh engine/game-index load, the same init/RG every walker
      * here runs. False when the index cannot be loaded.
       method-id loadGameIndex private.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning okFlag as type Condition.
           set okFlag to false

           set mydata to new batsweb.bat360Data
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

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
           set okFlag to true.
       end method.

      * The claim's trip games against its opponent in the index.
       method-id gamesScouted private.
       local-storage section.
       01 gg           type Int32.
       01 gameDay      type DateTime.
       01 dayText      pic x(10).
       01 wantClub     type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning gameCount as type Int32.
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           set gameCount to 0
           set wantClub to CL-OPPONENT::Trim::ToUpper
           if wantClub = type String::Empty
               exit method.
           move 1 to gg.
       game-loop.
           if gg > BAT360-NUM-GAMES
               exit method.
           if not type DateTime::TryParse(BAT360-G-DSP-DATE(gg)::ToString("0#/##/##"), by reference gameDay)
               go to game-next.
           set dayText to gameDay::ToString("yyyy-MM-dd")
           if dayText < CL-START-DATE or dayText > CL-END-DATE
               go to game-next.
           if BAT360-G-HOME(gg)::Trim::ToUpper = wantClub
               or BAT360-G-VIS(gg)::Trim::ToUpper = wantClub
               add 1 to gameCount.
       game-next.
           add 1 to gg
           go to game-loop.
       end method.

       method-id tallyScout private.
       local-storage section.
       01 nn           pic 9(03).
       procedure division using by value gameCount as type Int32
                          by value estFlag as type String.
           move 1 to nn.
       find-loop.
           if nn > SC-COUNT
               go to find-new.
           if SC-NAME(nn) = CL-SCOUT
               go to find-done.
           add 1 to nn
           go to find-loop.
       find-new.
           if SC-COUNT >= 100
               exit method.
           add 1 to SC-COUNT
           move SC-COUNT to nn
           move CL-SCOUT to SC-NAME(nn)
           move zeroes to SC-TRIPS(nn) SC-DAYS(nn) SC-GAMES(nn)
                          SC-EST-TRIPS(nn) SC-MILES(nn) SC-COST(nn).
       find-done.
           add 1 to SC-TRIPS(nn)
           add CL-DAYS to SC-DAYS(nn)
           add gameCount to SC-GAMES(nn)
           add CL-MILES to SC-MILES(nn)
           add CL-TOTAL-AMT to SC-COST(nn)
           if estFlag = "Y"
               add 1 to SC-EST-TRIPS(nn).
       end method.

       method-id tallyOpponent private.
       local-storage section.
       01 nn           pic 9(03).
       procedure division using by value gameCount as type Int32
                          by value estFlag as type String.
           move 1 to nn.
       find-loop.
           if nn > OC-COUNT
               go to find-new.
           if OC-NAME(nn) = CL-OPPONENT
               go to find-done.
           add 1 to nn
           go to find-loop.
       find-new.
           if OC-COUNT >= 100
               exit method.
           add 1 to OC-COUNT
           move OC-COUNT to nn
           move CL-OPPONENT to OC-NAME(nn)
           move zeroes to OC-TRIPS(nn) OC-DAYS(nn) OC-GAMES(nn)
                          OC-EST-TRIPS(nn) OC-MILES(nn) OC-COST(nn).
       find-done.
           add 1 to OC-TRIPS(nn)
           add CL-DAYS to OC-DAYS(nn)
           add gameCount to OC-GAMES(nn)
           add CL-MILES to OC-MILES(nn)
           add CL-TOTAL-AMT to OC-COST(nn)
           if estFlag = "Y"
               add 1 to OC-EST-TRIPS(nn).
       end method.

      *#####             Cost per game scouted - the report            #####
       method-id writeCostReport private.
       local-storage section.
       01 htmlOut      type System.Text.StringBuilder.
       01 nn           pic 9(03).
       01 perGame      pic 9(07)V99.
       01 reportPath   type String.
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value seasonText as type String.
           set htmlOut to new type System.Text.StringBuilder
           invoke htmlOut::AppendLine("<html><head><title>Scouting cost per game</title>")
           invoke htmlOut::AppendLine("<style>body{font-family:Arial;font-size:10pt;} td{padding:2px 8px;text-align:right;} td.n{text-align:left;}</style>")
           invoke htmlOut::AppendLine("</head><body>")
           invoke htmlOut::AppendLine("<h3>" & teamName & " - advance scouting cost per game, " & seasonText & "</h3>")
           invoke htmlOut::AppendLine("<p>Posted claims through " & type DateTime::Today::ToString("yyyy-MM-dd")
               & ". Games are the trip's games against the opponent in the game index; a trip marked * had none there and counts a game per day on the road.</p>")

           invoke htmlOut::AppendLine("<h4>By scout</h4><table border='1' cellpadding='3'>")
           invoke htmlOut::AppendLine("<tr><td class='n'><b>Scout</b></td><td><b>Trips</b></td><td><b>Days</b></td><td><b>Games</b></td><td><b>Miles</b></td><td><b>Cost</b></td><td><b>Per game</b></td></tr>")
           move 1 to nn.
       scout-loop.
           if nn > SC-COUNT
               go to scout-done.
           move 0 to perGame
           if SC-GAMES(nn) > 0
               compute perGame rounded = SC-COST(nn) / SC-GAMES(nn).
           invoke htmlOut::AppendLine("<tr><td class='n'>" & SC-NAME(nn)::Trim & "</td><td>" & SC-TRIPS(nn)::ToString
               & "</td><td>" & SC-DAYS(nn)::ToString & "</td><td>" & SC-GAMES(nn)::ToString & self::estMark(SC-EST-TRIPS(nn))
               & "</td><td>" & SC-MILES(nn)::ToString & "</td><td>" & self::moneyText(SC-COST(nn))
               & "</td><td>" & self::moneyText(perGame) & "</td></tr>")
           add 1 to nn
           go to scout-loop.
       scout-done.
           invoke htmlOut::AppendLine("</table>")

           invoke htmlOut::AppendLine("<h4>By opponent</h4><table border='1' cellpadding='3'>")
           invoke htmlOut::AppendLine("<tr><td class='n'><b>Opponent</b></td><td><b>Trips</b></td><td><b>Days</b></td><td><b>Games</b></td><td><b>Miles</b></td><td><b>Cost</b></td><td><b>Per game</b></td></tr>")
           move 1 to nn.
       opp-loop.
           if nn > OC-COUNT
               go to opp-done.
           move 0 to perGame
           if OC-GAMES(nn) > 0
               compute perGame rounded = OC-COST(nn) / OC-GAMES(nn).
           invoke htmlOut::AppendLine("<tr><td class='n'>" & OC-NAME(nn)::Trim & "</td><td>" & OC-TRIPS(nn)::ToString
               & "</td><td>" & OC-DAYS(nn)::ToString & "</td><td>" & OC-GAMES(nn)::ToString & self::estMark(OC-EST-TRIPS(nn))
               & "</td><td>" & OC-MILES(nn)::ToString & "</td><td>" & self::moneyText(OC-COST(nn))
               & "</td><td>" & self::moneyText(perGame) & "</td></tr>")
           add 1 to nn
           go to opp-loop.
       opp-done.
           invoke htmlOut::AppendLine("</table></body></html>")

           set reportPath to teamPath & "\WEBSYNC\EXPCOST.HTML"
           invoke type System.IO.File::WriteAllText(reportPath, htmlOut::ToString)
           invoke type batsweb.reportCatalog::register(teamPath, "EXPCOST", teamName, reportPath, COST-RETAIN-DAYS)
           invoke self::logLine(teamName, "cost report for " & seasonText & " - " & SC-COUNT::ToString & " scouts, " & OC-COUNT::ToString & " opponents")
       end method.

       method-id estMark private.
       procedure division using by value estTrips as type Int32
                          returning markText as type String.
           set markText to type String::Empty
           if estTrips > 0
               set markText to "*".
       end method.

       method-id moneyText private.
       procedure division using by value amountNum as type Decimal
                          returning textOut as type String.
           move amountNum to MONEY-EDIT
           set textOut to MONEY-EDIT::Trim.
       end method.

      * A name for a CSV column - quoted when it carries a comma.
       method-id csvText private.
       procedure division using by value fieldText as type String
                          returning textOut as type String.
           set textOut to fieldText::Trim
           if textOut::Contains(",") or textOut::Contains('"')
               set textOut to '"' & textOut::Replace('"', '""') & '"'.
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value teamName as type String
                                         detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND EXP-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT EXP-LOG-FILE
           END-IF

           MOVE SPACES TO EXP-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE teamName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO EXP-LOG-REC.
           WRITE EXP-LOG-REC.
           CLOSE EXP-LOG-FILE.
       end method.

       end class.
