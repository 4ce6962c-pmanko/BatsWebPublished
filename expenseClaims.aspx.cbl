       class-id batsweb.expenseClaims is partial
                inherits type System.Web.UI.Page public.

      * Advance-scout expense claims, one per itinerary trip
      * (roadBundle.aspx.cbl), in place of the paper form. Opening a
      * trip's claim has batsweb.expenseClaim figure the draft - the
      * driving miles between the venues, the days on the road, the
      * per-diem - and the scout adds the lodging and receipt lines,
      * a scan of each receipt uploaded alongside (WEBSYNC\RECEIPTS,
      * counted against the team's other-files quota). The claim then
      * goes
      *   draft -> submitted     the scout hands it in
      *   submitted -> director-approved, or back to draft with a note
      *                          the scouting director
      *   director-approved -> posted, or back to draft with a note
      *                          accounting
      * and the monthly expenseClaim.cbl run exports what accounting
      * posted. Scouts see and touch only their own trips (the
      * itinerary's scout, LAST, FIRST). The director and accounting
      * are named in the team's expense policy, which the admin keeps
      * here with the mileage and per-diem rates; with no one named,
      * any supervisor or admin login acts as director and any admin
      * login as accounting. Nobody approves their own claim. The
      * next person in line gets a bell notice (NOTIFYINBOX.DAT) at
      * each step.
      * View-only ("V") logins are sent back to the menu.

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
          SELECT NOTIFY-INBOX-FILE ASSIGN WS-NOTIFYINBOX-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NI-KEY
              LOCK MANUAL
              FILE STATUS IS NI-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts expenseClaim.cbl figures and exports.
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

      * Same layout Site.Master.cbl rings the bell from.
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

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-EXPPOLICY-FILE    PIC X(256) VALUE "EXPPOLICY.DAT".
       01 EP-STATUS-COMN.
           05  EP-STATUS-BYTE-1        PIC X.
           05  EP-STATUS-BYTE-2        PIC X.
       01 WS-EXPCLAIM-FILE     PIC X(256) VALUE "EXPCLAIM.DAT".
       01 CL-STATUS-COMN.
           05  CL-STATUS-BYTE-1        PIC X.
           05  CL-STATUS-BYTE-2        PIC X.
       01 WS-EXPLINE-FILE      PIC X(256) VALUE "EXPLINE.DAT".
       01 EL-STATUS-COMN.
           05  EL-STATUS-BYTE-1        PIC X.
           05  EL-STATUS-BYTE-2        PIC X.
       01 WS-ITINERARY-FILE    PIC X(256) VALUE "ITINERARY.DAT".
       01 IT-STATUS-COMN.
           05  IT-STATUS-BYTE-1        PIC X.
           05  IT-STATUS-BYTE-2        PIC X.
       01 WS-NOTIFYINBOX-FILE  PIC X(256) VALUE "NOTIFYINBOX.DAT".
       01 NI-STATUS-COMN.
           05  NI-STATUS-BYTE-1        PIC X.
           05  NI-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
       01 MONEY-EDIT           PIC Z(06)9.99.
       01 RATE-EDIT            PIC 9.999.
       01 FACTOR-EDIT          PIC 9.99.
      * The most a single lodging or receipt line may claim.
       01 LINE-AMOUNT-MAX      PIC 9(05)V99 VALUE 5000.00.

       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       01  app-data-folder             type String.
       procedure division using by value pageName as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "Programs"
              '\AUDITLOG.LOG"' delimited by size
              into WS-AUDIT-LOG-FILE

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
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - view-only users file no claims ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString = "V"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\EXPPOLICY.DAT"' delimited by size
                  into WS-EXPPOLICY-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\EXPCLAIM.DAT"' delimited by size
                  into WS-EXPCLAIM-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\EXPLINE.DAT"' delimited by size
                  into WS-EXPLINE-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\ITINERARY.DAT"' delimited by size
                  into WS-ITINERARY-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\NOTIFYINBOX.DAT"' delimited by size
                  into WS-NOTIFYINBOX-FILE
               if not self::IsPostBack
                   invoke self::logAudit("expenseClaims").

           set policyPanel::Visible to self::Session["level"]::ToString = "A"
           if self::IsPostBack
               goback.

      *    Rates left blank until the admin sets them - the claims
      *    run on expenseClaim.cbl's defaults meanwhile.
           invoke self::loadPolicy
           if EP-MILE-RATE not = 0
               set mileRateTextBox::Text to self::rateText(EP-MILE-RATE).
           if EP-PERDIEM not = 0
               move EP-PERDIEM to MONEY-EDIT
               set perDiemTextBox::Text to MONEY-EDIT::Trim.
           if EP-ROAD-FACTOR not = 0
               move EP-ROAD-FACTOR to FACTOR-EDIT
               set roadFactorTextBox::Text to FACTOR-EDIT::Trim.
           set homeParkTextBox::Text to EP-HOME-PARK::Trim
           set directorTextBox::Text to EP-DIRECTOR::Trim
           set accountingTextBox::Text to EP-ACCOUNTING::Trim
           set scoutTextBox::Text to self::myName
           invoke lineKindDropDownList::Items::Clear()
           invoke lineKindDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Lodging", "L"))
           invoke lineKindDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Receipt", "R"))
           invoke self::populateTripTable
           invoke self::populateQueueTable
           goback.
       end method.

      *#####                   Who is acting                           #####
       method-id myName private.
       procedure division returning nameText as type String.
           set nameText to self::Session["last"]::ToString::Trim::ToUpper
               & ", " & self::Session["first"]::ToString::Trim::ToUpper.
       end method.

      * The itinerary screen takes the scout free-typed, so names
      * compare with the spaces squeezed out.
       method-id sameName private.
       procedure division using by value nameOne as type String
                          by value nameTwo as type String
                          returning okFlag as type Condition.
           set okFlag to nameOne::Trim::ToUpper::Replace(" ", type String::Empty)
               = nameTwo::Trim::ToUpper::Replace(" ", type String::Empty).
       end method.

      * EP-REC off the policy file; the rates blank (zero) where the
      * team has set none - expenseClaim.cbl applies its defaults.
       method-id loadPolicy private.
       procedure division.
           MOVE SPACES TO EP-REC
           move zeroes to EP-MILE-RATE EP-PERDIEM EP-ROAD-FACTOR
           OPEN INPUT EXP-POLICY-FILE
           if EP-STATUS-BYTE-1 not = "0"
               exit method.
           move "POLICY" to EP-KEY
           READ EXP-POLICY-FILE
               INVALID KEY
                   MOVE SPACES TO EP-REC
                   move zeroes to EP-MILE-RATE EP-PERDIEM EP-ROAD-FACTOR
           END-READ
           CLOSE EXP-POLICY-FILE.
       end method.

       method-id isDirector private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           invoke self::loadPolicy
           if EP-DIRECTOR not = spaces
               set okFlag to self::sameName(EP-DIRECTOR, self::myName)
               exit method.
           if self::Session["level"]::ToString = "S"
               or self::Session["level"]::ToString = "A"
               set okFlag to true.
       end method.

       method-id isAccounting private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           invoke self::loadPolicy
           if EP-ACCOUNTING not = spaces
               set okFlag to self::sameName(EP-ACCOUNTING, self::myName)
               exit method.
           if self::Session["level"]::ToString = "A"
               set okFlag to true.
       end method.

      *#####                    Expense policy                         #####
       method-id savePolicyButton_Click protected.
       local-storage section.
       01 rateNum          type Decimal.
       01 perDiemNum       type Decimal.
       01 factorNum        type Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["level"]::ToString not = "A"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only a team admin sets the expense policy.');", true)
               exit method.
           if not type Decimal::TryParse(mileRateTextBox::Text::Trim, by reference rateNum)
               or rateNum <= 0 or rateNum >= 10
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The mileage rate is dollars a mile, e.g. 0.670.');", true)
               exit method.
           if not type Decimal::TryParse(perDiemTextBox::Text::Trim, by reference perDiemNum)
               or perDiemNum <= 0 or perDiemNum >= 1000
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The per-diem is dollars a day, e.g. 59.00.');", true)
               exit method.
           if not type Decimal::TryParse(roadFactorTextBox::Text::Trim, by reference factorNum)
               or factorNum < 1 or factorNum >= 10
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The road factor turns straight-line miles into driving miles - 1.00 or more, e.g. 1.20.');", true)
               exit method.

           OPEN I-O EXP-POLICY-FILE
           IF EP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT EXP-POLICY-FILE
               CLOSE EXP-POLICY-FILE
               OPEN I-O EXP-POLICY-FILE
           END-IF
           if EP-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The expense policy could not be saved.');", true)
               exit method.
           MOVE SPACES TO EP-REC
           move "POLICY" to EP-KEY
           move rateNum to EP-MILE-RATE
           move perDiemNum to EP-PERDIEM
           move factorNum to EP-ROAD-FACTOR
           set EP-HOME-PARK to homeParkTextBox::Text::Trim::ToUpper
           set EP-DIRECTOR to directorTextBox::Text::Trim::ToUpper
           set EP-ACCOUNTING to accountingTextBox::Text::Trim::ToUpper
           set EP-UPDATED-BY to self::myName
           set EP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE EP-REC
               INVALID KEY
                   REWRITE EP-REC
           END-WRITE
           CLOSE EXP-POLICY-FILE

           invoke self::logAudit("expenseClaims POLICY")
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Expense policy saved - open drafts pick it up the next time they are opened.');", true)
       end method.

      *#####                 Trips and their claims                    #####
       method-id listTripsButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::populateTripTable
       end method.

      * The named scout's itinerary trips, newest last, each with its
      * claim's standing. A scout sees only their own; the director
      * and accounting may name any scout.
       method-id populateTripTable private.
       local-storage section.
       01 wantScout        type String.
       01 rowText          type String.
       01 rowCount         pic 9(04) value 0.
       procedure division.
           invoke tripTable::Rows::Clear()
           set wantScout to scoutTextBox::Text::Trim
           if wantScout = type String::Empty
               or (not self::sameName(wantScout, self::myName)
                   and not self::isDirector and not self::isAccounting)
               set wantScout to self::myName
               set scoutTextBox::Text to wantScout.

           OPEN INPUT ITINERARY-FILE
           if IT-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(tripTable, "No itineraries on file.")
               exit method.
           OPEN INPUT EXP-CLAIM-FILE
           MOVE LOW-VALUE TO IT-KEY
           START ITINERARY-FILE KEY NOT LESS THAN IT-KEY
           if IT-STATUS-BYTE-1 not = "0"
               go to trip-done.
       trip-loop.
           READ ITINERARY-FILE NEXT RECORD
               AT END go to trip-done.
           if not self::sameName(IT-SCOUT, wantScout)
               go to trip-loop.
           set rowText to IT-START-DATE & " to " & IT-END-DATE & " - " & IT-OPPONENT::Trim
               & " at " & IT-PARK::Trim & " - "
           if CL-STATUS-BYTE-1 not = "0"
               set rowText to rowText & "no claim"
               go to trip-row.
           MOVE SPACES TO CL-KEY
           move IT-SCOUT to CL-SCOUT
           move IT-START-DATE to CL-START-DATE
           READ EXP-CLAIM-FILE
               INVALID KEY
                   set rowText to rowText & "no claim"
               NOT INVALID KEY
                   move CL-TOTAL-AMT to MONEY-EDIT
                   set rowText to rowText & self::statusText & " " & MONEY-EDIT::Trim
           END-READ.
       trip-row.
           invoke self::addTableRow(tripTable, rowText)
           add 1 to rowCount
           go to trip-loop.
       trip-done.
           CLOSE ITINERARY-FILE
           if CL-STATUS-BYTE-1 = "0"
               CLOSE EXP-CLAIM-FILE.
           if rowCount = 0
               invoke self::addTableRow(tripTable, "No trips on the itinerary for " & wantScout & ".").
       end method.

      * What waits on the person signed in - submitted claims for the
      * director, director-approved ones for accounting, and their
      * own returned drafts.
       method-id populateQueueTable private.
       local-storage section.
       01 directorFlag     pic x value "N".
       01 accountingFlag   pic x value "N".
       01 rowCount         pic 9(04) value 0.
       procedure division.
           invoke queueTable::Rows::Clear()
           if self::isDirector
               move "Y" to directorFlag.
           if self::isAccounting
               move "Y" to accountingFlag.
           OPEN INPUT EXP-CLAIM-FILE
           if CL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CL-KEY
           START EXP-CLAIM-FILE KEY NOT LESS THAN CL-KEY
           if CL-STATUS-BYTE-1 not = "0"
               go to queue-done.
       queue-loop.
           READ EXP-CLAIM-FILE NEXT RECORD
               AT END go to queue-done.
           if (CL-SUBMITTED and directorFlag = "Y")
               or (CL-DIR-APPROVED and accountingFlag = "Y")
               or (CL-DRAFT and CL-RETURN-NOTE not = spaces
                   and self::sameName(CL-SCOUT, self::myName))
               move CL-TOTAL-AMT to MONEY-EDIT
               invoke self::addTableRow(queueTable, CL-SCOUT::Trim & " - " & CL-START-DATE
                   & " " & CL-OPPONENT::Trim & " - " & self::statusText & " " & MONEY-EDIT::Trim)
               add 1 to rowCount.
           go to queue-loop.
       queue-done.
           CLOSE EXP-CLAIM-FILE
           if rowCount = 0
               invoke self::addTableRow(queueTable, "Nothing waiting on you.").
       end method.

      *#####                      One claim                            #####
      * Opens (and for a draft, re-figures) the claim for the scout
      * and trip start on the page.
       method-id openClaimButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::claimAllowed
               exit method.
           set messageText to type batsweb.expenseClaim::prepare(self::teamFolder,
               self::itineraryScout, tripStartTextBox::Text::Trim)
           if messageText not = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.
           invoke self::showClaim
           invoke self::populateTripTable
       end method.

      * A scout works their own trips; the director and accounting
      * may open anyone's.
       method-id claimAllowed private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           if self::Session["team"] = null
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sign on first.');", true)
               exit method.
           if scoutTextBox::Text::Trim = type String::Empty
               set scoutTextBox::Text to self::myName.
           if tripStartTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the trip start date from the itinerary (yyyy-MM-dd).');", true)
               exit method.
           if not self::sameName(scoutTextBox::Text, self::myName)
               and not self::isDirector and not self::isAccounting
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('You can only open your own claims.');", true)
               exit method.
           set okFlag to true.
       end method.

      * The itinerary's own spelling of the scout named on the page -
      * the claim is keyed the way the trip is.
       method-id itineraryScout private.
       procedure division returning scoutName as type String.
           set scoutName to scoutTextBox::Text::Trim::ToUpper
           OPEN INPUT ITINERARY-FILE
           if IT-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO IT-KEY
           START ITINERARY-FILE KEY NOT LESS THAN IT-KEY
           if IT-STATUS-BYTE-1 not = "0"
               go to scout-done.
       scout-loop.
           READ ITINERARY-FILE NEXT RECORD
               AT END go to scout-done.
           if IT-START-DATE not = tripStartTextBox::Text::Trim
               or not self::sameName(IT-SCOUT, scoutName)
               go to scout-loop.
           set scoutName to IT-SCOUT::Trim.
       scout-done.
           CLOSE ITINERARY-FILE.
       end method.

      * Reads the page's claim into CL-REC; false when not on file.
       method-id readClaim private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           OPEN INPUT EXP-CLAIM-FILE
           if CL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CL-KEY
           set CL-SCOUT to self::itineraryScout
           set CL-START-DATE to tripStartTextBox::Text::Trim
           READ EXP-CLAIM-FILE
               INVALID KEY
                   CLOSE EXP-CLAIM-FILE
                   exit method
           END-READ
           CLOSE EXP-CLAIM-FILE
           set okFlag to true.
       end method.

      * Opens the file I-O and reads the page's claim; false (with the
      * file closed) when it is not on file.
       method-id openClaim private.
       procedure division returning okFlag as type Condition.
           set okFlag to false
           OPEN I-O EXP-CLAIM-FILE
           if CL-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No claims on file yet.');", true)
               exit method.
           MOVE SPACES TO CL-KEY
           set CL-SCOUT to self::itineraryScout
           set CL-START-DATE to tripStartTextBox::Text::Trim
           READ EXP-CLAIM-FILE
               INVALID KEY
                   CLOSE EXP-CLAIM-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No claim for that trip - open it first.');", true)
                   exit method
           END-READ
           set okFlag to true.
       end method.

       method-id showClaim private.
       local-storage section.
       01 claimText        type String.
       procedure division.
           invoke lineTable::Rows::Clear()
           set claimLabel::Text to type String::Empty
           if not self::readClaim
               exit method.
           set claimText to CL-SCOUT::Trim & " - " & CL-OPPONENT::Trim & " at " & CL-PARK::Trim
               & ", " & CL-START-DATE & " to " & CL-END-DATE & " - " & self::statusText & "<br/>"
           set claimText to claimText & "Driving: "
           if CL-FROM-PARK = spaces
               set claimText to claimText & "(no start park)"
           else
               set claimText to claimText & CL-FROM-PARK::Trim.
           set claimText to claimText & " to " & CL-PARK::Trim
           if CL-RETURN-PARK = spaces
               set claimText to claimText & ", on to the next trip"
           else
               set claimText to claimText & " and back to " & CL-RETURN-PARK::Trim.
           move CL-MILEAGE-AMT to MONEY-EDIT
           set claimText to claimText & " - " & CL-MILES::ToString & " mi at " & self::rateText(CL-MILE-RATE)
               & " = " & MONEY-EDIT::Trim & "<br/>"
           if CL-MILES-NOTE not = spaces
               set claimText to claimText & "Mileage note: " & CL-MILES-NOTE::Trim & "<br/>".
           move CL-PERDIEM-RATE to MONEY-EDIT
           set claimText to claimText & "Per-diem: " & CL-DAYS::ToString & " days at " & MONEY-EDIT::Trim
           move CL-PERDIEM-AMT to MONEY-EDIT
           set claimText to claimText & " = " & MONEY-EDIT::Trim & "<br/>"
           move CL-LODGING-AMT to MONEY-EDIT
           set claimText to claimText & "Lodging: " & MONEY-EDIT::Trim
           move CL-RECEIPT-AMT to MONEY-EDIT
           set claimText to claimText & " - Receipts: " & MONEY-EDIT::Trim
           move CL-TOTAL-AMT to MONEY-EDIT
           set claimText to claimText & " - <b>Total: " & MONEY-EDIT::Trim & "</b>"
           if CL-RETURN-NOTE not = spaces
               set claimText to claimText & "<br/>Returned: " & CL-RETURN-NOTE::Trim.
           if CL-DIRECTOR not = spaces
               set claimText to claimText & "<br/>Director: " & CL-DIRECTOR::Trim & " " & CL-DIRECTOR-AT(1:10).
           if CL-ACCOUNTING not = spaces
               set claimText to claimText & "<br/>Accounting: " & CL-ACCOUNTING::Trim & " " & CL-ACCOUNTING-AT(1:10).
           if CL-EXPORTED-MONTH not = spaces
               set claimText to claimText & " (exported " & CL-EXPORTED-MONTH & ")".
           set claimLabel::Text to claimText

           OPEN INPUT EXP-LINE-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EL-KEY
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move 0 to EL-LINE
           START EXP-LINE-FILE KEY NOT LESS THAN EL-KEY
           if EL-STATUS-BYTE-1 not = "0"
               go to line-done.
       line-loop.
           READ EXP-LINE-FILE NEXT RECORD
               AT END go to line-done.
           if EL-SCOUT not = CL-SCOUT or EL-START-DATE not = CL-START-DATE
               go to line-done.
           move EL-AMOUNT to MONEY-EDIT
           set claimText to EL-LINE::ToString & ". " & EL-DATE & " "
           if EL-LODGING
               set claimText to claimText & "Lodging"
           else
               set claimText to claimText & "Receipt".
           set claimText to claimText & " - " & EL-DESCRIPTION::Trim & " - " & MONEY-EDIT::Trim
           if EL-RECEIPT-FILE not = spaces
               set claimText to claimText & " (scan on file)".
           invoke self::addTableRow(lineTable, claimText)
           go to line-loop.
       line-done.
           CLOSE EXP-LINE-FILE.
       end method.

      *#####                Lodging and receipt lines                  #####
      * Adds a line to the scout's own draft, with the receipt scan
      * when one is chosen, and re-figures the claim.
       method-id addLineButton_Click protected.
       local-storage section.
       01 amountNum        type Decimal.
       01 lineDay          type DateTime.
       01 fileName         type String.
       01 quotaVerdict     type String.
       01 destFolder       type String.
       01 savedName        type String.
       01 nextLine         pic 9(02) value 0.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::claimAllowed
               exit method.
           if not self::readClaim
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No claim for that trip - open it first.');", true)
               exit method.
           if not CL-DRAFT or not self::sameName(CL-SCOUT, self::myName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Lines are added by the scout, to a draft claim.');", true)
               exit method.
           if not type DateTime::TryParse(lineDateTextBox::Text::Trim, by reference lineDay)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the date on the receipt.');", true)
               exit method.
           if lineDescTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Say what the line is for.');", true)
               exit method.
           if not type Decimal::TryParse(lineAmountTextBox::Text::Trim, by reference amountNum)
               or amountNum <= 0 or amountNum > LINE-AMOUNT-MAX
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the amount in dollars and cents.');", true)
               exit method.

      *    The scan is optional on the line, but counts against the
      *    team's quota like any other upload.
           set savedName to type String::Empty
           if receiptFileUpload::HasFile
               set fileName to type System.IO.Path::GetFileName(receiptFileUpload::FileName)
               if not fileName::ToLower::EndsWith(".pdf") and not fileName::ToLower::EndsWith(".jpg")
                   and not fileName::ToLower::EndsWith(".jpeg") and not fileName::ToLower::EndsWith(".png")
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Receipt scans upload as .pdf, .jpg or .png.');", true)
                   exit method
               end-if
               set quotaVerdict to type batsweb.storageQuota::check(self::teamFolder, "O", receiptFileUpload::PostedFile::ContentLength)
               if quotaVerdict = "B"
                   invoke self::logAudit("expenseClaims REFUSED-QUOTA FILE=" & fileName)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The team storage quota is full - nothing was added. Your team admin has been told.');", true)
                   exit method
               end-if
               set savedName to type DateTime::Now::ToString("yyyyMMddHHmmssfff") & type System.IO.Path::GetExtension(fileName)::ToUpper
               set destFolder to self::teamFolder & "\WEBSYNC\RECEIPTS"
               if not type System.IO.Directory::Exists(destFolder)
                   invoke type System.IO.Directory::CreateDirectory(destFolder)
               end-if
               invoke receiptFileUpload::SaveAs(destFolder & "\" & savedName)
           end-if

           OPEN I-O EXP-LINE-FILE
           IF EL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT EXP-LINE-FILE
               CLOSE EXP-LINE-FILE
               OPEN I-O EXP-LINE-FILE
           END-IF
           if EL-STATUS-BYTE-1 not = "0"
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The line could not be saved.');", true)
               exit method.
      *    The next free line number on the claim.
           MOVE SPACES TO EL-KEY
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move 0 to EL-LINE
           START EXP-LINE-FILE KEY NOT LESS THAN EL-KEY
           if EL-STATUS-BYTE-1 not = "0"
               go to number-done.
       number-loop.
           READ EXP-LINE-FILE NEXT RECORD
               AT END go to number-done.
           if EL-SCOUT not = CL-SCOUT or EL-START-DATE not = CL-START-DATE
               go to number-done.
           move EL-LINE to nextLine
           go to number-loop.
       number-done.
           if nextLine >= 99
               CLOSE EXP-LINE-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('A claim holds 99 lines.');", true)
               exit method.
           add 1 to nextLine
           MOVE SPACES TO EL-REC
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move nextLine to EL-LINE
           set EL-KIND to lineKindDropDownList::SelectedValue
           set EL-DATE to lineDay::ToString("yyyy-MM-dd")
           set EL-DESCRIPTION to lineDescTextBox::Text::Trim
           move amountNum to EL-AMOUNT
           set EL-RECEIPT-FILE to savedName
           set EL-ADDED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE EL-REC
               INVALID KEY
                   REWRITE EL-REC
           END-WRITE
           CLOSE EXP-LINE-FILE

           set messageText to type batsweb.expenseClaim::prepare(self::teamFolder, CL-SCOUT, CL-START-DATE)
           invoke self::logAudit("expenseClaims LINE=" & CL-START-DATE)
           set lineDescTextBox::Text to type String::Empty
           set lineAmountTextBox::Text to type String::Empty
           invoke self::showClaim
       end method.

       method-id removeLineButton_Click protected.
       local-storage section.
       01 lineNum          type Int32.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::claimAllowed
               exit method.
           if not type Int32::TryParse(lineNumTextBox::Text::Trim, by reference lineNum)
               or lineNum < 1 or lineNum > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the number of the line to remove.');", true)
               exit method.
           if not self::readClaim
               exit method.
           if not CL-DRAFT or not self::sameName(CL-SCOUT, self::myName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Lines come off a draft claim, by the scout.');", true)
               exit method.
           OPEN I-O EXP-LINE-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EL-KEY
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move lineNum to EL-LINE
           READ EXP-LINE-FILE
               INVALID KEY
                   CLOSE EXP-LINE-FILE
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No such line on the claim.');", true)
                   exit method
           END-READ
           if EL-RECEIPT-FILE not = spaces
               invoke type System.IO.File::Delete(self::teamFolder & "\WEBSYNC\RECEIPTS\" & EL-RECEIPT-FILE::Trim).
           DELETE EXP-LINE-FILE RECORD
           CLOSE EXP-LINE-FILE

           set messageText to type batsweb.expenseClaim::prepare(self::teamFolder, CL-SCOUT, CL-START-DATE)
           invoke self::logAudit("expenseClaims UNLINE=" & CL-START-DATE)
           invoke self::showClaim
       end method.

      * Sends the line's receipt scan to whoever may see the claim.
       method-id viewReceiptButton_Click protected.
       local-storage section.
       01 lineNum          type Int32.
       01 scanPath         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if not self::claimAllowed
               exit method.
           if not type Int32::TryParse(lineNumTextBox::Text::Trim, by reference lineNum)
               or lineNum < 1 or lineNum > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the number of the line whose receipt you want.');", true)
               exit method.
           if not self::readClaim
               exit method.
           OPEN INPUT EXP-LINE-FILE
           if EL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO EL-KEY
           move CL-SCOUT to EL-SCOUT
           move CL-START-DATE to EL-START-DATE
           move lineNum to EL-LINE
           READ EXP-LINE-FILE
               INVALID KEY
                   MOVE SPACES TO EL-RECEIPT-FILE
           END-READ
           CLOSE EXP-LINE-FILE
           if EL-RECEIPT-FILE = spaces
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No receipt scan on that line.');", true)
               exit method.
           set scanPath to self::teamFolder & "\WEBSYNC\RECEIPTS\" & EL-RECEIPT-FILE::Trim
           if not type System.IO.File::Exists(scanPath)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('The receipt scan is no longer on file.');", true)
               exit method.

           invoke self::Response::Clear
           set self::Response::ContentType to "application/octet-stream"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & EL-RECEIPT-FILE::Trim)
           invoke self::Response::BinaryWrite(type System.IO.File::ReadAllBytes(scanPath))
           invoke self::Response::End
       end method.

      *#####                      The workflow                         #####
      * Draft to submitted - re-figured one last time first.
       method-id submitClaimButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::claimAllowed
               exit method.
           if not self::readClaim
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('No claim for that trip - open it first.');", true)
               exit method.
           if not CL-DRAFT or not self::sameName(CL-SCOUT, self::myName)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Only the scout hands in their own draft claim.');", true)
               exit method.
           set messageText to type batsweb.expenseClaim::prepare(self::teamFolder, CL-SCOUT, CL-START-DATE)
           if messageText not = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.
           if not self::openClaim
               exit method.

           move "S" to CL-STATUS
           move spaces to CL-RETURN-NOTE CL-DIRECTOR CL-DIRECTOR-AT
                          CL-ACCOUNTING CL-ACCOUNTING-AT
           set CL-SUBMITTED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move CL-SUBMITTED-AT to CL-UPDATED-AT
           REWRITE CL-REC
           CLOSE EXP-CLAIM-FILE

           invoke self::loadPolicy
           move CL-TOTAL-AMT to MONEY-EDIT
           if EP-DIRECTOR not = spaces
               invoke self::notifyName(EP-DIRECTOR, "Expense claim to approve: " & CL-SCOUT::Trim
                   & ", " & CL-OPPONENT::Trim & " trip " & CL-START-DATE & ", " & MONEY-EDIT::Trim).
           invoke self::logAudit("expenseClaims SUBMIT=" & CL-START-DATE)
           invoke self::showClaim
           invoke self::populateTripTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Claim handed in to the scouting director.');", true)
       end method.

      * Submitted to director-approved, or director-approved to posted
      * - whichever step the claim is at and the login may take.
       method-id approveClaimButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::claimAllowed
               exit method.
           if not self::openClaim
               exit method.
           if self::sameName(CL-SCOUT, self::myName)
               CLOSE EXP-CLAIM-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Nobody approves their own claim.');", true)
               exit method.
           if CL-SUBMITTED and self::isDirector
               move "A" to CL-STATUS
               set CL-DIRECTOR to self::myName
               set CL-DIRECTOR-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               move CL-DIRECTOR-AT to CL-UPDATED-AT
               go to approve-write.
           if CL-DIR-APPROVED and self::isAccounting
               move "P" to CL-STATUS
               set CL-ACCOUNTING to self::myName
               set CL-ACCOUNTING-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               move CL-ACCOUNTING-AT to CL-UPDATED-AT
               go to approve-write.
           CLOSE EXP-CLAIM-FILE
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That claim is not waiting on your approval.');", true)
           exit method.
       approve-write.
           REWRITE CL-REC
           CLOSE EXP-CLAIM-FILE

           move CL-TOTAL-AMT to MONEY-EDIT
           if CL-DIR-APPROVED
               invoke self::loadPolicy
               if EP-ACCOUNTING not = spaces
                   invoke self::notifyName(EP-ACCOUNTING, "Expense claim to post: " & CL-SCOUT::Trim
                       & ", " & CL-OPPONENT::Trim & " trip " & CL-START-DATE & ", " & MONEY-EDIT::Trim)
               end-if
           else
               invoke self::notifyName(CL-SCOUT, "Your " & CL-OPPONENT::Trim & " trip claim ("
                   & CL-START-DATE & ") is approved for " & MONEY-EDIT::Trim)
           end-if
           invoke self::logAudit("expenseClaims APPROVE=" & CL-SCOUT::Trim & " " & CL-START-DATE & " " & CL-STATUS)
           invoke self::showClaim
           invoke self::populateQueueTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Claim approved.');", true)
       end method.

      * Back to draft from either approval step - the note says why.
       method-id returnClaimButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::claimAllowed
               exit method.
           if returnNoteTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Say in the note what the scout should change.');", true)
               exit method.
           if not self::openClaim
               exit method.
           if not ((CL-SUBMITTED and self::isDirector)
                   or (CL-DIR-APPROVED and self::isAccounting))
               CLOSE EXP-CLAIM-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That claim is not waiting on you.');", true)
               exit method.

           move "D" to CL-STATUS
           set CL-RETURN-NOTE to self::myName & ": " & returnNoteTextBox::Text::Trim
           set CL-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           REWRITE CL-REC
           CLOSE EXP-CLAIM-FILE

           invoke self::notifyName(CL-SCOUT, "Your " & CL-OPPONENT::Trim & " trip claim ("
               & CL-START-DATE & ") came back: " & returnNoteTextBox::Text::Trim)
           invoke self::logAudit("expenseClaims RETURN=" & CL-SCOUT::Trim & " " & CL-START-DATE)
           set returnNoteTextBox::Text to type String::Empty
           invoke self::showClaim
           invoke self::populateQueueTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Claim returned to the scout.');", true)
       end method.

      *#####                        Helpers                            #####
       method-id statusText private.
       procedure division returning textOut as type String.
           evaluate true
               when CL-DRAFT
                   set textOut to "draft"
               when CL-SUBMITTED
                   set textOut to "submitted"
               when CL-DIR-APPROVED
                   set textOut to "director-approved"
               when CL-POSTED
                   set textOut to "posted"
               when other
                   set textOut to "?"
           end-evaluate.
       end method.

       method-id rateText private.
       procedure division using by value rateNum as type Decimal
                          returning textOut as type String.
           move rateNum to RATE-EDIT
           set textOut to RATE-EDIT::Trim.
       end method.

      * One bell notice, to a LAST, FIRST name - itineraryRunner.cbl's
      * unstringing of the free-typed form.
       method-id notifyName private.
       local-storage section.
       01 nameWork     pic x(30).
       01 lastPart     pic x(30).
       01 firstPart    pic x(30).
       procedure division using by value personName as type String
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
           set nameWork to personName::Trim::ToUpper
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

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * ######################################################
      * ######### List Box Replacement Table Methods #########
      * ######################################################
       method-id addTableRow private.
       local-storage section.
       01 tRow type System.Web.UI.WebControls.TableRow.
       01 td type System.Web.UI.WebControls.TableCell.
       procedure division using by value targetTable as type System.Web.UI.WebControls.Table,
                          by value rowContent as type String.

           set td to type System.Web.UI.WebControls.TableCell::New()
           set tRow to type System.Web.UI.WebControls.TableRow::New()

           set td::Text to rowContent
           set tRow::TableSection to type System.Web.UI.WebControls.TableRowSection::TableBody

           invoke tRow::Cells::Add(td)
           invoke targetTable::Rows::Add(tRow)
       end method.

       end class.
