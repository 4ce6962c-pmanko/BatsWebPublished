      * roster lists, rosterMaintenance.aspx.cbl's grid) render the
      * status badge beside the name, and breakdown.aspx.cbl can
      * exclude unavailable players from its roster pick list.
      * Every save and every return to active is also appended to
      * INJHIST.DAT with the body part and injury type codes the
      * parent club's medical return uses, so the trail survives the
      * overwrite; the days-lost report (on screen or as a PDF) is
      * built from it - days lost per player, per body part and per
      * season, and repeat injuries to the same body part. A spell
      * runs from the first injured-list or day-to-day entry to the
      * entry that puts him back to active (or suspended); a spell
      * still open is counted to today.
      * The printer drop-down sends the PDF to a clubhouse printer
      * through printSpool.cbl instead of downloading it; either way
      * the build is kept as the latest for the standing prints.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RECORD KEY IS AV-KEY
              LOCK MANUAL
              FILE STATUS IS AV-STATUS-COMN.
          SELECT INJURY-HIST-FILE ASSIGN WS-INJHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IH-KEY
              LOCK MANUAL
              FILE STATUS IS IH-STATUS-COMN.
          SELECT METRIC-HIST-FILE ASSIGN WS-METRICHIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
               10  AV-NOTE                 PIC X(60).
               10  FILLER                  PIC X(19).

      * Every availability change, appended - key order hands one
      * player's changes back chronologically.
       FD  INJURY-HIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IH-REC.
       01  IH-REC.
           05  IH-KEY.
               10  IH-PLAYER-NAME          PIC X(30).
               10  IH-STAMP                PIC X(17).
           05  IH-REST.
               10  IH-STATUS               PIC X.
                   88  IH-LOST-TIME        VALUE "I" "D".
               10  IH-PRIOR-STATUS         PIC X.
               10  IH-EFF-DATE             PIC X(10).
               10  IH-RETURN-DATE          PIC X(10).
               10  IH-BODY-PART            PIC X(02).
               10  IH-INJURY-TYPE          PIC X(02).
               10  IH-NOTE                 PIC X(60).
               10  IH-ENTERED-BY           PIC X(30).
               10  FILLER                  PIC X(20).

      * Nightly per-player metric history - the values the watch-list
      * runner computes every night, kept instead of thrown away. One
      * record per player per metric per night ("A" rolling average
       01 AV-STATUS-COMN.
           05  AV-STATUS-BYTE-1        PIC X.
           05  AV-STATUS-BYTE-2        PIC X.
       01 WS-INJHIST-FILE     PIC X(256) VALUE "INJHIST.DAT".
       01 IH-STATUS-COMN.
           05  IH-STATUS-BYTE-1        PIC X.
           05  IH-STATUS-BYTE-2        PIC X.
       01 WS-METRICHIST-FILE       PIC X(256) VALUE "METRICHIST.DAT".
       01 MH-STATUS-COMN.
           05  MH-STATUS-BYTE-1        PIC X.
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * Body part and injury type codes - the two-letter codes the
      * parent club's medical return uses. The last body part entry
      * is the report's bucket for spells keyed without one.
       01 BODY-PART-CODES.
           05  FILLER                  PIC X(14) VALUE "SHShoulder".
           05  FILLER                  PIC X(14) VALUE "ELElbow".
           05  FILLER                  PIC X(14) VALUE "FAForearm".
           05  FILLER                  PIC X(14) VALUE "HWHand/wrist".
           05  FILLER                  PIC X(14) VALUE "NKNeck".
           05  FILLER                  PIC X(14) VALUE "BKBack".
           05  FILLER                  PIC X(14) VALUE "OBOblique/core".
           05  FILLER                  PIC X(14) VALUE "HPHip/groin".
           05  FILLER                  PIC X(14) VALUE "HMHamstring".
           05  FILLER                  PIC X(14) VALUE "QDQuadriceps".
           05  FILLER                  PIC X(14) VALUE "KNKnee".
           05  FILLER                  PIC X(14) VALUE "LGLower leg".
           05  FILLER                  PIC X(14) VALUE "AFAnkle/foot".
           05  FILLER                  PIC X(14) VALUE "HDHead".
           05  FILLER                  PIC X(14) VALUE "OTOther".
           05  FILLER                  PIC X(14) VALUE "  Unspecified".
       01 BODY-PART-CODES-R REDEFINES BODY-PART-CODES.
           05  BODY-PART-ENTRY OCCURS 16.
               10  BODY-PART-CODE          PIC X(02).
               10  BODY-PART-DESC          PIC X(12).
       01 INJURY-TYPE-CODES.
           05  FILLER                  PIC X(14) VALUE "STStrain".
           05  FILLER                  PIC X(14) VALUE "SPSprain".
           05  FILLER                  PIC X(14) VALUE "TRTear".
           05  FILLER                  PIC X(14) VALUE "TNTendinitis".
           05  FILLER                  PIC X(14) VALUE "INInflammation".
           05  FILLER                  PIC X(14) VALUE "FXFracture".
           05  FILLER                  PIC X(14) VALUE "CNContusion".
           05  FILLER                  PIC X(14) VALUE "CCConcussion".
           05  FILLER                  PIC X(14) VALUE "SUSurgery".
           05  FILLER                  PIC X(14) VALUE "ILIllness".
           05  FILLER                  PIC X(14) VALUE "OTOther".
       01 INJURY-TYPE-CODES-R REDEFINES INJURY-TYPE-CODES.
           05  INJURY-TYPE-ENTRY OCCURS 11.
               10  INJURY-TYPE-CODE        PIC X(02).
               10  INJURY-TYPE-DESC        PIC X(12).
      * One row per lost-time spell, rebuilt off INJHIST.DAT each
      * time the report runs - player order, then chronological.
       01 SPELL-TBL.
           05  SPELL-ENTRY OCCURS 500.
               10  SP-PLAYER               PIC X(30).
               10  SP-SEASON               PIC 9(04).
               10  SP-BODY-PART            PIC X(02).
               10  SP-INJURY-TYPE          PIC X(02).
               10  SP-DAYS                 PIC 9(04).
               10  SP-OPEN                 PIC X.
       01 SPELL-COUNT              PIC 9(03).
      * The report's lines, shared by the screen and the PDF.
       01 REPORT-LINES.
           05  RL-LINE                 PIC X(100) OCCURS 900.
       01 RL-COUNT                 PIC 9(03).

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
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\METRICHIST.DAT"' delimited by size
                  into WS-METRICHIST-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\INJHIST.DAT"' delimited by size
                  into WS-INJHIST-FILE
               if not self::IsPostBack
                   invoke self::logAudit("playerAvailability")
                   invoke type batsweb.printSpool::fillPicker(self::teamFolder, printDestDropDownList).

           if not self::IsPostBack
               invoke statusDropDownList::Items::Add("A - active")
               invoke statusDropDownList::Items::Add("I - injured list")
               invoke statusDropDownList::Items::Add("D - day to day")
               invoke statusDropDownList::Items::Add("S - suspended")
               invoke self::fillCodeLists
               invoke self::populateAvailTable.

           goback.

      * The player name must be keyed exactly as the roster screens
      * display it - that text is the join every badge lookup uses.
      * The change goes onto INJHIST.DAT as well, with the status it
      * replaced.
       method-id saveAvailButton_Click protected.
       local-storage section.
       01 priorStatus      pic x.
       01 bodyCode         pic x(02).
       01 typeCode         pic x(02).
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if playerNameTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player name exactly as the roster shows it.');", true)
               exit method.

           move spaces to bodyCode typeCode
           if bodyPartDropDownList::SelectedItem not = null
               set bodyCode to bodyPartDropDownList::SelectedItem::ToString::Substring(0, 2).
           if injuryTypeDropDownList::SelectedItem not = null
               set typeCode to injuryTypeDropDownList::SelectedItem::ToString::Substring(0, 2).
           if bodyCode = "--"
               move spaces to bodyCode.
           if typeCode = "--"
               move spaces to typeCode.

           OPEN I-O AVAILABILITY-FILE
           IF AV-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT AVAILABILITY-FILE
               OPEN I-O AVAILABILITY-FILE
           END-IF

           move space to priorStatus
           MOVE SPACES TO AV-REC
           set AV-PLAYER-NAME to playerNameTextBox::Text::Trim::ToUpper
           READ AVAILABILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move AV-STATUS to priorStatus
           END-READ

           MOVE SPACES TO AV-REC
           set AV-PLAYER-NAME to playerNameTextBox::Text::Trim::ToUpper
           if statusDropDownList::SelectedItem not = null
               set AV-STATUS to statusDropDownList::SelectedItem::ToString::Substring(0, 1)
           else
               move "A" to AV-STATUS.
           if (AV-INJURED or AV-DAY-TO-DAY) and bodyCode = spaces
               CLOSE AVAILABILITY-FILE
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Pick the body part for an injured-list or day-to-day entry.');", true)
               exit method.
           set AV-EFF-DATE to effDateTextBox::Text::Trim
           set AV-RETURN-DATE to returnDateTextBox::Text::Trim
           set AV-NOTE to noteTextBox::Text::Trim
           END-WRITE
           CLOSE AVAILABILITY-FILE

           invoke self::appendHistory(AV-PLAYER-NAME, AV-STATUS, priorStatus, AV-EFF-DATE, AV-RETURN-DATE, bodyCode, typeCode, AV-NOTE)

           invoke self::populateAvailTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Availability saved.');", true)
       end method.

      * Back to active - the record goes away entirely, the same as
      * never having been listed; the history keeps the return, dated
      * today, so the spell it ends can be counted.
       method-id clearAvailButton_Click protected.
       local-storage section.
       01 priorStatus      pic x.
       01 wasListed        pic x value "N".
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O AVAILABILITY-FILE
           if AV-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO AV-KEY
           set AV-PLAYER-NAME to playerNameTextBox::Text::Trim::ToUpper
           READ AVAILABILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move AV-STATUS to priorStatus
                   move "Y" to wasListed
           END-READ
           DELETE AVAILABILITY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE AVAILABILITY-FILE

           if wasListed = "Y"
               invoke self::appendHistory(playerNameTextBox::Text::Trim::ToUpper, "A", priorStatus, type DateTime::Today::ToString("yyyy-MM-dd"), " ", " ", " ", "Returned to active").

           invoke self::populateAvailTable
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Player returned to active.');", true)
       end method.

      * One INJHIST.DAT row, stamped to the millisecond and signed
      * with the login that made the change.
       method-id appendHistory private.
       procedure division using by value playerName as type String
                          by value newStatus as type String
                          by value priorStatus as type String
                          by value effDate as type String
                          by value returnDate as type String
                          by value bodyCode as type String
                          by value typeCode as type String
                          by value noteText as type String.
           OPEN I-O INJURY-HIST-FILE
           IF IH-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT INJURY-HIST-FILE
               CLOSE INJURY-HIST-FILE
               OPEN I-O INJURY-HIST-FILE
           END-IF
           if IH-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO IH-REC
           set IH-PLAYER-NAME to playerName::Trim::ToUpper
           set IH-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set IH-STATUS to newStatus
           set IH-PRIOR-STATUS to priorStatus
           set IH-EFF-DATE to effDate::Trim
           set IH-RETURN-DATE to returnDate::Trim
           set IH-BODY-PART to bodyCode
           set IH-INJURY-TYPE to typeCode
           set IH-NOTE to noteText::Trim
           if self::Session["last"] not = null and self::Session["first"] not = null
               set IH-ENTERED-BY to self::Session["last"]::ToString::Trim & ", " & self::Session["first"]::ToString::Trim.

           WRITE IH-REC
               INVALID KEY
                   REWRITE IH-REC
           END-WRITE
           CLOSE INJURY-HIST-FILE.
       end method.

      * The two code dropdowns, off the code tables - "--" first for
      * an entry that is not an injury.
       method-id fillCodeLists private.
       local-storage section.
       01 cc               pic 9(02).
       procedure division.
           invoke bodyPartDropDownList::Items::Add("-- none")
           invoke injuryTypeDropDownList::Items::Add("-- none")
           move 1 to cc.
       body-list-loop.
           if cc > 15
               go to body-list-done.
           invoke bodyPartDropDownList::Items::Add(BODY-PART-CODE(cc) & " - " & BODY-PART-DESC(cc)::Trim)
           add 1 to cc
           go to body-list-loop.
       body-list-done.
           move 1 to cc.
       type-list-loop.
           if cc > 11
               go to type-list-done.
           invoke injuryTypeDropDownList::Items::Add(INJURY-TYPE-CODE(cc) & " - " & INJURY-TYPE-DESC(cc)::Trim)
           add 1 to cc
           go to type-list-loop.
       type-list-done.
       end method.

      *#####      One player's availability trail off INJHIST.DAT      #####
       method-id historyButton_Click protected.
       local-storage section.
       01 playerKey        pic x(30).
       01 rowText          type String.
       01 rowCount         pic 9(04) value 0.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke injuryReportTable::Rows::Clear()
           if playerNameTextBox::Text::Trim = type String::Empty
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Enter the player name exactly as the roster shows it.');", true)
               exit method.
           set playerKey to playerNameTextBox::Text::Trim::ToUpper

           OPEN INPUT INJURY-HIST-FILE
           if IH-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(injuryReportTable, "No injury history on file.")
               exit method.
           MOVE SPACES TO IH-KEY
           move playerKey to IH-PLAYER-NAME
           START INJURY-HIST-FILE KEY NOT LESS THAN IH-KEY
           if IH-STATUS-BYTE-1 not = "0"
               go to history-done.
       history-loop.
           READ INJURY-HIST-FILE NEXT RECORD
               AT END go to history-done.
           if IH-PLAYER-NAME not = playerKey
               go to history-done.
           set rowText to IH-STAMP(1:4) & "-" & IH-STAMP(5:2) & "-" & IH-STAMP(7:2)
               & "   " & IH-PRIOR-STATUS & " -> " & IH-STATUS
               & "   eff " & IH-EFF-DATE
               & "   back " & IH-RETURN-DATE
               & "   " & self::bodyPartName(IH-BODY-PART)
               & " " & self::injuryTypeName(IH-INJURY-TYPE)
               & "   " & IH-NOTE::Trim
               & "   (" & IH-ENTERED-BY::Trim & ")"
           invoke self::addTableRow(injuryReportTable, rowText)
           add 1 to rowCount
           go to history-loop.
       history-done.
           CLOSE INJURY-HIST-FILE
           if rowCount = 0
               invoke self::addTableRow(injuryReportTable, "No injury history on file for " & playerKey::Trim & ".").
       end method.

      *#####        Days-lost report - on screen and as a PDF          #####
       method-id daysLostButton_Click protected.
       local-storage section.
       01 seasonNum        type Int32.
       01 ll               pic 9(03).
       procedure division using by value sender as object e as type System.EventArgs.
           invoke injuryReportTable::Rows::Clear()
           set seasonNum to self::seasonWanted
           if seasonNum < 0
               exit method.
           invoke self::buildDaysLost(seasonNum)
           move 1 to ll.
       screen-loop.
           if ll > RL-COUNT
               go to screen-done.
           invoke self::addTableRow(injuryReportTable, RL-LINE(ll)::TrimEnd::Replace(" ", "&nbsp;"))
           add 1 to ll
           go to screen-loop.
       screen-done.
       end method.

      * The copy the medical director sends the parent club.
       method-id daysLostPdfButton_Click protected.
       local-storage section.
       01 seasonNum        type Int32.
       01 ll               pic 9(03).
       01 pdf              type batsweb.pdfWriter.
       01 pdfBytes         type Byte occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           set seasonNum to self::seasonWanted
           if seasonNum < 0
               exit method.
           invoke self::buildDaysLost(seasonNum)

           set pdf to new batsweb.pdfWriter
           invoke pdf::addHeading("Injury days lost - " & self::Session["team"]::ToString::Trim & " - " & type DateTime::Today::ToString("yyyy-MM-dd"))
           move 1 to ll.
       pdf-loop.
           if ll > RL-COUNT
               go to pdf-done.
           invoke pdf::addLine(RL-LINE(ll)::TrimEnd)
           add 1 to ll
           go to pdf-loop.
       pdf-done.
           set pdfBytes to pdf::finish("Injury days lost")
           invoke self::sendPdf("INJURYDAYS", pdfBytes, "Injury days lost", "dayslost.pdf")
       end method.

      *#####   Clubhouse printer or download - every build is staged   #####
      *#####   through printSpool.cbl; a picked printer gets a job     #####
       method-id sendPdf private.
       local-storage section.
       01 printJob         type String.
       procedure division using by value artifactCode as type String
                          by value pdfBytes as type Byte occurs any
                          by value titleText as type String
                          by value fileName as type String.
           set printJob to type batsweb.printSpool::deliver(self::teamFolder, artifactCode,
               printDestDropDownList::SelectedValue, pdfBytes, titleText, "playerAvailability",
               self::Session["last"]::ToString & self::Session["first"]::ToString)
           if printDestDropDownList::SelectedValue not = type String::Empty
               if printJob = type String::Empty
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('That printer is not in service - nothing was queued.');", true)
               else
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Sent to " & printDestDropDownList::SelectedValue & " as job " & printJob & ".');", true)
               end-if
               invoke self::logAudit("playerAvailability PRINT=" & printDestDropDownList::SelectedValue)
               exit method.
           invoke self::Response::Clear
           set self::Response::ContentType to "application/pdf"
           invoke self::Response::AddHeader("Content-Disposition", "attachment; filename=" & fileName)
           invoke self::Response::BinaryWrite(pdfBytes)
           invoke self::Response::End
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * The season box - blank for every season on file, otherwise a
      * four-digit year; -1 (after the alert) when it is neither.
       method-id seasonWanted private.
       procedure division returning seasonNum as type Int32.
           set seasonNum to 0
           if seasonTextBox::Text::Trim = type String::Empty
               exit method.
           if not type Int32::TryParse(seasonTextBox::Text::Trim, by reference seasonNum)
               or seasonNum < 1900 or seasonNum > 2999
               set seasonNum to -1
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Season must be a four-digit year, or blank for every season.');", true).
       end method.

       method-id buildDaysLost private.
       procedure division using by value seasonNum as type Int32.
           move zeroes to RL-COUNT
           if seasonNum = 0
               invoke self::addReportLine("Injury days lost - all seasons on file")
           else
               invoke self::addReportLine("Injury days lost - " & seasonNum::ToString & " season").
           invoke self::addReportLine(" ")
           invoke self::loadSpells
           invoke self::reportByPlayer(seasonNum)
           invoke self::addReportLine(" ")
           invoke self::reportByBodyPart(seasonNum)
           invoke self::addReportLine(" ")
           invoke self::reportRepeats(seasonNum).
       end method.

      * Walks INJHIST.DAT into SPELL-TBL. The entry's own effective
      * date dates it, the day it was keyed when that will not parse.
       method-id loadSpells private.
       local-storage section.
       01 curPlayer        pic x(30).
       01 inSpell          pic x value "N".
       01 spellStart       type DateTime.
       01 recDay           type DateTime.
       procedure division.
           move zeroes to SPELL-COUNT
           move spaces to curPlayer
           OPEN INPUT INJURY-HIST-FILE
           if IH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO IH-KEY
           START INJURY-HIST-FILE KEY NOT LESS THAN IH-KEY
           if IH-STATUS-BYTE-1 not = "0"
               go to spell-done.
       spell-loop.
           READ INJURY-HIST-FILE NEXT RECORD
               AT END go to spell-done.
           if IH-PLAYER-NAME not = curPlayer
               if inSpell = "Y"
                   invoke self::closeSpell(spellStart, type DateTime::Today, "Y")
                   move "N" to inSpell
               end-if
               move IH-PLAYER-NAME to curPlayer.
           if not type DateTime::TryParse(IH-EFF-DATE::Trim, by reference recDay)
               if not type DateTime::TryParseExact(IH-STAMP(1:8), "yyyyMMdd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference recDay)
                   go to spell-loop.
      *    Still out - a later entry may only name the body part.
           if IH-LOST-TIME and inSpell = "Y"
               if SP-BODY-PART(SPELL-COUNT) = spaces
                   move IH-BODY-PART to SP-BODY-PART(SPELL-COUNT)
                   move IH-INJURY-TYPE to SP-INJURY-TYPE(SPELL-COUNT)
               end-if
               go to spell-loop.
           if IH-LOST-TIME
               if SPELL-COUNT >= 500
                   go to spell-loop
               end-if
               add 1 to SPELL-COUNT
               move IH-PLAYER-NAME to SP-PLAYER(SPELL-COUNT)
               set SP-SEASON(SPELL-COUNT) to recDay::Year
               move IH-BODY-PART to SP-BODY-PART(SPELL-COUNT)
               move IH-INJURY-TYPE to SP-INJURY-TYPE(SPELL-COUNT)
               move zeroes to SP-DAYS(SPELL-COUNT)
               move "N" to SP-OPEN(SPELL-COUNT)
               set spellStart to recDay
               move "Y" to inSpell
               go to spell-loop.
      *    Active or suspended - whatever spell was open ends here.
           if inSpell = "Y"
               invoke self::closeSpell(spellStart, recDay, "N")
               move "N" to inSpell.
           go to spell-loop.
       spell-done.
           if inSpell = "Y"
               invoke self::closeSpell(spellStart, type DateTime::Today, "Y").
           CLOSE INJURY-HIST-FILE.
       end method.

       method-id closeSpell private.
       local-storage section.
       01 spanDays         type Int32.
       procedure division using by value startDay as type DateTime
                          by value endDay as type DateTime
                          by value openFlag as type String.
           set spanDays to (endDay::Subtract(startDay))::Days
           if spanDays < 0
               set spanDays to 0.
           if spanDays > 9999
               set spanDays to 9999.
           move spanDays to SP-DAYS(SPELL-COUNT)
           set SP-OPEN(SPELL-COUNT) to openFlag.
       end method.

      * One line per player per season - the spells are already in
      * player order, seasons ascending within him.
       method-id reportByPlayer private.
       local-storage section.
       01 ss               pic 9(03).
       01 curPlayer        pic x(30).
       01 curSeason        pic 9(04).
       01 spellsN          pic 9(03).
       01 daysN            pic 9(05).
       01 openN            pic x.
       01 totalSpells      pic 9(04).
       01 totalDays        pic 9(06).
       procedure division using by value seasonNum as type Int32.
           invoke self::addReportLine("By player")
           move spaces to curPlayer
           move zeroes to curSeason spellsN daysN totalSpells totalDays
           move "N" to openN
           move 1 to ss.
       player-loop.
           if ss > SPELL-COUNT
               go to player-done.
           if seasonNum > 0 and SP-SEASON(ss) not = seasonNum
               go to player-next.
           if SP-PLAYER(ss) not = curPlayer or SP-SEASON(ss) not = curSeason
               if spellsN > 0
                   invoke self::playerLine(curPlayer, curSeason, spellsN, daysN, openN)
               end-if
               move SP-PLAYER(ss) to curPlayer
               move SP-SEASON(ss) to curSeason
               move zeroes to spellsN daysN
               move "N" to openN
           end-if
           add 1 to spellsN totalSpells
           add SP-DAYS(ss) to daysN totalDays
           if SP-OPEN(ss) = "Y"
               move "Y" to openN.
       player-next.
           add 1 to ss
           go to player-loop.
       player-done.
           if spellsN > 0
               invoke self::playerLine(curPlayer, curSeason, spellsN, daysN, openN).
           if totalSpells = 0
               invoke self::addReportLine("  No lost-time injuries on file.")
           else
               invoke self::addReportLine("  Total: " & totalSpells::ToString & " injuries, " & totalDays::ToString & " days lost").
       end method.

       method-id playerLine private.
       local-storage section.
       01 lineText         type String.
       procedure division using by value playerName as type String
                          by value seasonNum as type Int32
                          by value spellsN as type Int32
                          by value daysN as type Int32
                          by value openN as type String.
           set lineText to "  " & playerName::Trim & "  " & seasonNum::ToString
               & ": " & spellsN::ToString & " injuries, " & daysN::ToString & " days lost"
           if openN = "Y"
               set lineText to lineText & " (still out)".
           invoke self::addReportLine(lineText).
       end method.

      * Season by season, the body parts in code-table order.
       method-id reportByBodyPart private.
       local-storage section.
       01 ss               pic 9(03).
       01 bb               pic 9(02).
       01 yy               pic 9(04).
       01 firstSeason      pic 9(04).
       01 lastSeason       pic 9(04).
       01 seasonSeen       pic x.
       01 spellsN          pic 9(03).
       01 daysN            pic 9(05).
       procedure division using by value seasonNum as type Int32.
           invoke self::addReportLine("By body part")
           move 9999 to firstSeason
           move zeroes to lastSeason
           move 1 to ss.
       range-loop.
           if ss > SPELL-COUNT
               go to range-done.
           if seasonNum > 0 and SP-SEASON(ss) not = seasonNum
               go to range-next.
           if SP-SEASON(ss) < firstSeason
               move SP-SEASON(ss) to firstSeason.
           if SP-SEASON(ss) > lastSeason
               move SP-SEASON(ss) to lastSeason.
       range-next.
           add 1 to ss
           go to range-loop.
       range-done.
           if lastSeason = 0
               invoke self::addReportLine("  No lost-time injuries on file.")
               exit method.

           move firstSeason to yy.
       season-loop.
           if yy > lastSeason
               go to season-done.
           move "N" to seasonSeen
           move 1 to bb.
       part-loop.
           if bb > 16
               go to part-done.
           move zeroes to spellsN daysN
           move 1 to ss.
       part-scan.
           if ss > SPELL-COUNT
               go to part-scan-done.
           if SP-SEASON(ss) = yy and SP-BODY-PART(ss) = BODY-PART-CODE(bb)
               add 1 to spellsN
               add SP-DAYS(ss) to daysN.
           add 1 to ss
           go to part-scan.
       part-scan-done.
           if spellsN > 0
               if seasonSeen = "N"
                   invoke self::addReportLine("  " & yy::ToString)
                   move "Y" to seasonSeen
               end-if
               invoke self::addReportLine("    " & BODY-PART-DESC(bb) & " " & spellsN::ToString & " injuries, " & daysN::ToString & " days lost").
           add 1 to bb
           go to part-loop.
       part-done.
           add 1 to yy
           go to season-loop.
       season-done.
       end method.

      * A player hurt twice or more in the same body part, across
      * every season on file - listed when one of those spells falls
      * in the season asked for.
       method-id reportRepeats private.
       local-storage section.
       01 ss               pic 9(03).
       01 tt               pic 9(03).
       01 spellsN          pic 9(03).
       01 daysN            pic 9(05).
       01 inSeason         pic x.
       01 lastSeason       pic 9(04).
       01 seasonList       type String.
       01 repeatCount      pic 9(03) value 0.
       01 repeatsN         pic 9(03).
       procedure division using by value seasonNum as type Int32.
           invoke self::addReportLine("Repeat injuries (same body part)")
           move 1 to ss.
       repeat-loop.
           if ss > SPELL-COUNT
               go to repeat-done.
           if SP-BODY-PART(ss) = spaces
               go to repeat-next.
      *    Each player/body part pair is reported at its first spell.
           move 1 to tt.
       earlier-scan.
           if tt >= ss
               go to earlier-done.
           if SP-PLAYER(tt) = SP-PLAYER(ss) and SP-BODY-PART(tt) = SP-BODY-PART(ss)
               go to repeat-next.
           add 1 to tt
           go to earlier-scan.
       earlier-done.
           move zeroes to spellsN daysN lastSeason
           move "N" to inSeason
           set seasonList to type String::Empty
           move ss to tt.
       pair-scan.
           if tt > SPELL-COUNT
               go to pair-done.
           if SP-PLAYER(tt) not = SP-PLAYER(ss) or SP-BODY-PART(tt) not = SP-BODY-PART(ss)
               go to pair-next.
           add 1 to spellsN
           add SP-DAYS(tt) to daysN
           if seasonNum = 0 or SP-SEASON(tt) = seasonNum
               move "Y" to inSeason.
           if SP-SEASON(tt) not = lastSeason
               if lastSeason not = 0
                   set seasonList to seasonList & "/"
               end-if
               set seasonList to seasonList & SP-SEASON(tt)::ToString
               move SP-SEASON(tt) to lastSeason.
       pair-next.
           add 1 to tt
           go to pair-scan.
       pair-done.
           if spellsN >= 2 and inSeason = "Y"
               add 1 to repeatCount
               compute repeatsN = spellsN - 1
               invoke self::addReportLine("  " & SP-PLAYER(ss)::Trim & "  " & self::bodyPartName(SP-BODY-PART(ss))
                   & ": " & spellsN::ToString & " injuries (" & repeatsN::ToString & " repeat), "
                   & daysN::ToString & " days lost, seasons " & seasonList).
       repeat-next.
           add 1 to ss
           go to repeat-loop.
       repeat-done.
           if repeatCount = 0
               invoke self::addReportLine("  None.").
       end method.

       method-id addReportLine private.
       procedure division using by value lineText as type String.
           if RL-COUNT >= 900
               exit method.
           add 1 to RL-COUNT
           set RL-LINE(RL-COUNT) to lineText.
       end method.

       method-id bodyPartName private.
       local-storage section.
       01 cc               pic 9(02).
       procedure division using by value partCode as type String
                          returning partName as type String.
           set partName to type String::Empty
           move 1 to cc.
       part-name-loop.
           if cc > 16
               exit method.
           if BODY-PART-CODE(cc) = partCode
               set partName to BODY-PART-DESC(cc)::Trim
               exit method.
           add 1 to cc
           go to part-name-loop.
       end method.

       method-id injuryTypeName private.
       local-storage section.
       01 cc               pic 9(02).
       procedure division using by value typeCode as type String
                          returning typeName as type String.
           set typeName to type String::Empty
           move 1 to cc.
       type-name-loop.
           if cc > 11
               exit method.
           if INJURY-TYPE-CODE(cc) = typeCode
               set typeName to INJURY-TYPE-DESC(cc)::Trim
               exit method.
           add 1 to cc
           go to type-name-loop.
       end method.

      * The tail of a player's nightly metric curve off
      * METRICHIST.DAT - the last few values per metric, oldest
      * first, empty when the watch-list runner has never computed
