      * maintained by opening the raw indexed file with a utility
      * editor - SECSET.DAT (password age, lockout and session-cap
      * values Default.aspx.cbl reads) and TEAMDEF.DAT (the per-team
      * default quick-range EZvideo.aspx.cbl applies, and the club's
      * MA/MI level) - plus the pitch-count workload rules
      * (WORKRULES.DAT) and the roster rules serviceTime.cbl checks
      * (ROSTERRULES.DAT), and the team's storage quotas (QUOTA.DAT,
      * the video and batch-output ceilings storageQuota.cbl holds
      * uploads and batch jobs to), and its records retention rules
      * and legal holds (RETENTION.DAT and LEGALHOLD.DAT, kept by
      * retentionPolicy.cbl for the monthly retentionPurge.cbl run -
      * the league defaults and league-wide holds are on
      * opsConsole.aspx.cbl). Values are
      * validated before they land, so a fat-fingered record can no
      * longer silently fall back to compiled-in defaults. Gated to
      * WEBPASS-LEVEL "A" the same way adminUsers.aspx.cbl is.
              RECORD KEY IS WR-KEY
              LOCK MANUAL
              FILE STATUS IS WR-STATUS-COMN.
          SELECT ROSTER-RULES-FILE ASSIGN WS-ROSTERRULES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RR-KEY
              LOCK MANUAL
              FILE STATUS IS RR-STATUS-COMN.
          SELECT QUOTA-FILE ASSIGN WS-QUOTA-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SQ-KEY
              LOCK MANUAL
              FILE STATUS IS SQ-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
               10  TD-TEAM                 PIC X(15).
           05  TD-REST.
               10  TD-DEFAULT-RANGE-FLAG   PIC X.
      *        "MA" or "MI" - which Session["database"] level this
      *        club plays at; the level-translation job reads it.
               10  TD-LEVEL                PIC X(02).
               10  FILLER                  PIC X(17).

      * Pitch-count workload rules for this level - band 00 carries
      * the hard per-outing cap, bands 01+ map an outing's pitch count
               10  WR-BAND-LOW             PIC 9(03).
               10  WR-BAND-HIGH            PIC 9(03).
               10  WR-REST-DAYS            PIC 9(02).
      *        Rule 00 only - the acute:chronic workload band in
      *        hundredths (080 = 0.80); zero means the default.
               10  WR-ACWR-LOW             PIC 9(03).
               10  WR-ACWR-HIGH            PIC 9(03).
               10  FILLER                  PIC X(03).

      * Roster rules - one record per level for its active-roster
      * maximum, and the "*" record for the organization-wide option
      * and Rule 5 settings plus the maximum for any level without
      * its own. serviceTime.cbl applies these nightly; zero in any
      * field means its default.
       FD  ROSTER-RULES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RR-REC.
       01  RR-REC.
           05  RR-KEY.
               10  RR-LEVEL                PIC X(10).
           05  RR-REST.
               10  RR-ACTIVE-MAX           PIC 9(02).
               10  RR-OPTION-YEARS         PIC 9(01).
               10  RR-OPTION-MIN-DAYS      PIC 9(03).
               10  RR-YOUNG-AGE            PIC 9(02).
               10  RR-RULE5-YOUNG          PIC 9(01).
               10  RR-RULE5-OLDER          PIC 9(01).
               10  RR-PROTECT-MMDD         PIC X(04).
               10  RR-RULE5-MMDD           PIC X(04).
               10  RR-WARN-DAYS            PIC 9(03).
               10  FILLER                  PIC X(19).

      * Same layout storageQuota.cbl reads - megabytes, zero for no
      * quota; the notice fields are storageQuota.cbl's own.
       FD  QUOTA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SQ-REC.
       01  SQ-REC.
           05  SQ-KEY.
               10  SQ-TEAM                 PIC X(15).
           05  SQ-REST.
               10  SQ-VIDEO-QUOTA-MB       PIC 9(07).
               10  SQ-OUTPUT-QUOTA-MB      PIC 9(07).
               10  SQ-VIDEO-NOTICE-DATE    PIC X(10).
               10  SQ-VIDEO-NOTICE-CODE    PIC X.
               10  SQ-OUTPUT-NOTICE-DATE   PIC X(10).
               10  SQ-OUTPUT-NOTICE-CODE   PIC X.
               10  SQ-UPDATED-BY           PIC X(30).
               10  SQ-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
       01 WR-STATUS-COMN.
           05  WR-STATUS-BYTE-1        PIC X.
           05  WR-STATUS-BYTE-2        PIC X.
       01 WS-ROSTERRULES-FILE PIC X(256) VALUE "ROSTERRULES.DAT".
       01 RR-STATUS-COMN.
           05  RR-STATUS-BYTE-1        PIC X.
           05  RR-STATUS-BYTE-2        PIC X.
       01 WS-QUOTA-FILE       PIC X(256) VALUE "QUOTA.DAT".
       01 SQ-STATUS-COMN.
           05  SQ-STATUS-BYTE-1        PIC X.
           05  SQ-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.

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
                  '\WEBSYNC\WORKRULES.DAT"' delimited by size
                  into WS-WORKRULES-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\ROSTERRULES.DAT"' delimited by size
                  into WS-ROSTERRULES-FILE
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\QUOTA.DAT"' delimited by size
                  into WS-QUOTA-FILE
               if not self::IsPostBack
                   invoke self::logAudit("policyConsole").

               invoke rangeFlagDropDownList::Items::Add("M")
               invoke rangeFlagDropDownList::Items::Add("2")
               invoke rangeFlagDropDownList::Items::Add("3")
               invoke levelDropDownList::Items::Add(" ")
               invoke levelDropDownList::Items::Add("MA")
               invoke levelDropDownList::Items::Add("MI")
               invoke self::loadRetentionLists
               invoke self::loadCurrentValues
               invoke self::populateRetention.

           goback.
       end method.
                       CONTINUE
                   NOT INVALID KEY
                       set rangeFlagDropDownList::SelectedValue to TD-DEFAULT-RANGE-FLAG
                       if TD-LEVEL = "MA" or TD-LEVEL = "MI"
                           set levelDropDownList::SelectedValue to TD-LEVEL
                       end-if
               END-READ
               CLOSE TEAM-DEFAULTS-FILE.

           set rosterLevelTextBox::Text to "*"
           OPEN INPUT ROSTER-RULES-FILE
           if RR-STATUS-BYTE-1 = "0"
               MOVE SPACES TO RR-KEY
               move "*" to RR-LEVEL
               READ ROSTER-RULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       set rosterMaxTextBox::Text to RR-ACTIVE-MAX::ToString
                       set optionYearsTextBox::Text to RR-OPTION-YEARS::ToString
                       set optionDaysTextBox::Text to RR-OPTION-MIN-DAYS::ToString
                       set youngAgeTextBox::Text to RR-YOUNG-AGE::ToString
                       set rule5YoungTextBox::Text to RR-RULE5-YOUNG::ToString
                       set rule5OlderTextBox::Text to RR-RULE5-OLDER::ToString
                       set protectDateTextBox::Text to RR-PROTECT-MMDD
                       set rule5DateTextBox::Text to RR-RULE5-MMDD
                       set warnDaysTextBox::Text to RR-WARN-DAYS::ToString
               END-READ
               CLOSE ROSTER-RULES-FILE.

           OPEN INPUT QUOTA-FILE
           if SQ-STATUS-BYTE-1 = "0"
               MOVE SPACES TO SQ-KEY
               set SQ-TEAM to self::Session["team"]::ToString::Trim::ToUpper
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       set videoQuotaTextBox::Text to SQ-VIDEO-QUOTA-MB::ToString
                       set outputQuotaTextBox::Text to SQ-OUTPUT-QUOTA-MB::ToString
               END-READ
               CLOSE QUOTA-FILE.
       end method.

      * Saves the security values after validating each one, the same
       01 windowNum        type Int32.
       01 sessionsNum      type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not type Int32::TryParse(pwdAgeTextBox::Text::Trim, by reference pwdAgeNum)
               or pwdAgeNum < 0 or pwdAgeNum > 999
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Password age must be a number of days, 0-999 (0 = default).');", true)

      * Saves one workload rule row after validating it - rule 00 is
      * the per-outing pitch cap, higher rule ids are rest-day bands.
      * Rule 00 also carries the acute:chronic band workloadRatio.cbl
      * flags against; left blank it stays at the job's default.
       method-id saveWorkRuleButton_Click protected.
       local-storage section.
       01 ruleNum          type Int32.
       01 lowNum           type Int32.
       01 highNum          type Int32.
       01 restNum          type Int32.
       01 acwrLowNum       type Int32.
       01 acwrHighNum      type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not type Int32::TryParse(ruleIdTextBox::Text::Trim, by reference ruleNum)
               or ruleNum < 0 or ruleNum > 99
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Rule id must be 0-99 (0 = per-outing cap).');", true)
               or restNum < 0 or restNum > 30
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Rest days must be 0-30.');", true)
               exit method.
           move 0 to acwrLowNum acwrHighNum
           if ruleNum = 0 and acwrLowTextBox::Text::Trim not = type String::Empty
               if not type Int32::TryParse(acwrLowTextBox::Text::Trim, by reference acwrLowNum)
                   or acwrLowNum < 0 or acwrLowNum > 999
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Workload band low must be 0-999 hundredths (80 = 0.80).');", true)
                   exit method.
           if ruleNum = 0 and acwrHighTextBox::Text::Trim not = type String::Empty
               if not type Int32::TryParse(acwrHighTextBox::Text::Trim, by reference acwrHighNum)
                   or acwrHighNum < 0 or acwrHighNum > 999
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Workload band high must be 0-999 hundredths (130 = 1.30).');", true)
                   exit method.
           if acwrLowNum > 0 and acwrHighNum > 0 and acwrHighNum < acwrLowNum
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Workload band high must not be below low.');", true)
               exit method.

           OPEN I-O WORK-RULES-FILE
           IF WR-STATUS-BYTE-1 NOT EQUAL ZEROES
           move lowNum to WR-BAND-LOW
           move highNum to WR-BAND-HIGH
           move restNum to WR-REST-DAYS
           move acwrLowNum to WR-ACWR-LOW
           move acwrHighNum to WR-ACWR-HIGH

           WRITE WR-REC
               INVALID KEY
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Workload rule saved.');", true)
       end method.

      * Saves one roster rule - a level name (as rosterTransactions
      * keys it in the to-level box) with its active maximum, or "*"
      * with the organization-wide settings. Blank fields save as
      * zero, which serviceTime.cbl reads as its default; the dates
      * are MMDD.
       method-id saveRosterRuleButton_Click protected.
       local-storage section.
       01 levelText        type String.
       01 maxNum           type Int32.
       01 optYearsNum      type Int32.
       01 optDaysNum       type Int32.
       01 youngAgeNum      type Int32.
       01 youngSeasonsNum  type Int32.
       01 olderSeasonsNum  type Int32.
       01 warnNum          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set levelText to rosterLevelTextBox::Text::Trim::ToUpper
           if levelText = type String::Empty or levelText::Length > 10
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Level must be * or the level name as transactions key it (up to 10 characters).');", true)
               exit method.
           if not self::rosterNumber(rosterMaxTextBox::Text, 99, by reference maxNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Active maximum must be 0-99.');", true)
               exit method.

           move 0 to optYearsNum optDaysNum youngAgeNum youngSeasonsNum olderSeasonsNum warnNum
           if levelText = "*"
               if not self::rosterNumber(optionYearsTextBox::Text, 9, by reference optYearsNum)
                   or not self::rosterNumber(optionDaysTextBox::Text, 366, by reference optDaysNum)
                   or not self::rosterNumber(youngAgeTextBox::Text, 99, by reference youngAgeNum)
                   or not self::rosterNumber(rule5YoungTextBox::Text, 9, by reference youngSeasonsNum)
                   or not self::rosterNumber(rule5OlderTextBox::Text, 9, by reference olderSeasonsNum)
                   or not self::rosterNumber(warnDaysTextBox::Text, 366, by reference warnNum)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Option years, seasons and ages must be small whole numbers; option days and warning days 0-366.');", true)
                   exit method
               end-if
               if not self::rosterMonthDay(protectDateTextBox::Text)
                   or not self::rosterMonthDay(rule5DateTextBox::Text)
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Protection and Rule 5 dates must be MMDD, or blank for the default.');", true)
                   exit method
               end-if
           end-if

           OPEN I-O ROSTER-RULES-FILE
           IF RR-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT ROSTER-RULES-FILE
               CLOSE ROSTER-RULES-FILE
               OPEN I-O ROSTER-RULES-FILE
           END-IF

           MOVE SPACES TO RR-REC
           set RR-LEVEL to levelText
           move maxNum to RR-ACTIVE-MAX
           move optYearsNum to RR-OPTION-YEARS
           move optDaysNum to RR-OPTION-MIN-DAYS
           move youngAgeNum to RR-YOUNG-AGE
           move youngSeasonsNum to RR-RULE5-YOUNG
           move olderSeasonsNum to RR-RULE5-OLDER
           move warnNum to RR-WARN-DAYS
           if levelText = "*"
               set RR-PROTECT-MMDD to protectDateTextBox::Text::Trim
               set RR-RULE5-MMDD to rule5DateTextBox::Text::Trim.

           WRITE RR-REC
               INVALID KEY
                   REWRITE RR-REC
           END-WRITE
           CLOSE ROSTER-RULES-FILE

           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Roster rule saved.');", true)
       end method.

      * Blank is zero; otherwise a whole number 0 to maxValue.
       method-id rosterNumber private.
       procedure division using by value fieldText as type String
                          by value maxValue as type Int32
                          by reference fieldValue as type Int32
                          returning okFlag as type Condition.
           set okFlag to true
           set fieldValue to 0
           if fieldText::Trim = type String::Empty
               exit method.
           if not type Int32::TryParse(fieldText::Trim, by reference fieldValue)
               or fieldValue < 0 or fieldValue > maxValue
               set okFlag to false.
       end method.

      * Blank, or a real month and day as MMDD.
       method-id rosterMonthDay private.
       local-storage section.
       01 dayCheck         type DateTime.
       procedure division using by value fieldText as type String
                          returning okFlag as type Condition.
           set okFlag to true
           if fieldText::Trim = type String::Empty
               exit method.
           if fieldText::Trim::Length not = 4
               or not type DateTime::TryParseExact("2000" & fieldText::Trim, "yyyyMMdd", type System.Globalization.CultureInfo::InvariantCulture, type System.Globalization.DateTimeStyles::None, by reference dayCheck)
               set okFlag to false.
       end method.

      * Saves the storage quotas, in megabytes - video (the team's
      * clips) and batch outputs (stitches, heat maps, bundles, PDFs).
      * Blank or zero is no quota. Uploads and batch jobs are warned
      * from 80% and refused at 100% by storageQuota.cbl; the notice
      * fields ride through so a change does not re-notify today.
       method-id saveQuotaButton_Click protected.
       local-storage section.
       01 videoNum         type Int32.
       01 outputNum        type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if not self::rosterNumber(videoQuotaTextBox::Text, 9999999, by reference videoNum)
               or not self::rosterNumber(outputQuotaTextBox::Text, 9999999, by reference outputNum)
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Quotas are whole megabytes, 0-9999999 (blank or 0 = no quota).');", true)
               exit method.

           OPEN I-O QUOTA-FILE
           IF SQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF

           MOVE SPACES TO SQ-REC
           set SQ-TEAM to self::Session["team"]::ToString::Trim::ToUpper
           READ QUOTA-FILE
               INVALID KEY
                   MOVE SPACES TO SQ-REST
           END-READ
           move videoNum to SQ-VIDEO-QUOTA-MB
           move outputNum to SQ-OUTPUT-QUOTA-MB
           set SQ-UPDATED-BY to self::Session["last"]::ToString & self::Session["first"]::ToString
           set SQ-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           WRITE SQ-REC
               INVALID KEY
                   REWRITE SQ-REC
           END-WRITE
           CLOSE QUOTA-FILE

           invoke self::logAudit("policyConsole QUOTA=" & videoNum::ToString & "/" & outputNum::ToString)
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Storage quotas saved.');", true)
       end method.

      * Saves the default quick-range choice - the dropdown only
      * offers the legal BATSW060-DATE-CHOICE-FLAG values, so a
      * corrupt flag can no longer be keyed in - and the club's level,
      * MA or MI, blank when it has not been set.
       method-id saveTeamDefaultsButton_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           OPEN I-O TEAM-DEFAULTS-FILE
           IF TD-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT TEAM-DEFAULTS-FILE
           MOVE SPACES TO TD-REC
           set TD-TEAM to self::Session["team"]::ToString::Trim::ToUpper
           set TD-DEFAULT-RANGE-FLAG to rangeFlagDropDownList::SelectedValue::Trim
           set TD-LEVEL to levelDropDownList::SelectedValue::Trim

           WRITE TD-REC
               INVALID KEY
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Team defaults saved.');", true)
       end method.

      *#####                Records retention                          #####
       method-id loadRetentionLists protected.
       local-storage section.
       01 typesIn          type String[].
       01 tt               type Int32.
       procedure division.
           set typesIn to type batsweb.retentionPolicy::recordTypes
           invoke holdTypeDropDownList::Items::Add("*")
           move 0 to tt.
       type-loop.
           if tt >= typesIn::Length
               go to type-done.
           invoke retentionTypeDropDownList::Items::Add(typesIn[tt])
           invoke holdTypeDropDownList::Items::Add(typesIn[tt])
           add 1 to tt
           go to type-loop.
       type-done.
           invoke retentionActionDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Purge", "P"))
           invoke retentionActionDropDownList::Items::Add(new System.Web.UI.WebControls.ListItem("Archive", "A"))
       end method.

      * The team's rules (its own, else the league default) and the
      * holds in force over it, one line each.
       method-id populateRetention protected.
       local-storage section.
       01 linesIn          type String[].
       01 listText         type String.
       01 ll               type Int32.
       procedure division.
           set linesIn to type batsweb.retentionPolicy::describe(self::siteRoot, self::Session["team"]::ToString::Trim)
           set listText to type String::Empty
           move 0 to ll.
       line-loop.
           if ll >= linesIn::Length
               go to line-done.
           set listText to listText & type HttpUtility::HtmlEncode(linesIn[ll]) & "<br/>"
           add 1 to ll
           go to line-loop.
       line-done.
           set retentionLabel::Text to listText
       end method.

      * Days to keep the type's records and whether they are purged or
      * archived once past it. Blank or zero drops the team's rule,
      * leaving the league default (if any) in charge.
       method-id saveRetentionButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::saveRule(self::siteRoot, self::Session["team"]::ToString::Trim,
               retentionTypeDropDownList::SelectedValue, retentionDaysTextBox::Text,
               retentionActionDropDownList::SelectedValue, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("policyConsole RETENTION=" & retentionTypeDropDownList::SelectedValue & "/"
               & retentionDaysTextBox::Text::Trim & "/" & retentionActionDropDownList::SelectedValue)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Retention rule saved - the monthly purge applies it.');", true)
       end method.

      * A hold on type "*" keeps every type; a blank player keeps every
      * record of the type.
       method-id setHoldButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::setHold(self::siteRoot, self::Session["team"]::ToString::Trim,
               holdTypeDropDownList::SelectedValue, holdPlayerTextBox::Text, holdReasonTextBox::Text, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("policyConsole LEGALHOLD SET " & holdTypeDropDownList::SelectedValue & "/"
               & holdPlayerTextBox::Text::Trim::ToUpper)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Legal hold set - the purge will leave those records alone.');", true)
       end method.

       method-id releaseHoldButton_Click protected.
       local-storage section.
       01 messageText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           set messageText to type batsweb.retentionPolicy::releaseHold(self::siteRoot, self::Session["team"]::ToString::Trim,
               holdTypeDropDownList::SelectedValue, holdPlayerTextBox::Text, self::userName)
           if messageText::Length > 0
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & messageText & "');", true)
               exit method.

           invoke self::logAudit("policyConsole LEGALHOLD RELEASED " & holdTypeDropDownList::SelectedValue & "/"
               & holdPlayerTextBox::Text::Trim::ToUpper)
           invoke self::populateRetention
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('Legal hold released.');", true)
       end method.

       method-id siteRoot private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning rootOut as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set rootOut to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs")).
       end method.

       method-id userName private.
       procedure division returning nameOut as type String.
           set nameOut to self::Session["last"]::ToString::Trim & " " & self::Session["first"]::ToString::Trim.
       end method.

       end class.
