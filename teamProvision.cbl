       class-id batsweb.teamProvision.

      * New-team provisioning. Standing up a club used to be a day of
      * copying another team's folder, blanking its files by hand and
      * finding out a week later which nightly job had never seen the
      * new folder. This builds the team from nothing, the way
      * trainingSandbox.cbl builds TRAINING:
      *   teamProvision <Programs-root> <team-name> <MA|MI>
      *       <admin-last> <admin-first> <admin-email> <admin-temp-pass>
      *       <smoke-last> <smoke-first> <smoke-pass>
      *   - the folder tree under <Programs-root>\<TEAMNAME> (the team
      *     name upper-cased with its spaces taken out, the same folder
      *     spelling the pages build): WEBSYNC and the WEBSYNC work
      *     folders the jobs write into, ARCHIVE, and Clips
      *   - the policy records: SECSET.DAT at the compiled-in password
      *     age, lockout and session-cap values, TEAMDEF.DAT with the
      *     club's MA/MI level and the "A" quick range, TEAMBRAND.DAT
      *     with no logo or colors, the "*" ROSTERRULES.DAT record (all
      *     zero - serviceTime.cbl's defaults) and an empty
      *     WORKRULES.DAT for the league's pitch-count rules
      *   - BATSW020.DAT with the first admin account (level "A",
      *     salted hash, password-changed date zero so the first
      *     sign-on goes straight to changepassword.aspx) and the
      *     smoke-test account smokeTest.cbl signs on with
      *   - ALERTPREF.DAT choosing email for the admin's address on
      *     every team alert type, so the first SYNC or WATCH alert has
      *     somewhere to go, and a welcome message through
      *     batsweb.mailSpool (it names the account, never the
      *     password - that goes over the phone)
      *   - an empty, correctly keyed copy of every file
      *     fileIntegrityCheck.cbl checks, through its createMissing.
      *     Every other WEBSYNC file is created by its owning page or
      *     job on first use, the same as for every existing team.
      * Every nightly job finds its teams by walking the Programs root
      * for folders (the WEBSYNC folder is what capacityTracker.cbl,
      * logArchive.cbl, printSpool.cbl and the rest look for), so the
      * tree itself is the registration - there is no job list to
      * add the team to. RUNCTL.DAT is left for the first WEBSYNC
      * transfer to write; until then batchDispatcher.cbl processes the
      * team as it always has.
      * It finishes with fileIntegrityCheck.cbl's checkTeam and
      * smokeTest.cbl's probeTeam against the new team alone, and
      * PROVISION.LOG beside the Programs root carries every step and
      * both verdicts. A folder that already exists is never touched -
      * this builds teams, it does not repair them.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.
          SELECT SECURITY-SETTINGS-FILE ASSIGN WS-SECSET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SS-KEY
              LOCK MANUAL
              FILE STATUS IS SS-STATUS-COMN.
          SELECT TEAM-DEFAULTS-FILE ASSIGN WS-TEAMDEF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TD-KEY
              LOCK MANUAL
              FILE STATUS IS TD-STATUS-COMN.
          SELECT TEAM-BRAND-FILE ASSIGN WS-TEAMBRAND-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TB-KEY
              LOCK MANUAL
              FILE STATUS IS TB-STATUS-COMN.
          SELECT ROSTER-RULES-FILE ASSIGN WS-ROSTERRULES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RR-KEY
              LOCK MANUAL
              FILE STATUS IS RR-STATUS-COMN.
          SELECT WORK-RULES-FILE ASSIGN WS-WORKRULES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WR-KEY
              LOCK MANUAL
              FILE STATUS IS WR-STATUS-COMN.
          SELECT ALERT-PREF-FILE ASSIGN WS-ALERTPREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AP-KEY
              LOCK MANUAL
              FILE STATUS IS AP-STATUS-COMN.
          SELECT PROVISION-LOG-FILE ASSIGN WS-PROVISION-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout Default.aspx.cbl/changepassword.aspx.cbl read.
       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.
       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
               10  WEBPASS-PASS            PIC 9(18).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-PWD-CHANGED     PIC 9(08).
               10  WEBPASS-PWD-FORMAT      PIC X.
                   88  WEBPASS-PWD-HASHED  VALUE "2".
               10  WEBPASS-SALT            PIC X(08).
               10  WEBPASS-HASH            PIC X(32).
               10  FILLER                  PIC X(01).

      * Same layout policyConsole.aspx.cbl maintains and
      * Default.aspx.cbl reads.
       FD  SECURITY-SETTINGS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SS-REC.
       01  SS-REC.
           05  SS-KEY.
               10  SS-TEAM                 PIC X(15).
           05  SS-REST.
               10  SS-PWD-AGE-LIMIT-DAYS   PIC 9(03).
               10  SS-LOCKOUT-THRESHOLD    PIC 9(03).
               10  SS-LOCKOUT-WINDOW-MINS  PIC 9(04).
               10  SS-MAX-SESSIONS         PIC 9(02).
               10  FILLER                  PIC X(08).

      * Same layout policyConsole.aspx.cbl and EZvideo.aspx.cbl use.
       FD  TEAM-DEFAULTS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TD-REC.
       01  TD-REC.
           05  TD-KEY.
               10  TD-TEAM                 PIC X(15).
           05  TD-REST.
               10  TD-DEFAULT-RANGE-FLAG   PIC X.
               10  TD-LEVEL                PIC X(02).
               10  FILLER                  PIC X(17).

      * Same layout Site.Master.cbl reads for the header branding.
       FD  TEAM-BRAND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TB-REC.
       01  TB-REC.
           05  TB-KEY.
               10  TB-TEAM                 PIC X(15).
           05  TB-REST.
               10  TB-LOGO-PATH            PIC X(100).
               10  TB-PRIMARY-COLOR        PIC X(07).
               10  TB-SECONDARY-COLOR      PIC X(07).
               10  FILLER                  PIC X(50).

      * Same layout policyConsole.aspx.cbl and serviceTime.cbl use.
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

      * Same layout policyConsole.aspx.cbl and pitchCountCheck.cbl use.
       FD  WORK-RULES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WR-REC.
       01  WR-REC.
           05  WR-KEY.
               10  WR-RULE-ID              PIC 9(02).
           05  WR-REST.
               10  WR-MAX-PITCHES          PIC 9(03).
               10  WR-BAND-LOW             PIC 9(03).
               10  WR-BAND-HIGH            PIC 9(03).
               10  WR-REST-DAYS            PIC 9(02).
               10  WR-ACWR-LOW             PIC 9(03).
               10  WR-ACWR-HIGH            PIC 9(03).
               10  FILLER                  PIC X(03).

      * Same layout alertChannels.aspx.cbl maintains and
      * batsweb.alertRouter reads.
       FD  ALERT-PREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AP-REC.
       01  AP-REC.
           05  AP-KEY.
               10  AP-ADDRESS              PIC X(60).
               10  AP-ALERT-TYPE           PIC X(10).
           05  AP-REST.
               10  AP-CHANNEL              PIC X.
               10  AP-LAST                 PIC X(15).
               10  AP-FIRST                PIC X(15).
               10  AP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(10).

       FD  PROVISION-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROVISION-LOG-REC.
       01  PROVISION-LOG-REC           PIC X(256).

      * One cross-team usage trail, same shared-log/TEAM= tagged-line
      * convention every page writes.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-BATSW020-FILE         PIC X(256).
       01 STATUS-COMN.
           05  STATUS-BYTE-1           PIC X.
           05  STATUS-BYTE-2           PIC X.
       01 WS-SECSET-FILE           PIC X(256).
       01 SS-STATUS-COMN.
           05  SS-STATUS-BYTE-1        PIC X.
           05  SS-STATUS-BYTE-2        PIC X.
       01 WS-TEAMDEF-FILE          PIC X(256).
       01 TD-STATUS-COMN.
           05  TD-STATUS-BYTE-1        PIC X.
           05  TD-STATUS-BYTE-2        PIC X.
       01 WS-TEAMBRAND-FILE        PIC X(256).
       01 TB-STATUS-COMN.
           05  TB-STATUS-BYTE-1        PIC X.
           05  TB-STATUS-BYTE-2        PIC X.
       01 WS-ROSTERRULES-FILE      PIC X(256).
       01 RR-STATUS-COMN.
           05  RR-STATUS-BYTE-1        PIC X.
           05  RR-STATUS-BYTE-2        PIC X.
       01 WS-WORKRULES-FILE        PIC X(256).
       01 WR-STATUS-COMN.
           05  WR-STATUS-BYTE-1        PIC X.
           05  WR-STATUS-BYTE-2        PIC X.
       01 WS-ALERTPREF-FILE        PIC X(256).
       01 AP-STATUS-COMN.
           05  AP-STATUS-BYTE-1        PIC X.
           05  AP-STATUS-BYTE-2        PIC X.
       01 WS-PROVISION-LOG-FILE    PIC X(256) VALUE "PROVISION.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 WS-AUDIT-LOG-FILE        PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The same starting values Default.aspx.cbl compiles in - the
      * club changes them on policyConsole.aspx once it is running.
       01 WS-PWD-AGE-LIMIT-DAYS    PIC 9(03) VALUE 90.
       01 WS-LOCKOUT-THRESHOLD     PIC 9(03) VALUE 5.
       01 WS-LOCKOUT-WINDOW-MINS   PIC 9(04) VALUE 30.
       01 WS-MAX-SESSIONS          PIC 9(02) VALUE 3.
      * The team alert types batsweb.alertRouter raises per team (the
      * cross-team OPSDIGEST is not a team's to choose).
       01 ALERT-TYPE-LIST.
           05  FILLER PIC X(10) VALUE "WATCH     ".
           05  FILLER PIC X(10) VALUE "SYNC      ".
           05  FILLER PIC X(10) VALUE "MILESTONE ".
           05  FILLER PIC X(10) VALUE "PITCHCOUNT".
           05  FILLER PIC X(10) VALUE "WEATHER   ".
       01 ALERT-TYPE-LIST-R REDEFINES ALERT-TYPE-LIST.
           05  ALERT-TYPE-NAME         PIC X(10) OCCURS 5.
       01 WS-TEAM-NAME             PIC X(15).
       01 WS-ADMIN-LAST            PIC X(15).
       01 WS-ADMIN-FIRST           PIC X(15).
       01 WS-ADMIN-EMAIL           PIC X(60).
       01 WS-SMOKE-LAST            PIC X(15).
       01 WS-SMOKE-FIRST           PIC X(15).

       method-id Main static public.
       local-storage section.
       01 programsRoot         type String.
       01 teamPath             type String.
       01 levelText            type String.
       01 worker                type batsweb.teamProvision.
       procedure division using by value args as type String[].
           if args = null or args::Length < 10
               invoke type System.Console::WriteLine("usage: teamProvision <Programs-root-folder> <team-name> <MA|MI> <admin-last> <admin-first> <admin-email> <admin-temp-pass> <smoke-last> <smoke-first> <smoke-pass>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.

      *    Key fields are 15 wide; the smoke password is checked as
      *    six characters, the width smokeTest.cbl carries it in.
           if args[1]::Trim::Length = 0 or args[1]::Trim::Length > 15
               invoke type System.Console::WriteLine("Team name must be 1 to 15 characters: " & args[1])
               goback.
           set levelText to args[2]::Trim::ToUpper
           if levelText not = "MA" and levelText not = "MI"
               invoke type System.Console::WriteLine("Level must be MA or MI: " & args[2])
               goback.
           if args[3]::Trim::Length > 15 or args[4]::Trim::Length > 15
               or args[7]::Trim::Length > 15 or args[8]::Trim::Length > 15
               invoke type System.Console::WriteLine("Last and first names are at most 15 characters")
               goback.
           if args[5]::IndexOf("@") < 1 or args[5]::Trim::Length > 60
               invoke type System.Console::WriteLine("Admin contact is not an email address: " & args[5])
               goback.
           if args[6]::Trim::Length < 6
               invoke type System.Console::WriteLine("Admin temporary password must be at least 6 characters")
               goback.
           if args[9]::Trim::Length = 0 or args[9]::Trim::Length > 6
               invoke type System.Console::WriteLine("Smoke-test password must be 1 to 6 characters")
               goback.

           set teamPath to type System.IO.Path::Combine(programsRoot, args[1]::Trim::ToUpper::Replace(" ", type String::Empty))
           if type System.IO.Directory::Exists(teamPath)
               invoke type System.Console::WriteLine("Team folder already exists - nothing changed: " & teamPath)
               goback.

           set worker to new batsweb.teamProvision
           invoke worker::setTeam(programsRoot, args[1], args[3], args[4], args[5], args[7], args[8])
           invoke worker::provisionTeam(programsRoot, teamPath, levelText, args[6])
           invoke worker::verifyTeam(programsRoot, teamPath, args[9])
           goback.
       end method.

       method-id setTeam public.
       procedure division using by value programsRoot as type String
                          by value teamText as type String
                          by value adminLast as type String
                          by value adminFirst as type String
                          by value adminEmail as type String
                          by value smokeLast as type String
                          by value smokeFirst as type String.
           if programsRoot::EndsWith("\")
               set WS-PROVISION-LOG-FILE to programsRoot & "PROVISION.LOG"
               set WS-AUDIT-LOG-FILE to programsRoot & "AUDITLOG.LOG"
           else
               set WS-PROVISION-LOG-FILE to programsRoot & "\PROVISION.LOG"
               set WS-AUDIT-LOG-FILE to programsRoot & "\AUDITLOG.LOG".
           set WS-TEAM-NAME to teamText::Trim::ToUpper
           set WS-ADMIN-LAST to adminLast::Trim::ToUpper
           set WS-ADMIN-FIRST to adminFirst::Trim::ToUpper
           set WS-ADMIN-EMAIL to adminEmail::Trim::ToLower
           set WS-SMOKE-LAST to smokeLast::Trim::ToUpper
           set WS-SMOKE-FIRST to smokeFirst::Trim::ToUpper.
       end method.

      *#####          The folder tree and every seeded file            #####
       method-id provisionTeam public.
       local-storage section.
       01 checker               type batsweb.fileIntegrityCheck.
       01 subjectLine           type String.
       01 bodyText              type String.
       procedure division using by value programsRoot as type String
                          by value teamPath as type String
                          by value levelText as type String
                          by value adminPass as type String.
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\INBOX")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\PREP")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\TENDENCY")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\HEADSHOTS")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\EXCHANGE")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\WEBSYNC\PRINTS\STAGED")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\ARCHIVE")
           invoke type System.IO.Directory::CreateDirectory(teamPath & "\Clips")
           invoke self::logLine("folder tree created under " & teamPath)

           invoke self::buildCredentials(teamPath, adminPass)
           invoke self::buildPolicy(teamPath, levelText)
           invoke self::buildAlertPrefs(teamPath)

           set checker to new batsweb.fileIntegrityCheck
           invoke checker::createMissing(teamPath)
           invoke self::logLine("empty keyed files laid down for the integrity-checked set")

           set subjectLine to "BatsWeb - " & WS-TEAM-NAME::Trim & " is ready"
           set bodyText to "The BatsWeb site for " & WS-TEAM-NAME::Trim & " has been set up. Sign on with team " & WS-TEAM-NAME::Trim
               & ", last name " & WS-ADMIN-LAST::Trim & ", first name " & WS-ADMIN-FIRST::Trim
               & " and the temporary password the operations desk gives you; you will be asked to choose your own password before anything else."
           invoke type batsweb.mailSpool::enqueue(programsRoot, WS-ADMIN-EMAIL::Trim, subjectLine, bodyText)
           invoke self::logLine("welcome message queued for " & WS-ADMIN-EMAIL::Trim)
           invoke self::auditLine.
       end method.

      * The first admin, in the salted hash changepassword.aspx.cbl
      * writes. The changed-date stays zero so Default.aspx.cbl forces
      * the change at first sign-on.
       method-id buildCredentials private.
       procedure division using by value teamPath as type String
                          by value adminPass as type String.
           set WS-BATSW020-FILE to teamPath & "\WEBSYNC\BATSW020.DAT"
           OPEN OUTPUT WEBPASS-FILE
           CLOSE WEBPASS-FILE
           OPEN I-O WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               invoke self::logLine("BATSW020.DAT will not open (status " & STATUS-BYTE-1 & STATUS-BYTE-2 & ") - no accounts written")
               exit method.

           MOVE SPACES TO WEBPASS-REC
           MOVE WS-TEAM-NAME TO WEBPASS-TEAM-NAME
           MOVE WS-ADMIN-LAST TO WEBPASS-LAST
           MOVE WS-ADMIN-FIRST TO WEBPASS-FIRST
           MOVE ZEROES TO WEBPASS-PASS
           MOVE "A" TO WEBPASS-LEVEL
           MOVE ZEROES TO WEBPASS-PWD-CHANGED
           MOVE "2" TO WEBPASS-PWD-FORMAT
           set WEBPASS-SALT to type System.Guid::NewGuid()::ToString("N")::Substring(0, 8)
           set WEBPASS-HASH to self::computePasswordHash(WEBPASS-SALT, adminPass)
           WRITE WEBPASS-REC
               INVALID KEY
                   REWRITE WEBPASS-REC
           END-WRITE
           invoke self::logLine("admin account " & WS-ADMIN-LAST::Trim & "/" & WS-ADMIN-FIRST::Trim & " written - password change forced at first sign-on")
           CLOSE WEBPASS-FILE.
       end method.

      * The smoke-test account, same hash, written just before the
      * probe that signs on with it. It is dated today - it only ever
      * verifies, it never signs a session on.
       method-id buildSmokeAccount private.
       procedure division using by value teamPath as type String
                          by value smokePass as type String.
           set WS-BATSW020-FILE to teamPath & "\WEBSYNC\BATSW020.DAT"
           OPEN I-O WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               invoke self::logLine("BATSW020.DAT will not open (status " & STATUS-BYTE-1 & STATUS-BYTE-2 & ") - smoke-test account not written")
               exit method.

           MOVE SPACES TO WEBPASS-REC
           MOVE WS-TEAM-NAME TO WEBPASS-TEAM-NAME
           MOVE WS-SMOKE-LAST TO WEBPASS-LAST
           MOVE WS-SMOKE-FIRST TO WEBPASS-FIRST
           MOVE ZEROES TO WEBPASS-PASS
           MOVE " " TO WEBPASS-LEVEL
           set WEBPASS-PWD-CHANGED to type DateTime::Today::ToString("yyyyMMdd")
           MOVE "2" TO WEBPASS-PWD-FORMAT
           set WEBPASS-SALT to type System.Guid::NewGuid()::ToString("N")::Substring(0, 8)
           set WEBPASS-HASH to self::computePasswordHash(WEBPASS-SALT, smokePass)
           WRITE WEBPASS-REC
               INVALID KEY
                   REWRITE WEBPASS-REC
           END-WRITE
           invoke self::logLine("smoke-test account " & WS-SMOKE-LAST::Trim & "/" & WS-SMOKE-FIRST::Trim & " written")
           CLOSE WEBPASS-FILE.
       end method.

      * The policy records, each a fresh file with the one record the
      * readers look for.
       method-id buildPolicy private.
       procedure division using by value teamPath as type String
                          by value levelText as type String.
           set WS-SECSET-FILE to teamPath & "\WEBSYNC\SECSET.DAT"
           OPEN OUTPUT SECURITY-SETTINGS-FILE
           CLOSE SECURITY-SETTINGS-FILE
           OPEN I-O SECURITY-SETTINGS-FILE
           if SS-STATUS-BYTE-1 = "0"
               MOVE SPACES TO SS-REC
               MOVE WS-TEAM-NAME TO SS-TEAM
               MOVE WS-PWD-AGE-LIMIT-DAYS TO SS-PWD-AGE-LIMIT-DAYS
               MOVE WS-LOCKOUT-THRESHOLD TO SS-LOCKOUT-THRESHOLD
               MOVE WS-LOCKOUT-WINDOW-MINS TO SS-LOCKOUT-WINDOW-MINS
               MOVE WS-MAX-SESSIONS TO SS-MAX-SESSIONS
               WRITE SS-REC
                   INVALID KEY
                       REWRITE SS-REC
               END-WRITE
               CLOSE SECURITY-SETTINGS-FILE
               invoke self::logLine("SECSET.DAT seeded")
           else
               invoke self::logLine("SECSET.DAT will not open (status " & SS-STATUS-BYTE-1 & SS-STATUS-BYTE-2 & ") - not seeded")
           end-if

           set WS-TEAMDEF-FILE to teamPath & "\WEBSYNC\TEAMDEF.DAT"
           OPEN OUTPUT TEAM-DEFAULTS-FILE
           CLOSE TEAM-DEFAULTS-FILE
           OPEN I-O TEAM-DEFAULTS-FILE
           if TD-STATUS-BYTE-1 = "0"
               MOVE SPACES TO TD-REC
               MOVE WS-TEAM-NAME TO TD-TEAM
               MOVE "A" TO TD-DEFAULT-RANGE-FLAG
               MOVE levelText TO TD-LEVEL
               WRITE TD-REC
                   INVALID KEY
                       REWRITE TD-REC
               END-WRITE
               CLOSE TEAM-DEFAULTS-FILE
               invoke self::logLine("TEAMDEF.DAT seeded - level " & levelText)
           else
               invoke self::logLine("TEAMDEF.DAT will not open (status " & TD-STATUS-BYTE-1 & TD-STATUS-BYTE-2 & ") - not seeded")
           end-if

           set WS-TEAMBRAND-FILE to teamPath & "\WEBSYNC\TEAMBRAND.DAT"
           OPEN OUTPUT TEAM-BRAND-FILE
           CLOSE TEAM-BRAND-FILE
           OPEN I-O TEAM-BRAND-FILE
           if TB-STATUS-BYTE-1 = "0"
               MOVE SPACES TO TB-REC
               MOVE WS-TEAM-NAME TO TB-TEAM
               WRITE TB-REC
                   INVALID KEY
                       REWRITE TB-REC
               END-WRITE
               CLOSE TEAM-BRAND-FILE
               invoke self::logLine("TEAMBRAND.DAT seeded")
           else
               invoke self::logLine("TEAMBRAND.DAT will not open (status " & TB-STATUS-BYTE-1 & TB-STATUS-BYTE-2 & ") - not seeded")
           end-if

           set WS-ROSTERRULES-FILE to teamPath & "\WEBSYNC\ROSTERRULES.DAT"
           OPEN OUTPUT ROSTER-RULES-FILE
           CLOSE ROSTER-RULES-FILE
           OPEN I-O ROSTER-RULES-FILE
           if RR-STATUS-BYTE-1 = "0"
               MOVE SPACES TO RR-REC
               MOVE "*" TO RR-LEVEL
               MOVE ZEROES TO RR-ACTIVE-MAX
               MOVE ZEROES TO RR-OPTION-YEARS
               MOVE ZEROES TO RR-OPTION-MIN-DAYS
               MOVE ZEROES TO RR-YOUNG-AGE
               MOVE ZEROES TO RR-RULE5-YOUNG
               MOVE ZEROES TO RR-RULE5-OLDER
               MOVE ZEROES TO RR-WARN-DAYS
               WRITE RR-REC
                   INVALID KEY
                       REWRITE RR-REC
               END-WRITE
               CLOSE ROSTER-RULES-FILE
               invoke self::logLine("ROSTERRULES.DAT seeded")
           else
               invoke self::logLine("ROSTERRULES.DAT will not open (status " & RR-STATUS-BYTE-1 & RR-STATUS-BYTE-2 & ") - not seeded")
           end-if

      *    No pitch-count rules until the club keys its league's - an
      *    empty file is what pitchCountCheck.cbl skips quietly.
           set WS-WORKRULES-FILE to teamPath & "\WEBSYNC\WORKRULES.DAT"
           OPEN OUTPUT WORK-RULES-FILE
           CLOSE WORK-RULES-FILE.
       end method.

       method-id buildAlertPrefs private.
       local-storage section.
       01 nn           type Int32.
       procedure division using by value teamPath as type String.
           set WS-ALERTPREF-FILE to teamPath & "\WEBSYNC\ALERTPREF.DAT"
           OPEN OUTPUT ALERT-PREF-FILE
           CLOSE ALERT-PREF-FILE
           OPEN I-O ALERT-PREF-FILE
           if AP-STATUS-BYTE-1 not = "0"
               invoke self::logLine("ALERTPREF.DAT will not open (status " & AP-STATUS-BYTE-1 & AP-STATUS-BYTE-2 & ") - admin alerts not chosen")
               exit method.
           set nn to 1.
       pref-loop.
           if nn > 5
               go to pref-done.
           MOVE SPACES TO AP-REC
           MOVE WS-ADMIN-EMAIL TO AP-ADDRESS
           MOVE ALERT-TYPE-NAME(nn) TO AP-ALERT-TYPE
           MOVE "E" TO AP-CHANNEL
           MOVE WS-ADMIN-LAST TO AP-LAST
           MOVE WS-ADMIN-FIRST TO AP-FIRST
           set AP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE AP-REC
               INVALID KEY
                   REWRITE AP-REC
           END-WRITE
           add 1 to nn
           go to pref-loop.
       pref-done.
           CLOSE ALERT-PREF-FILE
           invoke self::logLine("ALERTPREF.DAT seeded - email for " & WS-ADMIN-EMAIL::Trim).
       end method.

      *#####     The new team through the nightly checks, alone         #####
       method-id verifyTeam public.
       local-storage section.
       01 checker               type batsweb.fileIntegrityCheck.
       01 prober                type batsweb.smokeTest.
       01 passFlag              type Condition.
       procedure division using by value programsRoot as type String
                          by value teamPath as type String
                          by value smokePass as type String.
           invoke self::buildSmokeAccount(teamPath, smokePass)

           set checker to new batsweb.fileIntegrityCheck
           invoke checker::checkTeam(teamPath)
           if checker::teamClean
               invoke self::logLine("fileIntegrityCheck PASS")
           else
               invoke self::logLine("fileIntegrityCheck FAIL - see " & teamPath & "\WEBSYNC\INTEGRITY.LOG")
           end-if

      *    A hung engine surfaces as an exception - that is a failure,
      *    the same reading smokeTest.cbl's checkAll gives it.
           set passFlag to false
           set prober to new batsweb.smokeTest
           invoke prober::setCredential(programsRoot, WS-SMOKE-LAST, WS-SMOKE-FIRST, smokePass)
           try
               invoke prober::probeTeam(teamPath)
               set passFlag to prober::probePassed
           catch
               continue
           end-try
           if passFlag
               invoke self::logLine("smokeTest PASS")
           else
               invoke self::logLine("smokeTest FAIL - see SMOKETEST.LOG beside the Programs root")
           end-if
           invoke type System.Console::WriteLine(WS-TEAM-NAME::Trim & " provisioned under " & teamPath & " - see " & WS-PROVISION-LOG-FILE::Trim).
       end method.

      * Salted SHA-256, same scheme Default.aspx.cbl checks.
       method-id computePasswordHash private.
       local-storage section.
       01 sha          type System.Security.Cryptography.SHA256.
       01 hashBytes    type Byte occurs any.
       procedure division using by value saltValue as type String
                          by value passValue as type String
                          returning hashText as type String.
           set sha to type System.Security.Cryptography.SHA256::Create()
           set hashBytes to sha::ComputeHash(type System.Text.Encoding::UTF8::GetBytes(saltValue::Trim & passValue::Trim))
           set hashText to type BitConverter::ToString(hashBytes)::Replace("-", type String::Empty)::Substring(0, 32)
           invoke sha::Dispose().
       end method.

      * The shared AUDITLOG.LOG line - a new team is exactly the kind
      * of action the trail exists for.
       method-id auditLine private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       procedure division.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  USER=PROVISION" DELIMITED BY SIZE
               "  PAGE=teamProvision ADMIN=" DELIMITED BY SIZE
               WS-ADMIN-LAST DELIMITED BY "  "
               "/" DELIMITED BY SIZE
               WS-ADMIN-FIRST DELIMITED BY "  "
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

      *#####                   Provisioning log                        #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND PROVISION-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT PROVISION-LOG-FILE
           END-IF

           MOVE SPACES TO PROVISION-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-TEAM-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO PROVISION-LOG-REC.
           WRITE PROVISION-LOG-REC.
           CLOSE PROVISION-LOG-FILE.
       end method.

       end class.
