       class-id batsweb.affiliationChange.

      * Affiliation change - an affiliate moving to a new parent club,
      * or between the MA and MI Session["database"] levels, takes its
      * folder, accounts, clips and coach-created records with it, and
      * the organization it leaves keeps the history up to the switch
      * and nothing after it. Three steps, each its own run so the
      * move can be looked over before it is final:
      *
      *   affiliationChange <Programs-root> START <club-folder>
      *       <old-parent-folder> <new-root> <new-club-name> <MA|MI>
      *       <effective yyyy-MM-dd>
      *     - copies the whole club folder to <new-root>\<NEWCLUBNAME>
      *       (upper-cased, spaces out - the folder spelling the pages
      *       build); <new-root> may be this Programs root or the new
      *       organization's
      *     - the departing organization's staff are the names on the
      *       old parent folder's BATSW020.DAT; at the new location
      *       their accounts on the club's BATSW020.DAT are disabled
      *       (level "D"), every club account is re-keyed to the new
      *       club name, and SESSREG.DAT is not carried (sessions do
      *       not move)
      *     - TEAMDEF.DAT at the new location carries the new name and
      *       level; SECSET.DAT, TEAMBRAND.DAT, PLAYERXREF.DAT and
      *       PLAYERINFO.DAT are re-keyed to the new name
      *     - coach-created records are split by ownership at the new
      *       location: a DOSSIER.DAT entry last saved by the departing
      *       staff, an ASSIGNMENT.DAT row they set, a PLAYLIST.DAT
      *       playlist only they assigned and a CLIPTAG.DAT tag whose
      *       clip sits only in such a playlist stay behind with them.
      *       ABNOTES.DAT notes carry no author - they are the club's
      *       and all of them move
      *     - at the old location everything from the effective date
      *       on is taken away from the departing staff: club accounts
      *       there are disabled (the club signs on at the new
      *       location now), ABNOTES.DAT notes stamped on or after the
      *       effective date and DOSSIER.DAT entries the club saved on
      *       or after it are removed, and clip files written on or
      *       after it are moved into the change's HOLD folder
      *   affiliationChange <Programs-root> REVERSE <club-folder>
      *     - while the change is pending: the new location is deleted,
      *       the old location's keyed files go back from the BEFORE
      *       copies START took, and the held clips go back
      *   affiliationChange <Programs-root> CONFIRM <club-folder>
      *     - makes it final: BEFORE and HOLD are deleted and REVERSE
      *       is refused from then on
      *
      * Every step writes to the change's manifest folder,
      * <Programs-root>\AFFILIATION\<club-folder>: MANIFEST.TXT lists
      * every file copied, every account disabled or re-keyed and
      * every record left behind or removed; STATE.TXT holds PENDING,
      * REVERSED or CONFIRMED with the old and new paths. A second
      * START for the club is refused while one is pending; a finished
      * change's folder is renamed aside with its date first. Every
      * step also writes the shared AUDITLOG.LOG line. Pointing the
      * upstream WEBSYNC transfer at the new folder is the charting
      * side's step, the same boundary SCHEDADD.DAT marks.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.
          SELECT TEAM-DEFAULTS-FILE ASSIGN WS-TEAMDEF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TD-KEY
              LOCK MANUAL
              FILE STATUS IS TD-STATUS-COMN.
          SELECT SECURITY-SETTINGS-FILE ASSIGN WS-SECSET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SS-KEY
              LOCK MANUAL
              FILE STATUS IS SS-STATUS-COMN.
          SELECT TEAM-BRAND-FILE ASSIGN WS-TEAMBRAND-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TB-KEY
              LOCK MANUAL
              FILE STATUS IS TB-STATUS-COMN.
          SELECT PLAYER-XREF-FILE ASSIGN WS-PLAYERXREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS XR-KEY
              LOCK MANUAL
              FILE STATUS IS XR-STATUS-COMN.
          SELECT PLAYER-INFO-FILE ASSIGN WS-PLAYERINFO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PI-KEY
              ALTERNATE KEY IS PI-JERSEY-KEY WITH DUPLICATES
              ALTERNATE KEY IS PI-POSITION-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PI-STATUS-COMN.
          SELECT AB-NOTES-FILE ASSIGN WS-ABNOTES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NOTE-KEY
              LOCK MANUAL
              FILE STATUS IS NOTE-STATUS-COMN.
          SELECT DOSSIER-FILE ASSIGN WS-DOSSIER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DS-KEY
              LOCK MANUAL
              FILE STATUS IS DS-STATUS-COMN.
          SELECT ASSIGNMENT-FILE ASSIGN WS-ASSIGNMENT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AS-KEY
              LOCK MANUAL
              FILE STATUS IS AS-STATUS-COMN.
          SELECT PLAYLIST-FILE ASSIGN WS-PLAYLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PL-KEY
              ALTERNATE KEY IS PL-NAME WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS PL-STATUS-COMN.
          SELECT CLIP-TAG-FILE ASSIGN WS-CLIPTAG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CT-KEY
              ALTERNATE KEY IS CT-TAG-NAME WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS CT-STATUS-COMN.
          SELECT MANIFEST-FILE ASSIGN WS-MANIFEST-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MF-STATUS-COMN.
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

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XR-REC.
       01  XR-REC.
           05  XR-KEY.
               10  XR-TEAM                 PIC X(15).
               10  XR-PLAYER-ID            PIC 9(05).
           05  XR-REST.
               10  XR-LEAGUE-ID            PIC X(15).
               10  XR-VENDOR-ID            PIC X(15).
               10  FILLER                  PIC X(10).

      * Same layout rosterMaintenance.aspx.cbl maintains.
       FD  PLAYER-INFO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PI-REC.
       01  PI-REC.
           05  PI-KEY.
               10  PI-TEAM                 PIC X(15).
               10  PI-PLAYER-ID            PIC 9(05).
           05  PI-JERSEY-KEY.
               10  PI-JERSEY-TEAM          PIC X(15).
               10  PI-JERSEY-NUM           PIC 9(03).
           05  PI-POSITION-KEY.
               10  PI-POSITION-TEAM        PIC X(15).
               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

      * Same layout fullatbat.aspx.cbl writes.
       FD  AB-NOTES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTE-REC.
       01  NOTE-REC.
           05  NOTE-KEY            PIC X(200).
           05  NOTE-TEXT           PIC X(240).
           05  NOTE-TEAM           PIC X(15).
           05  NOTE-TIMESTAMP      PIC X(20).

      * Same layout pitchervsbatter.aspx.cbl maintains.
       FD  DOSSIER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DS-REC.
       01  DS-REC.
           05  DS-KEY.
               10  DS-PLAYER-NAME          PIC X(30).
           05  DS-REST.
               10  DS-ATTACK-PLAN          PIC X(120).
               10  DS-WEAKNESSES           PIC X(120).
               10  DS-RUNNING-GAME         PIC X(60).
               10  DS-UPDATED-BY           PIC X(30).
               10  DS-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(11).

      * Same layout customClips.aspx.cbl maintains.
       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AS-REC.
       01  AS-REC.
           05  AS-KEY.
               10  AS-ASSIGN-ID            PIC X(20).
           05  AS-REST.
               10  AS-COACH                PIC X(30).
               10  AS-PLAYER               PIC X(30).
               10  AS-PLAYLIST             PIC X(30).
               10  AS-DUE-DATE             PIC X(10).
               10  AS-NOTE                 PIC X(60).
               10  AS-STATUS               PIC X.
               10  AS-CREATED-AT           PIC X(19).
      *        A curriculum module (curriculum.cbl) rides as kind "M"
      *        with the module name in AS-PLAYLIST; blank is a playlist.
               10  AS-KIND                 PIC X.
                   88  AS-MODULE           VALUE "M".
               10  FILLER                  PIC X(09).

      * Same layout customClips.aspx.cbl maintains.
       FD  PLAYLIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PL-REC.
       01  PL-REC.
           05  PL-KEY.
               10  PL-NAME                 PIC X(30).
               10  PL-SEQ                  PIC 9(04).
           05  PL-REST.
               10  PL-CLIP-DESC            PIC X(60).
               10  FILLER                  PIC X(10).

      * Same layout customClips.aspx.cbl maintains.
       FD  CLIP-TAG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CT-REC.
       01  CT-REC.
           05  CT-KEY.
               10  CT-CLIP-DESC            PIC X(60).
               10  CT-TAG-NAME             PIC X(30).
           05  FILLER                      PIC X(10).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MANIFEST-REC.
       01  MANIFEST-REC                PIC X(300).

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
       01 WS-TEAMDEF-FILE          PIC X(256).
       01 TD-STATUS-COMN.
           05  TD-STATUS-BYTE-1        PIC X.
           05  TD-STATUS-BYTE-2        PIC X.
       01 WS-SECSET-FILE           PIC X(256).
       01 SS-STATUS-COMN.
           05  SS-STATUS-BYTE-1        PIC X.
           05  SS-STATUS-BYTE-2        PIC X.
       01 WS-TEAMBRAND-FILE        PIC X(256).
       01 TB-STATUS-COMN.
           05  TB-STATUS-BYTE-1        PIC X.
           05  TB-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERXREF-FILE       PIC X(256).
       01 XR-STATUS-COMN.
           05  XR-STATUS-BYTE-1        PIC X.
           05  XR-STATUS-BYTE-2        PIC X.
       01 WS-PLAYERINFO-FILE       PIC X(256).
       01 PI-STATUS-COMN.
           05  PI-STATUS-BYTE-1        PIC X.
           05  PI-STATUS-BYTE-2        PIC X.
       01 WS-ABNOTES-FILE          PIC X(256).
       01 NOTE-STATUS-COMN.
           05  NOTE-STATUS-BYTE-1      PIC X.
           05  NOTE-STATUS-BYTE-2      PIC X.
       01 WS-DOSSIER-FILE          PIC X(256).
       01 DS-STATUS-COMN.
           05  DS-STATUS-BYTE-1        PIC X.
           05  DS-STATUS-BYTE-2        PIC X.
       01 WS-ASSIGNMENT-FILE       PIC X(256).
       01 AS-STATUS-COMN.
           05  AS-STATUS-BYTE-1        PIC X.
           05  AS-STATUS-BYTE-2        PIC X.
       01 WS-PLAYLIST-FILE         PIC X(256).
       01 PL-STATUS-COMN.
           05  PL-STATUS-BYTE-1        PIC X.
           05  PL-STATUS-BYTE-2        PIC X.
       01 WS-CLIPTAG-FILE          PIC X(256).
       01 CT-STATUS-COMN.
           05  CT-STATUS-BYTE-1        PIC X.
           05  CT-STATUS-BYTE-2        PIC X.
       01 WS-MANIFEST-FILE         PIC X(256) VALUE "MANIFEST.TXT".
       01 MF-STATUS-COMN.
           05  MF-STATUS-BYTE-1        PIC X      VALUE SPACES.
           05  MF-STATUS-BYTE-2        PIC X      VALUE SPACES.
       01 WS-AUDIT-LOG-FILE        PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.
      * The club's keyed team name before and after, and the switch.
       01 WS-OLD-TEAM              PIC X(15).
       01 WS-NEW-TEAM              PIC X(15).
       01 WS-NEW-LEVEL             PIC X(02).
       01 WS-EFFECTIVE-DATE        PIC X(10).
       01 WS-MOVE-COUNT            PIC 9(07).
      * LAST+FIRST, 30 wide (the DS-UPDATED-BY / AS-COACH spelling),
      * of every account on the old parent's BATSW020.DAT.
       01 oldStaff                 type System.Collections.ArrayList.
      * Playlists by who assigned them, and the clips in each group.
       01 oldLists                 type System.Collections.ArrayList.
       01 clubLists                type System.Collections.ArrayList.
       01 droppedClips             type System.Collections.ArrayList.
       01 keptClips                type System.Collections.ArrayList.
       01 heldRecords              type System.Collections.ArrayList.
       01 recText                  type String.

       method-id Main static public.
       local-storage section.
       01 programsRoot         type String.
       01 modeText             type String.
       01 changeFolder         type String.
       01 worker                type batsweb.affiliationChange.
       procedure division using by value args as type String[].
           if args = null or args::Length < 3
               invoke type System.Console::WriteLine("usage: affiliationChange <Programs-root> START <club-folder> <old-parent-folder> <new-root> <new-club-name> <MA|MI> <effective yyyy-MM-dd>")
               invoke type System.Console::WriteLine("       affiliationChange <Programs-root> REVERSE|CONFIRM <club-folder>")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.
           set modeText to args[1]::ToUpper
           set changeFolder to programsRoot & "\AFFILIATION\" & args[2]::ToUpper

           set worker to new batsweb.affiliationChange
           evaluate modeText
               when "START"
                   if args::Length < 8
                       invoke type System.Console::WriteLine("START needs <club-folder> <old-parent-folder> <new-root> <new-club-name> <MA|MI> <effective yyyy-MM-dd>")
                       goback
                   end-if
                   invoke worker::startChange(programsRoot, changeFolder, args)
               when "REVERSE"
                   invoke worker::reverseChange(programsRoot, changeFolder)
               when "CONFIRM"
                   invoke worker::confirmChange(programsRoot, changeFolder)
               when other
                   invoke type System.Console::WriteLine("mode must be START, REVERSE or CONFIRM: " & args[1])
           end-evaluate
           goback.
       end method.

      *#####      Copy, re-key and split - the reversible half         #####
       method-id startChange public.
       local-storage section.
       01 oldPath          type String.
       01 parentPath       type String.
       01 newPath          type String.
       01 levelText        type String.
       01 effDate          type DateTime.
       01 stateLines       type String[].
       01 nn               type Int32.
       procedure division using by value programsRoot as type String
                          by value changeFolder as type String
                          by value args as type String[].
           set oldPath to programsRoot & "\" & args[2]
           set parentPath to programsRoot & "\" & args[3]
           if not type System.IO.Directory::Exists(oldPath & "\WEBSYNC")
               invoke type System.Console::WriteLine("club folder not found: " & oldPath)
               exit method.
           if not type System.IO.File::Exists(parentPath & "\WEBSYNC\BATSW020.DAT")
               invoke type System.Console::WriteLine("old parent folder has no BATSW020.DAT: " & parentPath)
               exit method.
           if not type System.IO.Directory::Exists(args[4])
               invoke type System.Console::WriteLine("new root not found: " & args[4])
               exit method.
           if args[5]::Trim::Length = 0 or args[5]::Trim::Length > 15
               invoke type System.Console::WriteLine("new club name must be 1 to 15 characters: " & args[5])
               exit method.
           set levelText to args[6]::Trim::ToUpper
           if levelText not = "MA" and levelText not = "MI"
               invoke type System.Console::WriteLine("level must be MA or MI: " & args[6])
               exit method.
           try
               set effDate to type DateTime::ParseExact(args[7]::Trim, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
           catch
               invoke type System.Console::WriteLine("effective date must be yyyy-MM-dd: " & args[7])
               exit method
           end-try
           set newPath to type System.IO.Path::Combine(args[4], args[5]::Trim::ToUpper::Replace(" ", type String::Empty))
           if type System.IO.Directory::Exists(newPath)
               invoke type System.Console::WriteLine("new location already exists - nothing changed: " & newPath)
               exit method.

      *    One change per club at a time; a finished one is set aside.
           if type System.IO.File::Exists(changeFolder & "\STATE.TXT")
               set stateLines to type System.IO.File::ReadAllLines(changeFolder & "\STATE.TXT")
               if stateLines::Length > 0 and stateLines[0] = "PENDING"
                   invoke type System.Console::WriteLine("a change for this club is still pending - CONFIRM or REVERSE it first")
                   exit method
               end-if
               invoke type System.IO.Directory::Move(changeFolder, changeFolder & "-" & type DateTime::Now::ToString("yyyyMMddHHmmss"))
           end-if
           invoke type System.IO.Directory::CreateDirectory(changeFolder & "\BEFORE")
           invoke type System.IO.Directory::CreateDirectory(changeFolder & "\HOLD\Clips")
           set WS-MANIFEST-FILE to changeFolder & "\MANIFEST.TXT"
           set WS-AUDIT-LOG-FILE to programsRoot & "\AUDITLOG.LOG"
           set WS-EFFECTIVE-DATE to args[7]::Trim
           set WS-NEW-LEVEL to levelText
           set WS-NEW-TEAM to args[5]::Trim::ToUpper
           set WS-OLD-TEAM to self::keyedTeamName(oldPath)

           invoke self::writeState(changeFolder, "PENDING", oldPath, newPath)
           set recText to "START " & WS-OLD-TEAM::Trim & " -> " & WS-NEW-TEAM::Trim & " level " & WS-NEW-LEVEL & " effective " & WS-EFFECTIVE-DATE & "; departing parent " & parentPath
           invoke self::manifestLine(recText)
           invoke self::manifestLine("OLD LOCATION " & oldPath)
           invoke self::manifestLine("NEW LOCATION " & newPath)

           invoke self::loadOldStaff(parentPath)
           invoke self::copyTree(oldPath, newPath)

      *    The new location - re-keyed, the departing staff shut out,
      *    their own records left behind.
           invoke self::rekeyAccounts(newPath)
           invoke self::rekeyTeamFiles(newPath)
           invoke self::splitPlaylists(newPath)
           invoke self::dropDossierAtNew(newPath)

      *    The old location - nothing from the effective date on.
      *    BEFORE keeps the files as they stood for REVERSE.
           move 0 to nn.
       before-loop.
           if nn > 2
               go to before-done.
           evaluate nn
               when 0
                   set recText to "BATSW020.DAT"
               when 1
                   set recText to "ABNOTES.DAT"
               when 2
                   set recText to "DOSSIER.DAT"
           end-evaluate
           if type System.IO.File::Exists(oldPath & "\WEBSYNC\" & recText)
               invoke type System.IO.File::Copy(oldPath & "\WEBSYNC\" & recText, changeFolder & "\BEFORE\" & recText, true)
               invoke self::manifestLine("BEFORE copy of " & recText & " kept")
           end-if
           add 1 to nn
           go to before-loop.
       before-done.
           invoke self::closeOldAccounts(oldPath)
           invoke self::holdOldNotes(oldPath)
           invoke self::holdOldDossier(oldPath)
           invoke self::holdOldClips(oldPath, changeFolder)

           invoke self::manifestLine("START complete - PENDING until CONFIRM or REVERSE")
           invoke self::auditLine("START " & WS-NEW-TEAM)
           invoke type System.Console::WriteLine("affiliation change pending - manifest at " & WS-MANIFEST-FILE::Trim).
       end method.

      * The keyed team name the club's records carry - its TEAMDEF.DAT
      * record, or the folder name where there is none.
       method-id keyedTeamName private.
       procedure division using by value teamPath as type String
                          returning teamText as type String.
           set teamText to type System.IO.Path::GetFileName(teamPath)::ToUpper
           set WS-TEAMDEF-FILE to teamPath & "\WEBSYNC\TEAMDEF.DAT"
           OPEN INPUT TEAM-DEFAULTS-FILE
           if TD-STATUS-BYTE-1 not = "0"
               exit method.
           READ TEAM-DEFAULTS-FILE NEXT RECORD
               AT END
                   CLOSE TEAM-DEFAULTS-FILE
                   exit method
           END-READ
           set teamText to TD-TEAM::Trim::ToUpper
           CLOSE TEAM-DEFAULTS-FILE.
       end method.

       method-id loadOldStaff private.
       local-storage section.
       01 nameKey          type String.
       procedure division using by value parentPath as type String.
           set oldStaff to new type System.Collections.ArrayList
           set WS-BATSW020-FILE to parentPath & "\WEBSYNC\BATSW020.DAT"
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               invoke self::manifestLine("old parent BATSW020.DAT will not open (status " & STATUS-BYTE-1 & STATUS-BYTE-2 & ") - no departing staff known")
               exit method.
       staff-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END
                   go to staff-done
           END-READ
           set nameKey to WEBPASS-LAST & WEBPASS-FIRST
           if not oldStaff::Contains(nameKey)
               invoke oldStaff::Add(nameKey).
           go to staff-loop.
       staff-done.
           CLOSE WEBPASS-FILE
           invoke self::manifestLine(oldStaff::Count::ToString & " departing staff names read from the old parent").
       end method.

       method-id isOldStaff private.
       procedure division using by value nameKey as type String
                          returning staffFlag as type Condition.
           set staffFlag to oldStaff::Contains(nameKey).
       end method.

      * Every file under the club folder, sessions excepted.
       method-id copyTree private.
       local-storage section.
       01 srcFiles         type String[].
       01 ff               type Int32.
       01 relPath          type String.
       01 destPath         type String.
       procedure division using by value oldPath as type String
                          by value newPath as type String.
           invoke type System.IO.Directory::CreateDirectory(newPath)
           set srcFiles to type System.IO.Directory::GetFiles(oldPath, "*", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       copy-loop.
           if ff >= srcFiles::Length
               go to copy-done.
           set relPath to srcFiles[ff]::Substring(oldPath::Length)
           if relPath::ToUpper::EndsWith("\SESSREG.DAT")
               add 1 to ff
               go to copy-loop.
           set destPath to newPath & relPath
           invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(destPath))
           invoke type System.IO.File::Copy(srcFiles[ff], destPath, true)
           invoke self::manifestLine("COPY " & relPath)
           add 1 to ff
           go to copy-loop.
       copy-done.
           invoke self::manifestLine(srcFiles::Length::ToString & " files under the club folder; SESSREG.DAT not carried").
       end method.

      * Re-keyed onto the new name, the departing staff disabled. Held
      * in memory and rewritten, since the team name is in the key.
       method-id rekeyAccounts private.
       local-storage section.
       01 rr               type Int32.
       01 nameKey          type String.
       procedure division using by value newPath as type String.
           set WS-BATSW020-FILE to newPath & "\WEBSYNC\BATSW020.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               invoke self::manifestLine("new BATSW020.DAT will not open (status " & STATUS-BYTE-1 & STATUS-BYTE-2 & ") - accounts not moved")
               exit method.
       acct-load-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END
                   go to acct-load-done
           END-READ
           set recText to WEBPASS-REC
           invoke heldRecords::Add(recText)
           go to acct-load-loop.
       acct-load-done.
           CLOSE WEBPASS-FILE
           OPEN OUTPUT WEBPASS-FILE
           move 0 to rr.
       acct-write-loop.
           if rr >= heldRecords::Count
               go to acct-write-done.
           set WEBPASS-REC to heldRecords[rr] as type String
           if WEBPASS-TEAM-NAME = WS-OLD-TEAM
               move WS-NEW-TEAM to WEBPASS-TEAM-NAME
               set nameKey to WEBPASS-LAST & WEBPASS-FIRST
               if self::isOldStaff(nameKey) and WEBPASS-LEVEL not = "D"
                   set recText to "NEW BATSW020 DISABLED " & WEBPASS-LAST::Trim & "/" & WEBPASS-FIRST::Trim & " (departing staff, was level " & WEBPASS-LEVEL & ")"
                   invoke self::manifestLine(recText)
                   move "D" to WEBPASS-LEVEL
               else
                   invoke self::manifestLine("NEW BATSW020 REKEYED " & WEBPASS-LAST::Trim & "/" & WEBPASS-FIRST::Trim)
               end-if
           end-if
           WRITE WEBPASS-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to acct-write-loop.
       acct-write-done.
           CLOSE WEBPASS-FILE.
       end method.

      * TEAMDEF.DAT takes the new name and level; the other team-keyed
      * files take the new name.
       method-id rekeyTeamFiles private.
       local-storage section.
       01 rr               type Int32.
       procedure division using by value newPath as type String.
           set WS-TEAMDEF-FILE to newPath & "\WEBSYNC\TEAMDEF.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT TEAM-DEFAULTS-FILE
           if TD-STATUS-BYTE-1 = "0"
               invoke self::loadTeamDefaults
           end-if
           OPEN OUTPUT TEAM-DEFAULTS-FILE
           if heldRecords::Count = 0
               MOVE SPACES TO TD-REC
               MOVE WS-OLD-TEAM TO TD-TEAM
               MOVE "A" TO TD-DEFAULT-RANGE-FLAG
               set recText to TD-REC
               invoke heldRecords::Add(recText)
           end-if
           move 0 to rr.
       td-write-loop.
           if rr >= heldRecords::Count
               go to td-write-done.
           set TD-REC to heldRecords[rr] as type String
           if TD-TEAM = WS-OLD-TEAM
               move WS-NEW-TEAM to TD-TEAM
               invoke self::manifestLine("NEW TEAMDEF " & WS-NEW-TEAM::Trim & " level " & TD-LEVEL & " -> " & WS-NEW-LEVEL)
               move WS-NEW-LEVEL to TD-LEVEL
           end-if
           WRITE TD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to td-write-loop.
       td-write-done.
           CLOSE TEAM-DEFAULTS-FILE

           set WS-SECSET-FILE to newPath & "\WEBSYNC\SECSET.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT SECURITY-SETTINGS-FILE
           if SS-STATUS-BYTE-1 not = "0"
               go to ss-done.
       ss-load-loop.
           READ SECURITY-SETTINGS-FILE NEXT RECORD
               AT END
                   go to ss-load-done
           END-READ
           set recText to SS-REC
           invoke heldRecords::Add(recText)
           go to ss-load-loop.
       ss-load-done.
           CLOSE SECURITY-SETTINGS-FILE
           OPEN OUTPUT SECURITY-SETTINGS-FILE
           move 0 to rr.
       ss-write-loop.
           if rr >= heldRecords::Count
               go to ss-write-done.
           set SS-REC to heldRecords[rr] as type String
           if SS-TEAM = WS-OLD-TEAM
               move WS-NEW-TEAM to SS-TEAM.
           WRITE SS-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to ss-write-loop.
       ss-write-done.
           CLOSE SECURITY-SETTINGS-FILE
           invoke self::manifestLine("NEW SECSET re-keyed").
       ss-done.

           set WS-TEAMBRAND-FILE to newPath & "\WEBSYNC\TEAMBRAND.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT TEAM-BRAND-FILE
           if TB-STATUS-BYTE-1 not = "0"
               go to tb-done.
       tb-load-loop.
           READ TEAM-BRAND-FILE NEXT RECORD
               AT END
                   go to tb-load-done
           END-READ
           set recText to TB-REC
           invoke heldRecords::Add(recText)
           go to tb-load-loop.
       tb-load-done.
           CLOSE TEAM-BRAND-FILE
           OPEN OUTPUT TEAM-BRAND-FILE
           move 0 to rr.
       tb-write-loop.
           if rr >= heldRecords::Count
               go to tb-write-done.
           set TB-REC to heldRecords[rr] as type String
           if TB-TEAM = WS-OLD-TEAM
               move WS-NEW-TEAM to TB-TEAM.
           WRITE TB-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to tb-write-loop.
       tb-write-done.
           CLOSE TEAM-BRAND-FILE
           invoke self::manifestLine("NEW TEAMBRAND re-keyed").
       tb-done.

           set WS-PLAYERXREF-FILE to newPath & "\WEBSYNC\PLAYERXREF.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT PLAYER-XREF-FILE
           if XR-STATUS-BYTE-1 not = "0"
               go to xr-done.
       xr-load-loop.
           READ PLAYER-XREF-FILE NEXT RECORD
               AT END
                   go to xr-load-done
           END-READ
           set recText to XR-REC
           invoke heldRecords::Add(recText)
           go to xr-load-loop.
       xr-load-done.
           CLOSE PLAYER-XREF-FILE
           OPEN OUTPUT PLAYER-XREF-FILE
           move 0 to rr.
       xr-write-loop.
           if rr >= heldRecords::Count
               go to xr-write-done.
           set XR-REC to heldRecords[rr] as type String
           if XR-TEAM = WS-OLD-TEAM
               move WS-NEW-TEAM to XR-TEAM.
           WRITE XR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to xr-write-loop.
       xr-write-done.
           CLOSE PLAYER-XREF-FILE
           invoke self::manifestLine("NEW PLAYERXREF re-keyed - " & heldRecords::Count::ToString & " players").
       xr-done.

           set WS-PLAYERINFO-FILE to newPath & "\WEBSYNC\PLAYERINFO.DAT"
           set heldRecords to new type System.Collections.ArrayList
           OPEN INPUT PLAYER-INFO-FILE
           if PI-STATUS-BYTE-1 not = "0"
               exit method.
       pi-load-loop.
           READ PLAYER-INFO-FILE NEXT RECORD
               AT END
                   go to pi-load-done
           END-READ
           set recText to PI-REC
           invoke heldRecords::Add(recText)
           go to pi-load-loop.
       pi-load-done.
           CLOSE PLAYER-INFO-FILE
           OPEN OUTPUT PLAYER-INFO-FILE
           move 0 to rr.
       pi-write-loop.
           if rr >= heldRecords::Count
               go to pi-write-done.
           set PI-REC to heldRecords[rr] as type String
           if PI-TEAM = WS-OLD-TEAM
               move WS-NEW-TEAM to PI-TEAM
               move WS-NEW-TEAM to PI-JERSEY-TEAM
               move WS-NEW-TEAM to PI-POSITION-TEAM
           end-if
           WRITE PI-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           add 1 to rr
           go to pi-write-loop.
       pi-write-done.
           CLOSE PLAYER-INFO-FILE
           invoke self::manifestLine("NEW PLAYERINFO re-keyed - " & heldRecords::Count::ToString & " players").
       end method.

       method-id loadTeamDefaults private.
       procedure division.
       td-load-loop.
           READ TEAM-DEFAULTS-FILE NEXT RECORD
               AT END
                   go to td-load-done
           END-READ
           set recText to TD-REC
           invoke heldRecords::Add(recText)
           go to td-load-loop.
       td-load-done.
           CLOSE TEAM-DEFAULTS-FILE.
       end method.

      * Playlists are owned by whoever assigned them. One only the
      * departing staff assigned stays with them, with its rows, the
      * assignments they set, and the tags on clips no remaining
      * playlist holds.
       method-id splitPlaylists private.
       local-storage section.
       01 nameKey          type String.
       01 listName         type String.
       procedure division using by value newPath as type String.
           set oldLists to new type System.Collections.ArrayList
           set clubLists to new type System.Collections.ArrayList
           set droppedClips to new type System.Collections.ArrayList
           set keptClips to new type System.Collections.ArrayList

           set WS-ASSIGNMENT-FILE to newPath & "\WEBSYNC\ASSIGNMENT.DAT"
           OPEN I-O ASSIGNMENT-FILE
           if AS-STATUS-BYTE-1 not = "0"
               go to assign-done.
       assign-loop.
           READ ASSIGNMENT-FILE NEXT RECORD
               AT END
                   go to assign-end
           END-READ
           set nameKey to AS-COACH
      *    A module assignment names a curriculum module, not a
      *    playlist - it holds no playlist in place.
           set listName to AS-PLAYLIST::Trim
           if AS-MODULE
               set listName to type String::Empty
           end-if
           if self::isOldStaff(nameKey)
               if listName::Length > 0 and not oldLists::Contains(listName)
                   invoke oldLists::Add(listName)
               end-if
               invoke self::manifestLine("NEW ASSIGNMENT LEFT BEHIND " & AS-ASSIGN-ID::Trim & " by " & AS-COACH::Trim)
               DELETE ASSIGNMENT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           else
               if listName::Length > 0 and not clubLists::Contains(listName)
                   invoke clubLists::Add(listName)
               end-if
           end-if
           go to assign-loop.
       assign-end.
           CLOSE ASSIGNMENT-FILE.
       assign-done.

           set WS-PLAYLIST-FILE to newPath & "\WEBSYNC\PLAYLIST.DAT"
           OPEN I-O PLAYLIST-FILE
           if PL-STATUS-BYTE-1 not = "0"
               go to list-done.
       list-loop.
           READ PLAYLIST-FILE NEXT RECORD
               AT END
                   go to list-end
           END-READ
           set listName to PL-NAME::Trim
           if oldLists::Contains(listName) and not clubLists::Contains(listName)
               invoke droppedClips::Add(PL-CLIP-DESC::Trim)
               invoke self::manifestLine("NEW PLAYLIST LEFT BEHIND " & listName & " #" & PL-SEQ::ToString & " " & PL-CLIP-DESC::Trim)
               DELETE PLAYLIST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           else
               invoke keptClips::Add(PL-CLIP-DESC::Trim)
           end-if
           go to list-loop.
       list-end.
           CLOSE PLAYLIST-FILE.
       list-done.

           if droppedClips::Count = 0
               exit method.
           set WS-CLIPTAG-FILE to newPath & "\WEBSYNC\CLIPTAG.DAT"
           OPEN I-O CLIP-TAG-FILE
           if CT-STATUS-BYTE-1 not = "0"
               exit method.
       tag-loop.
           READ CLIP-TAG-FILE NEXT RECORD
               AT END
                   go to tag-end
           END-READ
           if droppedClips::Contains(CT-CLIP-DESC::Trim)
               and not keptClips::Contains(CT-CLIP-DESC::Trim)
               invoke self::manifestLine("NEW CLIPTAG LEFT BEHIND " & CT-TAG-NAME::Trim & " on " & CT-CLIP-DESC::Trim)
               DELETE CLIP-TAG-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           end-if
           go to tag-loop.
       tag-end.
           CLOSE CLIP-TAG-FILE.
       end method.

      * A book entry last saved by the departing staff is theirs.
       method-id dropDossierAtNew private.
       local-storage section.
       01 nameKey          type String.
       procedure division using by value newPath as type String.
           set WS-DOSSIER-FILE to newPath & "\WEBSYNC\DOSSIER.DAT"
           OPEN I-O DOSSIER-FILE
           if DS-STATUS-BYTE-1 not = "0"
               exit method.
       doss-loop.
           READ DOSSIER-FILE NEXT RECORD
               AT END
                   go to doss-end
           END-READ
           set nameKey to DS-UPDATED-BY
           if self::isOldStaff(nameKey)
               invoke self::manifestLine("NEW DOSSIER LEFT BEHIND " & DS-PLAYER-NAME::Trim & " by " & DS-UPDATED-BY::Trim)
               DELETE DOSSIER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           end-if
           go to doss-loop.
       doss-end.
           CLOSE DOSSIER-FILE.
       end method.

      * At the old location the club's own accounts close - the club
      * signs on at the new location from here on.
       method-id closeOldAccounts private.
       local-storage section.
       01 nameKey          type String.
       procedure division using by value oldPath as type String.
           set WS-BATSW020-FILE to oldPath & "\WEBSYNC\BATSW020.DAT"
           OPEN I-O WEBPASS-FILE
           if STATUS-BYTE-1 not = "0"
               exit method.
       old-acct-loop.
           READ WEBPASS-FILE NEXT RECORD
               AT END
                   go to old-acct-end
           END-READ
           set nameKey to WEBPASS-LAST & WEBPASS-FIRST
           if WEBPASS-TEAM-NAME = WS-OLD-TEAM
               and WEBPASS-LEVEL not = "D"
               and not self::isOldStaff(nameKey)
               set recText to "OLD BATSW020 DISABLED " & WEBPASS-LAST::Trim & "/" & WEBPASS-FIRST::Trim & " (club staff, was level " & WEBPASS-LEVEL & ")"
               invoke self::manifestLine(recText)
               move "D" to WEBPASS-LEVEL
               REWRITE WEBPASS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           end-if
           go to old-acct-loop.
       old-acct-end.
           CLOSE WEBPASS-FILE.
       end method.

      * Notes stamped on or after the switch leave the old location.
       method-id holdOldNotes private.
       procedure division using by value oldPath as type String.
           move zeroes to WS-MOVE-COUNT
           set WS-ABNOTES-FILE to oldPath & "\WEBSYNC\ABNOTES.DAT"
           OPEN I-O AB-NOTES-FILE
           if NOTE-STATUS-BYTE-1 not = "0"
               exit method.
       note-loop.
           READ AB-NOTES-FILE NEXT RECORD
               AT END
                   go to note-end
           END-READ
           if NOTE-TIMESTAMP(1:10) not < WS-EFFECTIVE-DATE
               invoke self::manifestLine("OLD ABNOTES REMOVED " & NOTE-TIMESTAMP::Trim & " " & NOTE-KEY::Trim)
               DELETE AB-NOTES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               add 1 to WS-MOVE-COUNT
           end-if
           go to note-loop.
       note-end.
           CLOSE AB-NOTES-FILE
           invoke self::manifestLine(WS-MOVE-COUNT::ToString & " notes from the effective date on removed from the old location").
       end method.

      * Book entries the club saved on or after the switch leave too;
      * the departing staff's own stay.
       method-id holdOldDossier private.
       local-storage section.
       01 nameKey          type String.
       procedure division using by value oldPath as type String.
           set WS-DOSSIER-FILE to oldPath & "\WEBSYNC\DOSSIER.DAT"
           OPEN I-O DOSSIER-FILE
           if DS-STATUS-BYTE-1 not = "0"
               exit method.
       old-doss-loop.
           READ DOSSIER-FILE NEXT RECORD
               AT END
                   go to old-doss-end
           END-READ
           set nameKey to DS-UPDATED-BY
           if DS-UPDATED-AT(1:10) not < WS-EFFECTIVE-DATE
               and not self::isOldStaff(nameKey)
               invoke self::manifestLine("OLD DOSSIER REMOVED " & DS-PLAYER-NAME::Trim & " saved " & DS-UPDATED-AT)
               DELETE DOSSIER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           end-if
           go to old-doss-loop.
       old-doss-end.
           CLOSE DOSSIER-FILE.
       end method.

      * Clip files written on or after the switch go to HOLD - the new
      * location already has its copy.
       method-id holdOldClips private.
       local-storage section.
       01 clipFiles        type String[].
       01 ff               type Int32.
       01 relPath          type String.
       01 holdPath         type String.
       procedure division using by value oldPath as type String
                          by value changeFolder as type String.
           if not type System.IO.Directory::Exists(oldPath & "\Clips")
               exit method.
           set clipFiles to type System.IO.Directory::GetFiles(oldPath & "\Clips", "*", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       clip-loop.
           if ff >= clipFiles::Length
               exit method.
           if type System.IO.File::GetLastWriteTime(clipFiles[ff])::ToString("yyyy-MM-dd") not < WS-EFFECTIVE-DATE
               set relPath to clipFiles[ff]::Substring(oldPath::Length)
               set holdPath to changeFolder & "\HOLD" & relPath
               invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(holdPath))
               invoke type System.IO.File::Move(clipFiles[ff], holdPath)
               invoke self::manifestLine("OLD CLIP HELD " & relPath)
           end-if
           add 1 to ff
           go to clip-loop.
       end method.

      *#####                 Undo, while still pending                 #####
       method-id reverseChange public.
       local-storage section.
       01 stateLines       type String[].
       01 oldPath          type String.
       01 newPath          type String.
       01 beforeFiles      type String[].
       01 heldClips        type String[].
       01 ff               type Int32.
       01 relPath          type String.
       01 holdRoot         type String.
       procedure division using by value programsRoot as type String
                          by value changeFolder as type String.
           if not type System.IO.File::Exists(changeFolder & "\STATE.TXT")
               invoke type System.Console::WriteLine("no affiliation change on file for this club")
               exit method.
           set stateLines to type System.IO.File::ReadAllLines(changeFolder & "\STATE.TXT")
           if stateLines::Length < 3 or stateLines[0] not = "PENDING"
               invoke type System.Console::WriteLine("the change is not pending - nothing to reverse")
               exit method.
           set oldPath to stateLines[1]
           set newPath to stateLines[2]
           set WS-MANIFEST-FILE to changeFolder & "\MANIFEST.TXT"
           set WS-AUDIT-LOG-FILE to programsRoot & "\AUDITLOG.LOG"
           set WS-OLD-TEAM to type System.IO.Path::GetFileName(oldPath)::ToUpper
           set WS-NEW-TEAM to type System.IO.Path::GetFileName(newPath)
           set holdRoot to changeFolder & "\HOLD"

           if type System.IO.Directory::Exists(newPath)
               invoke type System.IO.Directory::Delete(newPath, true)
               invoke self::manifestLine("REVERSE new location deleted " & newPath).

           set beforeFiles to type System.IO.Directory::GetFiles(changeFolder & "\BEFORE", "*.DAT")
           move 0 to ff.
       restore-loop.
           if ff >= beforeFiles::Length
               go to restore-done.
           invoke type System.IO.File::Copy(beforeFiles[ff], oldPath & "\WEBSYNC\" & type System.IO.Path::GetFileName(beforeFiles[ff]), true)
           invoke self::manifestLine("REVERSE restored " & type System.IO.Path::GetFileName(beforeFiles[ff]))
           add 1 to ff
           go to restore-loop.
       restore-done.

           set heldClips to type System.IO.Directory::GetFiles(holdRoot, "*", type System.IO.SearchOption::AllDirectories)
           move 0 to ff.
       unhold-loop.
           if ff >= heldClips::Length
               go to unhold-done.
           set relPath to heldClips[ff]::Substring(holdRoot::Length)
           invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(oldPath & relPath))
           invoke type System.IO.File::Move(heldClips[ff], oldPath & relPath)
           invoke self::manifestLine("REVERSE clip returned " & relPath)
           add 1 to ff
           go to unhold-loop.
       unhold-done.

           invoke self::writeState(changeFolder, "REVERSED", oldPath, newPath)
           invoke self::manifestLine("REVERSE complete")
           invoke self::auditLine("REVERSE " & WS-NEW-TEAM)
           invoke type System.Console::WriteLine("affiliation change reversed - " & oldPath & " is as it was").
       end method.

      *#####                 Final - no way back after this             #####
       method-id confirmChange public.
       local-storage section.
       01 stateLines       type String[].
       procedure division using by value programsRoot as type String
                          by value changeFolder as type String.
           if not type System.IO.File::Exists(changeFolder & "\STATE.TXT")
               invoke type System.Console::WriteLine("no affiliation change on file for this club")
               exit method.
           set stateLines to type System.IO.File::ReadAllLines(changeFolder & "\STATE.TXT")
           if stateLines::Length < 3 or stateLines[0] not = "PENDING"
               invoke type System.Console::WriteLine("the change is not pending - nothing to confirm")
               exit method.
           set WS-MANIFEST-FILE to changeFolder & "\MANIFEST.TXT"
           set WS-AUDIT-LOG-FILE to programsRoot & "\AUDITLOG.LOG"
           set WS-OLD-TEAM to type System.IO.Path::GetFileName(stateLines[1])::ToUpper
           set WS-NEW-TEAM to type System.IO.Path::GetFileName(stateLines[2])

           if type System.IO.Directory::Exists(changeFolder & "\BEFORE")
               invoke type System.IO.Directory::Delete(changeFolder & "\BEFORE", true).
           if type System.IO.Directory::Exists(changeFolder & "\HOLD")
               invoke type System.IO.Directory::Delete(changeFolder & "\HOLD", true).
           invoke self::writeState(changeFolder, "CONFIRMED", stateLines[1], stateLines[2])
           invoke self::manifestLine("CONFIRM - BEFORE copies and held clips deleted; the change is final")
           invoke self::auditLine("CONFIRM " & WS-NEW-TEAM)
           invoke type System.Console::WriteLine("affiliation change confirmed").
       end method.

      * STATE.TXT - the step, then the old and new paths, a line each.
       method-id writeState private.
       local-storage section.
       01 stateText        type String.
       procedure division using by value changeFolder as type String
                          by value stepText as type String
                          by value oldPath as type String
                          by value newPath as type String.
           set stateText to stepText & type Environment::NewLine & oldPath & type Environment::NewLine & newPath & type Environment::NewLine
           invoke type System.IO.File::WriteAllText(changeFolder & "\STATE.TXT", stateText).
       end method.

      *#####                       Manifest                            #####
       method-id manifestLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND MANIFEST-FILE
           IF MF-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT MANIFEST-FILE
           END-IF

           MOVE SPACES TO MANIFEST-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           CLOSE MANIFEST-FILE.
       end method.

      * The shared AUDITLOG.LOG line - an affiliation change is exactly
      * the kind of action the trail exists for.
       method-id auditLine private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       procedure division using by value stepText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE WS-OLD-TEAM DELIMITED BY "  "
               "  USER=AFFILIATION" DELIMITED BY SIZE
               "  PAGE=affiliationChange " DELIMITED BY SIZE
               stepText DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       end class.
