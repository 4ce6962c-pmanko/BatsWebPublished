       class-id batsweb.retentionPolicy.

      * Records retention policy - how long each kind of sensitive
      * record is kept, and whether it is purged or archived when it
      * ages out, per team with a league default behind it; and the
      * legal holds that stop any of it from being removed. Two files
      * at the Programs root, beside MAINTWIN.DAT:
      *   RETENTION.DAT  one rule per team and record type - team "*"
      *                  is the league default a team without its own
      *                  rule falls back to; no rule at all means the
      *                  records are kept
      *   LEGALHOLD.DAT  one hold per team (or "*" for every team),
      *                  record type (or "*" for every type) and
      *                  player (blank for every record of the type);
      *                  a released hold stays on file with who let
      *                  it go and when
      * The record types, and what retentionPurge.cbl removes for each:
      *   WELLNESS    WELLNESS.DAT check-ins
      *   INJURY      INJHIST.DAT history and the AVAIL.DAT note
      *   LOGIN       LOGINFLAG.DAT handled flags, LOGINPROFILE.DAT
      *               patterns, archived LOGINATTEMPT logs
      *   SHARETOKEN  SHARETOK.DAT links past expiry, with their lists
      *   AUDIONOTE   AUDIONOTE.DAT voice notes and their recordings
      *   DOSSIER     DOSSIER.DAT scouting dossiers
      *   LOGS        every other archived log (LOGARCH)
      * policyConsole.aspx.cbl keeps a team's own rules and holds,
      * opsConsole.aspx.cbl the league defaults and league-wide holds;
      * retentionPurge.cbl applies them monthly and logArchive.cbl
      * leaves a log archive alone once a rule or hold covers it.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RETENTION-FILE ASSIGN WS-RETENTION-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RP-KEY
              LOCK MANUAL
              FILE STATUS IS RP-STATUS-COMN.
          SELECT LEGAL-HOLD-FILE ASSIGN WS-LEGALHOLD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LH-KEY
              LOCK MANUAL
              FILE STATUS IS LH-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RP-REC.
       01  RP-REC.
           05  RP-KEY.
               10  RP-TEAM                 PIC X(15).
               10  RP-TYPE                 PIC X(10).
           05  RP-REST.
               10  RP-KEEP-DAYS            PIC 9(05).
               10  RP-ACTION               PIC X.
                   88  RP-PURGE            VALUE "P".
                   88  RP-ARCHIVE          VALUE "A".
               10  RP-UPDATED-BY           PIC X(30).
               10  RP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LH-REC.
       01  LH-REC.
           05  LH-KEY.
               10  LH-TEAM                 PIC X(15).
               10  LH-TYPE                 PIC X(10).
               10  LH-PLAYER               PIC X(30).
           05  LH-REST.
               10  LH-ACTIVE               PIC X.
                   88  LH-IN-FORCE         VALUE "Y".
               10  LH-REASON               PIC X(60).
               10  LH-SET-BY               PIC X(30).
               10  LH-SET-AT               PIC X(19).
               10  LH-RELEASED-BY          PIC X(30).
               10  LH-RELEASED-AT          PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-RETENTION-FILE        PIC X(256) VALUE "RETENTION.DAT".
       01 RP-STATUS-COMN.
           05  RP-STATUS-BYTE-1        PIC X.
           05  RP-STATUS-BYTE-2        PIC X.
       01 WS-LEGALHOLD-FILE        PIC X(256) VALUE "LEGALHOLD.DAT".
       01 LH-STATUS-COMN.
           05  LH-STATUS-BYTE-1        PIC X.
           05  LH-STATUS-BYTE-2        PIC X.
      * The record types a rule or hold can name - the pages fill
      * their type lists from this, so a new type is added once.
       01 WS-RECORD-TYPES          PIC X(80) VALUE
           "WELLNESS,INJURY,LOGIN,SHARETOKEN,AUDIONOTE,DOSSIER,LOGS".
      * Ten years - the longest a rule may keep anything.
       01 WS-MAX-KEEP-DAYS         PIC 9(05) VALUE 3660.

      *#####                   Static entry points                     #####
       method-id recordTypes static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division returning typesOut as type String[].
           set worker to new batsweb.retentionPolicy
           set typesOut to worker::typeList.
       end method.

      * Days to keep the team's records of this type, zero when no
      * rule (the team's own or the league's) covers them. The action
      * comes back "P" or "A"; ruleText names the rule for the
      * certificate.
       method-id keepDays static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by reference actionCode as type String
                          by reference ruleText as type String
                          returning daysOut as type Int32.
           set worker to new batsweb.retentionPolicy
           set daysOut to worker::ruleFor(programsRoot, teamName, typeCode, by reference actionCode, by reference ruleText).
       end method.

      * Every hold in force over the team (its own and the league-wide
      * ones), as TYPE|PLAYER pairs separated by ";".
       method-id holdList static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          returning listOut as type String.
           set worker to new batsweb.retentionPolicy
           set listOut to worker::holdsFor(programsRoot, teamName).
       end method.

      * True when a hold in force covers every record of this type for
      * the team - the whole-file question logArchive.cbl asks.
       method-id typeHeld static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       01 holdPairs    type String.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          returning heldFlag as type Condition.
           set worker to new batsweb.retentionPolicy
           set holdPairs to ";" & worker::holdsFor(programsRoot, teamName)
           set heldFlag to false
           if holdPairs::Contains(";" & typeCode::Trim::ToUpper & "|;")
               or holdPairs::Contains(";*|;")
               set heldFlag to true.
       end method.

       method-id saveRule static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by value daysText as type String
                          by value actionCode as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.retentionPolicy
           set messageText to worker::writeRule(programsRoot, teamName, typeCode, daysText, actionCode, userName).
       end method.

       method-id setHold static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by value playerName as type String
                          by value reasonText as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.retentionPolicy
           set messageText to worker::writeHold(programsRoot, teamName, typeCode, playerName, reasonText, userName, "Y").
       end method.

       method-id releaseHold static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by value playerName as type String
                          by value userName as type String
                          returning messageText as type String.
           set worker to new batsweb.retentionPolicy
           set messageText to worker::writeHold(programsRoot, teamName, typeCode, playerName, type String::Empty, userName, "N").
       end method.

      * One line per rule and per hold in force for the team - what
      * the consoles show above their edit boxes.
       method-id describe static public.
       local-storage section.
       01 worker       type batsweb.retentionPolicy.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          returning linesOut as type String[].
           set worker to new batsweb.retentionPolicy
           set linesOut to worker::describeTeam(programsRoot, teamName).
       end method.

      *#####                     The files                             #####
       method-id typeList private.
       procedure division returning typesOut as type String[].
           set typesOut to WS-RECORD-TYPES::Trim::Split(',').
       end method.

       method-id knownType private.
       procedure division using by value typeCode as type String
                          returning knownFlag as type Condition.
           set knownFlag to ("," & WS-RECORD-TYPES::Trim & ",")::Contains("," & typeCode & ",").
       end method.

       method-id setPaths private.
       local-storage section.
       01 rootText     type String.
       procedure division using by value programsRoot as type String.
           set rootText to programsRoot::TrimEnd("\")
           set WS-RETENTION-FILE to rootText & "\RETENTION.DAT"
           set WS-LEGALHOLD-FILE to rootText & "\LEGALHOLD.DAT".
       end method.

       method-id ruleFor private.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by reference actionCode as type String
                          by reference ruleText as type String
                          returning daysOut as type Int32.
           set daysOut to 0
           set actionCode to "P"
           set ruleText to type String::Empty
           invoke self::setPaths(programsRoot)
           OPEN INPUT RETENTION-FILE
           if RP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO RP-KEY
           set RP-TEAM to teamName::Trim::ToUpper
           set RP-TYPE to typeCode::Trim::ToUpper
           READ RETENTION-FILE
               INVALID KEY
                   MOVE SPACES TO RP-KEY
                   move "*" to RP-TEAM
                   set RP-TYPE to typeCode::Trim::ToUpper
                   READ RETENTION-FILE
                       INVALID KEY
                           MOVE SPACES TO RP-REC
                   END-READ
           END-READ
           CLOSE RETENTION-FILE
           if RP-KEEP-DAYS not numeric or RP-KEEP-DAYS = 0
               exit method.
           move RP-KEEP-DAYS to daysOut
           set actionCode to RP-ACTION
           if RP-TEAM = "*"
               set ruleText to RP-TYPE::Trim & " kept " & daysOut::ToString & " days then "
                   & self::actionWord(RP-ACTION) & " (league default, set " & RP-UPDATED-AT(1:10) & " by " & RP-UPDATED-BY::Trim & ")"
           else
               set ruleText to RP-TYPE::Trim & " kept " & daysOut::ToString & " days then "
                   & self::actionWord(RP-ACTION) & " (team rule, set " & RP-UPDATED-AT(1:10) & " by " & RP-UPDATED-BY::Trim & ")".
       end method.

       method-id actionWord private.
       procedure division using by value actionCode as type String
                          returning wordOut as type String.
           if actionCode = "A"
               set wordOut to "archived"
           else
               set wordOut to "purged".
       end method.

       method-id holdsFor private.
       local-storage section.
       01 teamKey      pic x(15).
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          returning listOut as type String.
           set listOut to type String::Empty
           set teamKey to teamName::Trim::ToUpper
           invoke self::setPaths(programsRoot)
           OPEN INPUT LEGAL-HOLD-FILE
           if LH-STATUS-BYTE-1 not = "0"
               exit method.
      *    Holds key by team, so "*" (league-wide) and the team's own
      *    are two short runs of the file.
           MOVE SPACES TO LH-KEY
           move "*" to LH-TEAM
           START LEGAL-HOLD-FILE KEY NOT LESS THAN LH-KEY
           if LH-STATUS-BYTE-1 not = "0"
               go to league-done.
       league-loop.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END go to league-done.
           if LH-TEAM not = "*"
               go to league-done.
           if LH-IN-FORCE
               set listOut to listOut & LH-TYPE::Trim & "|" & LH-PLAYER::Trim & ";".
           go to league-loop.
       league-done.
           if teamKey = "*"
               go to holds-close.
           MOVE SPACES TO LH-KEY
           move teamKey to LH-TEAM
           START LEGAL-HOLD-FILE KEY NOT LESS THAN LH-KEY
           if LH-STATUS-BYTE-1 not = "0"
               go to holds-close.
       team-loop.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END go to holds-close.
           if LH-TEAM not = teamKey
               go to holds-close.
           if LH-IN-FORCE
               set listOut to listOut & LH-TYPE::Trim & "|" & LH-PLAYER::Trim & ";".
           go to team-loop.
       holds-close.
           CLOSE LEGAL-HOLD-FILE.
       end method.

      * Days blank or zero takes the team's own rule off (the league
      * default applies again); on the "*" team it takes the league
      * default off.
       method-id writeRule private.
       local-storage section.
       01 daysNum      type Int32.
       01 typeKey      type String.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by value daysText as type String
                          by value actionCode as type String
                          by value userName as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           set typeKey to typeCode::Trim::ToUpper
           if not self::knownType(typeKey)
               set messageText to "Pick a record type."
               exit method.
           move 0 to daysNum
           if daysText::Trim::Length > 0
               if not type Int32::TryParse(daysText::Trim, by reference daysNum)
                   or daysNum < 0 or daysNum > WS-MAX-KEEP-DAYS
                   set messageText to "Days to keep is a whole number, 0 to " & WS-MAX-KEEP-DAYS::ToString & "."
                   exit method.
           if actionCode not = "P" and actionCode not = "A"
               set messageText to "Pick purge or archive."
               exit method.

           invoke self::setPaths(programsRoot)
           OPEN I-O RETENTION-FILE
           IF RP-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT RETENTION-FILE
               CLOSE RETENTION-FILE
               OPEN I-O RETENTION-FILE
           END-IF
           if RP-STATUS-BYTE-1 not = "0"
               set messageText to "The retention file could not be opened - try again."
               exit method.

           MOVE SPACES TO RP-REC
           set RP-TEAM to teamName::Trim::ToUpper
           set RP-TYPE to typeKey
           if daysNum = 0
               DELETE RETENTION-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE RETENTION-FILE
               exit method.
           move daysNum to RP-KEEP-DAYS
           move actionCode to RP-ACTION
           set RP-UPDATED-BY to userName
           set RP-UPDATED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE RP-REC
               INVALID KEY
                   REWRITE RP-REC
           END-WRITE
           CLOSE RETENTION-FILE.
       end method.

      * Type "*" holds every type; a blank player holds every record
      * of the type. A hold needs its reason - the certificate and
      * the league both ask why data was kept past its rule.
       method-id writeHold private.
       local-storage section.
       01 typeKey      type String.
       01 foundFlag    pic x value "N".
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value typeCode as type String
                          by value playerName as type String
                          by value reasonText as type String
                          by value userName as type String
                          by value activeFlag as type String
                          returning messageText as type String.
           set messageText to type String::Empty
           set typeKey to typeCode::Trim::ToUpper
           if typeKey not = "*" and not self::knownType(typeKey)
               set messageText to "Pick a record type, or * for every type."
               exit method.
           if activeFlag = "Y" and reasonText::Trim::Length = 0
               set messageText to "A legal hold needs its reason."
               exit method.

           invoke self::setPaths(programsRoot)
           OPEN I-O LEGAL-HOLD-FILE
           IF LH-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           if LH-STATUS-BYTE-1 not = "0"
               set messageText to "The legal hold file could not be opened - try again."
               exit method.

           MOVE SPACES TO LH-KEY
           set LH-TEAM to teamName::Trim::ToUpper
           set LH-TYPE to typeKey
           set LH-PLAYER to playerName::Trim::ToUpper
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to foundFlag
           END-READ

           if activeFlag = "N"
               if foundFlag = "N" or not LH-IN-FORCE
                   set messageText to "There is no hold in force on that team, type and player."
                   CLOSE LEGAL-HOLD-FILE
                   exit method
               end-if
               move "N" to LH-ACTIVE
               set LH-RELEASED-BY to userName
               set LH-RELEASED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               REWRITE LH-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               CLOSE LEGAL-HOLD-FILE
               exit method.

           if foundFlag = "N"
               MOVE SPACES TO LH-REST
           end-if
           move "Y" to LH-ACTIVE
           set LH-REASON to reasonText::Trim
           set LH-SET-BY to userName
           set LH-SET-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move spaces to LH-RELEASED-BY
           move spaces to LH-RELEASED-AT
           WRITE LH-REC
               INVALID KEY
                   REWRITE LH-REC
           END-WRITE
           CLOSE LEGAL-HOLD-FILE.
       end method.

       method-id describeTeam private.
       local-storage section.
       01 typesIn      type String[].
       01 lineList     type System.Collections.Generic.List[String].
       01 tt           type Int32.
       01 daysNum      type Int32.
       01 actionCode   type String.
       01 ruleText     type String.
       01 holdPairs    type String[].
       01 hh           type Int32.
       01 pairParts    type String[].
       01 holdLine     type String.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          returning linesOut as type String[].
           set lineList to new type System.Collections.Generic.List[String]
           set typesIn to self::typeList
           move 0 to tt.
       rule-loop.
           if tt >= typesIn::Length
               go to rule-done.
           set daysNum to self::ruleFor(programsRoot, teamName, typesIn[tt], by reference actionCode, by reference ruleText)
           if daysNum = 0
               invoke lineList::Add(typesIn[tt] & " - no rule, kept")
           else
               invoke lineList::Add(ruleText).
           add 1 to tt
           go to rule-loop.
       rule-done.
           set holdPairs to self::holdsFor(programsRoot, teamName)::Split(';')
           move 0 to hh.
       hold-loop.
           if hh >= holdPairs::Length
               go to hold-done.
           if holdPairs[hh]::Length = 0
               go to hold-next.
           set pairParts to holdPairs[hh]::Split('|')
           set holdLine to "LEGAL HOLD - type " & pairParts[0]
           if pairParts::Length > 1 and pairParts[1]::Length > 0
               set holdLine to holdLine & ", player " & pairParts[1]
           else
               set holdLine to holdLine & ", every record".
           invoke lineList::Add(holdLine).
       hold-next.
           add 1 to hh
           go to hold-loop.
       hold-done.
           set linesOut to lineList::ToArray.
       end method.

       end class.
