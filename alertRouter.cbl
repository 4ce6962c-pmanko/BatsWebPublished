       class-id batsweb.alertRouter.

      * Alert channel router - sits between the overnight jobs that
      * raise alerts and the two delivery spools, so no sender has to
      * know whether a recipient reads mail, the team chat, or both:
      *   type batsweb.alertRouter::deliver(programsRoot, teamName,
      *       alertType, toAddress, subjectLine, bodyText)
      *       an alert addressed to one recipient (a watch-list
      *       condition's address, the ops digest's address) - the
      *       recipient's ALERTPREF.DAT choice for the type picks
      *       batsweb.mailSpool, batsweb.chatSpool or both; with no
      *       choice on file it stays email, as it always was
      *   type batsweb.alertRouter::broadcast(programsRoot, teamName,
      *       alertType, subjectLine, bodyText)
      *       a team-wide alert with no one address (sync failures,
      *       milestones, pitch-count violations, rain risks) - to the
      *       type's team channel when a webhook is keyed, and mailed
      *       to each staff member who picked email or both for it
      * Both files are kept on alertChannels.aspx.cbl:
      *   CHATHOOK.DAT   the team's incoming-webhook URL per alert type
      *   ALERTPREF.DAT  each address's E/C/B choice per alert type
      * and both live in the team's WEBSYNC folder - except for the
      * cross-team ops digest, raised with an empty team name, whose
      * pair sits beside the Programs root.
      * Alert types: WATCH, SYNC, MILESTONE, PITCHCOUNT, OPSDIGEST,
      * WEATHER.
      * A chat-only choice with no webhook keyed for the type falls
      * back to email rather than dropping the alert.
      * An addressed alert's toAddress may be a distribution list
      * name (batsweb.distList, DISTLIST.DAT in the same folder as
      * the pair above) - each member address is routed by its own
      * ALERTPREF.DAT choice as if it had been named alone.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHAT-HOOK-FILE ASSIGN WS-CHATHOOK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CH-KEY
              LOCK MANUAL
              FILE STATUS IS CH-STATUS-COMN.
          SELECT ALERT-PREF-FILE ASSIGN WS-ALERTPREF-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AP-KEY
              LOCK MANUAL
              FILE STATUS IS AP-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts alertChannels.aspx.cbl maintains.
       FD  CHAT-HOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CH-REC.
       01  CH-REC.
           05  CH-KEY.
               10  CH-ALERT-TYPE           PIC X(10).
           05  CH-REST.
               10  CH-WEBHOOK-URL          PIC X(200).
               10  CH-UPDATED-BY           PIC X(30).
               10  CH-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(20).

       FD  ALERT-PREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AP-REC.
       01  AP-REC.
           05  AP-KEY.
               10  AP-ADDRESS              PIC X(60).
               10  AP-ALERT-TYPE           PIC X(10).
           05  AP-REST.
               10  AP-CHANNEL              PIC X.
                   88  AP-EMAIL-ONLY       VALUE "E".
                   88  AP-CHAT-ONLY        VALUE "C".
                   88  AP-EMAIL-AND-CHAT   VALUE "B".
               10  AP-LAST                 PIC X(15).
               10  AP-FIRST                PIC X(15).
               10  AP-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(10).

       working-storage section.
       01 WS-CHATHOOK-FILE         PIC X(256) VALUE "CHATHOOK.DAT".
       01 WS-ALERTPREF-FILE        PIC X(256) VALUE "ALERTPREF.DAT".
       01 CH-STATUS-COMN.
           05  CH-STATUS-BYTE-1        PIC X.
           05  CH-STATUS-BYTE-2        PIC X.
       01 AP-STATUS-COMN.
           05  AP-STATUS-BYTE-1        PIC X.
           05  AP-STATUS-BYTE-2        PIC X.

      *#####                   Entry points                            #####
       method-id deliver static public.
       local-storage section.
       01 worker       type batsweb.alertRouter.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value toAddress as type String
                          by value subjectLine as type String
                          by value bodyText as type String.
           set worker to new batsweb.alertRouter
           invoke worker::routeAddressed(programsRoot, teamName, alertType, toAddress, subjectLine, bodyText).
       end method.

       method-id broadcast static public.
       local-storage section.
       01 worker       type batsweb.alertRouter.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value subjectLine as type String
                          by value bodyText as type String.
           set worker to new batsweb.alertRouter
           invoke worker::routeBroadcast(programsRoot, teamName, alertType, subjectLine, bodyText).
       end method.

      * The folder holding CHATHOOK.DAT/ALERTPREF.DAT - the team's
      * WEBSYNC, or the Programs root itself for a cross-team alert.
       method-id settingsFolder private.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          returning folderOut as type String.
           set folderOut to programsRoot::TrimEnd("\")
           if teamName::Trim not = type String::Empty
               set folderOut to folderOut & "\" & teamName::Trim & "\WEBSYNC".
       end method.

      *#####              One recipient's alert                        #####
       method-id routeAddressed private.
       local-storage section.
       01 folderPath   type String.
       01 hookUrl      type String.
       01 addressList  type String[].
       01 ii           type Int32.
       01 chatFlag     pic x.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value toAddress as type String
                          by value subjectLine as type String
                          by value bodyText as type String.
           set folderPath to self::settingsFolder(programsRoot, teamName)
           set WS-CHATHOOK-FILE to folderPath & "\CHATHOOK.DAT"
           set WS-ALERTPREF-FILE to folderPath & "\ALERTPREF.DAT"
           set hookUrl to self::hookFor(alertType)

      *    A list name fans out to its members, each routed alone -
      *    the channel post goes once however many of them chose it.
           set addressList to type batsweb.distList::expand(folderPath, toAddress)
           move "N" to chatFlag
           move 0 to ii.
       address-loop.
           if ii >= addressList::Length
               go to address-done.
           if self::routeOne(programsRoot, alertType, addressList[ii], hookUrl, subjectLine, bodyText)
               move "Y" to chatFlag.
           add 1 to ii
           go to address-loop.
       address-done.
           if chatFlag = "Y"
               invoke type batsweb.chatSpool::enqueue(programsRoot, teamName, alertType, hookUrl, subjectLine & type Environment::NewLine & bodyText).
       end method.

      * One address by its own E/C/B choice for the type - mailed
      * here; true when it wants the channel post.
       method-id routeOne private.
       local-storage section.
       01 channelCode  pic x.
       procedure division using by value programsRoot as type String
                          by value alertType as type String
                          by value toAddress as type String
                          by value hookUrl as type String
                          by value subjectLine as type String
                          by value bodyText as type String
                          returning chatWanted as type Condition.
           set chatWanted to false
      *    No choice on file keeps the address on email.
           move "E" to channelCode
           OPEN INPUT ALERT-PREF-FILE
           if AP-STATUS-BYTE-1 = "0"
               MOVE SPACES TO AP-KEY
               set AP-ADDRESS to toAddress::Trim::ToLower
               set AP-ALERT-TYPE to alertType
               READ ALERT-PREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move AP-CHANNEL to channelCode
               END-READ
               CLOSE ALERT-PREF-FILE
           end-if

           if channelCode = "C" and hookUrl = type String::Empty
               move "E" to channelCode.

           if channelCode = "E" or channelCode = "B"
               invoke type batsweb.mailSpool::enqueue(programsRoot, toAddress::Trim, subjectLine, bodyText).
           if (channelCode = "C" or channelCode = "B") and hookUrl not = type String::Empty
               set chatWanted to true.
       end method.

      *#####               A team-wide alert                           #####
       method-id routeBroadcast private.
       local-storage section.
       01 folderPath   type String.
       01 hookUrl      type String.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value subjectLine as type String
                          by value bodyText as type String.
           set folderPath to self::settingsFolder(programsRoot, teamName)
           set WS-CHATHOOK-FILE to folderPath & "\CHATHOOK.DAT"
           set WS-ALERTPREF-FILE to folderPath & "\ALERTPREF.DAT"

           set hookUrl to self::hookFor(alertType)
           if hookUrl not = type String::Empty
               invoke type batsweb.chatSpool::enqueue(programsRoot, teamName, alertType, hookUrl, subjectLine & type Environment::NewLine & bodyText).

      *    Everyone who asked for this type by mail gets a copy - a
      *    chat-only subscriber is covered by the post above, or by
      *    mail when the type has no channel keyed yet.
           OPEN INPUT ALERT-PREF-FILE
           if AP-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO AP-KEY
           START ALERT-PREF-FILE KEY NOT LESS THAN AP-KEY
           if AP-STATUS-BYTE-1 not = "0"
               go to pref-done.
       pref-loop.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END go to pref-done.
           if AP-ALERT-TYPE not = alertType
               go to pref-loop.
           if AP-EMAIL-ONLY or AP-EMAIL-AND-CHAT
               or (AP-CHAT-ONLY and hookUrl = type String::Empty)
               invoke type batsweb.mailSpool::enqueue(programsRoot, AP-ADDRESS::Trim, subjectLine, bodyText).
           go to pref-loop.
       pref-done.
           CLOSE ALERT-PREF-FILE.
       end method.

      * The type's webhook, or empty when none is keyed.
       method-id hookFor private.
       procedure division using by value alertType as type String
                          returning hookUrl as type String.
           set hookUrl to type String::Empty
           OPEN INPUT CHAT-HOOK-FILE
           if CH-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CH-KEY
           set CH-ALERT-TYPE to alertType
           READ CHAT-HOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set hookUrl to CH-WEBHOOK-URL::Trim
           END-READ
           CLOSE CHAT-HOOK-FILE.
       end method.

       end class.
