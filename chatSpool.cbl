       class-id batsweb.chatSpool.

      * Outbound team-chat spool - the second delivery channel beside
      * batsweb.mailSpool, for the staff who live in the team chat app
      * rather than their mailbox. Senders do not post to the chat
      * service themselves; batsweb.alertRouter decides the channel
      * per alert type and recipient and enqueues here:
      *   invoke type batsweb.chatSpool::enqueue(programsRoot,
      *       teamName, alertType, webhookUrl, messageText)
      * One CHATSPOOL.DAT record per post beside the Programs root,
      * the text riding as a sidecar under CHATSPOOL\ exactly as the
      * mail spool keeps its bodies, and the drain pass -
      *   chatSpool <Programs-root-folder>
      * - posts pending messages to the channel's incoming webhook as
      * {"text": ...} JSON with the mail spool's own retry/backoff: the
      * retry count climbs, the next-try stamp pushes out ten minutes
      * per attempt, and after three failures the post is marked
      * failed. CHATSPOOL.LOG carries a QUEUED, SENT, RETRY or FAILED
      * line per event the way MAILSPOOL.LOG does.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHAT-SPOOL-FILE ASSIGN WS-CHATSPOOL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CQ-KEY
              LOCK MANUAL
              FILE STATUS IS CQ-STATUS-COMN.
          SELECT SPOOL-LOG-FILE ASSIGN WS-SPOOL-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAT-SPOOL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CQ-REC.
       01  CQ-REC.
           05  CQ-KEY.
               10  CQ-STAMP                PIC X(17).
           05  CQ-REST.
               10  CQ-TEAM                 PIC X(15).
               10  CQ-ALERT-TYPE           PIC X(10).
               10  CQ-URL                  PIC X(200).
               10  CQ-BODY-FILE            PIC X(60).
               10  CQ-STATUS               PIC X.
                   88  CQ-PENDING          VALUE "P".
                   88  CQ-SENT             VALUE "S".
                   88  CQ-FAILED           VALUE "F".
               10  CQ-RETRY-COUNT          PIC 9(02).
               10  CQ-NEXT-RETRY-AT        PIC X(14).
               10  CQ-SENT-AT              PIC X(19).
               10  FILLER                  PIC X(10).

       FD  SPOOL-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SPOOL-LOG-REC.
       01  SPOOL-LOG-REC               PIC X(256).

       working-storage section.
       01 WS-CHATSPOOL-FILE        PIC X(256) VALUE "CHATSPOOL.DAT".
       01 WS-SPOOL-LOG-FILE        PIC X(256) VALUE "CHATSPOOL.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X      VALUE SPACES.
           05  LOG-STATUS-BYTE-2       PIC X      VALUE SPACES.
       01 CQ-STATUS-COMN.
           05  CQ-STATUS-BYTE-1        PIC X.
           05  CQ-STATUS-BYTE-2        PIC X.
       01 WS-MAX-RETRIES           PIC 9(01) VALUE 3.

      * One path rule for both sides, whichever way the root is
      * spelled.
       method-id rootedPath static private.
       procedure division using by value programsRoot as type String
                          by value fileName as type String
                          returning pathOut as type String.
           if programsRoot::EndsWith("\")
               set pathOut to programsRoot & fileName
           else
               set pathOut to programsRoot & "\" & fileName.
       end method.

      *#####              The router's one entry point                 #####
       method-id enqueue static public.
       local-storage section.
       01 worker       type batsweb.chatSpool.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value webhookUrl as type String
                          by value messageText as type String.
           set worker to new batsweb.chatSpool
           invoke worker::writeMessage(programsRoot, teamName, alertType, webhookUrl, messageText).
       end method.

       method-id writeMessage private.
       local-storage section.
       01 spoolFolder  type String.
       01 bodyName     type String.
       procedure division using by value programsRoot as type String
                          by value teamName as type String
                          by value alertType as type String
                          by value webhookUrl as type String
                          by value messageText as type String.
           set WS-CHATSPOOL-FILE to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL.DAT")
           set WS-SPOOL-LOG-FILE to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL.LOG")
           set spoolFolder to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL")
           if not type System.IO.Directory::Exists(spoolFolder)
               invoke type System.IO.Directory::CreateDirectory(spoolFolder).

           OPEN I-O CHAT-SPOOL-FILE
           IF CQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHAT-SPOOL-FILE
               CLOSE CHAT-SPOOL-FILE
               OPEN I-O CHAT-SPOOL-FILE
           END-IF
           if CQ-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO CQ-REC
           set CQ-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           set CQ-TEAM to teamName
           set CQ-ALERT-TYPE to alertType
           set CQ-URL to webhookUrl::Trim
           set bodyName to "CHATBODY-" & CQ-STAMP & ".TXT"
           set CQ-BODY-FILE to bodyName
           invoke type System.IO.File::WriteAllText(spoolFolder & "\" & bodyName, messageText)
           move "P" to CQ-STATUS
           move zeroes to CQ-RETRY-COUNT
           move spaces to CQ-NEXT-RETRY-AT
           WRITE CQ-REC
               INVALID KEY
                   REWRITE CQ-REC
           END-WRITE
           CLOSE CHAT-SPOOL-FILE

           invoke self::logLine("QUEUED " & alertType::Trim & " for " & teamName::Trim & " channel")
       end method.

      *#####        The drain pass - Main is the worker                #####
       method-id Main static public.
       local-storage section.
       01 worker       type batsweb.chatSpool.
       procedure division using by value args as type String[].
           if args = null or args::Length = 0
               invoke type System.Console::WriteLine("usage: chatSpool <Programs-root-folder>")
               goback.
           if not type System.IO.Directory::Exists(args[0])
               invoke type System.Console::WriteLine("Programs root not found: " & args[0])
               goback.

           set worker to new batsweb.chatSpool
           invoke worker::drainSpool(args[0])
           goback.
       end method.

       method-id drainSpool public.
       local-storage section.
       01 spoolFolder  type String.
       01 nowStamp     pic x(14).
       01 bodyText     type String.
       01 sentCnt      pic 9(04) value 0.
       01 failCnt      pic 9(04) value 0.
       01 backoffMins  type Int32.
       procedure division using by value programsRoot as type String.
           set WS-CHATSPOOL-FILE to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL.DAT")
           set WS-SPOOL-LOG-FILE to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL.LOG")
           set spoolFolder to type batsweb.chatSpool::rootedPath(programsRoot, "CHATSPOOL")
           set nowStamp to type DateTime::Now::ToString("yyyyMMddHHmmss")

           OPEN I-O CHAT-SPOOL-FILE
           if CQ-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO CQ-KEY
           START CHAT-SPOOL-FILE KEY NOT LESS THAN CQ-KEY
           if CQ-STATUS-BYTE-1 not = "0"
               CLOSE CHAT-SPOOL-FILE
               exit method.
       drain-loop.
           READ CHAT-SPOOL-FILE NEXT RECORD
               AT END go to drain-done.
           if not CQ-PENDING
               go to drain-loop.
      *    Backoff - a post pushed out is not due yet.
           if CQ-NEXT-RETRY-AT not = spaces and CQ-NEXT-RETRY-AT > nowStamp
               go to drain-loop.

           set bodyText to type String::Empty
           if type System.IO.File::Exists(spoolFolder & "\" & CQ-BODY-FILE::Trim)
               set bodyText to type System.IO.File::ReadAllText(spoolFolder & "\" & CQ-BODY-FILE::Trim).

           if self::tryPost(CQ-URL::Trim, bodyText)
               move "S" to CQ-STATUS
               set CQ-SENT-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               add 1 to sentCnt
               invoke self::logLine("SENT " & CQ-ALERT-TYPE::Trim & " to " & CQ-TEAM::Trim & " channel")
           else
               add 1 to CQ-RETRY-COUNT
               if CQ-RETRY-COUNT >= WS-MAX-RETRIES
                   move "F" to CQ-STATUS
                   add 1 to failCnt
                   invoke self::logLine("FAILED " & CQ-ALERT-TYPE::Trim & " to " & CQ-TEAM::Trim & " channel after " & CQ-RETRY-COUNT::ToString & " tries")
               else
      *            Ten more minutes per attempt, the mail spool's own
      *            backoff shape.
                   compute backoffMins = CQ-RETRY-COUNT * 10
                   set CQ-NEXT-RETRY-AT to type DateTime::Now::AddMinutes(backoffMins)::ToString("yyyyMMddHHmmss")
                   invoke self::logLine("RETRY " & CQ-RETRY-COUNT::ToString & " scheduled for " & CQ-ALERT-TYPE::Trim & " to " & CQ-TEAM::Trim & " channel")
               end-if
           end-if
           REWRITE CQ-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           go to drain-loop.
       drain-done.
           CLOSE CHAT-SPOOL-FILE
           if sentCnt not = 0 or failCnt not = 0
               invoke self::logLine("drain pass - " & sentCnt::ToString & " sent, " & failCnt::ToString & " failed").
       end method.

      * One webhook POST - false on any trouble reaching the chat
      * service, which is what the retries are for.
       method-id tryPost private.
       local-storage section.
       01 client       type System.Net.WebClient.
       01 payload      type String.
       procedure division using by value webhookUrl as type String
                          by value messageText as type String
                          returning sentFlag as type Condition.
           set sentFlag to false
           if webhookUrl = type String::Empty
               exit method.
           set payload to '{"text":"' & self::jsonText(messageText) & '"}'
           try
               set client to new type System.Net.WebClient
               invoke client::Headers::Add("Content-Type", "application/json")
               invoke client::UploadString(webhookUrl, "POST", payload)
               set sentFlag to true
           catch
               set sentFlag to false
           end-try.
       end method.

      * The message as a JSON string body - backslashes, quotes and
      * line breaks escaped, the rest as written.
       method-id jsonText private.
       procedure division using by value rawText as type String
                          returning textOut as type String.
           set textOut to rawText::Replace("\", "\\")::Replace('"', '\"')
               ::Replace(x"0D", "")::Replace(x"0A", "\n")::Replace(x"09", " ").
       end method.

      *#####                    Delivery log                           #####
       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND SPOOL-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT SPOOL-LOG-FILE
           END-IF

           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO SPOOL-LOG-REC.
           WRITE SPOOL-LOG-REC.
           CLOSE SPOOL-LOG-FILE.
       end method.

       end class.
