       class-id batsweb.auditVerify.

      * Nightly AUDITLOG.LOG chain verifier - the check behind
      * auditChain.cbl's SEQ=/CHAIN= tags. Walks every line of the
      * audit trail in order - logArchive.cbl's LOGARCH rotations
      * (AUDITLOG-<yyyyMMdd>.LOG, oldest first) and then the live log
      * - re-hashing each line onto the one before it, and reports to
      * AUDITVERIFY.LOG at the Programs root:
      *   ALTERED   a line whose CHAIN no longer matches its text
      *   MISSING   a jump in SEQ - lines deleted
      *   ORDER     a SEQ at or below one already read - lines moved
      *             or copied back in
      *   UNCHAINED a line with no SEQ/CHAIN after the chain began -
      *             written in by hand
      *   SEAL      a sealed day end point the log no longer agrees
      *             with, or a seal record itself disturbed
      *   TAIL      the log stops short of AUDITCHAIN.DAT's tip or of
      *             the newest seal - lines cut off the end
      * Then it seals the day: one AUDITSEAL.DAT record per date in
      * the seal folder named on the command line - kept apart from
      * the log, on another share or drive the web account cannot
      * write - holding the SEQ and CHAIN the trail had reached, the
      * day's line count and break count, and a seal hash chained to
      * the previous day's seal. A day is sealed once and never
      * rewritten. Re-hashing the whole trail after an edit cannot
      * reproduce the sealed CHAIN values, so the seals are what let
      * the trail be vouched for. With a report-to address the
      * summary and the day's seal go out through batsweb.mailSpool
      * as well - one more copy outside the building. The report-to
      * may name a cross-team distribution list (batsweb.distList,
      * the DISTLIST.DAT beside the Programs root).
      * Lines from before the chain began carry no tags and are only
      * counted. Once logArchive.cbl's retention has purged the
      * oldest rotations the walk picks up from the seal that ends
      * just before the first line left, when there is one.
      * The run registers "F" in runRegistry.cbl when it found a
      * break, so opsConsole.aspx.cbl shows it the next morning.
      * Scheduling is a Task Scheduler/cron concern outside this
      * program, same as logArchive.cbl (run this one first).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT AUDIT-IN-FILE ASSIGN WS-AUDIT-IN-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AI-STATUS-COMN.
          SELECT VERIFY-LOG-FILE ASSIGN WS-VERIFY-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT AUDIT-SEAL-FILE ASSIGN WS-AUDITSEAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SL-KEY
              LOCK MANUAL
              FILE STATUS IS SL-STATUS-COMN.
          SELECT CHAIN-TIP-FILE ASSIGN WS-CHAINTIP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CT-KEY
              LOCK MANUAL
              FILE STATUS IS CT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-IN-REC.
       01  AUDIT-IN-REC                PIC X(256).

       FD  VERIFY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VERIFY-LOG-REC.
       01  VERIFY-LOG-REC              PIC X(200).

      * One sealed day end point. SL-SEAL-HASH is auditChain.cbl's
      * chainHash over the previous seal's hash, SL-SEQ-THRU and the
      * rest of the record's figures.
       FD  AUDIT-SEAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SL-REC.
       01  SL-REC.
           05  SL-KEY.
               10  SL-DATE                 PIC X(10).
           05  SL-REST.
               10  SL-SEQ-THRU             PIC 9(09).
               10  SL-HASH-THRU            PIC X(32).
               10  SL-LINES                PIC 9(07).
               10  SL-BREAKS               PIC 9(05).
               10  SL-SEALED-AT            PIC X(19).
               10  SL-PREV-SEAL            PIC X(32).
               10  SL-SEAL-HASH            PIC X(32).
               10  FILLER                  PIC X(20).

      * Same layout auditChain.cbl keeps its tip in.
       FD  CHAIN-TIP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CT-REC.
       01  CT-REC.
           05  CT-KEY                      PIC X(08).
           05  CT-REST.
               10  CT-SEQ                  PIC 9(09).
               10  CT-HASH                 PIC X(32).
               10  CT-LAST-AT              PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-AUDIT-IN-FILE         PIC X(256) VALUE "AUDITLOG.LOG".
       01 AI-STATUS-COMN.
           05  AI-STATUS-BYTE-1        PIC X.
           05  AI-STATUS-BYTE-2        PIC X.
       01 WS-VERIFY-LOG-FILE       PIC X(256) VALUE "AUDITVERIFY.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X.
           05  LOG-STATUS-BYTE-2       PIC X.
       01 WS-AUDITSEAL-FILE        PIC X(256) VALUE "AUDITSEAL.DAT".
       01 SL-STATUS-COMN.
           05  SL-STATUS-BYTE-1        PIC X.
           05  SL-STATUS-BYTE-2        PIC X.
       01 WS-CHAINTIP-FILE         PIC X(256) VALUE "AUDITCHAIN.DAT".
       01 CT-STATUS-COMN.
           05  CT-STATUS-BYTE-1        PIC X.
           05  CT-STATUS-BYTE-2        PIC X.

       01 WS-PROGRAMS-ROOT         type String.
       01 WS-GENESIS-HASH          PIC X(32) VALUE ALL "0".
      * Where the walk stands.
       01 WS-CHAIN-STARTED         PIC X VALUE "N".
       01 WS-LAST-SEQ              PIC 9(09) VALUE 0.
       01 WS-PREV-HASH             PIC X(32).
       01 WS-FIRST-SEQ             PIC 9(09) VALUE 0.
       01 WS-LINES-READ            PIC 9(09) VALUE 0.
       01 WS-PRECHAIN-LINES        PIC 9(09) VALUE 0.
       01 WS-BREAKS                PIC 9(05) VALUE 0.
       01 WS-FILE-NAME             type String.
       01 WS-FILE-LINE             PIC 9(07).
       01 WS-SUMMARY               type System.Text.StringBuilder.
      * Report lines beyond this many are counted, not listed.
       01 WS-REPORT-CAP            PIC 9(04) VALUE 200.

      * Every seal on file, date order (and so SEQ order).
       01 WS-SEAL-MAX              PIC 9(04) VALUE 4000.
       01 WS-SEAL-USED             PIC 9(04) VALUE 0.
       01 WS-SEAL-NEXT             PIC 9(04) VALUE 1.
       01 WS-LAST-SEAL-HASH        PIC X(32).
       01 SEAL-TABLE.
           05  ST-ENTRY                OCCURS 4000.
               10  ST-DATE             PIC X(10).
               10  ST-SEQ              PIC 9(09).
               10  ST-HASH             PIC X(32).

       method-id Main static public.
       local-storage section.
       01 programsRoot         type String.
       01 sealFolder           type String.
       01 reportTo             type String.
       01 runStamp             type String.
       01 worker               type batsweb.auditVerify.
       procedure division using by value args as type String[].
           if args = null or args::Length < 2
               invoke type System.Console::WriteLine("usage: auditVerify <Programs-root-folder> <seal-folder> [report-to-address-or-list]")
               goback.

           set programsRoot to args[0]
           if not type System.IO.Directory::Exists(programsRoot)
               invoke type System.Console::WriteLine("Programs root not found: " & programsRoot)
               goback.
           set sealFolder to args[1]
           if not type System.IO.Directory::Exists(sealFolder)
               invoke type System.IO.Directory::CreateDirectory(sealFolder).
           set reportTo to type String::Empty
           if args::Length > 2
               set reportTo to args[2].

           set runStamp to type batsweb.runRegistry::registerStart(programsRoot, "AUDITVERIFY")
           set worker to new batsweb.auditVerify
           invoke worker::verifyTrail(programsRoot, sealFolder, reportTo)
           if worker::breakCount > 0
               invoke type batsweb.runRegistry::registerEnd(programsRoot, "AUDITVERIFY", runStamp, "F", worker::lineCount)
           else
               invoke type batsweb.runRegistry::registerEnd(programsRoot, "AUDITVERIFY", runStamp, "C", worker::lineCount)
           end-if
           goback.
       end method.

       method-id breakCount public.
       procedure division returning countOut as type Int32.
           move WS-BREAKS to countOut.
       end method.

       method-id lineCount public.
       procedure division returning countOut as type Int32.
           move WS-LINES-READ to countOut.
       end method.

      *#####              Walk the trail, then seal it                 #####
       method-id verifyTrail public.
       local-storage section.
       01 archFiles        type String[].
       01 ff               type Int32.
       01 tipSeq           pic 9(09) value 0.
       01 seqText          pic z(08)9.
       01 subjectLine      type String.
       procedure division using by value programsRoot as type String
                          by value sealFolder as type String
                          by value reportTo as type String.
           set WS-PROGRAMS-ROOT to programsRoot
           set WS-VERIFY-LOG-FILE to programsRoot & "\AUDITVERIFY.LOG"
           set WS-AUDITSEAL-FILE to sealFolder & "\AUDITSEAL.DAT"
           set WS-CHAINTIP-FILE to programsRoot & "\AUDITCHAIN.DAT"
           set WS-SUMMARY to new type System.Text.StringBuilder
           move WS-GENESIS-HASH to WS-PREV-HASH
           invoke self::logLine("verify start")

           invoke self::loadSeals

           if type System.IO.Directory::Exists(programsRoot & "\LOGARCH")
               set archFiles to type System.IO.Directory::GetFiles(programsRoot & "\LOGARCH", "AUDITLOG-*.LOG")
               invoke type System.Array::Sort(archFiles)
               move 0 to ff
           else
               go to live-file.
       arch-loop.
           if ff >= archFiles::Length
               go to live-file.
           invoke self::walkFile(archFiles[ff])
           add 1 to ff
           go to arch-loop.
       live-file.
           invoke self::walkFile(programsRoot & "\AUDITLOG.LOG")

      *    Whatever sealed or handed out past the last line read was
      *    cut off the end.
           invoke self::sealsPastEnd
           OPEN INPUT CHAIN-TIP-FILE
           if CT-STATUS-BYTE-1 = "0"
               MOVE SPACES TO CT-REC
               move "TIP" to CT-KEY
               READ CHAIN-TIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move CT-SEQ to tipSeq
               END-READ
               CLOSE CHAIN-TIP-FILE
           end-if
           if tipSeq > WS-LAST-SEQ
               move tipSeq to seqText
               invoke self::breakLine("TAIL", "log ends at SEQ " & self::numText(WS-LAST-SEQ) & " but the chain tip is SEQ " & seqText::Trim).

           invoke self::sealToday
           invoke self::logLine("verify end - " & self::numText(WS-LINES-READ) & " lines, " & self::numText(WS-PRECHAIN-LINES) & " before the chain, " & self::numText(WS-BREAKS) & " breaks")
           invoke type System.Console::WriteLine(self::numText(WS-LINES-READ) & " audit lines read, " & self::numText(WS-BREAKS) & " breaks")

           if reportTo::Trim::Length > 0
               if WS-BREAKS > 0
                   set subjectLine to "AUDIT TRAIL BROKEN - " & type DateTime::Today::ToString("yyyy-MM-dd")
               else
                   set subjectLine to "Audit trail verified - " & type DateTime::Today::ToString("yyyy-MM-dd")
               end-if
               invoke type batsweb.mailSpool::enqueueList(programsRoot, programsRoot, reportTo::Trim, subjectLine, WS-SUMMARY::ToString)
           end-if.
       end method.

      *#####                     The seal file                         #####
      * Loads every seal and checks the seals' own chain on the way.
       method-id loadSeals private.
       local-storage section.
       01 expectHash       pic x(32).
       01 seqText          pic x(09).
       procedure division.
           move WS-GENESIS-HASH to WS-LAST-SEAL-HASH
           OPEN INPUT AUDIT-SEAL-FILE
           if SL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO SL-KEY
           START AUDIT-SEAL-FILE KEY NOT LESS THAN SL-KEY
           if SL-STATUS-BYTE-1 not = "0"
               go to seal-done.
       seal-loop.
           READ AUDIT-SEAL-FILE NEXT RECORD
               AT END go to seal-done.
           move SL-SEQ-THRU to seqText
           set expectHash to type batsweb.auditChain::chainHash(WS-LAST-SEAL-HASH, seqText, self::sealBody)
           if SL-PREV-SEAL not = WS-LAST-SEAL-HASH
               invoke self::breakLine("SEAL", SL-DATE & " seal does not follow the seal before it - a seal was removed or replaced").
           if SL-SEAL-HASH not = expectHash
               invoke self::breakLine("SEAL", SL-DATE & " seal record has been altered").
           move SL-SEAL-HASH to WS-LAST-SEAL-HASH
           if WS-SEAL-USED >= WS-SEAL-MAX
               go to seal-loop.
           add 1 to WS-SEAL-USED
           move SL-DATE to ST-DATE(WS-SEAL-USED)
           move SL-SEQ-THRU to ST-SEQ(WS-SEAL-USED)
           move SL-HASH-THRU to ST-HASH(WS-SEAL-USED)
           go to seal-loop.
       seal-done.
           CLOSE AUDIT-SEAL-FILE.
       end method.

      * The sealed figures as hashed text (SL-REC as read or built).
       method-id sealBody private.
       local-storage section.
       01 bodyPic          pic x(80).
       procedure division returning bodyText as type String.
           MOVE SPACES TO bodyPic
           STRING SL-DATE DELIMITED BY SIZE SL-HASH-THRU DELIMITED BY SIZE
               SL-LINES DELIMITED BY SIZE SL-BREAKS DELIMITED BY SIZE
               SL-SEALED-AT DELIMITED BY SIZE
               INTO bodyPic
           set bodyText to bodyPic::TrimEnd.
       end method.

       method-id numText private.
       local-storage section.
       01 numEdit          pic z(08)9.
       procedure division using by value numIn as type Int32
                          returning numOut as type String.
           move numIn to numEdit
           set numOut to numEdit::Trim.
       end method.

      * Today's seal, written once.
       method-id sealToday private.
       local-storage section.
       01 priorSeq         pic 9(09) value 0.
       01 seqText          pic x(09).
       procedure division.
           if WS-SEAL-USED > 0
               move ST-SEQ(WS-SEAL-USED) to priorSeq.
           OPEN I-O AUDIT-SEAL-FILE
           IF SL-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT AUDIT-SEAL-FILE
               CLOSE AUDIT-SEAL-FILE
               OPEN I-O AUDIT-SEAL-FILE
           END-IF
           if SL-STATUS-BYTE-1 not = "0"
               invoke self::breakLine("SEAL", "seal folder cannot be written - today is not sealed")
               exit method.

           MOVE SPACES TO SL-REC
           set SL-DATE to type DateTime::Today::ToString("yyyy-MM-dd")
           READ AUDIT-SEAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE AUDIT-SEAL-FILE
                   invoke self::logLine("already sealed today through SEQ " & self::numText(SL-SEQ-THRU) & " - seal left as it was")
                   exit method
           END-READ

           move WS-LAST-SEQ to SL-SEQ-THRU
           move WS-PREV-HASH to SL-HASH-THRU
           if WS-LAST-SEQ > priorSeq
               compute SL-LINES = WS-LAST-SEQ - priorSeq
           else
               move 0 to SL-LINES.
           move WS-BREAKS to SL-BREAKS
           set SL-SEALED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move WS-LAST-SEAL-HASH to SL-PREV-SEAL
           move SL-SEQ-THRU to seqText
           set SL-SEAL-HASH to type batsweb.auditChain::chainHash(WS-LAST-SEAL-HASH, seqText, self::sealBody)
           WRITE SL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE AUDIT-SEAL-FILE

           invoke self::logLine("SEALED " & SL-DATE & " through SEQ " & self::numText(SL-SEQ-THRU) & " CHAIN=" & SL-HASH-THRU & " SEAL=" & SL-SEAL-HASH)
           invoke WS-SUMMARY::AppendLine("Seal " & SL-DATE & ": SEQ " & self::numText(SL-SEQ-THRU) & " CHAIN " & SL-HASH-THRU & " SEAL " & SL-SEAL-HASH).
       end method.

      *#####                   One log file, in order                  #####
       method-id walkFile private.
       local-storage section.
       01 lineText         type String.
       procedure division using by value logPath as type String.
           if not type System.IO.File::Exists(logPath)
               exit method.
           set WS-AUDIT-IN-FILE to logPath
           set WS-FILE-NAME to type System.IO.Path::GetFileName(logPath)
           move 0 to WS-FILE-LINE
           OPEN INPUT AUDIT-IN-FILE
           if AI-STATUS-BYTE-1 not = "0"
               invoke self::breakLine("MISSING", WS-FILE-NAME & " cannot be opened")
               exit method.
       line-loop.
           READ AUDIT-IN-FILE
               AT END go to line-done.
           add 1 to WS-FILE-LINE
           set lineText to AUDIT-IN-REC
           set lineText to lineText::TrimEnd
           if lineText::Length = 0
               go to line-loop.
           invoke self::checkLine(lineText)
           go to line-loop.
       line-done.
           CLOSE AUDIT-IN-FILE.
       end method.

      *#####                 One line against the chain                #####
       method-id checkLine private.
       local-storage section.
       01 seqAt            type Int32.
       01 chainAt          type Int32.
       01 tagAt            type Int32.
       01 seqText          pic x(09).
       01 seqNum           pic 9(09).
       01 statedHash       pic x(32).
       01 expectHash       pic x(32).
       01 bodyText         type String.
       01 gapFrom          pic 9(09).
       01 gapTo            pic 9(09).
       01 checkHash        pic x value "Y".
       procedure division using by value lineText as type String.
           set seqAt to lineText::LastIndexOf("  SEQ=")
           set chainAt to lineText::LastIndexOf("  CHAIN=")
           if seqAt < 0 or chainAt < seqAt
               if WS-CHAIN-STARTED = "Y"
                   invoke self::breakLine("UNCHAINED", self::whereText & " " & self::clipText(lineText))
               else
                   add 1 to WS-PRECHAIN-LINES
               end-if
               exit method
           end-if

           compute tagAt = seqAt + 6
           set seqText to lineText::Substring(tagAt)
           compute tagAt = chainAt + 8
           set statedHash to lineText::Substring(tagAt)
           set bodyText to lineText::Substring(0, seqAt)
           if seqText is not numeric
               invoke self::breakLine("ALTERED", self::whereText & " SEQ tag unreadable")
               exit method.
           move seqText to seqNum
           add 1 to WS-LINES-READ

           if WS-CHAIN-STARTED = "N"
               move "Y" to WS-CHAIN-STARTED
               move seqNum to WS-FIRST-SEQ
               invoke self::anchorChain(seqNum)
               if WS-PREV-HASH = spaces
                   move "N" to checkHash
               end-if
           else
               if seqNum not > WS-LAST-SEQ
                   invoke self::breakLine("ORDER", self::whereText & " SEQ " & seqText & " after SEQ " & self::numText(WS-LAST-SEQ))
                   exit method
               end-if
               if seqNum > WS-LAST-SEQ + 1
                   compute gapFrom = WS-LAST-SEQ + 1
                   compute gapTo = seqNum - 1
                   invoke self::breakLine("MISSING", self::whereText & " SEQ " & self::numText(gapFrom) & " thru " & self::numText(gapTo) & " are gone")
                   move "N" to checkHash
               end-if
           end-if

           if checkHash = "Y"
               set expectHash to type batsweb.auditChain::chainHash(WS-PREV-HASH, seqText, bodyText)
               if expectHash not = statedHash
                   invoke self::breakLine("ALTERED", self::whereText & " SEQ " & seqText & " " & self::clipText(bodyText))
               end-if
           end-if

           invoke self::matchSeals(seqNum, statedHash)
           move seqNum to WS-LAST-SEQ
           move statedHash to WS-PREV-HASH.
       end method.

      * The first chained line read: from the beginning of the chain,
      * or from the seal that ends just before it when retention has
      * taken the rotations in between. Otherwise nothing vouches for
      * it and the walk starts trusting from it.
       method-id anchorChain private.
       local-storage section.
       01 ss               pic 9(04) value 0.
       01 wantSeq          pic 9(09).
       01 sealDate         type String.
       procedure division using by value seqNum as type Int32.
           if seqNum = 1
               move WS-GENESIS-HASH to WS-PREV-HASH
               exit method.
           compute wantSeq = seqNum - 1
           move spaces to WS-PREV-HASH.
       anchor-loop.
           add 1 to ss
           if ss > WS-SEAL-USED
               invoke self::logLine("chain picks up at SEQ " & seqNum::ToString & " with no seal before it - earlier rotations were purged")
               exit method.
           if ST-SEQ(ss) not = wantSeq
               go to anchor-loop.
           move ST-HASH(ss) to WS-PREV-HASH
           set sealDate to ST-DATE(ss)
           invoke self::logLine("chain picks up at SEQ " & seqNum::ToString & " from the " & sealDate & " seal").
       end method.

      * Seals reached by this line: each must carry this line's CHAIN;
      * a seal passed over without its line turning up is a line gone.
       method-id matchSeals private.
       local-storage section.
       01 sealDate         type String.
       01 sealSeq          pic 9(09).
       procedure division using by value seqNum as type Int32
                          by value statedHash as type String.
       match-loop.
           if WS-SEAL-NEXT > WS-SEAL-USED
               exit method.
           move ST-SEQ(WS-SEAL-NEXT) to sealSeq
           set sealDate to ST-DATE(WS-SEAL-NEXT)
           if sealSeq > seqNum
               exit method.
           if sealSeq < seqNum
               if sealSeq >= WS-FIRST-SEQ and sealSeq > 0
                   invoke self::breakLine("SEAL", sealDate & " sealed SEQ " & self::numText(sealSeq) & " which is no longer in the log")
               end-if
           else
               if ST-HASH(WS-SEAL-NEXT) not = statedHash
                   invoke self::breakLine("SEAL", sealDate & " seal disagrees with SEQ " & self::numText(sealSeq) & " - the trail was rewritten")
               end-if
           end-if
           add 1 to WS-SEAL-NEXT
           go to match-loop.
       end method.

       method-id sealsPastEnd private.
       local-storage section.
       01 sealDate         type String.
       01 sealSeq          pic 9(09).
       procedure division.
       past-loop.
           if WS-SEAL-NEXT > WS-SEAL-USED
               exit method.
           move ST-SEQ(WS-SEAL-NEXT) to sealSeq
           set sealDate to ST-DATE(WS-SEAL-NEXT)
           if sealSeq > WS-LAST-SEQ
               invoke self::breakLine("TAIL", "log ends at SEQ " & self::numText(WS-LAST-SEQ) & " but the " & sealDate & " seal reaches SEQ " & self::numText(sealSeq))
               exit method.
           add 1 to WS-SEAL-NEXT
           go to past-loop.
       end method.

      *#####                       Reporting                           #####
       method-id breakLine private.
       procedure division using by value kindText as type String
                          by value detailText as type String.
           add 1 to WS-BREAKS
           if WS-BREAKS > WS-REPORT-CAP
               exit method.
           invoke self::logLine(kindText & "  " & detailText)
           invoke WS-SUMMARY::AppendLine(kindText & "  " & detailText)
           if WS-BREAKS = WS-REPORT-CAP
               invoke self::logLine("further breaks counted, not listed").
       end method.

       method-id whereText private.
       procedure division returning whereOut as type String.
           set whereOut to WS-FILE-NAME & " line " & self::numText(WS-FILE-LINE).
       end method.

       method-id clipText private.
       procedure division using by value lineText as type String
                          returning clipOut as type String.
           if lineText::Length > 60
               set clipOut to lineText::Substring(0, 60)
           else
               set clipOut to lineText.
       end method.

       method-id logLine private.
       local-storage section.
       01 WS-LOG-TIMESTAMP     type String.
       procedure division using by value detailText as type String.
           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           OPEN EXTEND VERIFY-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT VERIFY-LOG-FILE
           END-IF

           MOVE SPACES TO VERIFY-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE detailText DELIMITED BY SIZE
               INTO VERIFY-LOG-REC
           WRITE VERIFY-LOG-REC
           CLOSE VERIFY-LOG-FILE.
       end method.

       end class.
