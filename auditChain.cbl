       class-id batsweb.auditChain.

      * Chained AUDITLOG.LOG writer - every program's logAudit still
      * builds its own timestamp-first TEAM= tagged line, then hands
      * it here instead of writing it itself:
      *   invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE,
      *       AUDIT-LOG-REC)
      * The line goes out with two more tags on the end -
      *   "  SEQ=" a nine-digit sequence number, one more than the
      *            line before it, never reset by logArchive.cbl's
      *            rotations
      *   "  CHAIN=" the first 32 hex characters of the SHA-256 of
      *            the previous line's CHAIN value, this SEQ and this
      *            line's text (chainHash below)
      * so an edited, deleted or moved line breaks every CHAIN after
      * it. The last SEQ/CHAIN handed out is kept in AUDITCHAIN.DAT
      * beside the log (the chain carries on across rotations from
      * there), and the writers take turns through AUDITCHAIN.LCK -
      * held open exclusively for the few milliseconds of one append,
      * and let go by the operating system if the holder dies.
      * auditVerify.cbl walks the chain nightly and seals each day's
      * end point somewhere else.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHAIN-LOG-FILE ASSIGN WS-CHAIN-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS-COMN.
          SELECT CHAIN-TIP-FILE ASSIGN WS-CHAINTIP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CT-KEY
              LOCK MANUAL
              FILE STATUS IS CT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHAIN-LOG-REC.
       01  CHAIN-LOG-REC               PIC X(256).

      * One record, key "TIP" - where the chain stands.
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
       01 WS-CHAIN-LOG-FILE        PIC X(256) VALUE "AUDITLOG.LOG".
       01 LOG-STATUS-COMN.
           05  LOG-STATUS-BYTE-1       PIC X.
           05  LOG-STATUS-BYTE-2       PIC X.
       01 WS-CHAINTIP-FILE         PIC X(256) VALUE "AUDITCHAIN.DAT".
       01 CT-STATUS-COMN.
           05  CT-STATUS-BYTE-1        PIC X.
           05  CT-STATUS-BYTE-2        PIC X.
      * The chain's starting point, and how long a writer waits its
      * turn (tries x 20 milliseconds) before writing anyway.
       01 WS-GENESIS-HASH          PIC X(32) VALUE ALL "0".
       01 WS-LOCK-TRIES            PIC 9(04) VALUE 250.

       method-id append static public.
       local-storage section.
       01 worker       type batsweb.auditChain.
       procedure division using by value logFile as type String
                          by value lineText as type String.
           set worker to new batsweb.auditChain
           invoke worker::writeChained(logFile, lineText).
       end method.

      * The CHAIN value for one line - shared with auditVerify.cbl so
      * both sides hash exactly the same bytes.
       method-id chainHash static public.
       local-storage section.
       01 sha          type System.Security.Cryptography.SHA256.
       01 hashBytes    type Byte occurs any.
       procedure division using by value prevHash as type String
                          by value seqText as type String
                          by value lineText as type String
                          returning hashText as type String.
           set sha to type System.Security.Cryptography.SHA256::Create()
           set hashBytes to sha::ComputeHash(type System.Text.Encoding::UTF8::GetBytes(prevHash & "|" & seqText & "|" & lineText))
           set hashText to type BitConverter::ToString(hashBytes)::Replace("-", type String::Empty)::Substring(0, 32)
           invoke sha::Dispose().
       end method.

      *#####              One line onto the chain                      #####
       method-id writeChained private.
       local-storage section.
       01 plainPath        type String.
       01 rootFolder       type String.
       01 lockStream       type System.IO.FileStream.
       01 tries            pic 9(04) value 0.
       01 nextSeq          pic 9(09).
       01 seqText          pic x(09).
       01 prevHash         pic x(32).
       01 newHash          pic x(32).
       01 bodyText         type String.
       procedure division using by value logFile as type String
                          by value lineText as type String.
      *    The pages hand over the quoted form EXTFH takes.
           set plainPath to logFile::Trim::Replace('"', type String::Empty)
           set rootFolder to type System.IO.Path::GetDirectoryName(plainPath)
           set WS-CHAIN-LOG-FILE to plainPath
           set WS-CHAINTIP-FILE to rootFolder & "\AUDITCHAIN.DAT"
           set bodyText to lineText::TrimEnd

       take-turn.
           try
               set lockStream to new type System.IO.FileStream(rootFolder & "\AUDITCHAIN.LCK",
                   type System.IO.FileMode::OpenOrCreate, type System.IO.FileAccess::ReadWrite, type System.IO.FileShare::None)
           catch
               set lockStream to null
           end-try
           if lockStream = null
               add 1 to tries
               if tries < WS-LOCK-TRIES
                   invoke type System.Threading.Thread::Sleep(20)
                   go to take-turn
               end-if
           end-if

           OPEN I-O CHAIN-TIP-FILE
           IF CT-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHAIN-TIP-FILE
               CLOSE CHAIN-TIP-FILE
               OPEN I-O CHAIN-TIP-FILE
           END-IF
           MOVE SPACES TO CT-REC
           move "TIP" to CT-KEY
           READ CHAIN-TIP-FILE
               INVALID KEY
                   move 0 to CT-SEQ
                   move WS-GENESIS-HASH to CT-HASH
           END-READ
           move CT-HASH to prevHash
           compute nextSeq = CT-SEQ + 1
           move nextSeq to seqText
           set newHash to type batsweb.auditChain::chainHash(prevHash, seqText, bodyText)

           OPEN EXTEND CHAIN-LOG-FILE
           IF LOG-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHAIN-LOG-FILE
           END-IF
           MOVE SPACES TO CHAIN-LOG-REC
           STRING bodyText DELIMITED BY SIZE
               "  SEQ=" DELIMITED BY SIZE seqText DELIMITED BY SIZE
               "  CHAIN=" DELIMITED BY SIZE newHash DELIMITED BY SIZE
               INTO CHAIN-LOG-REC
           WRITE CHAIN-LOG-REC
           CLOSE CHAIN-LOG-FILE

           move nextSeq to CT-SEQ
           move newHash to CT-HASH
           set CT-LAST-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE CT-REC
               INVALID KEY
                   REWRITE CT-REC
           END-WRITE
           CLOSE CHAIN-TIP-FILE

           if lockStream not = null
               invoke lockStream::Dispose().
       end method.

       end class.
