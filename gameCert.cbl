       class-id batsweb.gameCert.

      * Game charting certification. A game's charted data can move
      * at any time - a pitch correction, a coded alignment, a player
      * merge, an upstream delta - so a report printed Monday could
      * disagree with the same report on Friday and nobody could say
      * which one to believe. A supervisor now certifies a game once
      * chartingValidator.cbl has passed it clean and the data-quality
      * worklist holds nothing open against it
      * (gameCertification.aspx.cbl), and from then on every change
      * to that game needs a reason and a second supervisor's yes.
      *
      * GAMECERT.DAT   one record per game the validator has walked:
      *                the last check and its exception count, and
      *                who certified it when
      * CERTCHANGE.DAT one record per change to a certified game:
      *   held   ("H") a change made on this site - the record image
      *                waits here and is only written to its file
      *                (CQ-TARGET) once a second supervisor approves
      *                (pitchCorrection.aspx.cbl, gameSummary.aspx.cbl
      *                alignments)
      *   after  ("A") a change that already landed - a websync delta
      *                or a player merge can't be held back - waiting
      *                for a reason and a second supervisor; until
      *                then the game reads "change pending approval",
      *                and a rejection withdraws the certification
      *                (websyncReceive.cbl, playerDedupe.cbl)
      * A blank game on an "after" record means every certified game
      * - a batch that replaced files with no word on which games
      * moved, or a merge, which touches whatever games the player
      * appeared in.
      * Box scores, series recaps and the statsSnapshot.cbl warehouse
      * feed read statusCode/statusText for each game they show.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-CERT-FILE ASSIGN WS-GAMECERT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GC-KEY
              LOCK MANUAL
              FILE STATUS IS GC-STATUS-COMN.
          SELECT CERT-CHANGE-FILE ASSIGN WS-CERTCHANGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CQ-KEY
              LOCK MANUAL
              FILE STATUS IS CQ-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Game date yyyyMMdd plus game id - the LINEUPHIST.DAT and
      * CHANGEMARK.DAT spelling.
       FD  GAME-CERT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GC-REC.
       01  GC-REC.
           05  GC-KEY.
               10  GC-GAME-STAMP           PIC X(08).
               10  GC-GAME-ID              PIC X(10).
           05  GC-REST.
               10  GC-CHECKED-AT           PIC X(19).
               10  GC-CHECK-ERRORS         PIC 9(04).
               10  GC-CERT-FLAG            PIC X.
                   88  GC-CERTIFIED        VALUE "Y".
               10  GC-CERT-BY              PIC X(30).
               10  GC-CERT-AT              PIC X(19).
               10  GC-CHANGE-COUNT         PIC 9(03).
               10  FILLER                  PIC X(20).

      * One change request per record, in the order raised.
       FD  CERT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CQ-REC.
       01  CQ-REC.
           05  CQ-KEY.
               10  CQ-STAMP                PIC X(17).
               10  CQ-SEQ                  PIC 9(03).
           05  CQ-REST.
               10  CQ-GAME-STAMP           PIC X(08).
               10  CQ-GAME-ID              PIC X(10).
               10  CQ-SOURCE               PIC X(10).
               10  CQ-KIND                 PIC X.
                   88  CQ-HELD             VALUE "H".
                   88  CQ-AFTER            VALUE "A".
               10  CQ-PLAYER-1             PIC X(30).
               10  CQ-PLAYER-2             PIC X(30).
               10  CQ-DETAIL               PIC X(60).
               10  CQ-REASON               PIC X(80).
               10  CQ-REQUESTED-BY         PIC X(30).
               10  CQ-STATUS               PIC X.
                   88  CQ-PENDING          VALUE "P".
                   88  CQ-APPROVED         VALUE "A".
                   88  CQ-REJECTED         VALUE "R".
               10  CQ-DECIDED-BY           PIC X(30).
               10  CQ-DECIDED-AT           PIC X(19).
               10  CQ-TARGET               PIC X(12).
               10  CQ-IMAGE                PIC X(200).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-GAMECERT-FILE         PIC X(256) VALUE "GAMECERT.DAT".
       01 GC-STATUS-COMN.
           05  GC-STATUS-BYTE-1        PIC X.
           05  GC-STATUS-BYTE-2        PIC X.
       01 WS-CERTCHANGE-FILE       PIC X(256) VALUE "CERTCHANGE.DAT".
       01 CQ-STATUS-COMN.
           05  CQ-STATUS-BYTE-1        PIC X.
           05  CQ-STATUS-BYTE-2        PIC X.

      * yyyyMMdd for a game date in any form DateTime reads (the pages
      * hold MM/dd/yy) or already in yyyyMMdd; empty when unreadable.
       method-id stampOf static public.
       local-storage section.
       01 gameDay      type DateTime.
       procedure division using by value gameDateText as type String
                          returning gameStamp as type String.
           set gameStamp to type String::Empty
           if gameDateText = null
               exit method.
           if gameDateText::Trim::Length = 8 and not gameDateText::Contains("/")
               set gameStamp to gameDateText::Trim
               exit method.
           if type DateTime::TryParse(gameDateText::Trim, by reference gameDay)
               set gameStamp to gameDay::ToString("yyyyMMdd").
       end method.

      * " " not certified, "C" certified, "P" certified but a change
      * that already landed is waiting for its approval.
       method-id statusCode static public.
       local-storage section.
       01 worker       type batsweb.gameCert.
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning certCode as type String.
           set worker to new batsweb.gameCert
           set certCode to worker::readStatus(teamPath, type batsweb.gameCert::stampOf(gameDateText), gameId).
       end method.

      * The status as the reports print it.
       method-id statusText static public.
       local-storage section.
       01 worker       type batsweb.gameCert.
       01 certCode     type String.
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning certText as type String.
           set worker to new batsweb.gameCert
           set certCode to worker::readStatus(teamPath, type batsweb.gameCert::stampOf(gameDateText), gameId)
           EVALUATE certCode
               WHEN "C"
                   set certText to "Certified " & worker::certifiedText
               WHEN "P"
                   set certText to "Certified " & worker::certifiedText & " - a later change is awaiting approval"
               WHEN OTHER
                   set certText to "Not certified"
           END-EVALUATE.
       end method.

       method-id isCertified static public.
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          returning certFlag as type Condition.
           set certFlag to false
           if type batsweb.gameCert::statusCode(teamPath, gameDateText, gameId) not = " "
               set certFlag to true.
       end method.

      * One validator pass over a game - the exception count it found.
       method-id noteCheck static public.
       local-storage section.
       01 worker       type batsweb.gameCert.
       procedure division using by value teamPath as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value errorCount as type Int32.
           set worker to new batsweb.gameCert
           invoke worker::writeCheck(teamPath, type batsweb.gameCert::stampOf(gameDateText), gameId, errorCount).
       end method.

      * A change to a certified game made on this site, held until a
      * second supervisor approves it - recordImage is written to
      * targetFile then.
       method-id holdChange static public.
       local-storage section.
       01 worker       type batsweb.gameCert.
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value playerOne as type String
                          by value playerTwo as type String
                          by value detailText as type String
                          by value reasonText as type String
                          by value userName as type String
                          by value targetFile as type String
                          by value recordImage as type String.
           set worker to new batsweb.gameCert
           invoke worker::writeRequest(teamPath, "H", sourceName, type batsweb.gameCert::stampOf(gameDateText), gameId,
               playerOne, playerTwo, detailText, reasonText, userName, targetFile, recordImage).
       end method.

      * A change that already landed on a certified game (an empty
      * game means any certified game) - nothing is raised when no
      * certified game is in reach.
       method-id noteChange static public.
       local-storage section.
       01 worker       type batsweb.gameCert.
       01 gameStamp    type String.
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value detailText as type String.
           set worker to new batsweb.gameCert
           set gameStamp to type batsweb.gameCert::stampOf(gameDateText)
           if gameStamp = type String::Empty
               if not worker::anyCertified(teamPath)
                   exit method
               end-if
           else
               if worker::readStatus(teamPath, gameStamp, gameId) = " "
                   exit method
               end-if
           end-if
           invoke worker::writeRequest(teamPath, "A", sourceName, gameStamp, gameId,
               type String::Empty, type String::Empty, detailText, type String::Empty, type String::Empty,
               type String::Empty, type String::Empty).
       end method.

      *#####                  Reads and writes                         #####
       method-id teamFiles private.
       procedure division using by value teamPath as type String.
           set WS-GAMECERT-FILE to teamPath::Trim & "\WEBSYNC\GAMECERT.DAT"
           set WS-CERTCHANGE-FILE to teamPath::Trim & "\WEBSYNC\CERTCHANGE.DAT".
       end method.

      * Leaves GC-REC holding the game's record when it has one.
       method-id readStatus private.
       local-storage section.
       01 certCode     pic x value space.
       procedure division using by value teamPath as type String
                          by value gameStamp as type String
                          by value gameId as type String
                          returning statusOut as type String.
           set statusOut to " "
           invoke self::teamFiles(teamPath)
           MOVE SPACES TO GC-REC
           if gameStamp = type String::Empty
               exit method.
           OPEN INPUT GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               exit method.
           set GC-GAME-STAMP to gameStamp
           set GC-GAME-ID to gameId::Trim
           READ GAME-CERT-FILE
               INVALID KEY
                   MOVE SPACES TO GC-REC
           END-READ
           CLOSE GAME-CERT-FILE
           if not GC-CERTIFIED
               exit method.
           move "C" to certCode

      *    An "after" change still waiting - on this game, or on every
      *    certified game - leaves the data unvouched for.
           OPEN INPUT CERT-CHANGE-FILE
           if CQ-STATUS-BYTE-1 not = "0"
               go to status-done.
           MOVE LOW-VALUE TO CQ-KEY
           START CERT-CHANGE-FILE KEY NOT LESS THAN CQ-KEY
           if CQ-STATUS-BYTE-1 not = "0"
               go to status-close.
       change-loop.
           READ CERT-CHANGE-FILE NEXT RECORD
               AT END go to status-close.
           if not CQ-PENDING or not CQ-AFTER
               go to change-loop.
           if CQ-GAME-STAMP = spaces
               or (CQ-GAME-STAMP = GC-GAME-STAMP and CQ-GAME-ID = GC-GAME-ID)
               move "P" to certCode
               go to status-close.
           go to change-loop.
       status-close.
           CLOSE CERT-CHANGE-FILE.
       status-done.
           set statusOut to certCode.
       end method.

      * "yyyy-MM-dd by NAME" off the record readStatus left.
       method-id certifiedText private.
       procedure division returning certText as type String.
           set certText to GC-CERT-AT(1:10) & " by " & GC-CERT-BY::Trim.
       end method.

       method-id anyCertified private.
       procedure division using by value teamPath as type String
                          returning certFlag as type Condition.
           set certFlag to false
           invoke self::teamFiles(teamPath)
           OPEN INPUT GAME-CERT-FILE
           if GC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO GC-KEY
           START GAME-CERT-FILE KEY NOT LESS THAN GC-KEY
           if GC-STATUS-BYTE-1 not = "0"
               CLOSE GAME-CERT-FILE
               exit method.
       cert-loop.
           READ GAME-CERT-FILE NEXT RECORD
               AT END go to cert-done.
           if not GC-CERTIFIED
               go to cert-loop.
           set certFlag to true.
       cert-done.
           CLOSE GAME-CERT-FILE.
       end method.

       method-id writeCheck private.
       procedure division using by value teamPath as type String
                          by value gameStamp as type String
                          by value gameId as type String
                          by value errorCount as type Int32.
           if gameStamp = type String::Empty
               exit method.
           invoke self::teamFiles(teamPath)
           OPEN I-O GAME-CERT-FILE
           IF GC-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT GAME-CERT-FILE
               CLOSE GAME-CERT-FILE
               OPEN I-O GAME-CERT-FILE
           END-IF
           if GC-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO GC-REC
           set GC-GAME-STAMP to gameStamp
           set GC-GAME-ID to gameId::Trim
           READ GAME-CERT-FILE
               INVALID KEY
                   MOVE SPACES TO GC-REST
                   move 0 to GC-CHANGE-COUNT
           END-READ
           set GC-CHECKED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           move errorCount to GC-CHECK-ERRORS
           WRITE GC-REC
               INVALID KEY
                   REWRITE GC-REC
           END-WRITE
           CLOSE GAME-CERT-FILE.
       end method.

       method-id writeRequest private.
       procedure division using by value teamPath as type String
                          by value kindCode as type String
                          by value sourceName as type String
                          by value gameStamp as type String
                          by value gameId as type String
                          by value playerOne as type String
                          by value playerTwo as type String
                          by value detailText as type String
                          by value reasonText as type String
                          by value userName as type String
                          by value targetFile as type String
                          by value recordImage as type String.
           invoke self::teamFiles(teamPath)
           OPEN I-O CERT-CHANGE-FILE
           IF CQ-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CERT-CHANGE-FILE
               CLOSE CERT-CHANGE-FILE
               OPEN I-O CERT-CHANGE-FILE
           END-IF
           if CQ-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO CQ-REC
           set CQ-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           move 0 to CQ-SEQ
           set CQ-GAME-STAMP to gameStamp
           set CQ-GAME-ID to gameId::Trim
           set CQ-SOURCE to sourceName
           set CQ-KIND to kindCode
           set CQ-PLAYER-1 to playerOne::Trim::ToUpper
           set CQ-PLAYER-2 to playerTwo::Trim::ToUpper
           set CQ-DETAIL to detailText
           set CQ-REASON to reasonText::Trim
           set CQ-REQUESTED-BY to userName::Trim
           move "P" to CQ-STATUS
           set CQ-TARGET to targetFile
           set CQ-IMAGE to recordImage.
       write-request.
           WRITE CQ-REC
               INVALID KEY
                   if CQ-SEQ < 999
                       add 1 to CQ-SEQ
                       go to write-request
                   end-if
           END-WRITE
           CLOSE CERT-CHANGE-FILE.
       end method.

       end class.
