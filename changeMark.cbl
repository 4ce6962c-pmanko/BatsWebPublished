       class-id batsweb.changeMark.

      * Change marks for the derived files. SUMMARYAGG.DAT,
      * CAREER.DAT, LINEUPHIST.DAT, RUNEXP.DAT and METRICHIST.DAT are
      * all built from the charted games, and the nightly builders
      * either rebuild from zero or (CAREER, METRICHIST) never look
      * back past their own high-water mark - so a corrected pitch, a
      * merged player or a replaced engine file left them telling the
      * old story. Every program that changes charted source data now
      * leaves one CHANGEMARK.DAT record per change in the team's
      * WEBSYNC folder saying what it touched:
      *   markGame     a game (and the players on it, when known)
      *                  pitchCorrection.aspx.cbl, websyncReceive.cbl
      *   markPlayers  one or two players across every game
      *                  playerDedupe.cbl
      *   markTeam     the whole team - an upstream file replaced
      *                with no word on which games moved
      *                  websyncReceive.cbl
      * derivedRebuild.cbl reads the open marks, recomputes only the
      * derived records they reach and stamps them done.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHANGE-MARK-FILE ASSIGN WS-CHANGEMARK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CM-KEY
              LOCK MANUAL
              FILE STATUS IS CM-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One change per record, in the order they happened - the
      * sequence number only breaks a tie inside one millisecond.
       FD  CHANGE-MARK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05  CM-KEY.
               10  CM-STAMP                PIC X(17).
               10  CM-SEQ                  PIC 9(03).
           05  CM-REST.
               10  CM-SOURCE               PIC X(10).
               10  CM-SCOPE                PIC X.
                   88  CM-SCOPE-GAME       VALUE "G".
                   88  CM-SCOPE-PLAYER     VALUE "P".
                   88  CM-SCOPE-TEAM       VALUE "T".
      *        Game date yyyyMMdd - the LINEUPHIST.DAT key spelling.
               10  CM-GAME-DATE            PIC X(08).
               10  CM-GAME-ID              PIC X(10).
      *        Roster spelling, upper case - blank when not known.
               10  CM-PLAYER-1             PIC X(30).
               10  CM-PLAYER-2             PIC X(30).
               10  CM-DETAIL               PIC X(60).
               10  CM-DONE-FLAG            PIC X.
                   88  CM-OPEN             VALUE " ".
                   88  CM-DONE             VALUE "Y".
               10  CM-DONE-AT              PIC X(19).
               10  FILLER                  PIC X(20).

       working-storage section.
       01 WS-CHANGEMARK-FILE       PIC X(256) VALUE "CHANGEMARK.DAT".
       01 CM-STATUS-COMN.
           05  CM-STATUS-BYTE-1        PIC X.
           05  CM-STATUS-BYTE-2        PIC X.

      * A game changed. gameDateText is the game's own date in any
      * form DateTime reads - the pages hold MM/dd/yy.
       method-id markGame static public.
       local-storage section.
       01 worker       type batsweb.changeMark.
       01 gameDay      type DateTime.
       01 dateStamp    pic x(08).
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value gameDateText as type String
                          by value gameId as type String
                          by value playerOne as type String
                          by value playerTwo as type String
                          by value detailText as type String.
           move spaces to dateStamp
           if type DateTime::TryParse(gameDateText::Trim, by reference gameDay)
               set dateStamp to gameDay::ToString("yyyyMMdd").
           set worker to new batsweb.changeMark
           invoke worker::writeMark(teamPath, sourceName, "G", dateStamp, gameId, playerOne, playerTwo, detailText).
       end method.

      * A player (or a merged pair) changed across every game.
       method-id markPlayers static public.
       local-storage section.
       01 worker       type batsweb.changeMark.
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value playerOne as type String
                          by value playerTwo as type String
                          by value detailText as type String.
           set worker to new batsweb.changeMark
           invoke worker::writeMark(teamPath, sourceName, "P", type String::Empty, type String::Empty, playerOne, playerTwo, detailText).
       end method.

      * The team's charted data changed in ways nobody itemized.
       method-id markTeam static public.
       local-storage section.
       01 worker       type batsweb.changeMark.
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value detailText as type String.
           set worker to new batsweb.changeMark
           invoke worker::writeMark(teamPath, sourceName, "T", type String::Empty, type String::Empty, type String::Empty, type String::Empty, detailText).
       end method.

      *#####                  One mark on the file                     #####
       method-id writeMark private.
       procedure division using by value teamPath as type String
                          by value sourceName as type String
                          by value scopeCode as type String
                          by value dateStamp as type String
                          by value gameId as type String
                          by value playerOne as type String
                          by value playerTwo as type String
                          by value detailText as type String.
           set WS-CHANGEMARK-FILE to teamPath::Trim & "\WEBSYNC\CHANGEMARK.DAT"

           OPEN I-O CHANGE-MARK-FILE
           IF CM-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT CHANGE-MARK-FILE
               CLOSE CHANGE-MARK-FILE
               OPEN I-O CHANGE-MARK-FILE
           END-IF
           if CM-STATUS-BYTE-1 not = "0"
               exit method.

           MOVE SPACES TO CM-REC
           set CM-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmssfff")
           move 0 to CM-SEQ
           set CM-SOURCE to sourceName
           set CM-SCOPE to scopeCode
           set CM-GAME-DATE to dateStamp
           set CM-GAME-ID to gameId::Trim
           set CM-PLAYER-1 to playerOne::Trim::ToUpper
           set CM-PLAYER-2 to playerTwo::Trim::ToUpper
           set CM-DETAIL to detailText
           move space to CM-DONE-FLAG.
       write-mark.
           WRITE CM-REC
               INVALID KEY
                   if CM-SEQ < 999
                       add 1 to CM-SEQ
                       go to write-mark
                   end-if
           END-WRITE
           CLOSE CHANGE-MARK-FILE.
       end method.

       end class.
