      *                        files whose layouts only the upstream
      *                        system knows; the payload ships beside
      *                        the batch and is named in the line)
      *                    "G" game notice - names a game the batch's
      *                        file replacements changed
      *                    "P" provisional in-game line (target
      *                        LIVEGAME.DAT) - sent every few minutes
      *                        while a game is being charted
      *     col 2-13   target file name (blank on a "G" line)
      *     col 14-    record image (A/D) or payload file name (F);
      *                on a "G" line the game date MM/DD/YY (col
      *                14-21), game id (col 22-31) and, when the
      *                sender knows it, the one player (col 32-61);
      *                on a "P" line the liveGame.cbl line image
      *
      * A replaced file means charted games moved, and the derived
      * files built from them need restating: each "G" notice becomes
      * a change mark for that game (changeMark.cbl), and a batch that
      * replaced files without saying which games marks the whole
      * team. derivedRebuild.cbl works the marks off. The same notices
      * (or the whole team) go to gameCert.cbl, so a certified game
      * that moved upstream reads "change pending approval" until a
      * supervisor gives the reason and a second one approves.
      * "P" lines go to liveGame.cbl and feed the live views of
      * gameSummary and the kiosk. When the final sync for a game
      * lands (file replacements with that game's "G" notice), its
      * provisional lines are checked against the charted game, the
      * differences logged to LIVEDIFF.LOG and the lines dropped.
      * Batches apply strictly in sequence: RUNCTL.DAT's
      * RC-APPLIED-SEQ says what has landed, and the next batch must
      * be exactly that plus one. A missing number is a HARD error -
               88  DELTA-OP-ADD        VALUE "A".
               88  DELTA-OP-DELETE     VALUE "D".
               88  DELTA-OP-FILE       VALUE "F".
               88  DELTA-OP-GAME       VALUE "G".
               88  DELTA-OP-LIVE       VALUE "P".
           05  DELTA-TARGET            PIC X(12).
           05  DELTA-PAYLOAD           PIC X(300).
           05  DELTA-GAME-NOTICE REDEFINES DELTA-PAYLOAD.
               10  DELTA-GAME-DATE         PIC X(08).
               10  DELTA-GAME-ID           PIC X(10).
               10  DELTA-GAME-PLAYER       PIC X(30).
               10  FILLER                  PIC X(252).

      * Same layout Default.aspx.cbl reads at login - the one keyed
      * file whose record shape this box owns end to end, so its
           05  AK-STATUS-BYTE-2        PIC X.
       01 WS-APPLIED-SEQ           PIC 9(06).
       01 WS-OP-COUNT              PIC 9(05).
      * The games this batch's "G" notices named - reconciled against
      * their provisional lines once the batch is in.
       01 GN-TBL.
           05  GN-ENTRY OCCURS 50.
               10  GN-GAME-DATE            PIC X(08).
               10  GN-GAME-ID              PIC X(10).
       01 GN-COUNT                 PIC 9(02).

       method-id Main static public.
       local-storage section.
       local-storage section.
       01 payloadPath      type String.
       01 livePath         type String.
       01 fileOpFlag       pic x value "N".
       01 gameNoticeFlag   pic x value "N".
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value batchPath as type String
                          by value batchSeq as type Int32.
           set WS-DELTA-FILE to batchPath
           move 0 to WS-OP-COUNT
           move 0 to GN-COUNT

           OPEN INPUT DELTA-FILE
           if DL-STATUS-BYTE-1 not = "0"
                   if type System.IO.File::Exists(payloadPath)
                       invoke type System.IO.File::Copy(payloadPath, livePath, true)
                       invoke type System.IO.File::Delete(payloadPath)
                       move "Y" to fileOpFlag
                   else
                       invoke self::logLine(teamName, "batch " & batchSeq::ToString("000000") & " names payload " & DELTA-PAYLOAD::Trim & " which never arrived")
                   end-if
               WHEN DELTA-OP-GAME
                   invoke type batsweb.changeMark::markGame(teamPath, "WEBSYNC",
                       DELTA-GAME-DATE, DELTA-GAME-ID, DELTA-GAME-PLAYER, type String::Empty,
                       "batch " & batchSeq::ToString("000000"))
      *            A certified game that moved upstream waits on a
      *            reason and a second supervisor's approval.
                   invoke type batsweb.gameCert::noteChange(teamPath, "WEBSYNC",
                       DELTA-GAME-DATE, DELTA-GAME-ID, "batch " & batchSeq::ToString("000000") & " changed the game upstream")
                   move "Y" to gameNoticeFlag
                   if GN-COUNT < 50
                       add 1 to GN-COUNT
                       move DELTA-GAME-DATE to GN-GAME-DATE(GN-COUNT)
                       move DELTA-GAME-ID to GN-GAME-ID(GN-COUNT)
                   end-if
               WHEN DELTA-OP-LIVE
                   invoke type batsweb.liveGame::post(teamPath, DELTA-PAYLOAD)
               WHEN OTHER
                   invoke self::logLine(teamName, "batch " & batchSeq::ToString("000000") & " has an unknown op '" & DELTA-OP & "' - line skipped")
           END-EVALUATE
           CLOSE WEBPASS-FILE
           CLOSE DELTA-FILE

      *    Files replaced with no game named - every derived record
      *    the team has is suspect.
           if fileOpFlag = "Y" and gameNoticeFlag not = "Y"
               invoke type batsweb.changeMark::markTeam(teamPath, "WEBSYNC",
                   "batch " & batchSeq::ToString("000000") & " replaced files without game notices")
               invoke type batsweb.gameCert::noteChange(teamPath, "WEBSYNC", type String::Empty, type String::Empty,
                   "batch " & batchSeq::ToString("000000") & " replaced files without game notices").

      *    The final sync for a game replaces its provisional lines.
           if fileOpFlag = "Y" and GN-COUNT > 0
               invoke self::reconcileLive(teamPath, teamName, batchSeq).

           invoke self::writeAck(batchSeq)
           invoke self::stampRunControl(teamName, batchSeq)
           invoke type System.IO.File::Delete(batchPath)
           invoke self::logLine(teamName, "applied batch " & batchSeq::ToString("000000") & " (" & WS-OP-COUNT & " operations)").
       end method.

      * Each game the final sync named: the provisional lines are
      * checked against the charted game and dropped.
       method-id reconcileLive private.
       local-storage section.
       01 gn               pic 9(02).
       01 diffCount        type Int32.
       procedure division using by value teamPath as type String
                          by value teamName as type String
                          by value batchSeq as type Int32.
           invoke type batsweb.engineWatch::forTeam(teamName)
           move 1 to gn.
       gn-loop.
           if gn > GN-COUNT
               go to gn-done.
           set diffCount to type batsweb.liveGame::reconcile(teamPath, GN-GAME-DATE(gn), GN-GAME-ID(gn))
           if diffCount > 0
               invoke self::logLine(teamName, "batch " & batchSeq::ToString("000000") & " final sync for game " & GN-GAME-ID(gn)::Trim
                   & " on " & GN-GAME-DATE(gn)::Trim & " differs from the live lines in " & diffCount::ToString & " places - see LIVEDIFF.LOG")
           else
               if diffCount = 0
                   invoke self::logLine(teamName, "batch " & batchSeq::ToString("000000") & " final sync for game " & GN-GAME-ID(gn)::Trim
                       & " on " & GN-GAME-DATE(gn)::Trim & " matches the live lines")
               end-if
           end-if
           add 1 to gn
           go to gn-loop.
       gn-done.
       end method.

       method-id loadAppliedSeq private.
       procedure division using by value teamName as type String.
           move zeroes to WS-APPLIED-SEQ
