       class-id batsweb.curriculum.

      * Instructional video library and curriculum modules. Every
      * other clip in the system is game or session footage hung off
      * a BAT360 at-bat; the teaching clips - drills, mechanics,
      * model swings - lived on a shared drive nobody could find.
      * They live here instead, beside nothing in the game index:
      *   LESSONCLIP.DAT   one record per clip, filed by skill and
      *                    position (the filing key), the .mp4 itself
      *                    in WEBSYNC\LESSONS under the clip id
      *   CURRICULUM.DAT   ordered modules - step 00 is the module's
      *                    own header (skill, position, description),
      *                    steps 01 on are its clips in teaching order
      * curriculum.aspx.cbl keeps both. A module goes to a player
      * through the same ASSIGNMENT.DAT homework record a playlist
      * does (kind "M", the module name where the playlist name
      * rides), and completion is the same WATCHED.DAT mark the
      * mobile page writes as a clip plays - keyed "LESSON <clip-id>"
      * so a teaching clip can never collide with a game clip's
      * description. The entry points the pages share:
      *   type batsweb.curriculum::progress(teamPath, moduleName,
      *       playerName, by reference stepsNum, doneNum)
      *       steps in the module and how many the player has watched
      *       - customClips.aspx.cbl's ledger, curriculum.aspx.cbl
      *   type batsweb.curriculum::steps(teamPath, moduleName,
      *       playerName)
      *       the module's clips in order, one "clip-id|step|title|
      *       watched Y/N" entry each - mobileClips.aspx.cbl
      *   type batsweb.curriculum::clipPath(teamPath, clipId)
      *       the clip's file, empty when it is not in the library
      *   type batsweb.curriculum::watchKey(clipId)
      *       the WATCHED.DAT description a teaching clip is marked by
      * Player names are matched the way the clip ledger matches
      * them - LASTFIRST in capitals with the spaces (and any comma)
      * run out.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LESSON-CLIP-FILE ASSIGN WS-LESSONCLIP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS IC-KEY
              ALTERNATE KEY IS IC-FILING-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS IC-STATUS-COMN.
          SELECT CURRICULUM-FILE ASSIGN WS-CURRICULUM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CM-KEY
              LOCK MANUAL
              FILE STATUS IS CM-STATUS-COMN.
          SELECT WATCHED-FILE ASSIGN WS-WATCHED-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WA-KEY
              LOCK MANUAL
              FILE STATUS IS WA-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One teaching clip. The position is the two-letter form
      * PLAYERINFO.DAT uses, blank for a clip meant for everybody.
       FD  LESSON-CLIP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IC-REC.
       01  IC-REC.
           05  IC-KEY.
               10  IC-CLIP-ID              PIC X(20).
           05  IC-FILING-KEY.
               10  IC-SKILL                PIC X(20).
               10  IC-POSITION             PIC X(02).
           05  IC-REST.
               10  IC-TITLE                PIC X(60).
               10  IC-FILE-NAME            PIC X(30).
               10  IC-ADDED-BY             PIC X(30).
               10  IC-ADDED-AT             PIC X(19).
               10  FILLER                  PIC X(19).

      * One step of a module; step 00 is the header.
       FD  CURRICULUM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05  CM-KEY.
               10  CM-MODULE               PIC X(30).
               10  CM-STEP                 PIC 9(02).
           05  CM-REST.
               10  CM-CLIP-ID              PIC X(20).
               10  CM-SKILL                PIC X(20).
               10  CM-POSITION             PIC X(02).
               10  CM-NOTE                 PIC X(60).
               10  CM-UPDATED-BY           PIC X(30).
               10  CM-UPDATED-AT           PIC X(19).
               10  FILLER                  PIC X(17).

      * Same per-user watched marks mobileClips.aspx.cbl writes.
       FD  WATCHED-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WA-REC.
       01  WA-REC.
           05  WA-KEY.
               10  WA-CLIP-DESC            PIC X(60).
               10  WA-USER                 PIC X(30).
           05  WA-REST.
               10  WA-WATCHED-AT           PIC X(19).
               10  FILLER                  PIC X(11).

       working-storage section.
       01 WS-LESSONCLIP-FILE       PIC X(256) VALUE "LESSONCLIP.DAT".
       01 IC-STATUS-COMN.
           05  IC-STATUS-BYTE-1        PIC X.
           05  IC-STATUS-BYTE-2        PIC X.
       01 WS-CURRICULUM-FILE       PIC X(256) VALUE "CURRICULUM.DAT".
       01 CM-STATUS-COMN.
           05  CM-STATUS-BYTE-1        PIC X.
           05  CM-STATUS-BYTE-2        PIC X.
       01 WS-WATCHED-FILE          PIC X(256) VALUE "WATCHED.DAT".
       01 WA-STATUS-COMN.
           05  WA-STATUS-BYTE-1        PIC X.
           05  WA-STATUS-BYTE-2        PIC X.
      * The module's steps as loaded, in order.
       01 STEP-TBL.
           05  SP-ENTRY OCCURS 99.
               10  SP-STEP                 PIC 9(02).
               10  SP-CLIP-ID              PIC X(20).
               10  SP-TITLE                PIC X(60).
               10  SP-WATCHED              PIC X.
       01 SP-COUNT                 PIC 9(02).

      *#####                     Entry points                          #####
       method-id progress static public.
       local-storage section.
       01 worker       type batsweb.curriculum.
       procedure division using by value teamPath as type String
                          by value moduleName as type String
                          by value playerName as type String
                          by reference stepsNum as type Int32
                          by reference doneNum as type Int32.
           set stepsNum to 0
           set doneNum to 0
           set worker to new batsweb.curriculum
           invoke worker::loadSteps(teamPath, moduleName, playerName)
           set stepsNum to worker::stepCount
           set doneNum to worker::doneCount.
       end method.

       method-id steps static public.
       local-storage section.
       01 worker       type batsweb.curriculum.
       procedure division using by value teamPath as type String
                          by value moduleName as type String
                          by value playerName as type String
                          returning stepList as type String[].
           set worker to new batsweb.curriculum
           invoke worker::loadSteps(teamPath, moduleName, playerName)
           set stepList to worker::stepEntries.
       end method.

       method-id clipPath static public.
       local-storage section.
       01 worker       type batsweb.curriculum.
       procedure division using by value teamPath as type String
                          by value clipId as type String
                          returning pathText as type String.
           set worker to new batsweb.curriculum
           set pathText to worker::findClip(teamPath, clipId).
       end method.

       method-id watchKey static public.
       procedure division using by value clipId as type String
                          returning descText as type String.
           set descText to "LESSON " & clipId::Trim.
       end method.

      *#####                  Module walk and marks                    #####
      * Loads the module's steps with each one's title and whether
      * the player has a watched mark on it.
       method-id loadSteps private.
       local-storage section.
       01 playerKey    type String.
       procedure division using by value teamPath as type String
                          by value moduleName as type String
                          by value playerName as type String.
           set WS-LESSONCLIP-FILE to teamPath & "\WEBSYNC\LESSONCLIP.DAT"
           set WS-CURRICULUM-FILE to teamPath & "\WEBSYNC\CURRICULUM.DAT"
           set WS-WATCHED-FILE to teamPath & "\WEBSYNC\WATCHED.DAT"
           set playerKey to playerName::Trim::ToUpper::Replace(" ", type String::Empty)::Replace(",", type String::Empty)
           INITIALIZE STEP-TBL
           move zeroes to SP-COUNT

           OPEN INPUT CURRICULUM-FILE
           if CM-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO CM-KEY
           set CM-MODULE to moduleName::Trim::ToUpper
           move 1 to CM-STEP
           START CURRICULUM-FILE KEY NOT LESS THAN CM-KEY
           if CM-STATUS-BYTE-1 not = "0"
               CLOSE CURRICULUM-FILE
               exit method.
       step-loop.
           READ CURRICULUM-FILE NEXT RECORD
               AT END go to step-done.
           if CM-MODULE not = moduleName::Trim::ToUpper
               go to step-done.
           if SP-COUNT >= 99
               go to step-done.
           add 1 to SP-COUNT
           move CM-STEP to SP-STEP(SP-COUNT)
           move CM-CLIP-ID to SP-CLIP-ID(SP-COUNT)
           move "N" to SP-WATCHED(SP-COUNT)
           go to step-loop.
       step-done.
           CLOSE CURRICULUM-FILE

           OPEN INPUT LESSON-CLIP-FILE
           if IC-STATUS-BYTE-1 = "0"
               invoke self::titleSteps
               CLOSE LESSON-CLIP-FILE.

           OPEN INPUT WATCHED-FILE
           if WA-STATUS-BYTE-1 = "0"
               invoke self::markSteps(playerKey)
               CLOSE WATCHED-FILE.
       end method.

       method-id titleSteps private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division.
           move 1 to nn.
       title-loop.
           if nn > SP-COUNT
               exit method.
           MOVE SPACES TO IC-KEY
           move SP-CLIP-ID(nn) to IC-CLIP-ID
           READ LESSON-CLIP-FILE
               INVALID KEY
                   move "(clip no longer in the library)" to SP-TITLE(nn)
               NOT INVALID KEY
                   move IC-TITLE to SP-TITLE(nn)
           END-READ
           add 1 to nn
           go to title-loop.
       end method.

       method-id markSteps private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division using by value playerKey as type String.
           if playerKey = type String::Empty
               exit method.
           move 1 to nn.
       mark-loop.
           if nn > SP-COUNT
               exit method.
           MOVE SPACES TO WA-KEY
           set WA-CLIP-DESC to type batsweb.curriculum::watchKey(SP-CLIP-ID(nn))
           set WA-USER to playerKey
           READ WATCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "Y" to SP-WATCHED(nn)
           END-READ
           add 1 to nn
           go to mark-loop.
       end method.

       method-id stepCount private.
       procedure division returning countNum as type Int32.
           set countNum to SP-COUNT.
       end method.

       method-id doneCount private.
       local-storage section.
       01 nn           pic 9(02).
       procedure division returning countNum as type Int32.
           set countNum to 0
           move 1 to nn.
       done-loop.
           if nn > SP-COUNT
               exit method.
           if SP-WATCHED(nn) = "Y"
               add 1 to countNum.
           add 1 to nn
           go to done-loop.
       end method.

       method-id stepEntries private.
       local-storage section.
       01 nn           pic 9(02).
       01 kk           type Int32 value 0.
       procedure division returning stepList as type String[].
           set size of stepList to SP-COUNT
           move 1 to nn.
       fill-loop.
           if nn > SP-COUNT
               exit method.
           set stepList[kk] to SP-CLIP-ID(nn)::Trim & "|" & SP-STEP(nn)::ToString & "|"
               & SP-TITLE(nn)::Trim & "|" & SP-WATCHED(nn)
           add 1 to kk
           add 1 to nn
           go to fill-loop.
       end method.

       method-id findClip private.
       procedure division using by value teamPath as type String
                          by value clipId as type String
                          returning pathText as type String.
           set pathText to type String::Empty
           set WS-LESSONCLIP-FILE to teamPath & "\WEBSYNC\LESSONCLIP.DAT"
           OPEN INPUT LESSON-CLIP-FILE
           if IC-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO IC-KEY
           set IC-CLIP-ID to clipId::Trim
           READ LESSON-CLIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set pathText to teamPath & "\WEBSYNC\LESSONS\" & IC-FILE-NAME::Trim
           END-READ
           CLOSE LESSON-CLIP-FILE
           if pathText not = type String::Empty
               if not type System.IO.File::Exists(pathText)
                   set pathText to type String::Empty.
       end method.

       end class.
