       class-id batsweb.headshotStore.

      * Player headshot library - one photo per PLAY-FILE player id,
      * kept as WEBSYNC\HEADSHOTS\<id>.jpg under the team folder and
      * indexed by WEBSYNC\HEADSHOT.DAT, which headshotUpload.aspx.cbl
      * maintains. The index carries the roster spelling (LAST,
      * FIRST) from the player master at upload time, so the pages
      * that only know a name - the matchup dossier, the kiosk
      * probable, the press notes - find the photo without a trip
      * through the BAT666 run-unit. JPEG only: the pages embed it
      * inline the way comparePlayers.aspx.cbl embeds its spray
      * chart, and pdfWriter.cbl places it as a DCTDecode image.
      *   type batsweb.headshotStore::imgHtml(teamPath, playerId, px)
      *   type batsweb.headshotStore::imgHtmlByName(teamPath, name, px)
      *       an <img> tag px pixels high, "" when there is no photo
      *   type batsweb.headshotStore::photoBytes(teamPath, playerId)
      *   type batsweb.headshotStore::photoBytesByName(teamPath, name)
      *       the JPEG itself, null when there is no photo
      *   type batsweb.headshotStore::hasPhoto(teamPath, playerId)
      * A name may be given as LAST, FIRST or FIRST LAST.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT HEADSHOT-FILE ASSIGN WS-HEADSHOT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HS-KEY
              LOCK MANUAL
              FILE STATUS IS HS-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout headshotUpload.aspx.cbl maintains.
       FD  HEADSHOT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HS-REC.
       01  HS-REC.
           05  HS-KEY.
               10  HS-PLAYER-ID            PIC 9(05).
           05  HS-REST.
               10  HS-PLAYER-NAME          PIC X(30).
               10  HS-FILE-NAME            PIC X(20).
               10  HS-UPLOADED-BY          PIC X(30).
               10  HS-UPLOADED-AT          PIC X(19).
               10  FILLER                  PIC X(16).

       working-storage section.
       01 WS-HEADSHOT-FILE         PIC X(256) VALUE "HEADSHOT.DAT".
       01 HS-STATUS-COMN.
           05  HS-STATUS-BYTE-1        PIC X.
           05  HS-STATUS-BYTE-2        PIC X.

       method-id imgHtml static public.
       local-storage section.
       01 worker       type batsweb.headshotStore.
       01 jpegBytes    type Byte occurs any.
       procedure division using by value teamPath as type String
                          by value playerId as type Int32
                          by value heightPx as type Int32
                          returning htmlText as type String.
           set htmlText to type String::Empty
           set worker to new batsweb.headshotStore
           set jpegBytes to worker::readPhoto(teamPath, worker::photoPathById(teamPath, playerId))
           if jpegBytes = null
               exit method.
           set htmlText to worker::imgTag(jpegBytes, heightPx).
       end method.

       method-id imgHtmlByName static public.
       local-storage section.
       01 worker       type batsweb.headshotStore.
       01 jpegBytes    type Byte occurs any.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          by value heightPx as type Int32
                          returning htmlText as type String.
           set htmlText to type String::Empty
           set worker to new batsweb.headshotStore
           set jpegBytes to worker::readPhoto(teamPath, worker::photoPathByName(teamPath, playerName))
           if jpegBytes = null
               exit method.
           set htmlText to worker::imgTag(jpegBytes, heightPx).
       end method.

       method-id photoBytes static public.
       local-storage section.
       01 worker       type batsweb.headshotStore.
       procedure division using by value teamPath as type String
                          by value playerId as type Int32
                          returning jpegBytes as type Byte occurs any.
           set worker to new batsweb.headshotStore
           set jpegBytes to worker::readPhoto(teamPath, worker::photoPathById(teamPath, playerId)).
       end method.

       method-id photoBytesByName static public.
       local-storage section.
       01 worker       type batsweb.headshotStore.
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          returning jpegBytes as type Byte occurs any.
           set worker to new batsweb.headshotStore
           set jpegBytes to worker::readPhoto(teamPath, worker::photoPathByName(teamPath, playerName)).
       end method.

      * True only when the index has the id and the picture is
      * actually in the folder - a record whose file was lost is as
      * good as no photo for the nightly check.
       method-id hasPhoto static public.
       local-storage section.
       01 worker       type batsweb.headshotStore.
       01 photoPath    type String.
       procedure division using by value teamPath as type String
                          by value playerId as type Int32
                          returning okFlag as type Condition.
           set okFlag to false
           set worker to new batsweb.headshotStore
           set photoPath to worker::photoPathById(teamPath, playerId)
           if photoPath = type String::Empty
               exit method.
           if type System.IO.File::Exists(photoPath)
               set okFlag to true.
       end method.

      *#####                 Index lookups                             #####
       method-id photoPathById private.
       procedure division using by value teamPath as type String
                          by value playerId as type Int32
                          returning photoPath as type String.
           set photoPath to type String::Empty
           set WS-HEADSHOT-FILE to teamPath & "\WEBSYNC\HEADSHOT.DAT"
           OPEN INPUT HEADSHOT-FILE
           if HS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO HS-KEY
           move playerId to HS-PLAYER-ID
           READ HEADSHOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set photoPath to teamPath & "\WEBSYNC\HEADSHOTS\" & HS-FILE-NAME::Trim
           END-READ
           CLOSE HEADSHOT-FILE.
       end method.

      * The index is small - one record a player - so a name lookup
      * is a straight pass over it.
       method-id photoPathByName private.
       local-storage section.
       01 rosterName   pic x(30).
       procedure division using by value teamPath as type String
                          by value playerName as type String
                          returning photoPath as type String.
           set photoPath to type String::Empty
           if playerName = null or playerName::Trim = type String::Empty
               exit method.
           set rosterName to self::rosterSpelling(playerName)
           set WS-HEADSHOT-FILE to teamPath & "\WEBSYNC\HEADSHOT.DAT"
           OPEN INPUT HEADSHOT-FILE
           if HS-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO HS-KEY
           START HEADSHOT-FILE KEY NOT LESS THAN HS-KEY
           if HS-STATUS-BYTE-1 not = "0"
               go to name-done.
       name-loop.
           READ HEADSHOT-FILE NEXT RECORD
               AT END go to name-done.
           if HS-PLAYER-NAME not = rosterName
               go to name-loop.
           set photoPath to teamPath & "\WEBSYNC\HEADSHOTS\" & HS-FILE-NAME::Trim.
       name-done.
           CLOSE HEADSHOT-FILE.
       end method.

      * LAST, FIRST upper-case - a FIRST LAST display name is turned
      * round at its last blank.
       method-id rosterSpelling private.
       local-storage section.
       01 trimmedName  type String.
       01 splitAt      type Int32.
       01 firstPart    type String.
       01 lastPart     type String.
       procedure division using by value playerName as type String
                          returning rosterName as type String.
           set trimmedName to playerName::Trim::ToUpper
           set rosterName to trimmedName
           if trimmedName::IndexOf(",") >= 0
               exit method.
           set splitAt to trimmedName::LastIndexOf(" ")
           if splitAt < 1
               exit method.
           set firstPart to trimmedName::Substring(0, splitAt)::Trim
           add 1 to splitAt
           set lastPart to trimmedName::Substring(splitAt)::Trim
           set rosterName to lastPart & ", " & firstPart.
       end method.

      *#####                 Picture handling                          #####
       method-id readPhoto private.
       procedure division using by value teamPath as type String
                          by value photoPath as type String
                          returning jpegBytes as type Byte occurs any.
           set jpegBytes to null
           if photoPath = type String::Empty
               exit method.
           if not type System.IO.File::Exists(photoPath)
               exit method.
           set jpegBytes to type System.IO.File::ReadAllBytes(photoPath).
       end method.

       method-id imgTag private.
       procedure division using by value jpegBytes as type Byte occurs any
                          by value heightPx as type Int32
                          returning htmlText as type String.
           set htmlText to "<img height='" & heightPx::ToString
               & "' style='vertical-align:middle;margin-right:6px;' src='data:image/jpeg;base64,"
               & type Convert::ToBase64String(jpegBytes) & "'/>".
       end method.

       end class.
