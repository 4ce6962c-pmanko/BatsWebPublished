       class-id batsweb.clipWatermark.

      * Forensic watermark for clips that leave the building - share
      * links (customClips.aspx.cbl/EZvideo.aspx.cbl, played back by
      * shareplay.aspx.cbl), road bundles (batchDispatcher.cbl's type
      * "X" job) and mobileClips.aspx.cbl's tap-to-play all hand a
      * device we do not control a copy marked for one recipient:
      *   type batsweb.clipWatermark::markClip(teamPath, clipPath,
      *       outPath, channelCode, recipientName, tokenRef,
      *       deliveredBy)
      * A fresh viewer code is drawn, the clip is re-rendered through
      * ffmpeg with the code burned in as a light corner mark and
      * carried again in the file's comment metadata (BATSWM <code>),
      * and the delivery is written to the team's WMLOG.DAT under the
      * code - who it went to, over which channel, the share token or
      * bundle request behind it, and when. watermarkLookup.aspx.cbl
      * takes the code off a leaked clip and names the recipient.
      * Returns the code, or empty when the render failed (nothing is
      * logged then). In-app playback never comes through here and
      * stays unmarked.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DELIVERY-LOG-FILE ASSIGN WS-WMLOG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WM-KEY
              LOCK MANUAL
              FILE STATUS IS WM-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * One record per marked copy handed out, keyed by the viewer
      * code burned into it.
       FD  DELIVERY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WM-REC.
       01  WM-REC.
           05  WM-KEY.
               10  WM-CODE                 PIC X(10).
           05  WM-REST.
               10  WM-CHANNEL              PIC X(06).
                   88  WM-VIA-SHARE        VALUE "SHARE".
                   88  WM-VIA-BUNDLE       VALUE "BUNDLE".
                   88  WM-VIA-MOBILE       VALUE "MOBILE".
               10  WM-RECIPIENT            PIC X(60).
               10  WM-TOKEN                PIC X(40).
               10  WM-CLIP-ID              PIC X(60).
               10  WM-DELIVERED-BY         PIC X(30).
               10  WM-DELIVERED-AT         PIC X(19).
               10  FILLER                  PIC X(25).

       working-storage section.
       01 WS-WMLOG-FILE            PIC X(256) VALUE "WMLOG.DAT".
       01 WM-STATUS-COMN.
           05  WM-STATUS-BYTE-1        PIC X.
           05  WM-STATUS-BYTE-2        PIC X.

       method-id markClip static public.
       local-storage section.
       01 worker       type batsweb.clipWatermark.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value outPath as type String
                          by value channelCode as type String
                          by value recipientName as type String
                          by value tokenRef as type String
                          by value deliveredBy as type String
                          returning codeOut as type String.
           set worker to new batsweb.clipWatermark
           set codeOut to worker::markOne(teamPath, clipPath, outPath, channelCode, recipientName, tokenRef, deliveredBy).
       end method.

      *#####            Draw a code, render, log the delivery          #####
       method-id markOne private.
       local-storage section.
       01 viewerCode       type String.
       01 tries            pic 9(02) value 0.
       01 ffmpegArgs       type String.
       01 psi              type System.Diagnostics.ProcessStartInfo.
       01 proc             type System.Diagnostics.Process.
       procedure division using by value teamPath as type String
                          by value clipPath as type String
                          by value outPath as type String
                          by value channelCode as type String
                          by value recipientName as type String
                          by value tokenRef as type String
                          by value deliveredBy as type String
                          returning codeOut as type String.
           set codeOut to type String::Empty
           if not type System.IO.File::Exists(clipPath)
               exit method.

           set WS-WMLOG-FILE to teamPath & "\WEBSYNC\WMLOG.DAT"
           OPEN I-O DELIVERY-LOG-FILE
           IF WM-STATUS-BYTE-1 NOT EQUAL ZEROES
               OPEN OUTPUT DELIVERY-LOG-FILE
               CLOSE DELIVERY-LOG-FILE
               OPEN I-O DELIVERY-LOG-FILE
           END-IF

      *    Ten characters off a fresh GUID - a code already on file is
      *    simply drawn again.
       code-loop.
           add 1 to tries
           if tries > 20
               CLOSE DELIVERY-LOG-FILE
               exit method.
           set viewerCode to type System.Guid::NewGuid()::ToString("N")::Substring(0, 10)::ToUpper
           MOVE SPACES TO WM-KEY
           set WM-CODE to viewerCode
           READ DELIVERY-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   go to code-loop
           END-READ

           if not type System.IO.Directory::Exists(type System.IO.Path::GetDirectoryName(outPath))
               invoke type System.IO.Directory::CreateDirectory(type System.IO.Path::GetDirectoryName(outPath)).

      *    The visible mark stays light in the lower right so the
      *    video still coaches; the comment tag survives a crop.
           set ffmpegArgs to "-y -i """ & clipPath & """ -vf ""drawtext=fontfile='C\:/Windows/Fonts/arial.ttf':text='" & viewerCode
               & "':fontsize=18:fontcolor=white@0.35:x=w-tw-15:y=h-th-15"" -metadata comment=""BATSWM " & viewerCode
               & """ -c:v libx264 -crf 23 -c:a copy """ & outPath & """"
           set psi to new type System.Diagnostics.ProcessStartInfo("ffmpeg.exe", ffmpegArgs)
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           set proc to type System.Diagnostics.Process::Start(psi)
           invoke proc::WaitForExit(300000)
           if not type System.IO.File::Exists(outPath)
               CLOSE DELIVERY-LOG-FILE
               exit method.

           MOVE SPACES TO WM-REC
           set WM-CODE to viewerCode
           set WM-CHANNEL to channelCode
           set WM-RECIPIENT to recipientName
           set WM-TOKEN to tokenRef
           set WM-CLIP-ID to type System.IO.Path::GetFileName(clipPath)
           set WM-DELIVERED-BY to deliveredBy
           set WM-DELIVERED-AT to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           WRITE WM-REC
               INVALID KEY
                   REWRITE WM-REC
           END-WRITE
           CLOSE DELIVERY-LOG-FILE
           set codeOut to viewerCode.
       end method.

       end class.
