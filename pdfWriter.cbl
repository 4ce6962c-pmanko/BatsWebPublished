      *   invoke pdf::addLine("...")    invoke pdf::newPage
      *   invoke pdf::addImageJpeg(jpegBytes, wPts, hPts)
      *   set pdfBytes to pdf::finish("Lineup Card")
      * A long document (the season yearbook) can ask for a running
      * footer - numberPages(text) stamps "text - page n of N" at the
      * foot of every page - and read pageNumber as it goes to build
      * its contents page.
      * No third-party renderer, nothing to install on the server -
      * the same self-contained rule the ffmpeg shell-outs broke only
      * because video left no choice.
       01 WS-PAGE-BOTTOM       PIC 9(03) VALUE 40.
       01 WS-LINE-STEP         PIC 9(02) VALUE 13.
       01 WS-LEFT-MARGIN       PIC 9(03) VALUE 40.
       01 WS-FOOTER-Y          PIC 9(02) VALUE 22.
       01 footerText           type String.

       method-id New public.
       procedure division.
           set cursorY to WS-PAGE-TOP.
       end method.

      * Turns on the running footer, stamped onto every page when the
      * document is finished.
       method-id numberPages public.
       procedure division using by value lineText as type String.
           set footerText to lineText::Replace("\", "\\")::Replace("(", "\(")::Replace(")", "\)").
       end method.

      * The page the cursor is on, counting from 1.
       method-id pageNumber public.
       procedure division returning pageNum as type Int32.
           set pageNum to pageList::Count.
       end method.

      * One Courier text line at the cursor; the page breaks itself
      * when the cursor runs off the bottom.
       method-id addLine public.
               invoke self::emit(outStream, "<< /Type /Page /Parent 2 0 R /MediaBox [0 0 612 792] /Resources << /Font << /F1 3 0 R >> /XObject << /Im1 " & imgObjNum::ToString & " 0 R >> >> /Contents " & contObjNum::ToString & " 0 R >>" & type Environment::NewLine & "endobj" & type Environment::NewLine).

           set contentText to (pageList[pp] as type System.Text.StringBuilder)::ToString
           if footerText not = null
               set contentText to contentText & "BT /F1 8 Tf 1 0 0 1 " & WS-LEFT-MARGIN::ToString & " " & WS-FOOTER-Y::ToString & " Tm (" & footerText & " - page " & (pp + 1)::ToString & " of " & pageCount::ToString & ") Tj ET" & type Environment::NewLine.
           set contentBytes to type System.Text.Encoding::ASCII::GetBytes(contentText)
           invoke self::beginObj(outStream, offsets, contObjNum)
           invoke self::emit(outStream, "<< /Length " & contentBytes::Length & " >>" & type Environment::NewLine & "stream" & type Environment::NewLine)
