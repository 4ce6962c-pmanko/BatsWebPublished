      * matching the watch-list runner uses. Drops
      * PRESSNOTES-<date>.TXT in the team's WEBSYNC folder each
      * morning the way matchupPrep.cbl drops PREP files, with a
      * PRESSNOTES.LOG line the digest can pick up, and the same sheet
      * as PRESSNOTES-<date>.PDF carrying the probable's headshot.
      * The PDF is also handed to printSpool.cbl as the latest
      * PRESSNOTES build, so a standing print can put it on the
      * press-box printer without anybody opening it.
      * pressNotes.aspx.cbl calls notesTeam directly for the
      * one-click build; the nightly run is a Task Scheduler/cron
      * concern outside this program, same as matchupPrep.cbl.
           invoke mydata::populateData
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer

           invoke type batsweb.engineWatch::forTeam(teamName)
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)

           move "I" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to initialize - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD

           move space to BAT360-GAMES-CHOICE
           move "RG" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               invoke self::logLine(teamName, "unable to load games - " & ERROR-FIELD::Trim)
               move spaces to ERROR-FIELD
           MOVE BAT360-G-GAME-DATE(gg) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gg) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to games-next.
           MOVE bb to BAT360-AB-IP
           MOVE BAT360-AB-KEY(bb) to BAT360-I-KEY
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to ab-next.
               MOVE lastBRow to BAT360-AB-IP
               MOVE BAT360-AB-KEY(lastBRow) to BAT360-I-KEY
               MOVE "VA" to BAT360-ACTION
               invoke type batsweb.engineWatch::run(bat360rununit, "BAT360WEBF", BAT360-ACTION)
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD
               else
           go to hot-loop.
       hot-done.
           CLOSE NOTES-OUT-FILE
           invoke self::writePacketPdf(teamPath, probName)

           invoke type batsweb.reportCatalog::register(teamPath, "PRESSNOTES", ourName::Trim, WS-NOTES-OUT-FILE::Trim, 30)
           invoke self::logLine(teamName, "press notes ready - WEBSYNC\PRESSNOTES-" & type DateTime::Today::ToString("yyyyMMdd") & ".TXT").
       end method.

      *#####     The same sheet as a PDF, with faces on it             #####
      * The TXT read back line for line onto pdfWriter.cbl's page,
      * with the probable's headshot (headshotStore.cbl) placed under
      * his line - the printed packet the broadcaster carries into the
      * booth. Dropped beside the TXT as PRESSNOTES-<date>.PDF.
       method-id writePacketPdf private.
       local-storage section.
       01 sheetLines   type String[].
       01 ll           type Int32.
       01 pdf          type batsweb.pdfWriter.
       01 photoJpeg    type Byte occurs any.
       01 pdfPath      type String.
       01 pdfBytes     type Byte occurs any.
       procedure division using by value teamPath as type String
                          by value probName as type String.
           set sheetLines to type System.IO.File::ReadAllLines(WS-NOTES-OUT-FILE::Trim)
           set photoJpeg to null
           if probName::Trim not = type String::Empty
               set photoJpeg to type batsweb.headshotStore::photoBytesByName(teamPath, probName).

           set pdf to new batsweb.pdfWriter
           move 0 to ll.
       pdf-line-loop.
           if ll >= sheetLines::Length
               go to pdf-line-done.
           if ll = 0
               invoke pdf::addHeading(sheetLines[ll]::TrimEnd)
           else
               invoke pdf::addLine(sheetLines[ll]::TrimEnd).
           if photoJpeg not = null
               and sheetLines[ll]::StartsWith("PROBABLE: ")
               invoke pdf::addImageJpeg(photoJpeg, 90, 120).
           add 1 to ll
           go to pdf-line-loop.
       pdf-line-done.
           set pdfPath to type System.IO.Path::ChangeExtension(WS-NOTES-OUT-FILE::Trim, ".PDF")
           set pdfBytes to pdf::finish("Press Notes")
           invoke type System.IO.File::WriteAllBytes(pdfPath, pdfBytes)
           invoke type batsweb.printSpool::deliver(teamPath, "PRESSNOTES", type String::Empty,
               pdfBytes, "Press Notes", "pressNotes", "PRESSNOTES").
       end method.

      *#####        Time-zone arithmetic for schedule displays         #####
      * Fixed standard offsets - the whole league sits inside one DST
      * regime, so the relative difference between parks is what
