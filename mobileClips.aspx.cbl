                   88  AS-OPEN             VALUE "O".
                   88  AS-COMPLETE         VALUE "C".
               10  AS-CREATED-AT           PIC X(19).
      *        A curriculum module (curriculum.cbl) rides as kind "M"
      *        with the module name in AS-PLAYLIST; blank is a playlist.
               10  AS-KIND                 PIC X.
                   88  AS-MODULE           VALUE "M".
               10  FILLER                  PIC X(09).

      * Per-user watched mark per clip - written here as each clip
      * plays, read back by the coach-side assignment ledger.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

      * Lightweight clip-only view for narrow/mobile screens - reuses the
           if self::Session["team"] not = null
               invoke self::setTeamFilePaths
               invoke self::listHomework
               invoke self::listDevGoals
           end-if
           invoke self::setupWellnessForm

           move "I" to BATSW100-ACTION
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)
           invoke self::populate_mobile_listbox().
           invoke self::logAudit("mobileClips").


           if actionFlag = "play-clip"
               set callbackReturn to actionFlag & "|" & self::playClip(methodArg).
      *    A curriculum clip answers in the same shape as a game clip,
      *    so the player's phone plays it the same way.
           if actionFlag = "play-lesson"
               set callbackReturn to "play-clip|" & self::playLesson(methodArg).

       end method.

       local-storage section.
       01 vidPath type String.
       01 idx type Int32.
       01 app-data-folder type String.
       01 teamFolder      type String.
       01 viewerName      type String.
       01 markedPath      type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\batsw100webf_dg.CPB".
       procedure division using by value indexString as type String
           MOVE "PV" to BATSW100-ACTION
           set BATSW100rununit to self::Session::Item("w100rununit") as
               type RunUnit
           invoke type batsweb.engineWatch::run(BATSW100rununit, "BATSW100WEBF", BATSW100-ACTION)

           if ERROR-FIELD NOT = SPACES
               set mobileReturn to "er|" & ERROR-FIELD
               exit method.

           set vidPath to BATSW100-WF-VIDEO-PATH(1) & BATSW100-WF-VIDEO-A(1)

      *    A phone is a device we do not control - the player gets a
      *    copy watermarked to them (batsweb.clipWatermark), drawn
      *    once per viewer and clip and reused on the next tap.
           set viewerName to self::Session["last"]::ToString::Trim & self::Session["first"]::ToString::Trim
           set markedPath to Server::MapPath("~/Images/Exports/Mobile") & "\"
               & viewerName::Replace(" ", type String::Empty) & "\" & type System.IO.Path::GetFileName(vidPath::Trim)
           if not type System.IO.File::Exists(markedPath)
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
               set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
                   & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               if type batsweb.clipWatermark::markClip(teamFolder, vidPath::Trim, markedPath, "MOBILE",
                       viewerName, self::Session["team"]::ToString::Trim, viewerName) = type String::Empty
                   set mobileReturn to "er|This clip could not be prepared for your phone."
                   exit method
               end-if
           end-if

      *    The coach's voice note rides behind a second "|" field when
      *    one is on file - the markup offers it as an audio track.
           set mobileReturn to markedPath & "|" & self::audioNoteUrl(vidPath)

      *    The tap is the watched mark - the coach-side assignment
      *    ledger reads it back from WATCHED.DAT.
              into WS-AUDIONOTE-FILE.
       end method.

      * The player's own open homework above the clip list - a
      * curriculum module lists its clips in teaching order under it,
      * each one a tap to play, ticked once watched.
       method-id listHomework private.
       local-storage section.
       01 myName       pic x(30).
       01 rowText      type String.
       01 stepsNum     type Int32.
       01 doneNum      type Int32.
       procedure division.
           set myName to self::Session["last"]::ToString::Trim::ToUpper & self::Session["first"]::ToString::Trim::ToUpper

           if AS-PLAYER::Trim::Replace(" ", type String::Empty)
               not = myName::Trim::Replace(" ", type String::Empty)
               go to hw-loop.
           if AS-MODULE
               go to hw-module.
           set rowText to self::langText("MOBILE-HOMEWORK", "Homework") & ": "
               & AS-PLAYLIST::Trim & " - "
               & self::langText("MOBILE-DUE", "due") & " " & AS-DUE-DATE::Trim
               set rowText to rowText & " (" & AS-NOTE::Trim & ")".
           invoke self::addTableRow(mobileVideoTable, rowText)
           go to hw-loop.
       hw-module.
           invoke type batsweb.curriculum::progress(self::teamFolder, AS-PLAYLIST, AS-PLAYER, by reference stepsNum, by reference doneNum)
           set rowText to self::langText("MOBILE-MODULE", "Module") & ": "
               & AS-PLAYLIST::Trim & " - "
               & self::langText("MOBILE-DUE", "due") & " " & AS-DUE-DATE::Trim
               & " - " & doneNum::ToString & "/" & stepsNum::ToString
           if AS-NOTE not = spaces
               set rowText to rowText & " (" & AS-NOTE::Trim & ")".
           invoke self::addTableRow(mobileVideoTable, rowText)
           invoke self::listModuleSteps(AS-PLAYLIST, AS-PLAYER)
           go to hw-loop.
       hw-done.
           CLOSE ASSIGNMENT-FILE.
       end method.

      * The player's own development goals this season under the
      * homework - each one and where the monthly review left it,
      * off the plan the coaches keep on devPlan.aspx.cbl.
       method-id listDevGoals private.
       local-storage section.
       01 planList     type String[].
       01 gg           type Int32.
       procedure division.
           set planList to type batsweb.devPlan::goalLines(self::teamFolder,
               self::Session["last"]::ToString & self::Session["first"]::ToString,
               type DateTime::Today::Year)
           move 0 to gg.
       goal-loop.
           if gg >= planList::Length
               exit method.
           invoke self::addTableRow(mobileVideoTable, self::langText("MOBILE-GOAL", "Goal") & ": " & planList[gg])
           add 1 to gg
           go to goal-loop.
       end method.

      * One tap-to-play row per clip in the module, in order.
       method-id listModuleSteps private.
       local-storage section.
       01 stepList     type String[].
       01 stepParts    type String[].
       01 ss           type Int32.
       01 rowText      type String.
       procedure division using by value moduleName as type String
                          by value playerName as type String.
           set stepList to type batsweb.curriculum::steps(self::teamFolder, moduleName, playerName)
           move 0 to ss.
       step-loop.
           if ss >= stepList::Length
               exit method.
           set stepParts to stepList[ss]::Split('|')
           set rowText to "&nbsp;&nbsp;<a href=""javascript:CallServer('play-lesson|" & stepParts[0]
               & "','')"">" & stepParts[1] & ". " & stepParts[2] & "</a>"
           if stepParts[3] = "Y"
               set rowText to rowText & " &#10003;".
           invoke self::addTableRow(mobileVideoTable, rowText)
           add 1 to ss
           go to step-loop.
       end method.

      * A curriculum clip to the phone - the same per-viewer
      * watermarked copy a game clip gets, and the same watched mark,
      * keyed the way batsweb.curriculum reads it back.
       method-id playLesson private.
       local-storage section.
       01 srcPath      type String.
       01 viewerName   type String.
       01 markedPath   type String.
       procedure division using by value clipId as type String
                          returning mobileReturn as type String.
           if self::Session["team"] = null
               set mobileReturn to "er|Sign on first."
               exit method.
           set srcPath to type batsweb.curriculum::clipPath(self::teamFolder, clipId)
           if srcPath = type String::Empty
               set mobileReturn to "er|That clip is no longer in the library."
               exit method.

           set viewerName to self::Session["last"]::ToString::Trim & self::Session["first"]::ToString::Trim
           set markedPath to Server::MapPath("~/Images/Exports/Mobile") & "\"
               & viewerName::Replace(" ", type String::Empty) & "\LESSON-" & type System.IO.Path::GetFileName(srcPath)
           if not type System.IO.File::Exists(markedPath)
               if type batsweb.clipWatermark::markClip(self::teamFolder, srcPath, markedPath, "MOBILE",
                       viewerName, self::Session["team"]::ToString::Trim, viewerName) = type String::Empty
                   set mobileReturn to "er|This clip could not be prepared for your phone."
                   exit method
               end-if
           end-if

           set mobileReturn to markedPath & "|"
           invoke self::markWatched(type batsweb.curriculum::watchKey(clipId))
       end method.

       method-id teamFolder private.
       local-storage section.
       01 app-data-folder  type String.
       procedure division returning folderPath as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set folderPath to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty).
       end method.

      * The morning wellness check-in beside the clip list - every
      * 1-5 pick defaults to 5 so a player who feels fine taps once.
       method-id setupWellnessForm private.
       procedure division.
           set wellnessHeaderLabel::Text to self::langText("MOBILE-WELLNESS", "Morning check-in")
           set wellnessSleepLabel::Text to self::langText("MOBILE-SLEEP", "Hours slept")
           set wellnessSoreLabel::Text to self::langText("MOBILE-SORE", "Soreness (5 = none)")
           set wellnessArmLabel::Text to self::langText("MOBILE-ARM", "Arm feel (5 = great)")
           set wellnessMoodLabel::Text to self::langText("MOBILE-MOOD", "Mood (5 = great)")
           invoke self::fillScaleList(soreShoulderDropDownList)
           invoke self::fillScaleList(soreElbowDropDownList)
           invoke self::fillScaleList(soreBackDropDownList)
           invoke self::fillScaleList(soreLegsDropDownList)
           invoke self::fillScaleList(soreOtherDropDownList)
           invoke self::fillScaleList(armFeelDropDownList)
           invoke self::fillScaleList(moodDropDownList).
       end method.

       method-id fillScaleList private.
       local-storage section.
       01 nn           type Int32.
       procedure division using by value scaleList as type System.Web.UI.WebControls.DropDownList.
           invoke scaleList::Items::Clear()
           move 5 to nn.
       scale-loop.
           if nn < 1
               exit method.
           invoke scaleList::Items::Add(nn::ToString)
           subtract 1 from nn
           go to scale-loop.
       end method.

      * Saves the check-in under the player's roster spelling - the
      * same LAST, FIRST the training staff's screen and the bullpen
      * board read it back by.
       method-id wellnessSubmitButton_Click protected.
       local-storage section.
       01 app-data-folder  type String.
       01 teamFolder       type String.
       01 playerName       type String.
       01 soreText         type String.
       01 resultText       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type batsweb.maintWindow::refuseWrite(self)
               exit method.
           if self::Session["team"] = null or self::Session["last"] = null
               exit method.
           if self::Session::Item("lang") not = null
               move self::Session::Item("lang")::ToString to WS-ACTIVE-LANG.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set teamFolder to app-data-folder::Substring(0, app-data-folder::IndexOf("Programs"))
               & self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
           set playerName to self::Session["last"]::ToString::Trim::ToUpper & ", " & self::Session["first"]::ToString::Trim::ToUpper
           set soreText to soreShoulderDropDownList::SelectedValue & "," & soreElbowDropDownList::SelectedValue
               & "," & soreBackDropDownList::SelectedValue & "," & soreLegsDropDownList::SelectedValue
               & "," & soreOtherDropDownList::SelectedValue

           set resultText to type batsweb.wellnessCheck::saveCheckIn(teamFolder, playerName, wellnessSleepTextBox::Text, soreText, armFeelDropDownList::SelectedValue, moodDropDownList::SelectedValue, "M")
           if resultText = type String::Empty
               set wellnessResultLabel::Text to self::langText("MOBILE-WELLNESS-OK", "Thanks - check-in saved.")
               invoke self::logAudit("mobileClips:wellness")
           else
               set wellnessResultLabel::Text to resultText.
       end method.

      * One watched mark for this user on the tapped clip.
       method-id markWatched private.
       procedure division using by value clipDesc as type String.
           if self::Session["team"] = null or self::Session["last"] = null
               exit method.
      *    Not marked while a maintenance window has the system
      *    read-only.
           if type batsweb.maintWindow::siteReadOnly
               exit method.
           invoke self::setTeamFilePaths

           OPEN I-O WATCHED-FILE
