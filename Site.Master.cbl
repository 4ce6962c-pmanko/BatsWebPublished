       01 UP-STATUS-COMN.
           05  UP-STATUS-BYTE-1        PIC X.
           05  UP-STATUS-BYTE-2        PIC X.
       01 WS-PROGRAMS-ROOT         type String.

       method-id Page_Load protected.
       local-storage section.
           else
               set Logout::CssClass to "hidden".

           invoke self::showMaintenance

           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if SR-KILL-FLAG = "Y"
               invoke self::Session::Abandon
               invoke type FormsAuthentication::SignOut()
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.

      *    A session open across a maintenance window's start goes the
      *    same way, so its engine run-units let go of the team's
      *    files before the upgrade or restore touches them. Signing
      *    back in during the window is allowed - read-only.
           if type batsweb.maintWindow::inEffect(WS-PROGRAMS-ROOT)
               if SR-SIGNED-ON-AT < type batsweb.maintWindow::startText(WS-PROGRAMS-ROOT)
                   invoke self::Session::Abandon
                   invoke type FormsAuthentication::SignOut()
                   invoke self::Response::Redirect("~/Default.aspx")
               end-if
           end-if.
       end method.

      *#####              Planned maintenance banner                   #####
      * maintWindow.cbl's countdown or in-progress wording across the
      * top of every page, and - in the last minutes before the start
      * - one warning per signed-in session that it is about to be
      * signed out.
       method-id showMaintenance private.
       local-storage section.
       01 app-data-folder      type String.
       01 rootLen              type Int32.
       procedure division.
           set WS-PROGRAMS-ROOT to type String::Empty
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set rootLen to app-data-folder::IndexOf("Programs")
           if rootLen > 0
               set WS-PROGRAMS-ROOT to app-data-folder::Substring(0, rootLen).

           set maintBannerLabel::Text to type batsweb.maintWindow::bannerText(WS-PROGRAMS-ROOT)
           if maintBannerLabel::Text::Length = 0
               set maintBannerLabel::CssClass to "hidden"
           else
               set maintBannerLabel::CssClass to "maintBanner".

           if self::Session["team"] = null or self::Session["maintWarned"] not = null
               exit method.
           if type batsweb.maintWindow::closingSoon(WS-PROGRAMS-ROOT)
               set self::Session::Item("maintWarned") to "Y"
               invoke self::Page::ClientScript::RegisterStartupScript(self::Page::GetType(), "MaintWarn",
                   "alert('Scheduled maintenance starts at " & type batsweb.maintWindow::startText(WS-PROGRAMS-ROOT)::Substring(11)
                   & " and this session will be signed out then - save your work now.');", true).
       end method.

      * Unified search box on the master page header - stashes the raw
       01 userLast         pic x(15).
       01 userFirst        pic x(15).
       procedure division using by value sender as object e as type EventArgs.
           if type batsweb.maintWindow::refuseWrite(self::Page)
               exit method.
           if self::Session["last"] = null or self::Session["first"] = null
               exit method.
           set userLast to self::Session["last"]::ToString::Trim::ToUpper
