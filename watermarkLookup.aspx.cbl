       class-id batsweb.watermarkLookup is partial
                inherits type System.Web.UI.Page public.

      * Leak lookup. Every clip that leaves the building - share
      * link, road bundle, mobile tap-to-play - goes out as a copy
      * watermarked by batsweb.clipWatermark with a viewer code, both
      * in the lower-right corner of the picture and in the file's
      * comment metadata ("BATSWM <code>"). Key the code off a leaked
      * clip and this names the delivery from the team's WMLOG.DAT:
      * who it went to, the channel, the share token or bundle request
      * behind it, the clip, and who sent it when. A trusted level
      * (coach "C", supervisor "S" or admin "A"; video-only "V" stays
      * out), as clipCutReview.aspx.cbl is.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DELIVERY-LOG-FILE ASSIGN WS-WMLOG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WM-KEY
              LOCK MANUAL
              FILE STATUS IS WM-STATUS-COMN.
          SELECT AUDIT-LOG-FILE ASSIGN WS-AUDIT-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Same layout clipWatermark.cbl writes.
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

      * One cross-team usage trail for every report program, same
      * shared-log/TEAM= tagged-line convention Default.aspx.cbl
      * already uses for LOGINATTEMPT.LOG.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC               PIC X(120).

       working-storage section.
       01 WS-WMLOG-FILE       PIC X(256) VALUE "WMLOG.DAT".
       01 WM-STATUS-COMN.
           05  WM-STATUS-BYTE-1        PIC X.
           05  WM-STATUS-BYTE-2        PIC X.
       01 WS-AUDIT-LOG-FILE    PIC X(256) VALUE "AUDITLOG.LOG".
       01 AUDIT-STATUS-COMN.
           05  AUDIT-STATUS-BYTE-1     PIC X.
           05  AUDIT-STATUS-BYTE-2     PIC X.

      * Appends one "team used this report" line to the shared
      * AUDITLOG.LOG, same timestamp/STRING-build idiom Default.aspx.cbl's
      * LOG_ATTEMPT already uses for LOGINATTEMPT.LOG; auditChain.cbl
      * appends it with its SEQ=/CHAIN= tamper-evidence tags.
       method-id logAudit private.
       local-storage section.
       01  WS-LOG-TIMESTAMP            PIC X(26).
       01  app-data-folder             type String.
       procedure division using by value pageName as type String.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "Programs"
              '\AUDITLOG.LOG"' delimited by size
              into WS-AUDIT-LOG-FILE

           set WS-LOG-TIMESTAMP to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           MOVE SPACES TO AUDIT-LOG-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "  TEAM=" DELIMITED BY SIZE self::Session["team"]::ToString DELIMITED BY SIZE
               "  USER=" DELIMITED BY SIZE self::Session["last"]::ToString DELIMITED BY SIZE self::Session["first"]::ToString DELIMITED BY SIZE
               "  PAGE=" DELIMITED BY SIZE pageName DELIMITED BY SIZE
               INTO AUDIT-LOG-REC
           invoke type batsweb.auditChain::append(WS-AUDIT-LOG-FILE, AUDIT-LOG-REC).
       end method.

       method-id Page_Load protected.
       local-storage section.
       01 app-data-folder type String.
       01 teamName        pic x(15).
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.

      * #### Access control - trusted levels only; video-only logins
      * #### do not see who was sent what ####
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString = "V"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           if self::Session["team"] not = null
               set teamName to self::Session["team"]::ToString::Trim::Replace(" ", type String::Empty)
               string '"' app-data-folder delimited by "Programs" teamName delimited by "  "
                  '\WEBSYNC\WMLOG.DAT"' delimited by size
                  into WS-WMLOG-FILE
               if not self::IsPostBack
                   invoke self::logAudit("watermarkLookup").

           goback.
       end method.

      * The code as keyed - pasted straight off the metadata tag or
      * read off the frame, case and the BATSWM prefix do not matter.
       method-id lookupButton_Click protected.
       local-storage section.
       01 codeText         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke deliveryTable::Rows::Clear()
           set codeText to codeTextBox::Text::Trim::ToUpper::Replace("BATSWM", type String::Empty)::Trim
           if codeText = type String::Empty
               invoke self::addTableRow(deliveryTable, "Enter the viewer code from the clip.")
               exit method.

           OPEN INPUT DELIVERY-LOG-FILE
           if WM-STATUS-BYTE-1 not = "0"
               invoke self::addTableRow(deliveryTable, "No watermarked deliveries on file for this team.")
               exit method.
           MOVE SPACES TO WM-KEY
           set WM-CODE to codeText
           READ DELIVERY-LOG-FILE
               INVALID KEY
                   CLOSE DELIVERY-LOG-FILE
                   invoke self::addTableRow(deliveryTable, "Code " & codeText & " is not on file for this team.")
                   exit method
           END-READ
           CLOSE DELIVERY-LOG-FILE

           invoke self::addTableRow(deliveryTable, "Sent to:  " & WM-RECIPIENT::Trim)
           EVALUATE TRUE
               WHEN WM-VIA-SHARE
                   invoke self::addTableRow(deliveryTable, "Channel:  share link, token " & WM-TOKEN::Trim)
               WHEN WM-VIA-BUNDLE
                   invoke self::addTableRow(deliveryTable, "Channel:  road bundle, request " & WM-TOKEN::Trim)
               WHEN WM-VIA-MOBILE
                   invoke self::addTableRow(deliveryTable, "Channel:  mobile clips, team " & WM-TOKEN::Trim)
               WHEN OTHER
                   invoke self::addTableRow(deliveryTable, "Channel:  " & WM-CHANNEL::Trim & " " & WM-TOKEN::Trim)
           END-EVALUATE
           invoke self::addTableRow(deliveryTable, "Clip:  " & WM-CLIP-ID::Trim)
           invoke self::addTableRow(deliveryTable, "Delivered:  " & WM-DELIVERED-AT & " by " & WM-DELIVERED-BY::Trim)
           invoke self::logAudit("watermarkLookup " & codeText).
       end method.

      * ######################################################
      * ######### List Box Replacement Table Methods #########
      * ######################################################
       method-id addTableRow private.
       local-storage section.
       01 tRow type System.Web.UI.WebControls.TableRow.
       01 td type System.Web.UI.WebControls.TableCell.
       procedure division using by value targetTable as type System.Web.UI.WebControls.Table,
                          by value rowContent as type String.

           set td to type System.Web.UI.WebControls.TableCell::New()
           set tRow to type System.Web.UI.WebControls.TableRow::New()

           set td::Text to rowContent
           set tRow::TableSection to type System.Web.UI.WebControls.TableRowSection::TableBody

           invoke tRow::Cells::Add(td)
           invoke targetTable::Rows::Add(tRow)
       end method.

       end class.
