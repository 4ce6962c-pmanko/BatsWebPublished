       class-id batsweb.distList.

      * Named distribution lists - one place a team keeps who gets
      * what, instead of the addresses sitting separately in
      * QUERYSCHED.DAT, WATCHLIST.DAT, INCENTIVE.DAT and the ops
      * digest's command line. A list is a named group ("PITCHING
      * STAFF", "FRONT OFFICE") whose members are the team's own
      * WEBPASS-FILE users, carried with the address they read mail
      * at, or outside addresses. distLists.aspx.cbl maintains the
      * file; every sender takes a list name wherever it took an
      * address:
      *   type batsweb.distList::expand(listFolder, toText)
      *       the addresses toText stands for - toText is an address,
      *       a list name, or several of either split by "," or ";";
      *       duplicates come out once, an unknown name comes out as
      *       nothing
      *   type batsweb.distList::isGroup(listFolder, nameText)
      *       true when the name is a list on file
      *   type batsweb.distList::removeUser(listFolder, team, last,
      *       first)
      *       takes a WEBPASS user off every list - adminUsers.aspx.cbl
      *       calls it for the team's lists and the cross-team ones
      *       when an account is disabled, so a departed coach stops
      *       getting reports that same minute. A staff member carries
      *       the team they were added from, so a cross-team list
      *       never loses another team's user of the same name; a
      *       member row with no team on it is taken only off a
      *       team's own WEBSYNC list.
      * DISTLIST.DAT sits in the team's WEBSYNC folder; the cross-team
      * senders (opsDigest.cbl, auditVerify.cbl) read the one beside
      * the Programs root, the same split alertRouter.cbl makes for
      * ALERTPREF.DAT. listFolder is whichever of the two folders the
      * sender is working for.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT DIST-LIST-FILE ASSIGN WS-DISTLIST-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DL-KEY
              LOCK MANUAL
              FILE STATUS IS DL-STATUS-COMN.
       DATA DIVISION.
       FILE SECTION.
      * Member 000 is the list's own header row - the description
      * and who last touched it; members run 001 up.
       FD  DIST-LIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DL-REC.
       01  DL-REC.
           05  DL-KEY.
               10  DL-GROUP                PIC X(30).
               10  DL-SEQ                  PIC 9(03).
           05  DL-REST.
               10  DL-KIND                 PIC X.
                   88  DL-HEADER           VALUE "H".
                   88  DL-USER             VALUE "U".
                   88  DL-OUTSIDE          VALUE "O".
               10  DL-LAST                 PIC X(15).
               10  DL-FIRST                PIC X(15).
               10  DL-ADDRESS              PIC X(60).
               10  DL-DESCRIPTION          PIC X(60).
               10  DL-UPDATED-BY           PIC X(30).
               10  DL-UPDATED-AT           PIC X(19).
      *        The WEBPASS team of a "U" member.
               10  DL-TEAM                 PIC X(15).
               10  FILLER                  PIC X(05).

       working-storage section.
       01 WS-DISTLIST-FILE         PIC X(256) VALUE "DISTLIST.DAT".
       01 DL-STATUS-COMN.
           05  DL-STATUS-BYTE-1        PIC X.
           05  DL-STATUS-BYTE-2        PIC X.

      *#####                   Entry points                            #####
       method-id expand static public.
       local-storage section.
       01 worker       type batsweb.distList.
       procedure division using by value listFolder as type String
                          by value toText as type String
                          returning addressList as type String[].
           set worker to new batsweb.distList
           set addressList to worker::expandText(listFolder, toText).
       end method.

       method-id isGroup static public.
       local-storage section.
       01 worker       type batsweb.distList.
       procedure division using by value listFolder as type String
                          by value nameText as type String
                          returning foundFlag as type Condition.
           set worker to new batsweb.distList
           set foundFlag to worker::groupOnFile(listFolder, nameText).
       end method.

       method-id removeUser static public.
       local-storage section.
       01 worker       type batsweb.distList.
       procedure division using by value listFolder as type String
                          by value teamName as type String
                          by value lastName as type String
                          by value firstName as type String
                          returning removedCount as type Int32.
           set worker to new batsweb.distList
           set removedCount to worker::dropUser(listFolder, teamName, lastName, firstName).
       end method.

      *#####                Names into addresses                       #####
       method-id expandText private.
       local-storage section.
       01 found        type System.Collections.Generic.List[String].
       01 itemList     type String[].
       01 itemText     type String.
       01 ii           type Int32.
       procedure division using by value listFolder as type String
                          by value toText as type String
                          returning addressList as type String[].
           set found to new type System.Collections.Generic.List[String]
           if toText = null or toText::Trim = type String::Empty
               set addressList to found::ToArray
               exit method.
           set WS-DISTLIST-FILE to listFolder::TrimEnd("\") & "\DISTLIST.DAT"

           set itemList to toText::Split(',', ';')
           move 0 to ii.
       item-loop.
           if ii >= itemList::Length
               go to item-done.
           set itemText to itemList[ii]::Trim
           if itemText = type String::Empty
               go to item-next.
      *    An address stands for itself; anything else is a list name.
           if itemText::Contains("@")
               invoke self::addOnce(found, itemText)
           else
               invoke self::addMembers(found, itemText).
       item-next.
           add 1 to ii
           go to item-loop.
       item-done.
           set addressList to found::ToArray.
       end method.

      * Every member address of one list into the found set.
       method-id addMembers private.
       local-storage section.
       01 groupName    pic x(30).
       procedure division using by value found as type System.Collections.Generic.List[String]
                          by value nameText as type String.
           set groupName to nameText::Trim::ToUpper
           OPEN INPUT DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DL-KEY
           move groupName to DL-GROUP
           move 1 to DL-SEQ
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
           if DL-STATUS-BYTE-1 not = "0"
               go to member-done.
       member-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to member-done.
           if DL-GROUP not = groupName
               go to member-done.
           if DL-ADDRESS not = spaces
               invoke self::addOnce(found, DL-ADDRESS::Trim).
           go to member-loop.
       member-done.
           CLOSE DIST-LIST-FILE.
       end method.

      * One copy per address however many lists carry it.
       method-id addOnce private.
       local-storage section.
       01 kk           type Int32.
       procedure division using by value found as type System.Collections.Generic.List[String]
                          by value addressText as type String.
           move 0 to kk.
       dup-loop.
           if kk >= found::Count
               go to dup-done.
           if found[kk]::ToLower = addressText::Trim::ToLower
               exit method.
           add 1 to kk
           go to dup-loop.
       dup-done.
           invoke found::Add(addressText::Trim).
       end method.

       method-id groupOnFile private.
       procedure division using by value listFolder as type String
                          by value nameText as type String
                          returning foundFlag as type Condition.
           set foundFlag to false
           if nameText = null or nameText::Trim = type String::Empty
               exit method.
           set WS-DISTLIST-FILE to listFolder::TrimEnd("\") & "\DISTLIST.DAT"
           OPEN INPUT DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE SPACES TO DL-KEY
           set DL-GROUP to nameText::Trim::ToUpper
           move 0 to DL-SEQ
           READ DIST-LIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set foundFlag to true
           END-READ
           CLOSE DIST-LIST-FILE.
       end method.

      *#####          A departed user off every list                   #####
       method-id dropUser private.
       local-storage section.
       01 wantLast     pic x(15).
       01 wantFirst    pic x(15).
       01 wantTeam     pic x(15).
       01 teamListFlag pic x value "N".
       procedure division using by value listFolder as type String
                          by value teamName as type String
                          by value lastName as type String
                          by value firstName as type String
                          returning removedCount as type Int32.
           set removedCount to 0
           set WS-DISTLIST-FILE to listFolder::TrimEnd("\") & "\DISTLIST.DAT"
           set wantLast to lastName::Trim::ToUpper
           set wantFirst to firstName::Trim::ToUpper
           set wantTeam to teamName::Trim::ToUpper
           if listFolder::TrimEnd("\")::ToUpper::EndsWith("\WEBSYNC")
               move "Y" to teamListFlag.
           OPEN I-O DIST-LIST-FILE
           if DL-STATUS-BYTE-1 not = "0"
               exit method.
           MOVE LOW-VALUE TO DL-KEY
           START DIST-LIST-FILE KEY NOT LESS THAN DL-KEY
           if DL-STATUS-BYTE-1 not = "0"
               go to drop-done.
       drop-loop.
           READ DIST-LIST-FILE NEXT RECORD
               AT END go to drop-done.
           if not DL-USER
               go to drop-loop.
           if DL-LAST not = wantLast or DL-FIRST not = wantFirst
               go to drop-loop.
           if DL-TEAM = spaces and teamListFlag not = "Y"
               go to drop-loop.
           if DL-TEAM not = spaces and DL-TEAM not = wantTeam
               go to drop-loop.
           DELETE DIST-LIST-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   add 1 to removedCount
           END-DELETE
           go to drop-loop.
       drop-done.
           CLOSE DIST-LIST-FILE.
       end method.

       end class.
