      * SmtpClient themselves and enqueue instead:
      *   invoke type batsweb.mailSpool::enqueue(programsRoot,
      *       toAddress, subjectLine, bodyText)
      * or, where the recipient is whatever the user keyed - an
      * address, a distribution list name, or several of either -
      *   invoke type batsweb.mailSpool::enqueueList(programsRoot,
      *       listFolder, toText, subjectLine, bodyText)
      * which queues one message per address batsweb.distList
      * expands toText to (listFolder is the folder holding the
      * DISTLIST.DAT the names belong to).
      * One MAILSPOOL.DAT record per message beside the Programs root
      * (the body rides as a sidecar under MAILSPOOL\, so a digest's
      * length never fights the record size), and the drain pass -
           invoke worker::writeMessage(programsRoot, toAddress, subjectLine, bodyText).
       end method.

      * One message per address a keyed recipient stands for.
       method-id enqueueList static public.
       local-storage section.
       01 worker       type batsweb.mailSpool.
       01 addressList  type String[].
       01 ii           type Int32.
       procedure division using by value programsRoot as type String
                          by value listFolder as type String
                          by value toText as type String
                          by value subjectLine as type String
                          by value bodyText as type String.
           set addressList to type batsweb.distList::expand(listFolder, toText)
           set worker to new batsweb.mailSpool
           move 0 to ii.
       list-loop.
           if ii >= addressList::Length
               exit method.
           invoke worker::writeMessage(programsRoot, addressList[ii], subjectLine, bodyText)
           add 1 to ii
           go to list-loop.
       end method.

       method-id writeMessage private.
       local-storage section.
       01 spoolFolder  type String.
