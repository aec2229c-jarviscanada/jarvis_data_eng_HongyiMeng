      *           an ever-rising sequence number so a key-order walk
      *           of a section's records reads in first-come order.
      *           PRGN0013 appends to the tail when a full section is
      *           declined and promotes from the head on every drop.
      *           An entry is never deleted when it leaves the queue:
      *           it is closed as promoted (seated) or removed (no
      *           longer enrollable when its turn came) with the date,
      *           so the term's waitlist demand can still be reported,
      *           until the term close purges the term's entries.
      *           Only waiting entries count as being on the waitlist.
      ******************************************************************
       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
               10  WTL-SEQUENCE        PIC 9(05).
           05  WTL-STUDENT-ID          PIC X(07).
           05  WTL-DATE-ADDED          PIC 9(08).
           05  WTL-ENTRY-STATUS        PIC X(01).
               88  WTL-WAITING             VALUE "W" " ".
               88  WTL-PROMOTED            VALUE "P".
               88  WTL-REMOVED             VALUE "X".
           05  WTL-DATE-CLOSED         PIC 9(08).
