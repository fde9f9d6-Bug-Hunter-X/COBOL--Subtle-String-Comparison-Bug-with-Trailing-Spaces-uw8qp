      ******************************************************************
      *  CMPOWREC.CPY
      *
      *  Ownership table entry: who answers for the open mismatch
      *  keys of a feed, and how many days they have to clear one.
      *  An entry names a key prefix, an input feed (the input-file
      *  name as it appears on the run history, CMPHSREC), or both:
      *
      *    prefix only  - keys starting with the prefix, any feed;
      *    feed only    - every key of that feed;
      *    both         - keys starting with the prefix, that feed
      *                   only.
      *
      *  When several entries fit a key the longest prefix wins, and
      *  between equal prefixes an entry naming the feed beats one
      *  that does not; a tie after that goes to the earlier entry.
      *  '*' in column 1 is a comment.  The table is maintained by
      *  hand - CMPSLA lists it at the top of every report.
      *
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-OW-RECORD.
           05  CMP-OW-KEY-PREFIX            PIC X(10).
           05  CMP-OW-SLA-DAYS              PIC 9(3).
           05  CMP-OW-TEAM                  PIC X(20).
           05  CMP-OW-CONTACT               PIC X(40).
           05  CMP-OW-FEED-NAME             PIC X(100).
