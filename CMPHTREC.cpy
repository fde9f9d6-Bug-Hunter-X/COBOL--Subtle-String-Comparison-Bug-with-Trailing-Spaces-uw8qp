      ******************************************************************
      *  CMPHTREC.CPY
      *
      *  Feed control records.  A reconciliation feed (CMPREC or
      *  CMPKVREC) may open with one header record and must then
      *  close with one trailer record; both carry a reserved tag in
      *  the key position so they can share the feed's FD (copy this
      *  under the same FD as the data layout, with REPLACING LEADING
      *  where the data layout is copied that way):
      *
      *    header  - the feed id, the business date the data is for
      *              (YYYYMMDD) and the sender's delivery sequence
      *              number, which ascends per feed;
      *    trailer - the number of data records sent (header and
      *              trailer not counted) and the key hash total:
      *              for every data record, each of the ten key
      *              positions contributes its position number (1-10)
      *              times the character's ASCII code, summed over
      *              the file and kept modulo 10**15.
      *
      *  CMPBAL balances a feed against its trailer; the drivers skip
      *  both records in their own processing.  Fixed-length, LINE
      *  SEQUENTIAL text.
      ******************************************************************
       01  CMP-HT-RECORD.
           05  CMP-HT-TAG                   PIC X(10).
               88  CMP-HT-HEADER            VALUE '**HEADER**'.
               88  CMP-HT-TRAILER           VALUE '**TRAILER*'.
           05  CMP-HT-HEADER-DATA.
               10  CMP-HT-FEED-ID           PIC X(20).
               10  CMP-HT-BUSINESS-DATE     PIC X(8).
               10  CMP-HT-SEQUENCE          PIC 9(6).
           05  CMP-HT-TRAILER-DATA REDEFINES CMP-HT-HEADER-DATA.
               10  CMP-HT-RECORD-COUNT      PIC 9(9).
               10  CMP-HT-KEY-HASH          PIC 9(15).
               10  FILLER                   PIC X(10).
