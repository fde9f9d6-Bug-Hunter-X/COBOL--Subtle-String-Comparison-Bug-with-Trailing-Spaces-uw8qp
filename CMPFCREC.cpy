      ******************************************************************
      *  CMPFCREC.CPY
      *
      *  Feed control file record, one per feed id ever balanced:
      *  the business date and delivery sequence number of the last
      *  delivery accepted, and when it was accepted.  CMPBAL checks
      *  each incoming header against this record (a business date
      *  may not go backwards, a sequence number may not repeat) and
      *  rewrites the file once the driver has finished cleanly.
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-FC-RECORD.
           05  CMP-FC-FEED-ID               PIC X(20).
           05  CMP-FC-LAST-BUSINESS-DATE    PIC X(8).
           05  CMP-FC-LAST-SEQUENCE         PIC 9(6).
           05  CMP-FC-ACCEPTED-DATE         PIC X(8).
           05  CMP-FC-ACCEPTED-TIME         PIC X(6).
