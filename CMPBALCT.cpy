      ******************************************************************
      *  CMPBALCT.CPY
      *
      *  LINKAGE area for the CMPBAL feed-balancing subprogram.  Copy
      *  this into both the caller and the subprogram so the two
      *  always agree on layout.
      *
      *  CMP-BAL-CHECK-FEED balances one feed file (named on the
      *  CALL) against its header and trailer (CMPHTREC) and the
      *  feed control file (CMPFCREC), filling CMP-BAL-RESULTS and
      *  the printable balancing section in CMP-BAL-LINE.
      *  CMP-BAL-COMMIT rewrites the feed control file with the
      *  headers of every feed balanced this run - callers commit
      *  only after the run has finished cleanly, so a stopped run
      *  can simply be rerun.
      ******************************************************************
       01  CMP-BALANCE-AREA.
           05  CMP-BAL-REQUEST.
               10  CMP-BAL-FUNCTION            PIC X VALUE 'B'.
                   88  CMP-BAL-CHECK-FEED      VALUE 'B'.
                   88  CMP-BAL-COMMIT          VALUE 'C'.
      *        With 'Y' a feed carrying no header and no trailer is
      *        out of balance (missing trailer); with 'N' it is run
      *        unbalanced, as feeds were before control records.  A
      *        feed that has a header always needs its trailer.
               10  CMP-BAL-REQUIRE-TRAILER     PIC X VALUE 'N'.
                   88  CMP-BAL-TRAILER-REQUIRED
                                                VALUE 'Y'.
      *        Feed control file name; spaces means CMPFEED.CTL.
               10  CMP-BAL-CONTROL-FILE-NAME   PIC X(100)
                                               VALUE SPACES.
           05  CMP-BAL-RESULTS.
      *        Zero when the feed balanced (or ran uncontrolled),
      *        otherwise the return code of the first failure found,
      *        in this order:
      *          20 - trailer missing (or not the last record)
      *          24 - record count out of balance
      *          28 - key hash total out of balance
      *          32 - business date invalid or earlier than the last
      *               accepted for the feed
      *          36 - sequence number repeated (not greater than the
      *               last accepted for the feed)
      *          16 - feed control file could not be loaded (or,
      *               on CMP-BAL-COMMIT, rewritten)
      *        A feed file that cannot be opened is returned as zero
      *        with no header or trailer; the caller's own open of
      *        the file reports it.
               10  CMP-BAL-RETURN-CODE         PIC 9(2).
               10  CMP-BAL-HEADER-FLAG         PIC X.
                   88  CMP-BAL-HEADER-PRESENT  VALUE 'Y'.
               10  CMP-BAL-TRAILER-FLAG        PIC X.
                   88  CMP-BAL-TRAILER-PRESENT VALUE 'Y'.
               10  CMP-BAL-FEED-ID             PIC X(20).
               10  CMP-BAL-BUSINESS-DATE       PIC X(8).
               10  CMP-BAL-SEQUENCE            PIC 9(6).
               10  CMP-BAL-DETAIL-COUNT        PIC 9(9).
               10  CMP-BAL-DETAIL-HASH         PIC 9(15).
      *        The balancing section, ready to print.
               10  CMP-BAL-LINE-COUNT          PIC 9(2).
               10  CMP-BAL-LINE OCCURS 12 TIMES
                                               PIC X(132).
