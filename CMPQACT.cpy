      ******************************************************************
      *  CMPQACT.CPY
      *
      *  LINKAGE area for the CMPQASMP matched-pair QA sampling
      *  subprogram.  Copy this into both the caller and the
      *  subprogram so the two always agree on layout.
      *
      *  The caller sets the sampling settings once, then for each
      *  feed of the run:
      *    CMP-QA-BEGIN-FEED   - with the feed name; starts the
      *                          feed's sample;
      *    CMP-QA-MATCHED-PAIR - once for every pair the compare
      *                          called a match, with the key, the
      *                          real values and the stratum;
      *    CMP-QA-END-FEED     - writes what is still held of the
      *                          feed's sample and its summary, and
      *                          returns the feed's counts;
      *  and CMP-QA-CLOSE once at the end of the run.  With neither a
      *  rate nor a size set, sampling is off: every call returns at
      *  once with CMP-QA-ACTIVE off and nothing is written.
      ******************************************************************
       01  CMP-QA-AREA.
           05  CMP-QA-REQUEST.
               10  CMP-QA-FUNCTION             PIC X VALUE 'B'.
                   88  CMP-QA-BEGIN-FEED       VALUE 'B'.
                   88  CMP-QA-MATCHED-PAIR     VALUE 'M'.
                   88  CMP-QA-END-FEED         VALUE 'E'.
                   88  CMP-QA-CLOSE            VALUE 'C'.
      *        QA sample file name; spaces means CMPQA.SMP, which is
      *        filled in on the first call.
               10  CMP-QA-FILE-NAME            PIC X(100)
                                               VALUE SPACES.
      *        The program taking the sample, for the sample file.
               10  CMP-QA-PROGRAM              PIC X(8) VALUE SPACES.
      *        Seed of the random sequence, 1-9999999.  Zero means
      *        one is made up from the time of day; the seed used is
      *        returned in CMP-QA-SEED-USED either way.
               10  CMP-QA-SEED                 PIC 9(7) VALUE 0.
      *        Rate mode: matched pairs sampled per thousand (0-1000).
               10  CMP-QA-RATE                 PIC 9(4) VALUE 0.
      *        Size mode: the number of pairs sampled per feed (0-
      *        1000).  Takes precedence over a rate when both are set.
               10  CMP-QA-SIZE                 PIC 9(4) VALUE 0.
      *        How many times more likely than an exact match a trim-
      *        only or option-dependent match is to be sampled (1-99).
               10  CMP-QA-WEIGHT               PIC 9(2) VALUE 5.
      *        Field name the values are, for the masking rules.
               10  CMP-QA-FIELD-NAME           PIC X(20) VALUE SPACES.
               10  CMP-QA-FEED-NAME            PIC X(100).
               10  CMP-QA-KEY                  PIC X(10).
      *        How the pair matched:
      *          'E' - exactly: the raw values are equal;
      *          'T' - trim-only: equal only after trimming, fill
      *                characters, case folding or space collapsing
      *                (CMP-TRIM-ONLY-MATCH);
      *          'O' - through another compare option: the token
      *                equivalence table, or a numeric or date
      *                compare of values that differ as text.
               10  CMP-QA-STRATUM              PIC X.
                   88  CMP-QA-EXACT            VALUE 'E'.
                   88  CMP-QA-TRIM-ONLY        VALUE 'T'.
                   88  CMP-QA-OPTION           VALUE 'O'.
               10  CMP-QA-OLD-VALUE            PIC X(100).
               10  CMP-QA-NEW-VALUE            PIC X(100).
           05  CMP-QA-RESULTS.
      *        16 when the QA sample file cannot be opened; sampling
      *        is then off for the rest of the run.
               10  CMP-QA-RETURN-CODE          PIC 9(2) VALUE 0.
               10  CMP-QA-ACTIVE-FLAG          PIC X VALUE 'N'.
                   88  CMP-QA-ACTIVE           VALUE 'Y'.
      *        Run date and time (YYYYMMDDHHMMSS), on every record of
      *        the run in the sample file.
               10  CMP-QA-RUN-ID               PIC X(14).
               10  CMP-QA-SEED-USED            PIC 9(7) VALUE 0.
      *        The current feed, by stratum in the order E, T, O.
               10  CMP-QA-STRATUM-COUNTS OCCURS 3 TIMES.
                   15  CMP-QA-MATCHED          PIC 9(9).
                   15  CMP-QA-SAMPLED          PIC 9(9).
               10  CMP-QA-FEED-MATCHED         PIC 9(9).
               10  CMP-QA-FEED-SAMPLED         PIC 9(9).
