      ******************************************************************
      *  CMPQAREC.CPY
      *
      *  QA sample file record.  TRIMBAT, TRIMMTCH and TRIMMSTR
      *  (through CMPQASMP) append a random sample of the pairs the
      *  compare called a match, so QA reviewers can check that the
      *  trim, fill-character, case-folding and equivalence options
      *  are not hiding real differences.  For every feed a run
      *  samples there are three kinds of record, all carrying the
      *  run id, the program that took the sample and the feed name:
      *
      *    'H' header  - how the sample was taken: the seed, the
      *                  rate (per thousand) or the size,
      *                  and the weight given to trim-only and
      *                  option-dependent matches.  The same seed
      *                  and settings over the same feed draw the
      *                  same sample again;
      *    'D' detail  - one sampled pair: the sample number (unique
      *                  within the program's run - the reviewer's
      *                  verdict names the run id, the program and
      *                  this number, since two programs can start
      *                  in the same second), the key,
      *                  the stratum (E exact, T trim-only, O other
      *                  option - see CMPQACT) and the two values,
      *                  masked under the masking rules (CMPMKREC);
      *    'S' summary - per stratum, the matched pairs of the feed
      *                  and how many of them were sampled, which is
      *                  what lets CMPQARPT weight the verdicts back
      *                  up to the whole feed.
      *
      *  Cumulative - appended to, never rewritten.  Fixed-length,
      *  LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-QA-RECORD.
           05  CMP-QA-REC-TYPE              PIC X.
               88  CMP-QA-REC-HEADER        VALUE 'H'.
               88  CMP-QA-REC-DETAIL        VALUE 'D'.
               88  CMP-QA-REC-SUMMARY       VALUE 'S'.
           05  CMP-QA-REC-RUN-ID.
               10  CMP-QA-REC-RUN-DATE      PIC X(8).
               10  CMP-QA-REC-RUN-TIME      PIC X(6).
           05  CMP-QA-REC-PROGRAM           PIC X(8).
           05  CMP-QA-REC-FEED              PIC X(100).
           05  CMP-QA-REC-HEADER-DATA.
               10  CMP-QA-REC-SEED          PIC 9(7).
      *        'R' rate, 'S' size.
               10  CMP-QA-REC-MODE          PIC X.
               10  CMP-QA-REC-RATE          PIC 9(4).
               10  CMP-QA-REC-SIZE          PIC 9(4).
               10  CMP-QA-REC-WEIGHT        PIC 9(2).
               10  FILLER                   PIC X(198).
           05  CMP-QA-REC-DETAIL-DATA
                   REDEFINES CMP-QA-REC-HEADER-DATA.
               10  CMP-QA-REC-SAMPLE-NO     PIC 9(5).
               10  CMP-QA-REC-KEY           PIC X(10).
               10  CMP-QA-REC-STRATUM       PIC X.
               10  CMP-QA-REC-OLD-VALUE     PIC X(100).
               10  CMP-QA-REC-NEW-VALUE     PIC X(100).
           05  CMP-QA-REC-SUMMARY-DATA
                   REDEFINES CMP-QA-REC-HEADER-DATA.
               10  CMP-QA-REC-SUM-STRATUM   PIC X.
               10  CMP-QA-REC-SUM-MATCHED   PIC 9(9).
               10  CMP-QA-REC-SUM-SAMPLED   PIC 9(9).
               10  FILLER                   PIC X(197).
