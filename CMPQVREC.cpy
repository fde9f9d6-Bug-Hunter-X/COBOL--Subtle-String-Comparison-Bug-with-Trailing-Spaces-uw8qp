      ******************************************************************
      *  CMPQVREC.CPY
      *
      *  QA reviewer verdict on one sampled matched pair of the QA
      *  sample file (CMPQAREC), keyed as the sample record is: the
      *  run id, the program that took the sample and the sample
      *  number, with the key as a check that the verdict is for the
      *  pair it was meant for.
      *
      *    'P' - pass: the two values really are the same thing and
      *          the match stands;
      *    'F' - fail: the options hid a real difference - a false
      *          match.
      *
      *  A pair given more than one verdict counts by the last on the
      *  file, so a verdict is corrected by adding another.  '*' in
      *  column 1 is a comment.  Keyed by hand from the reviewers'
      *  worksheets.
      *
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-QV-RECORD.
           05  CMP-QV-RUN-ID                PIC X(14).
           05  CMP-QV-PROGRAM               PIC X(8).
           05  CMP-QV-SAMPLE-NO             PIC 9(5).
           05  CMP-QV-KEY                   PIC X(10).
           05  CMP-QV-VERDICT               PIC X.
               88  CMP-QV-PASS              VALUE 'P'.
               88  CMP-QV-FAIL              VALUE 'F'.
           05  CMP-QV-REVIEWER              PIC X(8).
           05  CMP-QV-DATE                  PIC X(8).
           05  CMP-QV-COMMENT               PIC X(40).
