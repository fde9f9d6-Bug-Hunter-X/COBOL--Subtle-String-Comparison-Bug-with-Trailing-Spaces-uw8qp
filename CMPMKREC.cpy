      ******************************************************************
      *  CMPMKREC.CPY
      *
      *  Masking rule for values that leave the compare - reports,
      *  mismatch extracts, the trim-only audit log and the defect
      *  export.  A rule names a key prefix, a field name (the RECCMP
      *  layout field name), or both, and says how values under it
      *  are shown:
      *
      *    'S' - shown in full;
      *    'P' - partially masked: the last KEEP characters of the
      *          value are shown, the rest masked;
      *    'M' - fully masked.
      *
      *  A masked character prints as '*' where the other value of
      *  the pair has the same character in that position and as '#'
      *  where it differs, so a masked pair still shows where the two
      *  values disagree.  Spaces and LOW-VALUES are left as they
      *  are.  The compare itself always runs on the real values.
      *
      *  When several rules fit a value, one naming the field beats
      *  one that does not, then the longest prefix wins; a tie
      *  after that goes to the earlier rule.  A value no rule fits
      *  is shown in full.  '*' in column 1 is a comment.  The table
      *  is maintained by hand.
      *
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-MKR-RECORD.
           05  CMP-MKR-KEY-PREFIX           PIC X(10).
           05  CMP-MKR-FIELD-NAME           PIC X(20).
           05  CMP-MKR-ACTION               PIC X.
               88  CMP-MKR-SHOW             VALUE 'S'.
               88  CMP-MKR-PARTIAL          VALUE 'P'.
               88  CMP-MKR-MASK             VALUE 'M'.
           05  CMP-MKR-KEEP                 PIC 9(3).
