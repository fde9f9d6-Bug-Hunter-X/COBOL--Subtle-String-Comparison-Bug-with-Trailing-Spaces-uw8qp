      *        reaches the threshold is classified PROBABLE-MATCH.
      *        Zero (the default) turns that classification off.
               10  CMP-SIM-THRESHOLD           PIC 9(3) VALUE 0.
      *        CMP-EQUIV-TOKENS makes a text compare that still
      *        differs try again with every token replaced through
      *        the equivalence table (CMPEQREC) read from
      *        CMP-EQUIV-FILE-NAME - blank means CMPEQUIV.DAT.  The
      *        table is loaded on the first call that asks for it.
      *        CMP-EQUIV-FIELD-NAME and CMP-EQUIV-REC-TYPE say which
      *        field is being compared, for table entries limited to
      *        one field name or record type; blank means only the
      *        unlimited entries apply.
               10  CMP-EQUIV-TOKENS            PIC X VALUE 'N'.
                   88  CMP-EQUIV-TOKENS-YES    VALUE 'Y'.
               10  CMP-EQUIV-FIELD-NAME        PIC X(20) VALUE SPACES.
               10  CMP-EQUIV-REC-TYPE          PIC X(2) VALUE SPACES.
               10  CMP-EQUIV-FILE-NAME         PIC X(100) VALUE SPACES.
           05  CMP-RESULTS.
               10  CMP-MATCH-FLAG              PIC X.
                   88  CMP-MATCH                VALUE 'Y'.
      *        CMP-MATCH-FLAG is forced to no-match for such a pair.
               10  CMP-PARSE-ERROR-FLAG         PIC X.
                   88  CMP-PARSE-ERROR          VALUE 'Y'.
      *        Set by TRIMCMP when the pair matched only once its
      *        tokens went through the equivalence table - the raw
      *        values disagree on an abbreviation or synonym.  The
      *        trim-only-match flag is off for such a pair.
               10  CMP-EQUIV-ONLY-MATCH-FLAG    PIC X.
                   88  CMP-EQUIV-ONLY-MATCH     VALUE 'Y'.
