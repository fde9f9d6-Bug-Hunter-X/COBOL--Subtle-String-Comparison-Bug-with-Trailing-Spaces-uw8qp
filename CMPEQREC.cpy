      ******************************************************************
      *  CMPEQREC.CPY
      *
      *  Token equivalence table entry for the TRIMCMP text compare:
      *  a token (a run of non-space characters - "ST", "APT",
      *  "CORP") and the canonical form it stands for ("STREET",
      *  "APARTMENT", "CORPORATION").  With the token-equivalence
      *  option on, a pair that still differs after trimming, case
      *  folding and space collapsing has every token of both values
      *  replaced by its canonical form and is compared again; a
      *  pair that only agrees then is an equivalence-only match.
      *
      *  An entry may be limited to one field name (the RECCMP layout
      *  field name, or the EQUIV-FIELD card of a TRIMBAT run) and/or
      *  one record type.  Blank means any.  When several entries fit
      *  a token the most specific wins - field name and record type
      *  over field name alone, over record type alone, over neither
      *  - and a tie goes to the earlier entry.
      *
      *  Tokens are matched exactly as they stand after the case
      *  fold, so keep the table in upper case and use it on fields
      *  compared case-insensitively.  '*' in column 1 is a comment.
      *  The table is maintained by hand.
      *
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-EQ-RECORD.
           05  CMP-EQ-TOKEN                 PIC X(20).
           05  CMP-EQ-CANONICAL             PIC X(20).
           05  CMP-EQ-FIELD-NAME            PIC X(20).
           05  CMP-EQ-REC-TYPE              PIC X(2).
