      *  account numbers.  Fixed-length, LINE SEQUENTIAL text.
      *
      *  A fill-char count of zero means "default": SPACE only.
      *
      *  The token-equivalence switch (Y to turn it on, N or blank
      *  for off) sends a text field that still differs through the
      *  token equivalence table (CMPEQREC) - on for address lines,
      *  say, but not for names.  Cards written before the switch
      *  existed read it as blank.
      ******************************************************************
       01  CMP-LY-RECORD.
           05  CMP-LY-REC-TYPE              PIC X(2).
           05  CMP-LY-DATA-TYPE             PIC X.
           05  CMP-LY-FILL-CHAR-COUNT       PIC 9(2).
           05  CMP-LY-FILL-CHARS            PIC X(10).
           05  CMP-LY-TOKEN-EQUIV           PIC X.
