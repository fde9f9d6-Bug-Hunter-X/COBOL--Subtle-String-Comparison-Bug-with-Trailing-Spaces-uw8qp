      ******************************************************************
      *  CMPACREC.CPY
      *
      *  Archive-catalogue record.  CMPHKEEP appends one at the end of
      *  every clean run, naming the dated audit and disposition
      *  archives it wrote to and how many records that run added to
      *  each, so the programs that report on history (the key
      *  inquiry, the reviewer workload report) can find every
      *  archive without anyone listing them by hand.  A cutoff
      *  housekept twice is catalogued twice under the same archive
      *  names: the second run extends the archives the first run
      *  wrote rather than replacing them, so each archive holds both
      *  runs' records and readers must use each archive name once.
      *  Cumulative - appended to, never rewritten.  Fixed-length,
      *  LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-ARC-RECORD.
           05  CMP-ARC-CUTOFF               PIC X(8).
           05  CMP-ARC-RUN-DATE             PIC X(8).
           05  CMP-ARC-RUN-TIME             PIC X(6).
           05  CMP-ARC-AUDIT-COUNT          PIC 9(7).
           05  CMP-ARC-DISP-COUNT           PIC 9(7).
           05  CMP-ARC-AUDIT-NAME           PIC X(100).
           05  CMP-ARC-DISP-NAME            PIC X(100).
