      ******************************************************************
      *  CMPSDREC.CPY
      *
      *  Step-definition card for the nightly job-stream controller
      *  (CMPJOBS).  Cards are read in order; '*' in column 1 is a
      *  comment.
      *
      *    card type 'S' - one step of the chain: the step name
      *        (unique - restart works by step name), the program
      *        CALLed for it, the highest return code that still
      *        counts as a clean step, the file swap to do after a
      *        clean step ('D' the TRIMDELT status file, 'H' the
      *        CMPHKEEP compacted audit and disposition files, 'N' or
      *        blank none) and a description for the run summary;
      *    card type 'E' - an environment setting made just before
      *        the step above it is CALLed (for example the rules file
      *        that puts CMPAUDRV in rule mode).  A setting stays in
      *        force for the later steps until another card changes
      *        it.
      *
      *  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-SD-RECORD.
           05  CMP-SD-CARD-TYPE             PIC X.
               88  CMP-SD-COMMENT-CARD      VALUE '*'.
               88  CMP-SD-STEP-CARD         VALUE 'S'.
               88  CMP-SD-ENV-CARD          VALUE 'E'.
           05  CMP-SD-STEP-DATA.
               10  CMP-SD-STEP-NAME         PIC X(8).
               10  CMP-SD-PROGRAM           PIC X(8).
               10  CMP-SD-MAX-RC            PIC 9(2).
               10  CMP-SD-SWAP              PIC X.
                   88  CMP-SD-SWAP-NONE     VALUE 'N' SPACE.
                   88  CMP-SD-SWAP-STATUS   VALUE 'D'.
                   88  CMP-SD-SWAP-HOUSEKEEP
                                            VALUE 'H'.
               10  CMP-SD-DESCRIPTION       PIC X(40).
               10  FILLER                   PIC X(71).
           05  CMP-SD-ENV-DATA REDEFINES CMP-SD-STEP-DATA.
               10  CMP-SD-ENV-NAME          PIC X(30).
               10  CMP-SD-ENV-VALUE         PIC X(100).
