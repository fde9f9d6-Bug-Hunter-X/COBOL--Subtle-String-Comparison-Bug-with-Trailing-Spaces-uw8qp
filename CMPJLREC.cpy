      ******************************************************************
      *  CMPJLREC.CPY
      *
      *  Run-log record written by the nightly job-stream controller
      *  (CMPJOBS): one per step per run, as soon as the step is
      *  decided, plus a run-end record once every step of the chain
      *  has completed.  The run id is the controller's own start
      *  date and time.  Step status:
      *
      *    C - completed: return code within the allowed maximum and
      *        any file swap done;
      *    F - failed: return code over the maximum, program not
      *        found, or the file swap failed - the chain stops here;
      *    K - skipped: already completed by the unfinished run
      *        this run resumed (a rerun restarts at the failed step
      *        of the most recent unfinished run of the same run
      *        date, or of any date with CMPJOBS_RESTART=Y);
      *    N - not run: an earlier step of this run failed;
      *    E - run end: every step completed.  The next run starts
      *        the chain from the top again.
      *
      *  Cumulative - appended to, never rewritten.  Fixed-length,
      *  LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-JL-RECORD.
           05  CMP-JL-RUN-DATE              PIC X(8).
           05  CMP-JL-RUN-TIME              PIC X(6).
           05  CMP-JL-STEP-SEQ              PIC 9(3).
           05  CMP-JL-STEP-NAME             PIC X(8).
           05  CMP-JL-PROGRAM               PIC X(8).
           05  CMP-JL-STATUS                PIC X.
               88  CMP-JL-COMPLETED         VALUE 'C'.
               88  CMP-JL-FAILED            VALUE 'F'.
               88  CMP-JL-SKIPPED           VALUE 'K'.
               88  CMP-JL-NOT-RUN           VALUE 'N'.
               88  CMP-JL-RUN-END           VALUE 'E'.
           05  CMP-JL-START-DATE            PIC X(8).
           05  CMP-JL-START-TIME            PIC X(6).
           05  CMP-JL-END-DATE              PIC X(8).
           05  CMP-JL-END-TIME              PIC X(6).
           05  CMP-JL-RETURN-CODE           PIC 9(4).
           05  CMP-JL-MAX-RC                PIC 9(2).
           05  CMP-JL-REASON                PIC X(60).
