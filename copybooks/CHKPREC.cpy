      * Record layout for CHECKPOINT-FILE, one entry per job-stream
      * step (keyed on step name) so a restart can tell which steps
      * of the overnight run already finished.
      * The pay run and loan posting also keep a restart-point entry
      * under their own program name. While the step is running it
      * is status R and is rewritten every RP-Checkpoint-Every input
      * records with the last record applied (CKP-Restart-Key, the
      * count of input records behind it in CKP-Restart-Records),
      * the run date the step started under, and the step's running
      * control counts and output line counts in CKP-Restart-Data
      * (laid out by the owning program). A rerun that finds status
      * R resumes after that record; the step sets the entry to C
      * when it ends normally, so the next run starts from the top.
      * A step the processing calendar does not schedule on the run
      * date is recorded as status S (skipped) instead of C, with the
      * days it does run on (DAILY, PAYDAY, MONTHEND or YEAREND) in
      * CKP-Restart-Key; a restart passes over it like a completed
      * step.
      ******************************************************************
       01 CHECKPOINT-RECORD.
           02 CKP-Step-Name PIC X(10).
           02 CKP-Status PIC X(1).
               88 CKP-Complete VALUE "C".
               88 CKP-Restart-Pending VALUE "R".
               88 CKP-Skipped VALUE "S".
           02 CKP-Timestamp PIC X(21).
           02 CKP-Restart-Key PIC X(12).
           02 CKP-Restart-Records PIC 9(7).
           02 CKP-Restart-Run-Date PIC 9(8).
           02 CKP-Restart-Data PIC X(400).
