      *            CHKPOINT CHECK <step>  - DISPLAYs ALREADY-COMPLETE
      *                                     or NOT-COMPLETE
      *            CHKPOINT MARK  <step>  - records <step> as complete
      *            CHKPOINT SKIP  <step> <runs-on>
      *                                   - records <step> as skipped
      *                                     tonight: the processing
      *                                     calendar does not schedule
      *                                     it on the run date (CHECK
      *                                     then DISPLAYs ALREADY-
      *                                     SKIPPED)
      *            CHKPOINT RESET <step>  - clears the checkpoint file
      *                                     for a fresh overnight run
      *          so a job stream that dies partway through can be
      *          restarted from the last completed step. RESET also
      *          drops the record-level restart points TUT and
      *          LOANPOST keep on the same file, so a reset run starts
      *          every step from its first record.
      * Tectonics: cobc -x -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 Checkpoint-FileMissing VALUE "35".
       01 WS-Action PIC X(10) VALUE SPACES.
       01 WS-Step-Name PIC X(10) VALUE SPACES.
       01 WS-Runs-On PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-Action FROM ARGUMENT-VALUE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-Step-Name FROM ARGUMENT-VALUE.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-Runs-On FROM ARGUMENT-VALUE.

           PERFORM 1000-OPEN-CHECKPOINT-FILE.

                   PERFORM 2000-CHECK-STEP
               WHEN "MARK"
                   PERFORM 2100-MARK-STEP
               WHEN "SKIP"
                   PERFORM 2150-SKIP-STEP
               WHEN "RESET"
                   PERFORM 2200-RESET-CHECKPOINTS
               WHEN OTHER
                   DISPLAY "NOT-COMPLETE"
           END-READ.
           IF Checkpoint-OK
               EVALUATE TRUE
                   WHEN CKP-Complete
                       DISPLAY "ALREADY-COMPLETE"
                   WHEN CKP-Skipped
                       DISPLAY "ALREADY-SKIPPED"
                   WHEN OTHER
                       DISPLAY "NOT-COMPLETE"
               END-EVALUATE
           END-IF.

       2100-MARK-STEP.
           READ CHECKPOINT-FILE
               KEY IS CKP-Step-Name
               INVALID KEY
                   MOVE SPACES TO CKP-Restart-Key CKP-Restart-Data
                   MOVE ZEROS TO CKP-Restart-Records
                       CKP-Restart-Run-Date
                   MOVE "C" TO CKP-Status
                   MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp
                   PERFORM 2110-WRITE-CHECKPOINT
       2110-WRITE-CHECKPOINT.
           WRITE CHECKPOINT-RECORD.

       2150-SKIP-STEP.
           MOVE WS-Step-Name TO CKP-Step-Name.
           READ CHECKPOINT-FILE
               KEY IS CKP-Step-Name
               INVALID KEY
                   MOVE SPACES TO CKP-Restart-Key CKP-Restart-Data
                   MOVE ZEROS TO CKP-Restart-Records
                       CKP-Restart-Run-Date
                   MOVE "S" TO CKP-Status
                   MOVE WS-Runs-On TO CKP-Restart-Key
                   MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp
                   PERFORM 2110-WRITE-CHECKPOINT
           END-READ.
           IF Checkpoint-OK
               MOVE "S" TO CKP-Status
               MOVE WS-Runs-On TO CKP-Restart-Key
               MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp
               REWRITE CHECKPOINT-RECORD
           END-IF.
           DISPLAY "SKIPPED".

       2200-RESET-CHECKPOINTS.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
