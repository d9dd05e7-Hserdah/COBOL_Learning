      * Purpose: End-of-run operator balancing report. Reads the
      *          CONTROL-TOTALS records written by TUT, COND and
      *          GRADERPT (records read / written / rejected per
      *          step) and proves read = written + rejected for each;
      *          for the AMOUNTS entry a money-moving step writes -
      *          the step's dollars in against its dollars out - it
      *          proves the two are equal. The AMOUNTS writers are
      *          GL-JOURNAL (GLEXTR: journal debits against credits),
      *          PAY-REVIEW (PAYREVW: net pay reviewed against passed
      *          and held), PAY-EXTR (PAYEXTR: net pay and holds in
      *          against sent, skipped and held) and YE-TAX (YEAREND:
      *          the year's tax withheld against the statement
      *          tax). It also lists every CHECKPOINT-FILE entry with
      *          its completion timestamp (and, for a pay run or loan
      *          posting left part-way, the record it will resume
      *          after, or for a step the processing calendar did not
      *          schedule on the run date, the days it runs on), and
      *          counts the night's entries in CUSTREJECT.LOG and
      *          EXCEPTION.LOG. One document to
      *          hand the auditors when they ask whether the run
      *          processed every record.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.
           02 WS-Run-Day PIC 99.

       01 WS-Balance-Check PIC 9(7) VALUE ZEROS.
       01 WS-Edited-Amount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Edited-Amount-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Balance-Verdict PIC X(14) VALUE SPACES.

       01 WS-Counts.
           02 WS-Count-Steps PIC 9(3) VALUE 0.
           02 WS-Count-OutOfBalance PIC 9(3) VALUE 0.
           02 WS-Count-Checkpoints PIC 9(3) VALUE 0.
           02 WS-Count-Skipped PIC 9(3) VALUE 0.
           02 WS-Count-CustRejects PIC 9(5) VALUE 0.
           02 WS-Count-Exceptions PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "BALRPT: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-REPORT.
       PERFORM 2000-BALANCE-CONTROL-TOTALS.
       PERFORM 3000-LIST-CHECKPOINTS.
           STOP RUN.

       1000-OPEN-REPORT.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN OUTPUT BALANCE-REPORT.
           IF NOT BalanceReport-OK
               DISPLAY "BALANCE-REPORT: OPEN FAILED "
               PERFORM 2010-READ-CONTROL-TOTALS
           END-IF.
           PERFORM UNTIL ControlTotals-EOF
               IF CTA-Amount-Entry
                   PERFORM 2030-BALANCE-ONE-AMOUNT
               ELSE
                   PERFORM 2020-BALANCE-ONE-STEP
               END-IF
               PERFORM 2010-READ-CONTROL-TOTALS
           END-PERFORM.
           CLOSE CONTROL-TOTALS.
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

      * An AMOUNTS entry is one step's dollars in against its dollars
      * out (GL-JOURNAL, PAY-REVIEW, PAY-EXTR or YE-TAX) and balances
      * when the two are equal.
       2030-BALANCE-ONE-AMOUNT.
           ADD 1 TO WS-Count-Steps.
           IF CTA-Amount-In = CTA-Amount-Out
               MOVE "BALANCED" TO WS-Balance-Verdict
           ELSE
               MOVE "OUT OF BALANCE" TO WS-Balance-Verdict
               ADD 1 TO WS-Count-OutOfBalance
           END-IF.
           MOVE CTA-Amount-In TO WS-Edited-Amount.
           MOVE CTA-Amount-Out TO WS-Edited-Amount-2.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING CTA-Step-Name "  IN " WS-Edited-Amount
               "  OUT " WS-Edited-Amount-2 "   " WS-Balance-Verdict
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

       3000-LIST-CHECKPOINTS.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           STRING "  " CKP-Step-Name " STATUS " CKP-Status
               " AT " CKP-Timestamp
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           IF CKP-Restart-Pending
               STRING " RESTART AFTER " CKP-Restart-Key
                   " (" CKP-Restart-Records " RECORDS)"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE(51:46)
           END-IF.
           IF CKP-Skipped
               ADD 1 TO WS-Count-Skipped
               STRING " NOT SCHEDULED - RUNS " CKP-Restart-Key
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE(51:46)
           END-IF.
           WRITE BALANCE-REPORT-LINE.

       4000-COUNT-LOG-ENTRIES.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "STEPS REPORTED: " WS-Count-Steps
               "  CHECKPOINTS: " WS-Count-Checkpoints
               "  SKIPPED: " WS-Count-Skipped
               "  OUT OF BALANCE: " WS-Count-OutOfBalance
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
