               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT GENERATED-LOAN-PAYMENTS ASSIGN TO "data/LOANDED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RECYCLE-FILE ASSIGN TO "data/RECYCLE.FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Recycle-Status.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/CHECKPOINT.FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-Step-Name
               FILE STATUS IS WS-Checkpoint-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RECYCLE-FILE.
           COPY RECYREC.

       FD CHECKPOINT-FILE.
           COPY CHKPREC.

       WORKING-STORAGE SECTION.
       01 WS-CustomerRoster-Status PIC XX VALUE SPACES.
           88 CustomerRoster-OK VALUE "00".
       01 WS-DedRegister-Status PIC XX VALUE SPACES.
           88 DedRegister-OK VALUE "00".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
           88 LoanMast-EOF VALUE "10".
       01 WS-LoanDed-Status PIC XX VALUE SPACES.
           88 LoanDed-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".
       01 WS-Checkpoint-Status PIC XX VALUE SPACES.
           88 Checkpoint-OK VALUE "00".
           88 Checkpoint-NotFound VALUE "23".
           88 Checkpoint-FileMissing VALUE "35".
       01 WS-Restart-Flag PIC 9 VALUE 0.
           88 Restart-Run VALUE 1.
           88 Fresh-Run VALUE 0.
       01 WS-Restart-Step-Name PIC X(10) VALUE "TUT".
       01 WS-Restart-Skip PIC 9(7) VALUE 0.
       01 WS-Restart-Resume PIC 9(7) VALUE 0.
       01 WS-Restart-Ident PIC X(12) VALUE SPACES.
       01 WS-Since-Checkpoint PIC 9(5) VALUE 0.
       01 WS-Output-Lines.
           02 WS-Lines-PayStub PIC 9(7) VALUE 0.
           02 WS-Lines-Register PIC 9(7) VALUE 0.
           02 WS-Lines-LoanDed PIC 9(7) VALUE 0.
           02 WS-Lines-Reject-Log PIC 9(7) VALUE 0.
       01 WS-Restart-Image.
           02 RI-Counts PIC X(15).
           02 RI-Loan-Counts PIC X(15).
           02 RI-Run-Totals PIC X(55).
           02 RI-Code-Totals PIC X(263).
           02 RI-Output-Lines PIC X(28).
       01 WS-Trim-File-Name PIC X(40) VALUE SPACES.
       01 WS-Trim-Lines PIC 9(7) VALUE 0.
       01 WS-Trim-Kept PIC 9(7) VALUE 0.
       01 WS-Counts.
           02 WS-Count-Read PIC 9(5) VALUE 0.
           02 WS-Count-Applied PIC 9(5) VALUE 0.
       PERFORM 1010-READ-CUSTOMER-ROSTER.
       PERFORM UNTIL CustomerRoster-EOF
           PERFORM 1020-PROCESS-CUSTOMER-RECORD
           PERFORM 1040-COUNT-TOWARD-RESTART-POINT
           PERFORM 1010-READ-CUSTOMER-ROSTER
       END-PERFORM.
       PERFORM 1030-CLOSE-FILES.
            STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Pay-Period-Date TO WS-Pay-Period-Date.
           MOVE RP-Run-Date TO WS-Today-Date.
           PERFORM 1100-CHECK-RESTART-POINT.
           OPEN INPUT CUSTOMER-ROSTER.
           IF NOT CustomerRoster-OK
               DISPLAY "CUSTOMER-ROSTER: OPEN FAILED "
                   WS-CustomerRoster-Status
           END-IF.
           IF Restart-Run
               PERFORM 1120-SKIP-APPLIED-RECORDS
           END-IF.
           PERFORM 2000-OPEN-CUSTOMER-MASTER.
           IF Restart-Run
               MOVE "data/PAYSTUB.TXT" TO WS-Trim-File-Name
               MOVE WS-Lines-PayStub TO WS-Trim-Lines
               PERFORM 1140-TRIM-OUTPUT-FILE
               OPEN EXTEND PAY-STUB-FILE
           ELSE
               OPEN OUTPUT PAY-STUB-FILE
           END-IF.
           IF NOT PayStub-OK
               DISPLAY "PAY-STUB-FILE: OPEN FAILED " WS-PayStub-Status
           END-IF.
           PERFORM 2400-OPEN-PAY-HISTORY.
           PERFORM 2500-LOAD-TAX-TABLE.
           PERFORM 2600-LOAD-STANDING-DEDUCTIONS.
           IF Restart-Run
               MOVE "data/DEDUCTION.REGISTER" TO WS-Trim-File-Name
               MOVE WS-Lines-Register TO WS-Trim-Lines
               PERFORM 1140-TRIM-OUTPUT-FILE
               OPEN EXTEND DEDUCTION-REGISTER
           ELSE
               OPEN OUTPUT DEDUCTION-REGISTER
           END-IF.
           IF NOT DedRegister-OK
               DISPLAY "DEDUCTION-REGISTER: OPEN FAILED "
                   WS-DedRegister-Status
                   WS-LoanMast-Status " - NO LOAN DEDUCTIONS"
               SET LoanMast-Not-Open TO TRUE
           END-IF.
           IF Restart-Run
               MOVE "data/LOANDED.TXT" TO WS-Trim-File-Name
               MOVE WS-Lines-LoanDed TO WS-Trim-Lines
               PERFORM 1140-TRIM-OUTPUT-FILE
               OPEN EXTEND GENERATED-LOAN-PAYMENTS
           ELSE
               OPEN OUTPUT GENERATED-LOAN-PAYMENTS
           END-IF.
           IF NOT LoanDed-OK
               DISPLAY "GENERATED-LOAN-PAYMENTS: OPEN FAILED "
                   WS-LoanDed-Status
           END-IF.
           IF Restart-Run
               MOVE "data/CUSTREJECT.LOG" TO WS-Trim-File-Name
               MOVE WS-Lines-Reject-Log TO WS-Trim-Lines
               PERFORM 1140-TRIM-OUTPUT-FILE
           ELSE
               PERFORM 1150-COUNT-REJECT-LOG
               PERFORM 3300-PRINT-STUB-HEADER
               PERFORM 3700-PRINT-REGISTER-HEADER
           END-IF.

       1010-READ-CUSTOMER-ROSTER.
           READ CUSTOMER-ROSTER
               DISPLAY "AGE: " WS-Computed-Age

               MOVE Ident TO CM-Ident
               PERFORM 2110-FIND-CUSTOMER-MASTER
               IF CustMast-OK
                   PERFORM 2120-MOVE-ROSTER-TO-MASTER
                   PERFORM 2300-REWRITE-CUSTOMER-MASTER
               ELSE
                   MOVE Ident TO CM-Ident
                   MOVE ZEROS TO CM-BankRouting
                   MOVE SPACES TO CM-BankAccount
                   MOVE SPACE TO CM-BankStatus
                   PERFORM 2320-CLEAR-PENDING-DETAILS
                   PERFORM 2120-MOVE-ROSTER-TO-MASTER
                   PERFORM 2200-WRITE-CUSTOMER-MASTER
               END-IF
               PERFORM 2100-READ-CUSTOMER-MASTER
               IF CustMast-OK
           END-IF.
           CLOSE GENERATED-LOAN-PAYMENTS.
           PERFORM 9100-WRITE-CONTROL-TOTALS.
           PERFORM 1170-CLEAR-RESTART-POINT.
           CLOSE CHECKPOINT-FILE.

      * Every RP-Checkpoint-Every roster records the run commits a
      * restart point, so a failure costs at most that many records
      * of rework instead of the whole roster.
       1040-COUNT-TOWARD-RESTART-POINT.
           ADD 1 TO WS-Since-Checkpoint.
           IF WS-Since-Checkpoint NOT < RP-Checkpoint-Every
               PERFORM 1050-COMMIT-RESTART-POINT
           END-IF.

      * The line sequential outputs are closed and reopened so every
      * line counted in the restart point is really on disk, then
      * the restart point is written: the ident and position of the
      * last roster record applied, the pay date it was run for, and
      * the running counts, totals and output line counts.
       1050-COMMIT-RESTART-POINT.
           CLOSE PAY-STUB-FILE.
           OPEN EXTEND PAY-STUB-FILE.
           CLOSE DEDUCTION-REGISTER.
           OPEN EXTEND DEDUCTION-REGISTER.
           CLOSE GENERATED-LOAN-PAYMENTS.
           OPEN EXTEND GENERATED-LOAN-PAYMENTS.
           MOVE WS-Counts TO RI-Counts.
           MOVE WS-Loan-Counts TO RI-Loan-Counts.
           MOVE WS-Run-Totals TO RI-Run-Totals.
           MOVE WS-Code-Total-Table TO RI-Code-Totals.
           MOVE WS-Output-Lines TO RI-Output-Lines.
           MOVE WS-Restart-Step-Name TO CKP-Step-Name.
           SET CKP-Restart-Pending TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp.
           MOVE SPACES TO CKP-Restart-Key.
           MOVE CI-Ident TO CKP-Restart-Key.
           MOVE WS-Count-Read TO CKP-Restart-Records.
           MOVE WS-Pay-Period-Date TO CKP-Restart-Run-Date.
           MOVE WS-Restart-Image TO CKP-Restart-Data.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           DISPLAY "CHECKPOINT-FILE: RESTART POINT "
                               "NOT WRITTEN " WS-Checkpoint-Status
                   END-WRITE
           END-REWRITE.
           MOVE ZEROS TO WS-Since-Checkpoint.

      * A restart point left at status R means the last run of this
      * step died part-way. The counts, totals and output line counts
      * it carried become this run's starting figures, so the control
      * totals come out as if the roster had been run once. A restart
      * point taken for another pay date is never resumed - the
      * operator must reset the run.
       1100-CHECK-RESTART-POINT.
           SET Fresh-Run TO TRUE.
           OPEN I-O CHECKPOINT-FILE.
           IF Checkpoint-FileMissing
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF.
           MOVE WS-Restart-Step-Name TO CKP-Step-Name.
           READ CHECKPOINT-FILE
               KEY IS CKP-Step-Name
               INVALID KEY CONTINUE
           END-READ.
           IF Checkpoint-OK AND CKP-Restart-Pending
               IF CKP-Restart-Run-Date NOT = WS-Pay-Period-Date
                   DISPLAY "TUT: RESTART POINT IS FOR PAY DATE "
                       CKP-Restart-Run-Date " NOT "
                       WS-Pay-Period-Date " - RESET THE RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET Restart-Run TO TRUE
               MOVE CKP-Restart-Data TO WS-Restart-Image
               MOVE RI-Counts TO WS-Counts
               MOVE RI-Loan-Counts TO WS-Loan-Counts
               MOVE RI-Run-Totals TO WS-Run-Totals
               MOVE RI-Code-Totals TO WS-Code-Total-Table
               MOVE RI-Output-Lines TO WS-Output-Lines
               MOVE CKP-Restart-Records TO WS-Restart-Skip
               MOVE CKP-Restart-Key TO WS-Restart-Ident
               COMPUTE WS-Restart-Resume = WS-Restart-Skip + 1
               DISPLAY "TUT: RESTARTING FROM CHECKPOINT OF "
                   CKP-Timestamp(1:14)
               DISPLAY "TUT: RESUMING AT ROSTER RECORD "
                   WS-Restart-Resume " AFTER IDENT "
                   WS-Restart-Ident(1:3)
           END-IF.

      * Read past the roster records already applied. The record at
      * the restart point must still carry the ident it was taken on;
      * if the roster has changed under the restart the run stops.
       1120-SKIP-APPLIED-RECORDS.
           PERFORM WS-Restart-Skip TIMES
               PERFORM 1010-READ-CUSTOMER-ROSTER
           END-PERFORM.
           IF CustomerRoster-EOF
               OR CI-Ident NOT = WS-Restart-Ident(1:3)
               DISPLAY "TUT: ROSTER RECORD " WS-Restart-Skip
                   " IS NOT IDENT " WS-Restart-Ident(1:3)
                   " - ROSTER CHANGED, RESET THE RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1140-TRIM-OUTPUT-FILE.
           CALL "RSTTRIM" USING WS-Trim-File-Name WS-Trim-Lines
               WS-Trim-Kept.
           IF WS-Trim-Kept < WS-Trim-Lines
               DISPLAY "TUT: " WS-Trim-File-Name " HAD ONLY "
                   WS-Trim-Kept " OF " WS-Trim-Lines
                   " LINES AT RESTART"
           END-IF.

      * On a fresh run the reject log's existing entries are counted
      * so a restart can cut the log back to where this run left it.
       1150-COUNT-REJECT-LOG.
           MOVE ZEROS TO WS-Lines-Reject-Log.
           OPEN INPUT CUSTOMER-REJECT-LOG.
           IF CustReject-OK
               PERFORM 1160-READ-REJECT-LOG
               PERFORM UNTIL NOT CustReject-OK
                   ADD 1 TO WS-Lines-Reject-Log
                   PERFORM 1160-READ-REJECT-LOG
               END-PERFORM
               CLOSE CUSTOMER-REJECT-LOG
           END-IF.

       1160-READ-REJECT-LOG.
           READ CUSTOMER-REJECT-LOG
               AT END CONTINUE
           END-READ.

      * The step ran to the end: its restart point is marked complete
      * so the next run starts from the first roster record.
       1170-CLEAR-RESTART-POINT.
           MOVE WS-Restart-Step-Name TO CKP-Step-Name.
           READ CHECKPOINT-FILE
               KEY IS CKP-Step-Name
               INVALID KEY CONTINUE
           END-READ.
           IF Checkpoint-OK
               SET CKP-Complete TO TRUE
               MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp
               REWRITE CHECKPOINT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       2000-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER.
                   DISPLAY "CUSTOMER-MASTER: NOT FOUND " CM-Ident
           END-READ.

       2110-FIND-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.

       2120-MOVE-ROSTER-TO-MASTER.
           MOVE CustName TO CM-CustName.
           MOVE MOB TO CM-MOB.
           MOVE DOB TO CM-DOB.
           MOVE YOB TO CM-YOB.
           PERFORM 2310-APPLY-ROSTER-BANK-DETAILS.

       2200-WRITE-CUSTOMER-MASTER.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER-MASTER: REWRITE FAILED " CM-Ident
           END-REWRITE.

      * Roster bank details never go straight onto the live routing
      * and account: new or changed details wait in the pending
      * fields for the prenote cycle, and the live account and any
      * bank-return block on it stay as they are meanwhile. The
      * roster repeats its details every night, so details already
      * live or already pending (even a failed prenote) leave the
      * master alone; only different details start a new prenote.
       2310-APPLY-ROSTER-BANK-DETAILS.
           EVALUATE TRUE
               WHEN BankRouting = ZEROS
                   MOVE ZEROS TO CM-BankRouting
                   MOVE SPACES TO CM-BankAccount
                   MOVE SPACE TO CM-BankStatus
                   PERFORM 2320-CLEAR-PENDING-DETAILS
               WHEN BankRouting = CM-BankRouting
                   AND BankAccount = CM-BankAccount
                   CONTINUE
               WHEN NOT CM-Pend-None
                   AND BankRouting = CM-Pend-Routing
                   AND BankAccount = CM-Pend-Account
                   CONTINUE
               WHEN OTHER
                   MOVE BankRouting TO CM-Pend-Routing
                   MOVE BankAccount TO CM-Pend-Account
                   SET CM-Pend-Awaiting TO TRUE
                   MOVE WS-Today-Date TO CM-Pend-Change-Date
                   MOVE ZEROS TO CM-Pend-Prenote-Date
                       CM-Pend-Result-Date
                   DISPLAY "CUSTOMER-MASTER: BANK CHANGE AWAITING "
                       "PRENOTE " CM-Ident
           END-EVALUATE.

       2320-CLEAR-PENDING-DETAILS.
           MOVE ZEROS TO CM-Pend-Routing.
           MOVE SPACES TO CM-Pend-Account.
           SET CM-Pend-None TO TRUE.
           MOVE ZEROS TO CM-Pend-Change-Date CM-Pend-Prenote-Date
               CM-Pend-Result-Date.

       3000-CALCULATE-PAYCHECK.
           IF HoursWorked > RP-OT-Threshold
               MOVE RP-OT-Threshold TO RegularHours
               " - OT OVER " WS-Edited-OT-Threshold
               " HRS AT " WS-Edited-OT-Multiplier
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           PERFORM 3110-WRITE-STUB-LINE.

       3100-PRINT-PAY-STUB.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "PAY STUB - IDENT: " Ident
               " NAME: " CustName
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           PERFORM 3110-WRITE-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "  HOURS: " HoursWorked
               " RATE: " PayRate
               " GROSS PAY: " GrossPay
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           PERFORM 3110-WRITE-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "  TAX WITHHELD: " TaxWithheld
               " DEDUCTIONS: " TotalDeductions
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           PERFORM 3110-WRITE-STUB-LINE.
           IF LoanPayments > 0
               MOVE SPACES TO PAY-STUB-LINE
               STRING "  LOAN PAYMENTS WITHHELD: " LoanPayments
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               PERFORM 3110-WRITE-STUB-LINE
           END-IF.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "  NET PAY: " PayCheck
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           PERFORM 3110-WRITE-STUB-LINE.

       3110-WRITE-STUB-LINE.
           WRITE PAY-STUB-LINE.
           ADD 1 TO WS-Lines-PayStub.

      * Withholding is the highest TAXTABLE.TXT bracket whose floor
      * the period gross meets, applied flat to the whole gross.
      * deduction is withheld from the remaining net and turned into
      * a generated P transaction for LOANPOST to post later in the
      * stream - no more keying the same payment twice.
      * The loans are reached through the borrower-ident alternate
      * key, so only this customer's loans are read.
       3550-WITHHOLD-LOAN-PAYMENTS.
           MOVE ZEROS TO LoanPayments.
           IF LoanMast-Open
               SET LoanScan-Active TO TRUE
               MOVE Ident TO LN-Ident
               START LOAN-MASTER KEY IS EQUAL TO LN-Ident
                   INVALID KEY SET LoanScan-Done TO TRUE
               END-START
               IF NOT LoanMast-OK
                   PERFORM 3560-READ-NEXT-AUTOPAY-LOAN
               END-IF
               PERFORM UNTIL LoanScan-Done
                   IF LN-AutoPay-Amount > 0
                       AND LN-Balance > 0
                       AND NOT LN-Loan-Closed
                       PERFORM 3570-WITHHOLD-ONE-LOAN
                   END-IF
                   PERFORM 3560-READ-NEXT-AUTOPAY-LOAN
           IF NOT LoanMast-OK
               SET LoanScan-Done TO TRUE
           END-IF.
           IF NOT LoanScan-Done AND LN-Ident NOT = Ident
               SET LoanScan-Done TO TRUE
           END-IF.

       3570-WITHHOLD-ONE-LOAN.
           ADD 1 TO WS-Count-AutoPay-Loans.
           MOVE ZEROS TO LT-Principal LT-Rate LT-Term.
           MOVE WS-Loan-Withhold TO LT-Amount.
           WRITE LOAN-TRANSACTION-RECORD.
           ADD 1 TO WS-Lines-LoanDed.

       3600-COMPUTE-NET-PAY.
           COMPUTE PayCheck = GrossPay - TaxWithheld
               WS-Pay-Period-Month "/" WS-Pay-Period-Day "/"
               WS-Pay-Period-Year
               DELIMITED BY SIZE INTO DEDUCTION-REGISTER-LINE.
           PERFORM 3730-WRITE-REGISTER-LINE.
           MOVE SPACES TO DEDUCTION-REGISTER-LINE.
           STRING "IDENT  CODE  DESCRIPTION          "
               "       AMOUNT"
               DELIMITED BY SIZE INTO DEDUCTION-REGISTER-LINE.
           PERFORM 3730-WRITE-REGISTER-LINE.

       3710-WRITE-REGISTER-DETAIL.
           MOVE SPACES TO DEDUCTION-REGISTER-LINE.
           MOVE WS-Register-Detail TO DEDUCTION-REGISTER-LINE.
           PERFORM 3730-WRITE-REGISTER-LINE.

       3720-ADD-TO-CODE-TOTALS.
           PERFORM VARYING WS-Code-Sub FROM 1 BY 1
               ADD WS-Work-Amount TO WS-CT-Amount(WS-Code-Sub)
           END-IF.

       3730-WRITE-REGISTER-LINE.
           WRITE DEDUCTION-REGISTER-LINE.
           ADD 1 TO WS-Lines-Register.

       3800-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO DEDUCTION-REGISTER-LINE.
           WRITE DEDUCTION-REGISTER-LINE.
               PERFORM 4010-VALIDATE-DAY-OF-MONTH
           END-IF.
           IF DOB-Valid
               IF YOB < 1900 OR YOB > WS-Today-Year
                   SET DOB-Invalid TO TRUE
               END-IF
           END-IF.

       4100-COMPUTE-AGE-FROM-DOB.
           COMPUTE WS-Computed-Age = WS-Today-Year - YOB.
           IF WS-Today-Month < MOB
               SUBTRACT 1 FROM WS-Computed-Age
           MOVE YOB TO RJ-YOB.
           MOVE "INVALID DATE OF BIRTH" TO RJ-Message.
           WRITE CUSTOMER-REJECT-RECORD.
           ADD 1 TO WS-Lines-Reject-Log.
           CLOSE CUSTOMER-REJECT-LOG.
           PERFORM 9010-RECYCLE-REJECTED-CUSTOMER.

