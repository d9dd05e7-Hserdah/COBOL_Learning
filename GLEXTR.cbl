      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger journal interface, run after BANKRET.
      *          Gathers the night's financial activity and writes one
      *          balanced debit/credit journal for the run date to
      *          GL-JOURNAL-FILE (GLJRNL.cpy: H header, one D detail
      *          per account and side, T trailer with the debit and
      *          credit totals). Every posting source is mapped to its
      *          ledger account through the chart-of-accounts file
      *          (GLACCT.cpy); a source with no mapping posts to the
      *          SUSPENSE account and is counted as a reject. Entries:
      *            - payroll: PAY-HISTORY gross for the pay date to
      *              expense, against the tax, deduction and loan
      *              withholdings on DEDUCTION.REGISTER by code and the
      *              PAY-HISTORY net pay to net pay payable
      *            - net pay released on BANKPAY.FILE out of cash
      *            - loan payments posted by LOANPOST (LOANACT.TXT)
      *              split into principal and interest, received in
      *              cash or cleared out of payroll
      *            - late charges DELINQ assessed tonight onto the
      *              loan balances (DQ-Late-Charges)
      *            - bounced payments BANKRET took back, returned to
      *              cash and owed to the customer again; a return
      *              file is booked once, on the first run after it
      *              arrives - each one booked is recorded by its
      *              header date on BANKRET.APPLIED (RTNAPPL.cpy) and
      *              a file not dated later than the last one booked
      *              is passed over
      *          The payroll entries are booked only when the run date
      *          is a pay date on the processing calendar; on other
      *          nights the pay run's register on hand is the last pay
      *          date's, already booked. The bank release is booked
      *          every night off that night's extract.
      *          If debits do not equal credits, or the chart of
      *          accounts is not on hand, no journal is released and
      *          the step ends with return code 8 to stop the run. The
      *          journal listing goes to GLJOURNAL.REPORT, and the
      *          step's counts and its debit/credit totals land on
      *          CONTROL.TOTALS so BALRPT proves the journal balanced
      *          (a stopped run writes none, so its rerun's figures
      *          are the night's only entry).
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "data/GLACCOUNTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AccountMap-Status.
           SELECT PAY-HISTORY ASSIGN TO "data/PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PayHist-Status.
           SELECT DEDUCTION-REGISTER
               ASSIGN TO "data/DEDUCTION.REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DedRegister-Status.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "data/BANKPAY.FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BankPay-Status.
           SELECT LOAN-ACTIVITY ASSIGN TO "data/LOANACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LoanAct-Status.
           SELECT DELINQUENCY-FILE ASSIGN TO "data/DELINQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-LoanNumber
               FILE STATUS IS WS-Delinq-Status.
           SELECT BANK-RETURN-FILE ASSIGN TO "data/BANKRET.FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BankRet-Status.
           SELECT GL-JOURNAL-FILE ASSIGN TO "data/GLJOURNAL.FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT GL-JOURNAL-REPORT ASSIGN TO "data/GLJOURNAL.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnlReport-Status.
           SELECT CONTROL-TOTALS ASSIGN TO "data/CONTROL.TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotals-Status.
           SELECT RETURN-FILE-APPLIED
               ASSIGN TO "data/BANKRET.APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RtnApplied-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GL-ACCOUNT-MAP.
           COPY GLACCT.

       FD PAY-HISTORY.
           COPY PAYHREC.

      * Register detail lines carry the pay run's register layout; the
      * heading and total lines fail the numeric ident test.
       FD DEDUCTION-REGISTER.
       01 DEDUCTION-REGISTER-LINE PIC X(80).
       01 DEDUCTION-REGISTER-DETAIL.
           02 DR-Ident PIC X(3).
           02 FILLER PIC XX.
           02 DR-Code PIC X(4).
           02 FILLER PIC XX.
           02 DR-Description PIC X(20).
           02 FILLER PIC X.
           02 DR-Amount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC XX.
           02 DR-Note PIC X(26).
           02 FILLER PIC X(8).

       FD BANK-PAYMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BANKPAY.

       FD LOAN-ACTIVITY.
           COPY LOANACT.

       FD DELINQUENCY-FILE.
           COPY DELQREC.

       FD BANK-RETURN-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BANKRTN.

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.

       FD GL-JOURNAL-REPORT.
       01 GL-JOURNAL-REPORT-LINE PIC X(96).

       FD CONTROL-TOTALS.
           COPY CTLREC.

       FD RETURN-FILE-APPLIED.
           COPY RTNAPPL.

       WORKING-STORAGE SECTION.
       01 WS-AccountMap-Status PIC XX VALUE SPACES.
           88 AccountMap-OK VALUE "00".
           88 AccountMap-EOF VALUE "10".
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
           88 PayHist-EOF VALUE "10".
       01 WS-DedRegister-Status PIC XX VALUE SPACES.
           88 DedRegister-OK VALUE "00".
           88 DedRegister-EOF VALUE "10".
       01 WS-BankPay-Status PIC XX VALUE SPACES.
           88 BankPay-OK VALUE "00".
           88 BankPay-EOF VALUE "10".
       01 WS-LoanAct-Status PIC XX VALUE SPACES.
           88 LoanAct-OK VALUE "00".
           88 LoanAct-EOF VALUE "10".
       01 WS-Delinq-Status PIC XX VALUE SPACES.
           88 Delinq-OK VALUE "00".
           88 Delinq-EOF VALUE "10".
       01 WS-BankRet-Status PIC XX VALUE SPACES.
           88 BankRet-OK VALUE "00".
           88 BankRet-EOF VALUE "10".
       01 WS-Journal-Status PIC XX VALUE SPACES.
           88 Journal-OK VALUE "00".
       01 WS-JrnlReport-Status PIC XX VALUE SPACES.
           88 JrnlReport-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".
       01 WS-RtnApplied-Status PIC XX VALUE SPACES.
           88 RtnApplied-OK VALUE "00".
           88 RtnApplied-EOF VALUE "10".
           88 RtnApplied-NotFound VALUE "35".

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.
       01 WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).
       01 WS-Pay-Date-Num PIC 9(8) VALUE ZEROS.

       01 WS-Account-Map-Table.
           02 WS-Account-Count PIC 9(3) VALUE 0.
           02 WS-Account-Entry OCCURS 50 TIMES.
               03 WS-AM-Key PIC X(8).
               03 WS-AM-Account PIC X(10).
               03 WS-AM-Description PIC X(30).
       01 WS-Journal-Table.
           02 WS-Journal-Count PIC 9(3) VALUE 0.
           02 WS-Journal-Entry OCCURS 50 TIMES.
               03 WS-JE-Key PIC X(8).
               03 WS-JE-Account PIC X(10).
               03 WS-JE-Description PIC X(30).
               03 WS-JE-Debit PIC 9(9)V99.
               03 WS-JE-Credit PIC 9(9)V99.
       01 WS-Map-Sub PIC 9(3) VALUE 0.
       01 WS-Jrnl-Sub PIC 9(3) VALUE 0.

       01 WS-Posting.
           02 WS-Post-Key PIC X(8) VALUE SPACES.
           02 WS-Post-Side-Flag PIC X VALUE SPACE.
               88 Post-Debit VALUE "D".
               88 Post-Credit VALUE "C".
           02 WS-Post-Amount PIC 9(9)V99 VALUE ZEROS.
       01 WS-Map-Found-Flag PIC 9 VALUE 0.
           88 Map-Found VALUE 1.
           88 Map-Not-Found VALUE 0.
       01 WS-Journal-Balance-Flag PIC 9 VALUE 0.
           88 Journal-Balanced VALUE 1.
           88 Journal-Out-Of-Balance VALUE 0.
       01 WS-Register-Amount PIC 9(7)V99 VALUE ZEROS.
       01 WS-Return-File-Date PIC 9(8) VALUE ZEROS.
       01 WS-Last-Booked-Date PIC 9(8) VALUE ZEROS.
       01 WS-Return-File-Flag PIC 9 VALUE 0.
           88 Return-File-New VALUE 1.
           88 Return-File-Not-New VALUE 0.
       01 WS-Bank-File-Flag PIC 9 VALUE 0.
           88 Bank-File-Current VALUE 1.
           88 Bank-File-Stale VALUE 0.

       01 WS-Source-Totals.
           02 WS-Payroll-Gross PIC 9(9)V99 VALUE ZEROS.
           02 WS-Payroll-Net PIC 9(9)V99 VALUE ZEROS.
           02 WS-Register-Total PIC 9(9)V99 VALUE ZEROS.
           02 WS-Bank-Released PIC 9(9)V99 VALUE ZEROS.
           02 WS-Loan-Received PIC 9(9)V99 VALUE ZEROS.
           02 WS-Late-Charges PIC 9(9)V99 VALUE ZEROS.
           02 WS-Returns-Total PIC 9(9)V99 VALUE ZEROS.
       01 WS-Journal-Totals.
           02 WS-Total-Debits PIC 9(11)V99 VALUE ZEROS.
           02 WS-Total-Credits PIC 9(11)V99 VALUE ZEROS.
           02 WS-Line-Count PIC 9(7) VALUE ZEROS.

       01 WS-Edited-Amount PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Edited-Amount-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Edited-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Edited-Total-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-Counts.
           02 WS-Count-Postings PIC 9(5) VALUE 0.
           02 WS-Count-Mapped PIC 9(5) VALUE 0.
           02 WS-Count-Suspense PIC 9(5) VALUE 0.
           02 WS-Count-PayHist PIC 9(5) VALUE 0.
           02 WS-Count-Register PIC 9(5) VALUE 0.
           02 WS-Count-Bank PIC 9(5) VALUE 0.
           02 WS-Count-LoanAct PIC 9(5) VALUE 0.
           02 WS-Count-Late PIC 9(5) VALUE 0.
           02 WS-Count-Returns PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "GLEXTR: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 1300-LOAD-ACCOUNT-MAP.
       IF WS-Account-Count = 0
           MOVE "CHART OF ACCOUNTS NOT ON HAND - NO JOURNAL RELEASED"
               TO GL-JOURNAL-REPORT-LINE
           WRITE GL-JOURNAL-REPORT-LINE
           DISPLAY "GLEXTR: CHART OF ACCOUNTS NOT ON HAND"
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF RP-Run-Pay-Date
           PERFORM 2000-POST-PAYROLL
           PERFORM 2100-POST-DEDUCTION-REGISTER
       END-IF.
       PERFORM 2200-POST-BANK-RELEASE.
       PERFORM 2300-POST-LOAN-ACTIVITY.
       PERFORM 2400-POST-LATE-CHARGES.
       PERFORM 2500-POST-BANK-RETURNS.
       PERFORM 3000-PROVE-JOURNAL.
       PERFORM 4000-WRITE-SOURCE-SUMMARY.
       PERFORM 4100-WRITE-JOURNAL.
       PERFORM 5000-WRITE-SUMMARY.
       PERFORM 1200-CLOSE-FILES.
       IF Journal-Out-Of-Balance
           DISPLAY "GLEXTR: JOURNAL OUT OF BALANCE - DEBITS "
               WS-Total-Debits " CREDITS " WS-Total-Credits
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM 9100-WRITE-CONTROL-TOTALS
           IF Return-File-New
               PERFORM 7000-RECORD-RETURN-FILE
           END-IF
       END-IF.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           IF RP-Run-Pay-Date
               MOVE RP-Pay-Period-Date TO WS-Pay-Date-Num
           ELSE
               MOVE ZEROS TO WS-Pay-Date-Num
           END-IF.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT Journal-OK
               DISPLAY "GL-JOURNAL-FILE: OPEN FAILED "
                   WS-Journal-Status
           END-IF.
           OPEN OUTPUT GL-JOURNAL-REPORT.
           IF NOT JrnlReport-OK
               DISPLAY "GL-JOURNAL-REPORT: OPEN FAILED "
                   WS-JrnlReport-Status
           END-IF.

       1100-WRITE-REPORT-HEADERS.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           IF RP-Run-Pay-Date
               STRING "GENERAL LEDGER JOURNAL - RUN DATE: "
                   WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
                   "  PAY DATE: " RP-Pay-Month "/" RP-Pay-Day "/"
                   RP-Pay-Year
                   DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE
           ELSE
               STRING "GENERAL LEDGER JOURNAL - RUN DATE: "
                   WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
                   "  NO PAY RUN TONIGHT"
                   DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE
           END-IF.
           WRITE GL-JOURNAL-REPORT-LINE.

      * Load the chart-of-accounts mapping into the table. No mapping
      * file means nothing can be posted, which stops the step.
       1300-LOAD-ACCOUNT-MAP.
           MOVE ZEROS TO WS-Account-Count.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF NOT AccountMap-OK
               SET AccountMap-EOF TO TRUE
           ELSE
               PERFORM 1310-READ-ACCOUNT-MAP
           END-IF.
           PERFORM UNTIL AccountMap-EOF
               IF WS-Account-Count < 50
                   AND GA-Source-Key NOT = SPACES
                   ADD 1 TO WS-Account-Count
                   MOVE GA-Source-Key TO WS-AM-Key(WS-Account-Count)
                   MOVE GA-Account TO WS-AM-Account(WS-Account-Count)
                   MOVE GA-Description
                       TO WS-AM-Description(WS-Account-Count)
               END-IF
               PERFORM 1310-READ-ACCOUNT-MAP
           END-PERFORM.
           CLOSE GL-ACCOUNT-MAP.

       1310-READ-ACCOUNT-MAP.
           READ GL-ACCOUNT-MAP
               AT END SET AccountMap-EOF TO TRUE
           END-READ.
           IF NOT AccountMap-OK
               SET AccountMap-EOF TO TRUE
           END-IF.

      * Payroll expense and net pay payable for the pay date, straight
      * off PAY-HISTORY. The withholdings that make up the difference
      * come from the register, so gross only balances against the
      * register plus net if the pay run's figures agree.
       2000-POST-PAYROLL.
           OPEN INPUT PAY-HISTORY.
           IF NOT PayHist-OK
               SET PayHist-EOF TO TRUE
           ELSE
               PERFORM 2010-READ-PAY-HISTORY
           END-IF.
           PERFORM UNTIL PayHist-EOF
               IF PH-PayDate = RP-Pay-Period-Date
                   ADD 1 TO WS-Count-PayHist
                   ADD PH-GrossPay TO WS-Payroll-Gross
                   ADD PH-NetPay TO WS-Payroll-Net
               END-IF
               PERFORM 2010-READ-PAY-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY.
           MOVE "GROSS" TO WS-Post-Key.
           SET Post-Debit TO TRUE.
           MOVE WS-Payroll-Gross TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "NETPAY" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           MOVE WS-Payroll-Net TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.

       2010-READ-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PayHist-EOF TO TRUE
           END-READ.
           IF NOT PayHist-OK
               SET PayHist-EOF TO TRUE
           END-IF.

      * Each withholding the pay run took (tax, standing deductions
      * by SD-Code, payroll loan payments) is a liability credited to
      * the account its code maps to. Lines the register marks as
      * skipped for insufficient pay were never withheld.
       2100-POST-DEDUCTION-REGISTER.
           OPEN INPUT DEDUCTION-REGISTER.
           IF NOT DedRegister-OK
               SET DedRegister-EOF TO TRUE
           ELSE
               PERFORM 2110-READ-REGISTER-LINE
           END-IF.
           PERFORM UNTIL DedRegister-EOF
               IF DR-Ident IS NUMERIC AND DR-Note = SPACES
                   PERFORM 2120-POST-REGISTER-LINE
               END-IF
               PERFORM 2110-READ-REGISTER-LINE
           END-PERFORM.
           CLOSE DEDUCTION-REGISTER.

       2110-READ-REGISTER-LINE.
           READ DEDUCTION-REGISTER
               AT END SET DedRegister-EOF TO TRUE
           END-READ.
           IF NOT DedRegister-OK
               SET DedRegister-EOF TO TRUE
           END-IF.

       2120-POST-REGISTER-LINE.
           ADD 1 TO WS-Count-Register.
           MOVE DR-Amount TO WS-Register-Amount.
           ADD WS-Register-Amount TO WS-Register-Total.
           MOVE DR-Code TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           MOVE WS-Register-Amount TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.

      * Net pay released to the bank clears net pay payable. PAYEXTR
      * cuts a file every night (new pay on a pay date, released holds
      * any night), so only an extract cut for tonight's run date is
      * posted - a file left over from an earlier night was booked the
      * night it went.
       2200-POST-BANK-RELEASE.
           SET Bank-File-Stale TO TRUE.
           OPEN INPUT BANK-PAYMENT-FILE.
           IF NOT BankPay-OK
               SET BankPay-EOF TO TRUE
           ELSE
               PERFORM 2210-READ-BANK-PAYMENT
           END-IF.
           PERFORM UNTIL BankPay-EOF
               EVALUATE BH-Record-Type
                   WHEN "H"
                       IF BH-Run-Date = WS-Run-Date-Num
                           SET Bank-File-Current TO TRUE
                       END-IF
                   WHEN "D"
                       IF Bank-File-Current
                           ADD 1 TO WS-Count-Bank
                           ADD BD-Amount TO WS-Bank-Released
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2210-READ-BANK-PAYMENT
           END-PERFORM.
           CLOSE BANK-PAYMENT-FILE.
           MOVE "NETPAY" TO WS-Post-Key.
           SET Post-Debit TO TRUE.
           MOVE WS-Bank-Released TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "CASH" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           PERFORM 6000-POST-TO-JOURNAL.

       2210-READ-BANK-PAYMENT.
           READ BANK-PAYMENT-FILE
               AT END SET BankPay-EOF TO TRUE
           END-READ.
           IF NOT BankPay-OK
               SET BankPay-EOF TO TRUE
           END-IF.

      * A keyed payment is cash received; a payroll-deduction payment
      * clears the LOAN withholding the payroll entry credited. The
      * interest is income, the principal comes off loans receivable,
      * uncovered interest capitalized onto the balance is booked as
      * earned, and a payment beyond the payoff is owed back.
       2300-POST-LOAN-ACTIVITY.
           OPEN INPUT LOAN-ACTIVITY.
           IF NOT LoanAct-OK
               SET LoanAct-EOF TO TRUE
           ELSE
               PERFORM 2310-READ-LOAN-ACTIVITY
           END-IF.
           PERFORM UNTIL LoanAct-EOF
               PERFORM 2320-POST-ONE-LOAN-PAYMENT
               PERFORM 2310-READ-LOAN-ACTIVITY
           END-PERFORM.
           CLOSE LOAN-ACTIVITY.

       2310-READ-LOAN-ACTIVITY.
           READ LOAN-ACTIVITY
               AT END SET LoanAct-EOF TO TRUE
           END-READ.
           IF NOT LoanAct-OK
               SET LoanAct-EOF TO TRUE
           END-IF.

       2320-POST-ONE-LOAN-PAYMENT.
           ADD 1 TO WS-Count-LoanAct.
           ADD LA-Amount TO WS-Loan-Received.
           IF LA-Source-Payroll
               MOVE "LOAN" TO WS-Post-Key
           ELSE
               MOVE "CASH" TO WS-Post-Key
           END-IF.
           SET Post-Debit TO TRUE.
           MOVE LA-Amount TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LOANINT" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           MOVE LA-Interest TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LOANPRIN" TO WS-Post-Key.
           MOVE LA-Principal TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LOANOVPY" TO WS-Post-Key.
           MOVE LA-Overpaid TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LOANPRIN" TO WS-Post-Key.
           SET Post-Debit TO TRUE.
           MOVE LA-Capitalized TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LOANINT" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           PERFORM 6000-POST-TO-JOURNAL.

      * DELINQ stamps DQ-Last-Notice-Date on every case it works and
      * adds the LATE-CHG amount to DQ-Late-Charges and the loan
      * balance at the same time, so the cases noticed on tonight's
      * run date are exactly tonight's assessments.
       2400-POST-LATE-CHARGES.
           OPEN INPUT DELINQUENCY-FILE.
           IF NOT Delinq-OK
               SET Delinq-EOF TO TRUE
           ELSE
               MOVE ZEROS TO DQ-LoanNumber
               START DELINQUENCY-FILE KEY IS NOT LESS THAN
                   DQ-LoanNumber
                   INVALID KEY SET Delinq-EOF TO TRUE
               END-START
               IF NOT Delinq-OK
                   SET Delinq-EOF TO TRUE
               END-IF
               IF NOT Delinq-EOF
                   PERFORM 2410-READ-NEXT-DELINQUENCY
               END-IF
           END-IF.
           PERFORM UNTIL Delinq-EOF
               IF DQ-Last-Notice-Date = WS-Run-Date-Num
                   AND DQ-Late-Charges > 0
                   AND RP-Late-Charge > 0
                   ADD 1 TO WS-Count-Late
                   ADD RP-Late-Charge TO WS-Late-Charges
               END-IF
               PERFORM 2410-READ-NEXT-DELINQUENCY
           END-PERFORM.
           CLOSE DELINQUENCY-FILE.
           MOVE "LOANPRIN" TO WS-Post-Key.
           SET Post-Debit TO TRUE.
           MOVE WS-Late-Charges TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "LATEFEE" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           PERFORM 6000-POST-TO-JOURNAL.

       2410-READ-NEXT-DELINQUENCY.
           READ DELINQUENCY-FILE NEXT RECORD
               AT END SET Delinq-EOF TO TRUE
           END-READ.
           IF NOT Delinq-OK
               SET Delinq-EOF TO TRUE
           END-IF.

      * A bounced payment comes back into cash and is owed to the
      * customer again until it is paid to corrected bank details.
      * The bank's file stays on hand until the next one arrives, so
      * only a file whose H header is dated later than the last one
      * booked is posted; one with no header cannot be dated and is
      * left for the operator.
       2500-POST-BANK-RETURNS.
           PERFORM 2520-LOAD-LAST-BOOKED.
           MOVE ZEROS TO WS-Return-File-Date.
           OPEN INPUT BANK-RETURN-FILE.
           IF NOT BankRet-OK
               SET BankRet-EOF TO TRUE
           ELSE
               PERFORM 2510-READ-BANK-RETURN
           END-IF.
           EVALUATE TRUE
               WHEN BankRet-EOF
                   CONTINUE
               WHEN RH-Record-Type NOT = "H"
                   MOVE "RETURN FILE HAS NO HEADER - NOT BOOKED"
                       TO GL-JOURNAL-REPORT-LINE
                   WRITE GL-JOURNAL-REPORT-LINE
                   DISPLAY "GLEXTR: RETURN FILE HAS NO HEADER"
                   SET BankRet-EOF TO TRUE
               WHEN RH-Run-Date NOT > WS-Last-Booked-Date
                   MOVE SPACES TO GL-JOURNAL-REPORT-LINE
                   STRING "RETURN FILE FOR EXTRACT OF " RH-Run-Date
                       " ALREADY BOOKED - NOT POSTED AGAIN"
                       DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE
                   WRITE GL-JOURNAL-REPORT-LINE
                   SET BankRet-EOF TO TRUE
               WHEN OTHER
                   MOVE RH-Run-Date TO WS-Return-File-Date
                   SET Return-File-New TO TRUE
           END-EVALUATE.
           PERFORM UNTIL BankRet-EOF
               IF RT-Record-Type = "R"
                   ADD 1 TO WS-Count-Returns
                   ADD RT-Amount TO WS-Returns-Total
               END-IF
               PERFORM 2510-READ-BANK-RETURN
           END-PERFORM.
           CLOSE BANK-RETURN-FILE.
           MOVE "CASH" TO WS-Post-Key.
           SET Post-Debit TO TRUE.
           MOVE WS-Returns-Total TO WS-Post-Amount.
           PERFORM 6000-POST-TO-JOURNAL.
           MOVE "NETPAY" TO WS-Post-Key.
           SET Post-Credit TO TRUE.
           PERFORM 6000-POST-TO-JOURNAL.

       2510-READ-BANK-RETURN.
           READ BANK-RETURN-FILE
               AT END SET BankRet-EOF TO TRUE
           END-READ.
           IF NOT BankRet-OK
               SET BankRet-EOF TO TRUE
           END-IF.

       2520-LOAD-LAST-BOOKED.
           MOVE ZEROS TO WS-Last-Booked-Date.
           OPEN INPUT RETURN-FILE-APPLIED.
           IF RtnApplied-OK
               PERFORM 2530-READ-APPLIED-ENTRY
               PERFORM UNTIL RtnApplied-EOF
                   IF RA-Step-Name = "GLEXTR"
                       AND RA-Return-Date > WS-Last-Booked-Date
                       MOVE RA-Return-Date TO WS-Last-Booked-Date
                   END-IF
                   PERFORM 2530-READ-APPLIED-ENTRY
               END-PERFORM
               CLOSE RETURN-FILE-APPLIED
           END-IF.

       2530-READ-APPLIED-ENTRY.
           READ RETURN-FILE-APPLIED
               AT END SET RtnApplied-EOF TO TRUE
           END-READ.
           IF NOT RtnApplied-OK
               SET RtnApplied-EOF TO TRUE
           END-IF.

       3000-PROVE-JOURNAL.
           MOVE ZEROS TO WS-Total-Debits WS-Total-Credits.
           PERFORM VARYING WS-Jrnl-Sub FROM 1 BY 1
               UNTIL WS-Jrnl-Sub > WS-Journal-Count
               ADD WS-JE-Debit(WS-Jrnl-Sub) TO WS-Total-Debits
               ADD WS-JE-Credit(WS-Jrnl-Sub) TO WS-Total-Credits
           END-PERFORM.
           IF WS-Total-Debits = WS-Total-Credits
               SET Journal-Balanced TO TRUE
           ELSE
               SET Journal-Out-Of-Balance TO TRUE
           END-IF.

       4000-WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE "ACTIVITY BY SOURCE" TO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Payroll-Gross TO WS-Edited-Amount.
           MOVE WS-Payroll-Net TO WS-Edited-Amount-2.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  PAY-HISTORY   " WS-Count-PayHist
               "  GROSS " WS-Edited-Amount
               "  NET " WS-Edited-Amount-2
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Register-Total TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  REGISTER      " WS-Count-Register
               "  WITHHELD " WS-Edited-Amount
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Bank-Released TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  BANKPAY.FILE  " WS-Count-Bank
               "  RELEASED " WS-Edited-Amount
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Loan-Received TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  LOAN ACTIVITY " WS-Count-LoanAct
               "  RECEIVED " WS-Edited-Amount
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Late-Charges TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  DELINQUENCY   " WS-Count-Late
               "  LATE CHARGES " WS-Edited-Amount
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Returns-Total TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "  BANK RETURNS  " WS-Count-Returns
               "  RETURNED " WS-Edited-Amount
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.

      * The journal is only released in balance. Out of balance, the
      * lines still go on the report for the investigation but the
      * interface file is left empty so nothing half-right reaches
      * the ledger.
       4100-WRITE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING " LINE  ACCOUNT     SIDE           AMOUNT  "
               "SOURCE    ACCOUNT TITLE"
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           IF Journal-Balanced
               MOVE SPACES TO GL-HEADER-RECORD
               MOVE "H" TO GJH-Record-Type
               MOVE WS-Run-Date-Num TO GJH-Run-Date
               MOVE WS-Pay-Date-Num TO GJH-Pay-Date
               MOVE "BATCH" TO GJH-Journal-Source
               WRITE GL-HEADER-RECORD
           END-IF.
           PERFORM VARYING WS-Jrnl-Sub FROM 1 BY 1
               UNTIL WS-Jrnl-Sub > WS-Journal-Count
               IF WS-JE-Debit(WS-Jrnl-Sub) > 0
                   SET GJD-Debit TO TRUE
                   MOVE WS-JE-Debit(WS-Jrnl-Sub) TO GJD-Amount
                   PERFORM 4110-WRITE-JOURNAL-LINE
               END-IF
               IF WS-JE-Credit(WS-Jrnl-Sub) > 0
                   SET GJD-Credit TO TRUE
                   MOVE WS-JE-Credit(WS-Jrnl-Sub) TO GJD-Amount
                   PERFORM 4110-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           IF Journal-Balanced
               MOVE SPACES TO GL-TRAILER-RECORD
               MOVE "T" TO GJT-Record-Type
               MOVE WS-Line-Count TO GJT-Line-Count
               MOVE WS-Total-Debits TO GJT-Debit-Total
               MOVE WS-Total-Credits TO GJT-Credit-Total
               WRITE GL-TRAILER-RECORD
           END-IF.

      * GJD-Side and GJD-Amount are set by the caller.
       4110-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-Line-Count.
           MOVE "D" TO GJD-Record-Type.
           MOVE WS-Line-Count TO GJD-Line-Number.
           MOVE WS-JE-Account(WS-Jrnl-Sub) TO GJD-Account.
           MOVE WS-JE-Key(WS-Jrnl-Sub) TO GJD-Source-Key.
           MOVE WS-JE-Description(WS-Jrnl-Sub) TO GJD-Description.
           MOVE GJD-Amount TO WS-Edited-Amount.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING GJD-Line-Number "  " GJD-Account "  " GJD-Side
               "   " WS-Edited-Amount "  " GJD-Source-Key "  "
               GJD-Description
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           IF Journal-Balanced
               WRITE GL-DETAIL-RECORD
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE WS-Total-Debits TO WS-Edited-Total.
           MOVE WS-Total-Credits TO WS-Edited-Total-2.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "JOURNAL LINES: " WS-Line-Count
               "  DEBITS: " WS-Edited-Total
               "  CREDITS: " WS-Edited-Total-2
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           MOVE SPACES TO GL-JOURNAL-REPORT-LINE.
           STRING "POSTINGS: " WS-Count-Postings
               "  MAPPED: " WS-Count-Mapped
               "  TO SUSPENSE: " WS-Count-Suspense
               DELIMITED BY SIZE INTO GL-JOURNAL-REPORT-LINE.
           WRITE GL-JOURNAL-REPORT-LINE.
           IF Journal-Balanced
               MOVE "JOURNAL IN BALANCE - RELEASED TO GL-JOURNAL-FILE"
                   TO GL-JOURNAL-REPORT-LINE
           ELSE
               MOVE "JOURNAL OUT OF BALANCE - NOT RELEASED"
                   TO GL-JOURNAL-REPORT-LINE
           END-IF.
           WRITE GL-JOURNAL-REPORT-LINE.

      * Accumulate one posting into the journal table, one entry per
      * source key carrying its debit and credit sides. A source
      * with no account on the chart is posted to SUSPENSE under its
      * own key so the report shows what needs mapping.
       6000-POST-TO-JOURNAL.
           IF WS-Post-Amount > 0
               ADD 1 TO WS-Count-Postings
               PERFORM VARYING WS-Jrnl-Sub FROM 1 BY 1
                   UNTIL WS-Jrnl-Sub > WS-Journal-Count
                   OR WS-JE-Key(WS-Jrnl-Sub) = WS-Post-Key
                   CONTINUE
               END-PERFORM
               IF WS-Jrnl-Sub > WS-Journal-Count
                   AND WS-Journal-Count < 50
                   PERFORM 6100-ADD-JOURNAL-ENTRY
               END-IF
               IF WS-Jrnl-Sub <= WS-Journal-Count
                   IF Post-Debit
                       ADD WS-Post-Amount TO WS-JE-Debit(WS-Jrnl-Sub)
                   ELSE
                       ADD WS-Post-Amount TO WS-JE-Credit(WS-Jrnl-Sub)
                   END-IF
                   IF WS-JE-Description(WS-Jrnl-Sub)(1:9) = "UNMAPPED "
                       ADD 1 TO WS-Count-Suspense
                   ELSE
                       ADD 1 TO WS-Count-Mapped
                   END-IF
               ELSE
                   ADD 1 TO WS-Count-Suspense
               END-IF
           END-IF.

       6100-ADD-JOURNAL-ENTRY.
           ADD 1 TO WS-Journal-Count.
           MOVE WS-Journal-Count TO WS-Jrnl-Sub.
           MOVE WS-Post-Key TO WS-JE-Key(WS-Jrnl-Sub).
           MOVE ZEROS TO WS-JE-Debit(WS-Jrnl-Sub)
               WS-JE-Credit(WS-Jrnl-Sub).
           PERFORM 6200-FIND-ACCOUNT.
           IF Map-Found
               MOVE WS-AM-Account(WS-Map-Sub)
                   TO WS-JE-Account(WS-Jrnl-Sub)
               MOVE WS-AM-Description(WS-Map-Sub)
                   TO WS-JE-Description(WS-Jrnl-Sub)
           ELSE
               MOVE SPACES TO WS-JE-Description(WS-Jrnl-Sub)
               STRING "UNMAPPED " WS-Post-Key
                   DELIMITED BY SIZE
                   INTO WS-JE-Description(WS-Jrnl-Sub)
               MOVE "SUSPENSE" TO WS-Post-Key
               PERFORM 6200-FIND-ACCOUNT
               IF Map-Found
                   MOVE WS-AM-Account(WS-Map-Sub)
                       TO WS-JE-Account(WS-Jrnl-Sub)
               ELSE
                   MOVE "SUSPENSE" TO WS-JE-Account(WS-Jrnl-Sub)
               END-IF
           END-IF.

       6200-FIND-ACCOUNT.
           SET Map-Not-Found TO TRUE.
           PERFORM VARYING WS-Map-Sub FROM 1 BY 1
               UNTIL WS-Map-Sub > WS-Account-Count
               OR Map-Found
               IF WS-AM-Key(WS-Map-Sub) = WS-Post-Key
                   SET Map-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Map-Found
               SUBTRACT 1 FROM WS-Map-Sub
           END-IF.

      * The counts line proves every posting reached a mapped account
      * or suspense; the amounts line carries the debit and credit
      * totals for the balancing report to prove equal. Written only
      * for a journal released in balance - a stopped run leaves no
      * figures behind, so its rerun's are the night's only ones.
       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
               OPEN OUTPUT CONTROL-TOTALS
               CLOSE CONTROL-TOTALS
               OPEN EXTEND CONTROL-TOTALS
           END-IF.
           MOVE "GLEXTR" TO CTL-Step-Name.
           MOVE WS-Count-Postings TO CTL-Read.
           MOVE WS-Count-Mapped TO CTL-Written.
           MOVE WS-Count-Suspense TO CTL-Rejected.
           WRITE CONTROL-TOTALS-RECORD.
           MOVE SPACES TO CONTROL-AMOUNTS-RECORD.
           MOVE "GL-JOURNAL" TO CTA-Step-Name.
           SET CTA-Amount-Entry TO TRUE.
           MOVE WS-Total-Debits TO CTA-Amount-In.
           MOVE WS-Total-Credits TO CTA-Amount-Out.
           WRITE CONTROL-AMOUNTS-RECORD.
           CLOSE CONTROL-TOTALS.

      * Recorded only once the journal carrying the returns has been
      * released in balance; a stopped run books the file on rerun.
       7000-RECORD-RETURN-FILE.
           OPEN EXTEND RETURN-FILE-APPLIED.
           IF RtnApplied-NotFound
               OPEN OUTPUT RETURN-FILE-APPLIED
               CLOSE RETURN-FILE-APPLIED
               OPEN EXTEND RETURN-FILE-APPLIED
           END-IF.
           MOVE "GLEXTR" TO RA-Step-Name.
           MOVE WS-Return-File-Date TO RA-Return-Date.
           MOVE WS-Run-Date-Num TO RA-Applied-Date.
           MOVE WS-Count-Returns TO RA-Return-Count.
           WRITE RETURN-FILE-APPLIED-RECORD.
           CLOSE RETURN-FILE-APPLIED.

       1200-CLOSE-FILES.
           CLOSE GL-JOURNAL-FILE.
           CLOSE GL-JOURNAL-REPORT.

       END PROGRAM GLEXTR.
