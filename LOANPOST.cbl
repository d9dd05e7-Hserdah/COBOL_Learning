      *          transactions, the payment transactions the pay run
      *          generated from those authorizations (LOANDED.TXT,
      *          same layout) are posted through the same path, so a
      *          deducted payment is never keyed twice - on pay dates
      *          only, since the pay run runs only then. A new-loan
      *          transaction for an existing number or a payment for
      *          a missing one is rejected. After posting, the whole
      *          master is listed as an amortization/aging schedule:
      *          per loan the balance, a LOANCALC level payment over
      *          the remaining term, and an aging flag for loans
      *          still carrying a balance past their full term.
      *          Every posted payment is also written to LOAN-ACTIVITY
      *          (LOANACT.cpy) split into interest and principal, with
      *          its keyed or payroll source, for the general ledger
      *          extract.
      *          Payoff quote cards (PAYOFFREQ.TXT, PAYOFFRQ.cpy) are
      *          answered after posting with a payoff letter on
      *          PAYOFF.LETTERS: the principal balance, the unpaid
      *          late charges from the DELINQUENCY-FILE entry (already
      *          carried in the balance), and interest to the good-
      *          through date - a year's interest from LOANCALC
      *          prorated by the days to that date. The quote is filed
      *          on PAYOFF-QUOTES (PAYQUOTE.cpy). Action C posts a
      *          payoff against the live quote: the loan is closed
      *          with status C and the close date, the autopay
      *          authorization is cancelled, any open delinquency
      *          case is deleted and a paid-in-full letter goes to
      *          PAIDINFULL.LETTERS. A payment that still arrives for
      *          a closed loan is taken as an overpayment to refund.
      *          Every RP-Checkpoint-Every transactions (and when the
      *          posting of both files is done) a restart point is
      *          committed on CHECKPOINT.FILE with the last
      *          transaction applied and the running counts. A rerun
      *          after a failure resumes after that transaction; any
      *          transaction it finds already stamped on the loan
      *          (LN-Last-Tran-Seq) is reported and journaled again
      *          but never posted twice.
      * Tectonics: cobc -x -I copybooks (link with LOANCALC, PARMLOAD,
      *            RSTTRIM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOST.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT LOAN-POST-REPORT ASSIGN TO "data/LOANPOST.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LoanReport-Status.
           SELECT LOAN-ACTIVITY ASSIGN TO "data/LOANACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LoanAct-Status.
           SELECT PAYOFF-REQUESTS ASSIGN TO "data/PAYOFFREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PayoffReq-Status.
           SELECT PAYOFF-QUOTES ASSIGN TO "data/PAYQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-LoanNumber
               FILE STATUS IS WS-PayQuote-Status.
           SELECT DELINQUENCY-FILE ASSIGN TO "data/DELINQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-LoanNumber
               FILE STATUS IS WS-Delinq-Status.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT PAYOFF-LETTERS ASSIGN TO "data/PAYOFF.LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PayoffLtr-Status.
           SELECT PAID-IN-FULL-LETTERS
               ASSIGN TO "data/PAIDINFULL.LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PaidLtr-Status.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/CHECKPOINT.FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-Step-Name
               FILE STATUS IS WS-Checkpoint-Status.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-POST-REPORT.
       01 LOAN-POST-REPORT-LINE PIC X(96).

       FD LOAN-ACTIVITY.
           COPY LOANACT.

       FD PAYOFF-REQUESTS.
           COPY PAYOFFRQ.

       FD PAYOFF-QUOTES.
           COPY PAYQUOTE.

       FD DELINQUENCY-FILE.
           COPY DELQREC.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD PAYOFF-LETTERS.
       01 PAYOFF-LETTER-LINE PIC X(80).

       FD PAID-IN-FULL-LETTERS.
       01 PAID-IN-FULL-LETTER-LINE PIC X(80).

       FD CHECKPOINT-FILE.
           COPY CHKPREC.

       WORKING-STORAGE SECTION.
       01 WS-LoanTran-Status PIC XX VALUE SPACES.
           88 LoanTran-OK VALUE "00".
           88 GenPay-OK VALUE "00".
           88 GenPay-EOF VALUE "10".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
           88 LoanMast-EOF VALUE "10".
           88 LoanMast-NotFound VALUE "23".
           88 LoanMast-FileMissing VALUE "35".
       01 WS-LoanReport-Status PIC XX VALUE SPACES.
           88 LoanReport-OK VALUE "00".
       01 WS-LoanAct-Status PIC XX VALUE SPACES.
           88 LoanAct-OK VALUE "00".
       01 WS-PayoffReq-Status PIC XX VALUE SPACES.
           88 PayoffReq-OK VALUE "00".
           88 PayoffReq-EOF VALUE "10".
       01 WS-PayQuote-Status PIC XX VALUE SPACES.
           88 PayQuote-OK VALUE "00".
           88 PayQuote-Duplicate VALUE "22".
           88 PayQuote-FileMissing VALUE "35".
       01 WS-Delinq-Status PIC XX VALUE SPACES.
           88 Delinq-OK VALUE "00".
           88 Delinq-FileMissing VALUE "35".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
       01 WS-PayoffLtr-Status PIC XX VALUE SPACES.
           88 PayoffLtr-OK VALUE "00".
       01 WS-PaidLtr-Status PIC XX VALUE SPACES.
           88 PaidLtr-OK VALUE "00".
       01 WS-Checkpoint-Status PIC XX VALUE SPACES.
           88 Checkpoint-OK VALUE "00".
           88 Checkpoint-NotFound VALUE "23".
           88 Checkpoint-FileMissing VALUE "35".
       01 WS-Tran-Source-Flag PIC X VALUE "K".
           88 Tran-Source-Keyed VALUE "K".
           88 Tran-Source-Payroll VALUE "P".

       01 WS-Tran-Seq.
           02 WS-Tran-Seq-Source PIC X(1) VALUE "K".
           02 WS-Tran-Seq-Number PIC 9(5) VALUE 0.
       01 WS-Keyed-Position PIC 9(5) VALUE 0.
       01 WS-Generated-Position PIC 9(5) VALUE 0.

       01 WS-Restart-Flag PIC 9 VALUE 0.
           88 Restart-Run VALUE 1.
           88 Fresh-Run VALUE 0.
       01 WS-Applied-Flag PIC 9 VALUE 0.
           88 Tran-Already-Applied VALUE 1.
           88 Tran-Not-Applied VALUE 0.
       01 WS-Restart-Step-Name PIC X(10) VALUE "LOANPOST".
       01 WS-Restart-Point.
           02 WS-Restart-Seq.
               03 WS-Restart-Source PIC X(1).
               03 WS-Restart-Number PIC 9(5).
           02 WS-Restart-Loan PIC X(6).
       01 WS-Applied-Point.
           02 WS-Applied-Seq PIC X(6) VALUE "K00000".
           02 WS-Applied-Loan PIC X(6) VALUE ZEROS.
       01 WS-Restart-Resume PIC 9(5) VALUE 0.
       01 WS-Since-Checkpoint PIC 9(5) VALUE 0.
       01 WS-Output-Lines.
           02 WS-Lines-Report PIC 9(7) VALUE 0.
           02 WS-Lines-Activity PIC 9(7) VALUE 0.
           02 WS-Lines-Paid-Letters PIC 9(7) VALUE 0.
       01 WS-Restart-Image.
           02 RI-Counts PIC X(55).
           02 RI-Output-Lines PIC X(21).
       01 WS-Trim-File-Name PIC X(40) VALUE SPACES.
       01 WS-Trim-Lines PIC 9(7) VALUE 0.
       01 WS-Trim-Kept PIC 9(7) VALUE 0.

      * Loans touched since the last restart point. A second
      * transaction for one of them commits a restart point first,
      * so no loan is ever changed twice between restart points.
       01 WS-Window-Table.
           02 WS-Window-Count PIC 9(3) VALUE 0.
           02 WS-Window-Loan PIC 9(6) OCCURS 100 TIMES.
       01 WS-Window-Sub PIC 9(3) VALUE 0.
       01 WS-Window-Found-Flag PIC 9 VALUE 0.
           88 Window-Loan-Found VALUE 1.
           88 Window-Loan-Absent VALUE 0.

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.
       01 WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

       01 WS-Letter-Date.
           02 WS-Letter-Year PIC 9(4).
           02 WS-Letter-Month PIC 99.
           02 WS-Letter-Day PIC 99.
       01 WS-Letter-Date-Num REDEFINES WS-Letter-Date PIC 9(8).
       01 WS-Customer-Name PIC X(20) VALUE SPACES.

       01 WS-Loan-Principal PIC 9(7)V99 VALUE ZEROS.
       01 WS-Loan-Rate PIC 9(3)V99 VALUE ZEROS.
       01 WS-Past-Due-Periods PIC 9(3) VALUE ZEROS.
       01 WS-Disposition PIC X(30) VALUE SPACES.

       01 WS-Payoff-Days PIC 9(5) VALUE ZEROS.
       01 WS-Payoff-Interest PIC 9(7)V99 VALUE ZEROS.
       01 WS-Payoff-Late-Charges PIC 9(7)V99 VALUE ZEROS.
       01 WS-Payoff-Refund PIC 9(7)V99 VALUE ZEROS.

       01 WS-Edited-Amount PIC Z,ZZZ,ZZ9.99.
       01 WS-Edited-Amount-2 PIC Z,ZZZ,ZZ9.99.

           02 WS-Count-Generated PIC 9(5) VALUE 0.
           02 WS-Count-Rejected PIC 9(5) VALUE 0.
           02 WS-Count-Loans-Listed PIC 9(5) VALUE 0.
           02 WS-Count-Paid-Off PIC 9(5) VALUE 0.
           02 WS-Count-Cases-Closed PIC 9(5) VALUE 0.
           02 WS-Count-Quote-Requests PIC 9(5) VALUE 0.
           02 WS-Count-Quoted PIC 9(5) VALUE 0.
           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "LOANPOST: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 1000-OPEN-FILES.
       IF Fresh-Run
           PERFORM 1100-WRITE-REPORT-HEADERS
       END-IF.
       IF Restart-Run AND WS-Restart-Source = "P"
           SET LoanTran-EOF TO TRUE
       ELSE
           PERFORM 1110-READ-TRANSACTION
       END-IF.
       IF Restart-Run AND WS-Restart-Source = "K"
           PERFORM 1320-SKIP-POSTED-TRANSACTIONS
       END-IF.
       PERFORM UNTIL LoanTran-EOF
           PERFORM 1300-CHECK-WINDOW-LOAN
           PERFORM 1120-PROCESS-TRANSACTION
           PERFORM 1310-COUNT-TOWARD-RESTART-POINT
           PERFORM 1110-READ-TRANSACTION
       END-PERFORM.
       PERFORM 2400-POST-GENERATED-PAYMENTS.
       PERFORM 1350-COMMIT-RESTART-POINT.
       PERFORM 2600-PRODUCE-PAYOFF-QUOTES.
       PERFORM 4000-WRITE-LOAN-SCHEDULE.
       PERFORM 5000-WRITE-SUMMARY.
       PERFORM 1200-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date-Num.
           PERFORM 1330-CHECK-RESTART-POINT.
           OPEN INPUT LOAN-TRANSACTIONS.
           IF NOT LoanTran-OK
               DISPLAY "LOAN-TRANSACTIONS: OPEN FAILED "
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF.
           IF Restart-Run
               MOVE "data/LOANPOST.REPORT" TO WS-Trim-File-Name
               MOVE WS-Lines-Report TO WS-Trim-Lines
               PERFORM 1340-TRIM-OUTPUT-FILE
               OPEN EXTEND LOAN-POST-REPORT
           ELSE
               OPEN OUTPUT LOAN-POST-REPORT
           END-IF.
           IF NOT LoanReport-OK
               DISPLAY "LOAN-POST-REPORT: OPEN FAILED "
                   WS-LoanReport-Status
           END-IF.
           IF Restart-Run
               MOVE "data/LOANACT.TXT" TO WS-Trim-File-Name
               MOVE WS-Lines-Activity TO WS-Trim-Lines
               PERFORM 1340-TRIM-OUTPUT-FILE
               OPEN EXTEND LOAN-ACTIVITY
           ELSE
               OPEN OUTPUT LOAN-ACTIVITY
           END-IF.
           IF NOT LoanAct-OK
               DISPLAY "LOAN-ACTIVITY: OPEN FAILED "
                   WS-LoanAct-Status
           END-IF.
           OPEN I-O PAYOFF-QUOTES.
           IF PayQuote-FileMissing
               OPEN OUTPUT PAYOFF-QUOTES
               CLOSE PAYOFF-QUOTES
               OPEN I-O PAYOFF-QUOTES
           END-IF.
           OPEN I-O DELINQUENCY-FILE.
           IF Delinq-FileMissing
               OPEN OUTPUT DELINQUENCY-FILE
               CLOSE DELINQUENCY-FILE
               OPEN I-O DELINQUENCY-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTOMER-MASTER: NOT ON HAND "
                   WS-CustMast-Status
           END-IF.
           OPEN OUTPUT PAYOFF-LETTERS.
           IF NOT PayoffLtr-OK
               DISPLAY "PAYOFF-LETTERS: OPEN FAILED "
                   WS-PayoffLtr-Status
           END-IF.
           IF Restart-Run
               MOVE "data/PAIDINFULL.LETTERS" TO WS-Trim-File-Name
               MOVE WS-Lines-Paid-Letters TO WS-Trim-Lines
               PERFORM 1340-TRIM-OUTPUT-FILE
               OPEN EXTEND PAID-IN-FULL-LETTERS
           ELSE
               OPEN OUTPUT PAID-IN-FULL-LETTERS
           END-IF.
           IF NOT PaidLtr-OK
               DISPLAY "PAID-IN-FULL-LETTERS: OPEN FAILED "
                   WS-PaidLtr-Status
           END-IF.

       1100-WRITE-REPORT-HEADERS.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "LOAN POSTING REPORT - RUN DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           MOVE "TRANSACTIONS" TO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.

       1110-READ-TRANSACTION.
           READ LOAN-TRANSACTIONS
           END-READ.
           IF NOT LoanTran-OK
               SET LoanTran-EOF TO TRUE
           ELSE
               ADD 1 TO WS-Keyed-Position
               MOVE "K" TO WS-Tran-Seq-Source
               MOVE WS-Keyed-Position TO WS-Tran-Seq-Number
           END-IF.

       1120-PROCESS-TRANSACTION.
                   PERFORM 3000-POST-PAYMENT
               WHEN LT-Action-Authorize
                   PERFORM 2500-AUTHORIZE-AUTOPAY
               WHEN LT-Action-Payoff
                   PERFORM 2700-POST-PAYOFF
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
           STRING "  " LT-Action " LOAN " LT-LoanNumber " "
               WS-Disposition
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.

       1190-WRITE-REPORT-LINE.
           WRITE LOAN-POST-REPORT-LINE.
           ADD 1 TO WS-Lines-Report.

      * A transaction for a loan already changed since the last
      * restart point commits one first - the loan stamp can only
      * vouch for the last transaction that touched the loan.
       1300-CHECK-WINDOW-LOAN.
           SET Window-Loan-Absent TO TRUE.
           PERFORM VARYING WS-Window-Sub FROM 1 BY 1
               UNTIL WS-Window-Sub > WS-Window-Count
               IF WS-Window-Loan(WS-Window-Sub) = LT-LoanNumber
                   SET Window-Loan-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Window-Loan-Found
               PERFORM 1350-COMMIT-RESTART-POINT
           END-IF.

       1310-COUNT-TOWARD-RESTART-POINT.
           MOVE WS-Tran-Seq TO WS-Applied-Seq.
           MOVE LOAN-TRANSACTION-RECORD(2:6) TO WS-Applied-Loan.
           IF LT-LoanNumber IS NUMERIC
               ADD 1 TO WS-Window-Count
               MOVE LT-LoanNumber TO WS-Window-Loan(WS-Window-Count)
           END-IF.
           ADD 1 TO WS-Since-Checkpoint.
           IF WS-Since-Checkpoint NOT < RP-Checkpoint-Every
               OR WS-Window-Count NOT < 100
               PERFORM 1350-COMMIT-RESTART-POINT
           END-IF.

      * Read past the keyed transactions the failed run applied. The
      * one at the restart point must still be for the same loan.
       1320-SKIP-POSTED-TRANSACTIONS.
           PERFORM UNTIL LoanTran-EOF
               OR WS-Keyed-Position NOT < WS-Restart-Number
               PERFORM 1110-READ-TRANSACTION
           END-PERFORM.
           IF WS-Restart-Number > 0
               IF LoanTran-EOF
                   OR LOAN-TRANSACTION-RECORD(2:6) NOT = WS-Restart-Loan
                   DISPLAY "LOANPOST: LOANTRAN.TXT RECORD "
                       WS-Restart-Number " IS NOT LOAN "
                       WS-Restart-Loan " - INPUT CHANGED, RESET THE RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1110-READ-TRANSACTION
           END-IF.

       1325-SKIP-POSTED-GENERATED.
           PERFORM UNTIL GenPay-EOF
               OR WS-Generated-Position NOT < WS-Restart-Number
               PERFORM 2410-READ-GENERATED-PAYMENT
           END-PERFORM.
           IF WS-Restart-Number > 0
               IF GenPay-EOF
                   OR GENERATED-PAYMENT-RECORD(2:6)
                       NOT = WS-Restart-Loan
                   DISPLAY "LOANPOST: LOANDED.TXT RECORD "
                       WS-Restart-Number " IS NOT LOAN "
                       WS-Restart-Loan " - INPUT CHANGED, RESET THE RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2410-READ-GENERATED-PAYMENT
           END-IF.

      * A restart point left at status R means the last posting run
      * died part-way. Its counts and output line counts become this
      * run's starting figures and its run date is this run's, so the
      * stamps the failed run left on the loans still match.
       1330-CHECK-RESTART-POINT.
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
               SET Restart-Run TO TRUE
               MOVE CKP-Restart-Run-Date TO WS-Run-Date-Num
               MOVE CKP-Restart-Data TO WS-Restart-Image
               MOVE RI-Counts TO WS-Counts
               MOVE RI-Output-Lines TO WS-Output-Lines
               MOVE CKP-Restart-Key TO WS-Restart-Point
               MOVE WS-Restart-Seq TO WS-Applied-Seq
               MOVE WS-Restart-Loan TO WS-Applied-Loan
               COMPUTE WS-Restart-Resume = WS-Restart-Number + 1
               DISPLAY "LOANPOST: RESTARTING FROM CHECKPOINT OF "
                   CKP-Timestamp(1:14)
               IF WS-Restart-Source = "P"
                   DISPLAY "LOANPOST: RESUMING AT LOANDED.TXT RECORD "
                       WS-Restart-Resume " AFTER LOAN " WS-Restart-Loan
               ELSE
                   DISPLAY "LOANPOST: RESUMING AT LOANTRAN.TXT RECORD "
                       WS-Restart-Resume " AFTER LOAN " WS-Restart-Loan
               END-IF
           END-IF.

       1340-TRIM-OUTPUT-FILE.
           CALL "RSTTRIM" USING WS-Trim-File-Name WS-Trim-Lines
               WS-Trim-Kept.
           IF WS-Trim-Kept < WS-Trim-Lines
               DISPLAY "LOANPOST: " WS-Trim-File-Name " HAD ONLY "
                   WS-Trim-Kept " OF " WS-Trim-Lines
                   " LINES AT RESTART"
           END-IF.

      * The line sequential outputs are closed and reopened so every
      * line counted in the restart point is really on disk, then
      * the last transaction applied and the running counts are
      * written with the run date the stamps were made under.
       1350-COMMIT-RESTART-POINT.
           CLOSE LOAN-POST-REPORT.
           OPEN EXTEND LOAN-POST-REPORT.
           CLOSE LOAN-ACTIVITY.
           OPEN EXTEND LOAN-ACTIVITY.
           CLOSE PAID-IN-FULL-LETTERS.
           OPEN EXTEND PAID-IN-FULL-LETTERS.
           MOVE WS-Counts TO RI-Counts.
           MOVE WS-Output-Lines TO RI-Output-Lines.
           MOVE WS-Restart-Step-Name TO CKP-Step-Name.
           SET CKP-Restart-Pending TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CKP-Timestamp.
           MOVE WS-Applied-Point TO CKP-Restart-Key.
           MOVE WS-Applied-Seq(2:5) TO CKP-Restart-Records.
           MOVE WS-Run-Date-Num TO CKP-Restart-Run-Date.
           MOVE WS-Restart-Image TO CKP-Restart-Data.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           DISPLAY "CHECKPOINT-FILE: RESTART POINT "
                               "NOT WRITTEN " WS-Checkpoint-Status
                   END-WRITE
           END-REWRITE.
           MOVE ZEROS TO WS-Since-Checkpoint WS-Window-Count.

      * A transaction the failed run applied after its last restart
      * point is stamped on the loan with tonight's run date and its
      * own file position.
       1360-CHECK-ALREADY-APPLIED.
           SET Tran-Not-Applied TO TRUE.
           IF Restart-Run
               AND LN-Last-Tran-Date = WS-Run-Date-Num
               AND LN-Last-Tran-Seq = WS-Tran-Seq
               SET Tran-Already-Applied TO TRUE
           END-IF.

      * The posting ran to the end: its restart point is marked
      * complete so the next run starts from the first transaction.
       1370-CLEAR-RESTART-POINT.
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

       2000-OPEN-NEW-LOAN.
           MOVE LT-LoanNumber TO LN-Number.
               INVALID KEY CONTINUE
           END-READ.
           IF LoanMast-OK
               PERFORM 1360-CHECK-ALREADY-APPLIED
           END-IF.
           IF LoanMast-OK AND Tran-Already-Applied
               MOVE "OPENED" TO WS-Disposition
               ADD 1 TO WS-Count-Opened
           END-IF.
           IF LoanMast-OK AND Tran-Not-Applied
               MOVE "REJECTED - ALREADY ON FILE" TO WS-Disposition
               ADD 1 TO WS-Count-Rejected
           END-IF.
           IF NOT LoanMast-OK
               MOVE LT-LoanNumber TO LN-Number
               MOVE LT-Ident TO LN-Ident
               MOVE LT-Principal TO LN-Principal
               ELSE
                   MOVE "F" TO LN-Rate-Type
               END-IF
               MOVE "O" TO LN-Loan-Status
               MOVE ZEROS TO LN-Close-Date
               MOVE WS-Run-Date-Num TO LN-Last-Tran-Date
               MOVE WS-Tran-Seq TO LN-Last-Tran-Seq
               MOVE ZEROS TO LN-Last-Prior-Balance LN-Last-Interest
               WRITE LOAN-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE

      * Record the payroll-deduction payment the borrower authorized.
      * The amount is per pay period; zero revokes the authorization.
      * An authorization must name the borrower's own loan, and a
      * closed loan can only have its authorization revoked.
       2500-AUTHORIZE-AUTOPAY.
           MOVE LT-LoanNumber TO LN-Number.
           READ LOAN-MASTER
               MOVE "REJECTED - LOAN NOT ON FILE" TO WS-Disposition
               ADD 1 TO WS-Count-Rejected
           ELSE
               EVALUATE TRUE
                   WHEN LT-Ident NOT = LN-Ident
                       MOVE "REJECTED - IDENT MISMATCH"
                           TO WS-Disposition
                       ADD 1 TO WS-Count-Rejected
                   WHEN LN-Loan-Closed AND LT-Amount > 0
                       MOVE "REJECTED - LOAN CLOSED" TO WS-Disposition
                       ADD 1 TO WS-Count-Rejected
                   WHEN OTHER
                       PERFORM 2510-REWRITE-AUTHORIZATION
               END-EVALUATE
           END-IF.

       2510-REWRITE-AUTHORIZATION.
           MOVE LT-Amount TO LN-AutoPay-Amount.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF LoanMast-OK
               MOVE "AUTOPAY AUTHORIZED" TO WS-Disposition
               ADD 1 TO WS-Count-Authorized
           ELSE
               STRING "REJECTED - REWRITE FAILED "
                   WS-LoanMast-Status
                   DELIMITED BY SIZE INTO WS-Disposition
               ADD 1 TO WS-Count-Rejected
           END-IF.

      * The pay run writes its withheld loan payments to LOANDED.TXT
      * in the LOANTRN layout; they post through the same payment
      * path as keyed transactions. No file on hand simply means the
      * pay run withheld nothing tonight. When the run date is not a
      * pay date on the processing calendar there was no pay run, and
      * the file on hand is the last pay date's, posted that night.
       2400-POST-GENERATED-PAYMENTS.
           IF RP-Run-Pay-Date
               PERFORM 2405-POST-PAY-RUN-FILE
           END-IF.
      * Posting is finished: the closing restart point names the end
      * of the pay-run file, so a restart goes straight to the quotes.
           MOVE "P" TO WS-Tran-Seq-Source.
           MOVE WS-Generated-Position TO WS-Tran-Seq-Number.
           MOVE WS-Tran-Seq TO WS-Applied-Seq.

       2405-POST-PAY-RUN-FILE.
           OPEN INPUT GENERATED-PAYMENTS.
           IF NOT GenPay-OK
               SET GenPay-EOF TO TRUE
           ELSE
               IF Restart-Run AND WS-Restart-Source = "P"
                   PERFORM 2410-READ-GENERATED-PAYMENT
                   PERFORM 1325-SKIP-POSTED-GENERATED
               ELSE
                   MOVE SPACES TO LOAN-POST-REPORT-LINE
                   MOVE "GENERATED PAYROLL-DEDUCTION PAYMENTS"
                       TO LOAN-POST-REPORT-LINE
                   PERFORM 1190-WRITE-REPORT-LINE
                   PERFORM 2410-READ-GENERATED-PAYMENT
               END-IF
           END-IF.
           SET Tran-Source-Payroll TO TRUE.
           PERFORM UNTIL GenPay-EOF
               MOVE GENERATED-PAYMENT-RECORD
                   TO LOAN-TRANSACTION-RECORD
               ADD 1 TO WS-Count-Generated
               PERFORM 1300-CHECK-WINDOW-LOAN
               PERFORM 1120-PROCESS-TRANSACTION
               PERFORM 1310-COUNT-TOWARD-RESTART-POINT
               PERFORM 2410-READ-GENERATED-PAYMENT
           END-PERFORM.
           CLOSE GENERATED-PAYMENTS.
           END-READ.
           IF NOT GenPay-OK
               SET GenPay-EOF TO TRUE
           ELSE
               ADD 1 TO WS-Generated-Position
               MOVE "P" TO WS-Tran-Seq-Source
               MOVE WS-Generated-Position TO WS-Tran-Seq-Number
           END-IF.

      * A payoff quote answers what it takes to close the loan on the
      * good-through date. Late charges DELINQ assessed are already in
      * LN-Balance, so the letter shows them split out of the balance,
      * never on top of it. LOANCALC gives a year's interest on the
      * balance for a term of one; the quote prorates it by the days
      * from tonight to the good-through date.
       2600-PRODUCE-PAYOFF-QUOTES.
           OPEN INPUT PAYOFF-REQUESTS.
           IF NOT PayoffReq-OK
               SET PayoffReq-EOF TO TRUE
           ELSE
               MOVE SPACES TO LOAN-POST-REPORT-LINE
               MOVE "PAYOFF QUOTES" TO LOAN-POST-REPORT-LINE
               PERFORM 1190-WRITE-REPORT-LINE
               PERFORM 2610-READ-PAYOFF-REQUEST
           END-IF.
           PERFORM UNTIL PayoffReq-EOF
               PERFORM 2620-QUOTE-ONE-LOAN
               PERFORM 2610-READ-PAYOFF-REQUEST
           END-PERFORM.
           CLOSE PAYOFF-REQUESTS.

       2610-READ-PAYOFF-REQUEST.
           READ PAYOFF-REQUESTS
               AT END SET PayoffReq-EOF TO TRUE
           END-READ.
           IF NOT PayoffReq-OK
               SET PayoffReq-EOF TO TRUE
           END-IF.

       2620-QUOTE-ONE-LOAN.
           ADD 1 TO WS-Count-Quote-Requests.
           MOVE SPACES TO WS-Disposition.
           MOVE "99" TO WS-LoanMast-Status.
           IF PR-LoanNumber IS NUMERIC
               MOVE PR-LoanNumber TO LN-Number
               READ LOAN-MASTER
                   KEY IS LN-Number
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN PR-LoanNumber IS NOT NUMERIC
                   MOVE "REJECTED - LOAN NOT NUMERIC" TO WS-Disposition
               WHEN PR-Good-Through-Date IS NOT NUMERIC
                   MOVE "REJECTED - BAD GOOD-THROUGH DATE"
                       TO WS-Disposition
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PR-Good-Through-Date)
                   NOT = 0
                   MOVE "REJECTED - BAD GOOD-THROUGH DATE"
                       TO WS-Disposition
               WHEN PR-Good-Through-Date < WS-Run-Date-Num
                   MOVE "REJECTED - GOOD-THROUGH IS PAST"
                       TO WS-Disposition
               WHEN NOT LoanMast-OK
                   MOVE "REJECTED - LOAN NOT ON FILE" TO WS-Disposition
               WHEN LN-Loan-Closed OR LN-Balance = 0
                   MOVE "REJECTED - NOTHING TO PAY OFF"
                       TO WS-Disposition
               WHEN OTHER
                   PERFORM 2630-FIGURE-PAYOFF
           END-EVALUATE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "  Q LOAN " PR-LoanNumber " " WS-Disposition
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.

       2630-FIGURE-PAYOFF.
           COMPUTE WS-Payoff-Days =
               FUNCTION INTEGER-OF-DATE(PR-Good-Through-Date)
               - FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           MOVE LN-Balance TO WS-Loan-Principal.
           MOVE LN-Rate TO WS-Loan-Rate.
           MOVE 1 TO WS-Loan-Term.
           CALL "LOANCALC" USING WS-Loan-Principal WS-Loan-Rate
               WS-Loan-Term WS-Loan-Payment WS-Loan-Interest.
           COMPUTE WS-Payoff-Interest ROUNDED =
               WS-Loan-Interest * WS-Payoff-Days / 365
               ON SIZE ERROR
                   MOVE ZEROS TO WS-Payoff-Interest
           END-COMPUTE.
           MOVE ZEROS TO WS-Payoff-Late-Charges.
           MOVE LN-Number TO DQ-LoanNumber.
           READ DELINQUENCY-FILE
               KEY IS DQ-LoanNumber
               INVALID KEY CONTINUE
           END-READ.
           IF Delinq-OK
               MOVE DQ-Late-Charges TO WS-Payoff-Late-Charges
               IF WS-Payoff-Late-Charges > LN-Balance
                   MOVE LN-Balance TO WS-Payoff-Late-Charges
               END-IF
           END-IF.
           MOVE LN-Number TO PQ-LoanNumber.
           MOVE LN-Ident TO PQ-Ident.
           MOVE WS-Run-Date-Num TO PQ-Quote-Date.
           MOVE PR-Good-Through-Date TO PQ-Good-Through-Date.
           COMPUTE PQ-Principal = LN-Balance - WS-Payoff-Late-Charges.
           MOVE WS-Payoff-Late-Charges TO PQ-Late-Charges.
           MOVE WS-Payoff-Interest TO PQ-Interest.
           COMPUTE PQ-Payoff-Amount = LN-Balance + WS-Payoff-Interest.
           WRITE PAYOFF-QUOTE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF PayQuote-Duplicate
               REWRITE PAYOFF-QUOTE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF PayQuote-OK
               MOVE PQ-Payoff-Amount TO WS-Edited-Amount
               STRING "QUOTED " WS-Edited-Amount
                   DELIMITED BY SIZE INTO WS-Disposition
               ADD 1 TO WS-Count-Quoted
               PERFORM 2640-WRITE-PAYOFF-LETTER
           ELSE
               STRING "REJECTED - QUOTE WRITE FAILED "
                   WS-PayQuote-Status
                   DELIMITED BY SIZE INTO WS-Disposition
           END-IF.

       2640-WRITE-PAYOFF-LETTER.
           PERFORM 2800-GET-CUSTOMER-NAME.
           MOVE ALL "-" TO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "LOAN PAYOFF QUOTE   DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "TO: " WS-Customer-Name "  (IDENT " PQ-Ident ")"
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE PQ-Good-Through-Date TO WS-Letter-Date-Num.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "RE: LOAN " PQ-LoanNumber "  GOOD THROUGH "
               WS-Letter-Month "/" WS-Letter-Day "/" WS-Letter-Year
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE PQ-Principal TO WS-Edited-Amount.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "    PRINCIPAL BALANCE            " WS-Edited-Amount
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE PQ-Late-Charges TO WS-Edited-Amount.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "    UNPAID LATE CHARGES          " WS-Edited-Amount
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE PQ-Interest TO WS-Edited-Amount.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "    INTEREST TO GOOD-THROUGH     " WS-Edited-Amount
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE PQ-Payoff-Amount TO WS-Edited-Amount.
           MOVE SPACES TO PAYOFF-LETTER-LINE.
           STRING "    TOTAL TO PAY OFF             " WS-Edited-Amount
               DELIMITED BY SIZE INTO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.
           MOVE "    THIS FIGURE HOLDS THROUGH THE GOOD-THROUGH DATE."
               TO PAYOFF-LETTER-LINE.
           WRITE PAYOFF-LETTER-LINE.

      * A close-out posts against the live quote. The quote's interest
      * stands as long as the quote is good; the balance is taken as it
      * is tonight, so a payment posted since the quote lowers what is
      * owed and any excess received is an overpayment to refund.
       2700-POST-PAYOFF.
           MOVE LT-LoanNumber TO LN-Number.
           READ LOAN-MASTER
               KEY IS LN-Number
               INVALID KEY CONTINUE
           END-READ.
           SET Tran-Not-Applied TO TRUE.
           IF LoanMast-OK
               PERFORM 1360-CHECK-ALREADY-APPLIED
               MOVE LT-LoanNumber TO PQ-LoanNumber
               READ PAYOFF-QUOTES
                   KEY IS PQ-LoanNumber
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT LoanMast-OK
                   MOVE "REJECTED - LOAN NOT ON FILE" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN Tran-Already-Applied
                   PERFORM 2740-REPEAT-CLOSE-OUT
               WHEN LN-Loan-Closed
                   MOVE "REJECTED - LOAN ALREADY CLOSED"
                       TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN LT-Ident NOT = LN-Ident
                   MOVE "REJECTED - IDENT MISMATCH" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN NOT PayQuote-OK
                   MOVE "REJECTED - NO PAYOFF QUOTE" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN WS-Run-Date-Num > PQ-Good-Through-Date
                   MOVE "REJECTED - PAYOFF QUOTE EXPIRED"
                       TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN LT-Amount < LN-Balance + PQ-Interest
                   MOVE "REJECTED - SHORT OF PAYOFF" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN OTHER
                   PERFORM 2710-CLOSE-OUT-LOAN
           END-EVALUATE.

       2710-CLOSE-OUT-LOAN.
           MOVE LN-Balance TO WS-Loan-Principal.
           MOVE PQ-Interest TO WS-Loan-Interest.
           COMPUTE WS-Payoff-Refund =
               LT-Amount - WS-Loan-Principal - WS-Loan-Interest.
           MOVE ZEROS TO LN-Balance.
           MOVE ZEROS TO LN-AutoPay-Amount.
           SET LN-Loan-Closed TO TRUE.
           MOVE WS-Run-Date-Num TO LN-Close-Date.
           MOVE WS-Run-Date-Num TO LN-Last-Tran-Date.
           MOVE WS-Tran-Seq TO LN-Last-Tran-Seq.
           MOVE WS-Loan-Principal TO LN-Last-Prior-Balance.
           MOVE WS-Loan-Interest TO LN-Last-Interest.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF LoanMast-OK
               PERFORM 2715-FINISH-CLOSE-OUT
           ELSE
               STRING "REJECTED - REWRITE FAILED "
                   WS-LoanMast-Status
                   DELIMITED BY SIZE INTO WS-Disposition
               ADD 1 TO WS-Count-Rejected
           END-IF.

       2715-FINISH-CLOSE-OUT.
           MOVE "PAID IN FULL - LOAN CLOSED" TO WS-Disposition.
           ADD 1 TO WS-Count-Paid-Off.
           PERFORM 3100-WRITE-LOAN-ACTIVITY.
           MOVE LN-Number TO PQ-LoanNumber.
           DELETE PAYOFF-QUOTES
               INVALID KEY CONTINUE
           END-DELETE.
           PERFORM 2720-DROP-DELINQUENCY-CASE.
           PERFORM 2730-WRITE-PAID-IN-FULL-LETTER.

      * A close-out the failed run already applied: the loan stamp
      * carries the balance it paid off and the quoted interest, so
      * the activity and letter come out exactly as the first time.
      * The quote and delinquency case may already be gone.
       2740-REPEAT-CLOSE-OUT.
           MOVE LN-Last-Prior-Balance TO WS-Loan-Principal.
           MOVE LN-Last-Interest TO WS-Loan-Interest.
           COMPUTE WS-Payoff-Refund =
               LT-Amount - WS-Loan-Principal - WS-Loan-Interest.
           PERFORM 2715-FINISH-CLOSE-OUT.

       2720-DROP-DELINQUENCY-CASE.
           MOVE LN-Number TO DQ-LoanNumber.
           READ DELINQUENCY-FILE
               KEY IS DQ-LoanNumber
               INVALID KEY CONTINUE
           END-READ.
           IF Delinq-OK
               DELETE DELINQUENCY-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-Count-Cases-Closed
           END-IF.

       2730-WRITE-PAID-IN-FULL-LETTER.
           PERFORM 2800-GET-CUSTOMER-NAME.
           MOVE ALL "-" TO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.
           MOVE SPACES TO PAID-IN-FULL-LETTER-LINE.
           STRING "LOAN PAID IN FULL   DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.
           MOVE SPACES TO PAID-IN-FULL-LETTER-LINE.
           STRING "TO: " WS-Customer-Name "  (IDENT " LN-Ident ")"
               DELIMITED BY SIZE INTO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.
           MOVE LT-Amount TO WS-Edited-Amount.
           MOVE SPACES TO PAID-IN-FULL-LETTER-LINE.
           STRING "RE: LOAN " LN-Number "  PAYOFF RECEIVED "
               WS-Edited-Amount
               DELIMITED BY SIZE INTO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.
           IF WS-Payoff-Refund > 0
               MOVE WS-Payoff-Refund TO WS-Edited-Amount
               MOVE SPACES TO PAID-IN-FULL-LETTER-LINE
               STRING "    AMOUNT OVERPAID, TO BE REFUNDED "
                   WS-Edited-Amount
                   DELIMITED BY SIZE INTO PAID-IN-FULL-LETTER-LINE
               PERFORM 2735-WRITE-PAID-LETTER-LINE
           END-IF.
           MOVE "    YOUR LOAN IS PAID IN FULL AND CLOSED."
               TO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.
           MOVE "    NO FURTHER PAYMENTS WILL BE TAKEN FROM YOUR PAY."
               TO PAID-IN-FULL-LETTER-LINE.
           PERFORM 2735-WRITE-PAID-LETTER-LINE.

       2735-WRITE-PAID-LETTER-LINE.
           WRITE PAID-IN-FULL-LETTER-LINE.
           ADD 1 TO WS-Lines-Paid-Letters.

       2800-GET-CUSTOMER-NAME.
           MOVE "** NOT ON MASTER **" TO WS-Customer-Name.
           MOVE LN-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           IF CustMast-OK
               MOVE CM-CustName TO WS-Customer-Name
           END-IF.

       3000-POST-PAYMENT.
           MOVE LT-LoanNumber TO LN-Number.
           READ LOAN-MASTER
               KEY IS LN-Number
               INVALID KEY CONTINUE
           END-READ.
           SET Tran-Not-Applied TO TRUE.
           IF LoanMast-OK
               PERFORM 1360-CHECK-ALREADY-APPLIED
           END-IF.
           EVALUATE TRUE
               WHEN NOT LoanMast-OK
                   MOVE "REJECTED - LOAN NOT ON FILE" TO WS-Disposition
                   ADD 1 TO WS-Count-Rejected
               WHEN Tran-Already-Applied
                   PERFORM 3050-REPEAT-PAYMENT
               WHEN LN-Loan-Closed
                   PERFORM 3200-POST-TO-CLOSED-LOAN
               WHEN OTHER
                   PERFORM 3010-APPLY-PAYMENT
           END-EVALUATE.

       3010-APPLY-PAYMENT.
           MOVE LN-Balance TO WS-Loan-Principal.
           MOVE LN-Rate TO WS-Loan-Rate.
           MOVE 1 TO WS-Loan-Term.
           CALL "LOANCALC" USING WS-Loan-Principal WS-Loan-Rate
               WS-Loan-Term WS-Loan-Payment WS-Loan-Interest.
           IF LT-Amount > LN-Balance + WS-Loan-Interest
               MOVE ZEROS TO LN-Balance
           ELSE
               COMPUTE LN-Balance =
                   LN-Balance + WS-Loan-Interest - LT-Amount
                   ON SIZE ERROR
                       MOVE ZEROS TO LN-Balance
               END-COMPUTE
           END-IF.
           ADD 1 TO LN-Periods-Posted.
           MOVE WS-Run-Date-Num TO LN-Last-Tran-Date.
           MOVE WS-Tran-Seq TO LN-Last-Tran-Seq.
           MOVE WS-Loan-Principal TO LN-Last-Prior-Balance.
           MOVE WS-Loan-Interest TO LN-Last-Interest.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF LoanMast-OK
               MOVE "POSTED" TO WS-Disposition
               ADD 1 TO WS-Count-Posted
               PERFORM 3100-WRITE-LOAN-ACTIVITY
           ELSE
               STRING "REJECTED - REWRITE FAILED "
                   WS-LoanMast-Status
                   DELIMITED BY SIZE INTO WS-Disposition
               ADD 1 TO WS-Count-Rejected
           END-IF.

      * A payment the failed run already posted: the balance before
      * it and the interest it accrued come back off the loan stamp,
      * so the ledger split is written again without posting twice.
       3050-REPEAT-PAYMENT.
           MOVE LN-Last-Prior-Balance TO WS-Loan-Principal.
           MOVE LN-Last-Interest TO WS-Loan-Interest.
           MOVE "POSTED" TO WS-Disposition.
           ADD 1 TO WS-Count-Posted.
           PERFORM 3100-WRITE-LOAN-ACTIVITY.

      * Split the payment for the ledger. The balance before posting
      * is still in WS-Loan-Principal from the LOANCALC call: interest
      * comes out of the payment first, and interest the payment did
      * not cover went onto the balance. Past a full payoff the rest
      * is an overpayment the balance never saw.
       3100-WRITE-LOAN-ACTIVITY.
           MOVE LT-LoanNumber TO LA-LoanNumber.
           MOVE LN-Ident TO LA-Ident.
           MOVE WS-Tran-Source-Flag TO LA-Source.
           MOVE LT-Amount TO LA-Amount.
           MOVE ZEROS TO LA-Principal LA-Capitalized LA-Overpaid.
           IF LT-Amount < WS-Loan-Interest
               MOVE LT-Amount TO LA-Interest
               COMPUTE LA-Capitalized = WS-Loan-Interest - LT-Amount
           ELSE
               MOVE WS-Loan-Interest TO LA-Interest
               COMPUTE LA-Principal = LT-Amount - WS-Loan-Interest
               IF LA-Principal > WS-Loan-Principal
                   COMPUTE LA-Overpaid =
                       LA-Principal - WS-Loan-Principal
                   MOVE WS-Loan-Principal TO LA-Principal
               END-IF
           END-IF.
           WRITE LOAN-ACTIVITY-RECORD.
           ADD 1 TO WS-Lines-Activity.

      * A payment for a loan already closed - typically a payroll
      * deduction withheld before tonight's close-out posted - has
      * nothing left to pay down. The loan is left as it is and the
      * whole amount goes to the ledger as an overpayment to refund.
       3200-POST-TO-CLOSED-LOAN.
           MOVE ZEROS TO WS-Loan-Principal WS-Loan-Interest.
           MOVE "POSTED - CLOSED, REFUND DUE" TO WS-Disposition.
           ADD 1 TO WS-Count-Posted.
           PERFORM 3100-WRITE-LOAN-ACTIVITY.

       4000-WRITE-LOAN-SCHEDULE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE "AMORTIZATION/AGING SCHEDULE" TO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "LOAN    IDENT  RATE    TERM POSTED"
               "       BALANCE  LEVEL PAYMENT  AGING"
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE ZEROS TO LN-Number.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-Number
               INVALID KEY SET LoanMast-EOF TO TRUE
                   WS-Loan-Term WS-Loan-Payment WS-Loan-Interest
           END-IF.
           EVALUATE TRUE
               WHEN LN-Loan-Closed
                   MOVE LN-Close-Date TO WS-Letter-Date-Num
                   MOVE SPACES TO WS-Disposition
                   STRING "CLOSED " WS-Letter-Month "/" WS-Letter-Day
                       "/" WS-Letter-Year
                       DELIMITED BY SIZE INTO WS-Disposition
               WHEN LN-Balance = 0
                   MOVE "PAID OFF" TO WS-Disposition
               WHEN WS-Remaining-Term > 0
               WS-Edited-Amount "   " WS-Edited-Amount-2 "  "
               WS-Disposition
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-Count-Read
               "  OPENED: " WS-Count-Opened
               "  POSTED: " WS-Count-Posted
               "  REJECTED: " WS-Count-Rejected
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "AUTOPAY AUTHORIZED: " WS-Count-Authorized
               "  GENERATED PAYMENTS: " WS-Count-Generated
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "PAYOFF QUOTE REQUESTS: " WS-Count-Quote-Requests
               "  QUOTED: " WS-Count-Quoted
               "  LOANS PAID OFF: " WS-Count-Paid-Off
               "  DELINQ CASES CLOSED: " WS-Count-Cases-Closed
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.
           MOVE SPACES TO LOAN-POST-REPORT-LINE.
           STRING "LOANS ON MASTER: " WS-Count-Loans-Listed
               DELIMITED BY SIZE INTO LOAN-POST-REPORT-LINE.
           PERFORM 1190-WRITE-REPORT-LINE.

       1200-CLOSE-FILES.
           CLOSE LOAN-TRANSACTIONS.
           CLOSE LOAN-MASTER.
           CLOSE LOAN-POST-REPORT.
           CLOSE LOAN-ACTIVITY.
           CLOSE PAYOFF-QUOTES.
           CLOSE DELINQUENCY-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAYOFF-LETTERS.
           CLOSE PAID-IN-FULL-LETTERS.
           PERFORM 1370-CLEAR-RESTART-POINT.
           CLOSE CHECKPOINT-FILE.

       END PROGRAM LOANPOST.
