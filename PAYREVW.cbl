      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-release payroll exception review, run between
      *          the pay run and the bank payment extract. Compares
      *          each customer's PAY-HISTORY entry for the current
      *          pay-period date with their prior period and flags
      *          the payment when the net pay moved more than the
      *          REVIEW-PCT run parameter (N), the hours are over the
      *          HOURS-MAX ceiling (H), it is the customer's first
      *          pay (F), the live bank account cleared prenote since
      *          the prior period (A), or deductions took the net pay
      *          to zero (Z). A flagged payment is held on
      *          PAY-HOLD-FILE (PAYHOLD.cpy, reason REVIEW) so PAYEXTR
      *          leaves it off BANKPAY.FILE until an operator release
      *          card (PAYRELEASE.TXT: ident + pay date) releases it.
      *          The review runs every night: the new pay is
      *          reviewed only when the run date is a pay date on the
      *          processing calendar, but the release cards are
      *          applied every night so a released payment goes out
      *          on that night's bank file.
      *          The review report lists every flagged payment and
      *          every release card with its disposition, and shows
      *          the net pay passed, held and released; an AMOUNTS
      *          control entry proves the period's net pay = passed +
      *          held for BALRPT. A flagged payment whose hold cannot
      *          be written ends the step with return code 8.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "data/PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PayHist-Status.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT PAY-HOLD-FILE ASSIGN TO "data/PAYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Key
               FILE STATUS IS WS-PayHold-Status.
           SELECT RELEASE-CARDS ASSIGN TO "data/PAYRELEASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Release-Status.
           SELECT REVIEW-REPORT ASSIGN TO "data/PAYREVW.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RevReport-Status.
           SELECT CONTROL-TOTALS ASSIGN TO "data/CONTROL.TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotals-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY.
           COPY PAYHREC.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD PAY-HOLD-FILE.
           COPY PAYHOLD.

       FD RELEASE-CARDS.
       01 RELEASE-CARD.
           02 RL-Ident PIC 9(3).
           02 RL-PayDate PIC 9(8).

       FD REVIEW-REPORT.
       01 REVIEW-REPORT-LINE PIC X(96).

       FD CONTROL-TOTALS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
           88 PayHist-EOF VALUE "10".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
       01 WS-PayHold-Status PIC XX VALUE SPACES.
           88 PayHold-OK VALUE "00".
           88 PayHold-EOF VALUE "10".
           88 PayHold-Duplicate VALUE "22".
           88 PayHold-NotFound VALUE "35".
       01 WS-Release-Status PIC XX VALUE SPACES.
           88 Release-OK VALUE "00".
           88 Release-EOF VALUE "10".
       01 WS-RevReport-Status PIC XX VALUE SPACES.
           88 RevReport-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.
       01 WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

           COPY PARMBLK.

      * The prior period is the latest PAY-HISTORY entry for the same
      * ident dated before the current pay date; the history is read
      * in key order (ident, then pay date) so it is the entry seen
      * just before the current one.
       01 WS-Prior-Ident PIC 9(3) VALUE ZEROS.
       01 WS-Prior-Flag PIC 9 VALUE 0.
           88 Prior-Found VALUE 1.
           88 Prior-None VALUE 0.
       01 WS-Prior-PayDate PIC 9(8) VALUE ZEROS.
       01 WS-Prior-NetPay PIC 9(5)V99 VALUE ZEROS.
       01 WS-Net-Change PIC 9(5)V99 VALUE ZEROS.

       01 WS-Review-Flags.
           02 WS-Flag-Net PIC X(1).
           02 WS-Flag-Hours PIC X(1).
           02 WS-Flag-First PIC X(1).
           02 WS-Flag-Account PIC X(1).
           02 WS-Flag-Zero PIC X(1).
       01 WS-Disposition PIC X(30) VALUE SPACES.
       01 WS-Edited-Amount PIC ZZ,ZZ9.99.
       01 WS-Edited-Prior PIC ZZ,ZZ9.99.
       01 WS-Edited-Total PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-Counts.
           02 WS-Count-Reviewed PIC 9(5) VALUE 0.
           02 WS-Count-Passed PIC 9(5) VALUE 0.
           02 WS-Count-Held PIC 9(5) VALUE 0.
           02 WS-Count-Already-Released PIC 9(5) VALUE 0.
           02 WS-Count-Hold-Failed PIC 9(5) VALUE 0.
           02 WS-Count-Cards PIC 9(5) VALUE 0.
           02 WS-Count-Released PIC 9(5) VALUE 0.
           02 WS-Count-Card-Rejected PIC 9(5) VALUE 0.
           02 WS-Count-Outstanding PIC 9(5) VALUE 0.

       01 WS-Amounts.
           02 WS-Amount-Reviewed PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Passed PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Held PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Hold-Failed PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Released PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Outstanding PIC 9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "PAYREVW: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       IF RP-Run-Pay-Date
           PERFORM 2000-REVIEW-PAY-HISTORY
       END-IF.
       PERFORM 3000-APPLY-RELEASE-CARDS.
       PERFORM 4000-TOTAL-OUTSTANDING-HOLDS.
       PERFORM 5000-WRITE-SUMMARY.
       PERFORM 9100-WRITE-CONTROL-TOTALS.
       PERFORM 1200-CLOSE-FILES.
       IF WS-Count-Hold-Failed > 0
           DISPLAY "PAYREVW: " WS-Count-Hold-Failed
               " FLAGGED PAYMENT(S) NOT HELD - RUN STOPPED"
           MOVE 8 TO RETURN-CODE
       END-IF.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Pay-Period-Date TO WS-Run-Date.
           OPEN INPUT PAY-HISTORY.
           IF NOT PayHist-OK
               DISPLAY "PAY-HISTORY: OPEN FAILED " WS-PayHist-Status
               SET PayHist-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTOMER-MASTER: OPEN FAILED "
                   WS-CustMast-Status
           END-IF.
           OPEN I-O PAY-HOLD-FILE.
           IF PayHold-NotFound
               OPEN OUTPUT PAY-HOLD-FILE
               CLOSE PAY-HOLD-FILE
               OPEN I-O PAY-HOLD-FILE
           END-IF.
           IF NOT PayHold-OK
               DISPLAY "PAY-HOLD-FILE: OPEN FAILED "
                   WS-PayHold-Status
           END-IF.
           OPEN OUTPUT REVIEW-REPORT.
           IF NOT RevReport-OK
               DISPLAY "REVIEW-REPORT: OPEN FAILED "
                   WS-RevReport-Status
           END-IF.

       1100-WRITE-REPORT-HEADERS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           IF RP-Run-Pay-Date
               STRING "PAYROLL EXCEPTION REVIEW - PAY DATE: "
                   WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
                   "  NET CHANGE LIMIT: " RP-Review-Pct "%"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           ELSE
               STRING "PAYROLL EXCEPTION REVIEW - RUN DATE: "
                   WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
                   "  NO PAY RUN TONIGHT - RELEASE CARDS ONLY"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-IF.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "FLAGS: N NET CHANGE  H HOURS OVER CEILING  "
               "F FIRST PAY  A NEW ACCOUNT  Z ZERO NET"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "IDENT  NAME                  HOURS    NET PAY  "
               "PRIOR NET  FLAGS  DISPOSITION"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       2000-REVIEW-PAY-HISTORY.
           IF NOT PayHist-EOF
               PERFORM 2010-READ-NEXT-PAY-HISTORY
           END-IF.
           PERFORM UNTIL PayHist-EOF
               IF PH-Ident NOT = WS-Prior-Ident
                   MOVE PH-Ident TO WS-Prior-Ident
                   SET Prior-None TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN PH-PayDate = WS-Run-Date
                       PERFORM 2020-REVIEW-ONE-PAYMENT
                   WHEN PH-PayDate < WS-Run-Date
                       SET Prior-Found TO TRUE
                       MOVE PH-PayDate TO WS-Prior-PayDate
                       MOVE PH-NetPay TO WS-Prior-NetPay
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2010-READ-NEXT-PAY-HISTORY
           END-PERFORM.

       2010-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PayHist-EOF TO TRUE
           END-READ.
           IF NOT PayHist-OK
               SET PayHist-EOF TO TRUE
           END-IF.

       2020-REVIEW-ONE-PAYMENT.
           ADD 1 TO WS-Count-Reviewed.
           ADD PH-NetPay TO WS-Amount-Reviewed.
           MOVE PH-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           IF NOT CustMast-OK
               MOVE SPACES TO CM-CustName
           END-IF.
           PERFORM 2030-SET-REVIEW-FLAGS.
           IF WS-Review-Flags = SPACES
               ADD 1 TO WS-Count-Passed
               ADD PH-NetPay TO WS-Amount-Passed
           ELSE
               PERFORM 2040-HOLD-FOR-REVIEW
               PERFORM 2050-WRITE-FLAGGED-LINE
           END-IF.

       2030-SET-REVIEW-FLAGS.
           MOVE SPACES TO WS-Review-Flags.
           IF Prior-None
               MOVE "F" TO WS-Flag-First
           ELSE
               IF PH-NetPay > WS-Prior-NetPay
                   COMPUTE WS-Net-Change = PH-NetPay - WS-Prior-NetPay
               ELSE
                   COMPUTE WS-Net-Change = WS-Prior-NetPay - PH-NetPay
               END-IF
               IF WS-Net-Change * 100
                   > WS-Prior-NetPay * RP-Review-Pct
                   MOVE "N" TO WS-Flag-Net
               END-IF
               IF CustMast-OK AND CM-Pend-Cleared
                   AND CM-Pend-Result-Date > WS-Prior-PayDate
                   MOVE "A" TO WS-Flag-Account
               END-IF
           END-IF.
           IF PH-Hours > RP-Hours-Max
               MOVE "H" TO WS-Flag-Hours
           END-IF.
           IF PH-NetPay = ZEROS AND PH-GrossPay > ZEROS
               MOVE "Z" TO WS-Flag-Zero
           END-IF.

      * A rerun of the night finds the hold already on file and
      * leaves it as it stands, so a payment the operator has already
      * released is not held again - it goes out with the released
      * holds and counts as passed. A payment whose hold could not be
      * written is not on the hold file at all, so the extract would
      * send it: it is counted apart and the step ends with return
      * code 8 to stop the run before PAYEXTR.
       2040-HOLD-FOR-REVIEW.
           MOVE PH-Ident TO PD-Ident.
           MOVE PH-PayDate TO PD-PayDate.
           MOVE PH-NetPay TO PD-Amount.
           MOVE "REVIEW" TO PD-Reason.
           MOVE WS-Review-Flags TO PD-Review-Flags.
           SET PD-Held TO TRUE.
           MOVE WS-Run-Date-Num TO PD-Held-Date.
           MOVE ZEROS TO PD-Release-Date PD-Paid-Date.
           WRITE PAY-HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN PayHold-OK
                   MOVE "HELD FOR REVIEW" TO WS-Disposition
                   ADD 1 TO WS-Count-Held
                   ADD PH-NetPay TO WS-Amount-Held
               WHEN PayHold-Duplicate
                   READ PAY-HOLD-FILE
                       KEY IS PD-Key
                       INVALID KEY CONTINUE
                   END-READ
                   IF PD-Held
                       MOVE "HELD FOR REVIEW" TO WS-Disposition
                       ADD 1 TO WS-Count-Held
                       ADD PH-NetPay TO WS-Amount-Held
                   ELSE
                       MOVE "ALREADY RELEASED" TO WS-Disposition
                       ADD 1 TO WS-Count-Passed
                       ADD 1 TO WS-Count-Already-Released
                       ADD PH-NetPay TO WS-Amount-Passed
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Disposition
                   STRING "HOLD WRITE FAILED " WS-PayHold-Status
                       DELIMITED BY SIZE INTO WS-Disposition
                   ADD 1 TO WS-Count-Hold-Failed
                   ADD PH-NetPay TO WS-Amount-Hold-Failed
                   DISPLAY "PAYREVW: IDENT " PH-Ident
                       " HOLD WRITE FAILED " WS-PayHold-Status
           END-EVALUATE.

       2050-WRITE-FLAGGED-LINE.
           MOVE PH-NetPay TO WS-Edited-Amount.
           IF Prior-Found
               MOVE WS-Prior-NetPay TO WS-Edited-Prior
           ELSE
               MOVE ZEROS TO WS-Edited-Prior
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  " PH-Ident "  " CM-CustName "  " PH-Hours
               "  " WS-Edited-Amount "  " WS-Edited-Prior "  "
               WS-Review-Flags "  " WS-Disposition
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

      * Operator release cards: one ident + pay date per line. Only a
      * payment held for review can be released; a prenote hold goes
      * out on its own once the new bank details clear.
       3000-APPLY-RELEASE-CARDS.
           OPEN INPUT RELEASE-CARDS.
           IF NOT Release-OK
               SET Release-EOF TO TRUE
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RELEASE CARDS" DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF NOT Release-EOF
               PERFORM 3010-READ-RELEASE-CARD
               PERFORM UNTIL Release-EOF
                   PERFORM 3020-APPLY-ONE-RELEASE
                   PERFORM 3010-READ-RELEASE-CARD
               END-PERFORM
               CLOSE RELEASE-CARDS
           END-IF.

       3010-READ-RELEASE-CARD.
           READ RELEASE-CARDS
               AT END SET Release-EOF TO TRUE
           END-READ.
           IF NOT Release-OK
               SET Release-EOF TO TRUE
           END-IF.

       3020-APPLY-ONE-RELEASE.
           ADD 1 TO WS-Count-Cards.
           MOVE SPACES TO WS-Disposition.
           MOVE ZEROS TO WS-Edited-Amount.
           IF RL-Ident IS NOT NUMERIC OR RL-PayDate IS NOT NUMERIC
               MOVE "REJECTED - CARD NOT NUMERIC" TO WS-Disposition
           ELSE
               MOVE RL-Ident TO PD-Ident
               MOVE RL-PayDate TO PD-PayDate
               READ PAY-HOLD-FILE
                   KEY IS PD-Key
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT PayHold-OK
                       MOVE "REJECTED - NO HOLD ON FILE"
                           TO WS-Disposition
                   WHEN NOT PD-Reason-Review
                       MOVE "REJECTED - PRENOTE HOLD"
                           TO WS-Disposition
                   WHEN NOT PD-Held
                       MOVE "ALREADY RELEASED" TO WS-Disposition
                       MOVE PD-Amount TO WS-Edited-Amount
                   WHEN OTHER
                       PERFORM 3030-RELEASE-HOLD
               END-EVALUATE
           END-IF.
           IF WS-Disposition(1:8) = "REJECTED"
               ADD 1 TO WS-Count-Card-Rejected
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  " RL-Ident "  PAY DATE " RL-PayDate "  "
               WS-Edited-Amount "  " WS-Disposition
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       3030-RELEASE-HOLD.
           SET PD-Released TO TRUE.
           MOVE WS-Run-Date-Num TO PD-Release-Date.
           REWRITE PAY-HOLD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF PayHold-OK
               MOVE "RELEASED" TO WS-Disposition
               MOVE PD-Amount TO WS-Edited-Amount
               ADD 1 TO WS-Count-Released
               ADD PD-Amount TO WS-Amount-Released
           ELSE
               STRING "REJECTED - REWRITE FAILED " WS-PayHold-Status
                   DELIMITED BY SIZE INTO WS-Disposition
           END-IF.

      * Whatever is still held for review after tonight's cards,
      * across every pay date, so nothing sits on the hold file
      * unseen.
       4000-TOTAL-OUTSTANDING-HOLDS.
           MOVE LOW-VALUES TO PD-Key.
           START PAY-HOLD-FILE KEY IS NOT LESS THAN PD-Key
               INVALID KEY SET PayHold-EOF TO TRUE
           END-START.
           IF NOT PayHold-OK
               SET PayHold-EOF TO TRUE
           END-IF.
           IF NOT PayHold-EOF
               PERFORM 4010-READ-NEXT-HOLD
           END-IF.
           PERFORM UNTIL PayHold-EOF
               IF PD-Reason-Review AND PD-Held
                   ADD 1 TO WS-Count-Outstanding
                   ADD PD-Amount TO WS-Amount-Outstanding
               END-IF
               PERFORM 4010-READ-NEXT-HOLD
           END-PERFORM.

       4010-READ-NEXT-HOLD.
           READ PAY-HOLD-FILE NEXT RECORD
               AT END SET PayHold-EOF TO TRUE
           END-READ.
           IF NOT PayHold-OK
               SET PayHold-EOF TO TRUE
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-Amount-Reviewed TO WS-Edited-Total.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "PAYMENTS REVIEWED: " WS-Count-Reviewed
               "  NET PAY: " WS-Edited-Total
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-Amount-Passed TO WS-Edited-Total.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "PASSED TO BANK EXTRACT: " WS-Count-Passed
               "  NET PAY: " WS-Edited-Total
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-Amount-Held TO WS-Edited-Total.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "FLAGGED AND HELD: " WS-Count-Held
               "  NET PAY: " WS-Edited-Total
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF WS-Count-Already-Released > 0
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "  PASSED ABOVE - FLAGGED BUT ALREADY RELEASED: "
                   WS-Count-Already-Released
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.
           IF WS-Count-Hold-Failed > 0
               MOVE WS-Amount-Hold-Failed TO WS-Edited-Total
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "FLAGGED, HOLD WRITE FAILED: "
                   WS-Count-Hold-Failed
                   "  NET PAY: " WS-Edited-Total
                   "  - RUN STOPPED"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.
           MOVE WS-Amount-Released TO WS-Edited-Total.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RELEASE CARDS: " WS-Count-Cards
               "  RELEASED: " WS-Count-Released
               "  NET PAY: " WS-Edited-Total
               "  REJECTED: " WS-Count-Card-Rejected
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-Amount-Outstanding TO WS-Edited-Total.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "STILL HELD FOR REVIEW (ALL DATES): "
               WS-Count-Outstanding
               "  NET PAY: " WS-Edited-Total
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
               OPEN OUTPUT CONTROL-TOTALS
               CLOSE CONTROL-TOTALS
               OPEN EXTEND CONTROL-TOTALS
           END-IF.
           MOVE "PAYREVW" TO CTL-Step-Name.
           MOVE WS-Count-Reviewed TO CTL-Read.
           MOVE WS-Count-Passed TO CTL-Written.
           COMPUTE CTL-Rejected = WS-Count-Held + WS-Count-Hold-Failed.
           WRITE CONTROL-TOTALS-RECORD.
           MOVE SPACES TO CONTROL-AMOUNTS-RECORD.
           MOVE "PAY-REVIEW" TO CTA-Step-Name.
           SET CTA-Amount-Entry TO TRUE.
           MOVE WS-Amount-Reviewed TO CTA-Amount-In.
           COMPUTE CTA-Amount-Out = WS-Amount-Passed + WS-Amount-Held
               + WS-Amount-Hold-Failed.
           WRITE CONTROL-AMOUNTS-RECORD.
           CLOSE CONTROL-TOTALS.

       1200-CLOSE-FILES.
           CLOSE PAY-HISTORY.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAY-HOLD-FILE.
           CLOSE REVIEW-REPORT.

       END PROGRAM PAYREVW.
