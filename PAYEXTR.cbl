      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank payment interface extract, run every night.
      *          On a pay date (processing calendar) it reads
      *          PAY-HISTORY for the current pay-period date, picks up
      *          each paid customer's routing and account from
      *          CUSTOMER-MASTER, and writes the fixed-format
      *          BANK-PAYMENT-FILE (BANKPAY.cpy): an H header with the
      *          run date, one D detail per paid customer, and a T
      *          trailer carrying the detail count, amount total and
      *          routing hash for the bank to balance against.
      *          Customers with no bank routing on the master, or
      *          whose bank details were blocked by a prior bank
      *          return (CM-BankStatus B, set by BANKRET), are skipped
      *          and counted as rejects on the step's control totals.
      *          New bank details are proved with the bank before any
      *          money goes to them: every customer whose pending
      *          details are awaiting prenote gets a zero-dollar P
      *          prenote record on the file and is marked prenote
      *          sent (BANKRET clears or fails it). While a change is
      *          in prenote the customer is still paid to a usable
      *          live account; with none, the payment is held on
      *          PAY-HOLD-FILE (PAYHOLD.cpy) and released onto a
      *          later night's file once the new details clear. A
      *          rerun of the same night re-sends that night's
      *          prenotes and released holds so the rebuilt file is
      *          complete.
      *          A payment the payroll review step (PAYREVW) held for
      *          review stays off the file until an operator release
      *          card marks it released; it then goes out with the
      *          other released holds. The held-payment release and
      *          the prenotes go out every night, so a release card or
      *          a cleared prenote does not wait for the next pay
      *          date; on other nights the file carries only those.
      *          An AMOUNTS control entry proves every net-pay dollar
      *          in (tonight's pay history plus the held payments
      *          examined) went out to the bank, was skipped, or is
      *          on the hold file.
      * Tectonics: cobc -x -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT PAY-HOLD-FILE ASSIGN TO "data/PAYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Key
               FILE STATUS IS WS-PayHold-Status.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "data/BANKPAY.FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BankPay-Status.
       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD PAY-HOLD-FILE.
           COPY PAYHOLD.

       FD BANK-PAYMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY BANKPAY.
           88 PayHist-EOF VALUE "10".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
           88 CustMast-EOF VALUE "10".
       01 WS-PayHold-Status PIC XX VALUE SPACES.
           88 PayHold-OK VALUE "00".
           88 PayHold-EOF VALUE "10".
           88 PayHold-Duplicate VALUE "22".
           88 PayHold-NotFound VALUE "35".
       01 WS-BankPay-Status PIC XX VALUE SPACES.
           88 BankPay-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.

           COPY PARMBLK.

       01 WS-Detail-Ident PIC 9(3) VALUE ZEROS.
       01 WS-Detail-Amount PIC 9(5)V99 VALUE ZEROS.
       01 WS-Hold-Found-Flag PIC 9 VALUE 0.
           88 Hold-On-File VALUE 1.

       01 WS-Totals.
           02 WS-Count-Read PIC 9(5) VALUE 0.
           02 WS-Count-Extracted PIC 9(7) VALUE 0.
           02 WS-Count-Skipped PIC 9(5) VALUE 0.
           02 WS-Count-Held PIC 9(5) VALUE 0.
           02 WS-Count-Holds-Read PIC 9(5) VALUE 0.
           02 WS-Count-Released PIC 9(5) VALUE 0.
           02 WS-Count-Still-Held PIC 9(5) VALUE 0.
           02 WS-Count-Prenotes PIC 9(5) VALUE 0.
           02 WS-Count-Details PIC 9(7) VALUE 0.
           02 WS-Count-On-Hold PIC 9(5) VALUE 0.
           02 WS-Amount-PayHist PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Skipped PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-To-Hold PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Holds-Read PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Still-Held PIC 9(9)V99 VALUE ZEROS.
           02 WS-Amount-Total PIC 9(9)V99 VALUE ZEROS.
           02 WS-Routing-Hash PIC 9(13) VALUE ZEROS.

       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-BANK-HEADER.
       IF RP-Run-Pay-Date
           PERFORM 2000-EXTRACT-PAY-HISTORY
       END-IF.
       PERFORM 2500-RELEASE-HELD-PAYMENTS.
       PERFORM 2800-SEND-PRENOTES.
       PERFORM 3000-WRITE-BANK-TRAILER.
       PERFORM 9100-WRITE-CONTROL-TOTALS.
       PERFORM 1200-CLOSE-FILES.
               DISPLAY "PAY-HISTORY: OPEN FAILED " WS-PayHist-Status
               SET PayHist-EOF TO TRUE
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
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
           OPEN OUTPUT BANK-PAYMENT-FILE.
           IF NOT BankPay-OK
               DISPLAY "BANK-PAYMENT-FILE: OPEN FAILED "
               CONTINUE
           ELSE
               ADD 1 TO WS-Count-Read
               ADD PH-NetPay TO WS-Amount-PayHist
               PERFORM 2025-CHECK-HOLD-FILE
               IF Hold-On-File
                   ADD 1 TO WS-Count-On-Hold
                   ADD PH-NetPay TO WS-Amount-To-Hold
                   DISPLAY "PAYEXTR: IDENT " PH-Ident
                       " PAYMENT ON HOLD FILE (" PD-Reason ")"
               ELSE
                   PERFORM 2030-WRITE-ONE-DETAIL
               END-IF
           END-IF.

      * A payment already on the hold file - held for review, or
      * held for a prenote by an earlier run of tonight - is left to
      * the held-payment release below, so it is never sent twice.
       2025-CHECK-HOLD-FILE.
           MOVE PH-Ident TO PD-Ident.
           MOVE PH-PayDate TO PD-PayDate.
           READ PAY-HOLD-FILE
               KEY IS PD-Key
               INVALID KEY CONTINUE
           END-READ.
           IF PayHold-OK
               MOVE 1 TO WS-Hold-Found-Flag
           ELSE
               MOVE 0 TO WS-Hold-Found-Flag
           END-IF.

      * A customer with a usable live account is paid to it even
      * while new details are in prenote. With no usable account and
      * a change in prenote (or a failed one awaiting correction),
      * the payment is held rather than skipped so it can go out
      * once the new details clear.
       2030-WRITE-ONE-DETAIL.
           MOVE PH-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT CustMast-OK
                   ADD 1 TO WS-Count-Skipped
                   ADD PH-NetPay TO WS-Amount-Skipped
                   DISPLAY "PAYEXTR: IDENT " PH-Ident
                       " NOT ON MASTER - PAYMENT SKIPPED"
               WHEN CM-BankRouting IS NUMERIC
                   AND CM-BankRouting NOT = ZEROS
                   AND NOT CM-Bank-Blocked
                   MOVE PH-Ident TO WS-Detail-Ident
                   MOVE PH-NetPay TO WS-Detail-Amount
                   PERFORM 2040-WRITE-PAYMENT-DETAIL
                   ADD 1 TO WS-Count-Extracted
               WHEN CM-Pend-In-Progress OR CM-Pend-Failed
                   PERFORM 2050-HOLD-PAYMENT
               WHEN CM-BankRouting IS NOT NUMERIC
                   OR CM-BankRouting = ZEROS
                   ADD 1 TO WS-Count-Skipped
                   ADD PH-NetPay TO WS-Amount-Skipped
                   DISPLAY "PAYEXTR: IDENT " PH-Ident
                       " HAS NO BANK ROUTING - PAYMENT SKIPPED"
               WHEN OTHER
                   ADD 1 TO WS-Count-Skipped
                   ADD PH-NetPay TO WS-Amount-Skipped
                   DISPLAY "PAYEXTR: IDENT " PH-Ident
                       " BANK DETAILS BLOCKED BY RETURN"
                       " - PAYMENT SKIPPED"
           END-EVALUATE.

       2040-WRITE-PAYMENT-DETAIL.
           MOVE SPACES TO BANK-DETAIL-RECORD.
           MOVE "D" TO BD-Record-Type.
           MOVE WS-Detail-Ident TO BD-Ident.
           MOVE CM-BankRouting TO BD-BankRouting.
           MOVE CM-BankAccount TO BD-BankAccount.
           MOVE WS-Detail-Amount TO BD-Amount.
           WRITE BANK-DETAIL-RECORD.
           ADD 1 TO WS-Count-Details.
           ADD WS-Detail-Amount TO WS-Amount-Total.
           ADD CM-BankRouting TO WS-Routing-Hash.

      * A rerun of the night finds the hold already on file and
      * counts it again rather than failing the write.
       2050-HOLD-PAYMENT.
           MOVE PH-Ident TO PD-Ident.
           MOVE PH-PayDate TO PD-PayDate.
           MOVE PH-NetPay TO PD-Amount.
           MOVE "PRENOTE" TO PD-Reason.
           MOVE SPACES TO PD-Review-Flags.
           SET PD-Held TO TRUE.
           MOVE WS-Run-Date TO PD-Held-Date.
           MOVE ZEROS TO PD-Release-Date PD-Paid-Date.
           WRITE PAY-HOLD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF PayHold-OK OR PayHold-Duplicate
               ADD 1 TO WS-Count-Held
               ADD PH-NetPay TO WS-Amount-To-Hold
               DISPLAY "PAYEXTR: IDENT " PH-Ident
                   " BANK DETAILS IN PRENOTE - PAYMENT HELD"
           ELSE
               ADD 1 TO WS-Count-Skipped
               ADD PH-NetPay TO WS-Amount-Skipped
               DISPLAY "PAYEXTR: IDENT " PH-Ident
                   " HOLD WRITE FAILED " WS-PayHold-Status
                   " - PAYMENT SKIPPED"
           END-IF.

      * Every payment held for a prenote is released onto tonight's
      * file once the customer has a usable live account again -
      * that is, once the new details have cleared - and so is every
      * review hold an operator release card has released. A review
      * hold not yet released stays where it is. Holds already paid
      * by tonight's run are picked up again so a rerun rebuilds the
      * same file.
       2500-RELEASE-HELD-PAYMENTS.
           MOVE LOW-VALUES TO PD-Key.
           START PAY-HOLD-FILE KEY IS NOT LESS THAN PD-Key
               INVALID KEY SET PayHold-EOF TO TRUE
           END-START.
           IF NOT PayHold-OK
               SET PayHold-EOF TO TRUE
           END-IF.
           IF NOT PayHold-EOF
               PERFORM 2510-READ-NEXT-HOLD
           END-IF.
           PERFORM UNTIL PayHold-EOF
               IF PD-Held OR PD-Released
                   OR (PD-Paid AND PD-Paid-Date = WS-Run-Date)
                   PERFORM 2520-RELEASE-ONE-HOLD
               END-IF
               PERFORM 2510-READ-NEXT-HOLD
           END-PERFORM.

       2510-READ-NEXT-HOLD.
           READ PAY-HOLD-FILE NEXT RECORD
               AT END SET PayHold-EOF TO TRUE
           END-READ.
           IF NOT PayHold-OK
               SET PayHold-EOF TO TRUE
           END-IF.

       2520-RELEASE-ONE-HOLD.
           ADD 1 TO WS-Count-Holds-Read.
           ADD PD-Amount TO WS-Amount-Holds-Read.
           IF PD-Reason-Review AND PD-Held
               ADD 1 TO WS-Count-Still-Held
               ADD PD-Amount TO WS-Amount-Still-Held
           ELSE
               PERFORM 2530-PAY-ONE-HOLD
           END-IF.

       2530-PAY-ONE-HOLD.
           MOVE PD-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           IF CustMast-OK
               AND CM-BankRouting IS NUMERIC
               AND CM-BankRouting NOT = ZEROS
               AND NOT CM-Bank-Blocked
               MOVE PD-Ident TO WS-Detail-Ident
               MOVE PD-Amount TO WS-Detail-Amount
               PERFORM 2040-WRITE-PAYMENT-DETAIL
               SET PD-Paid TO TRUE
               MOVE WS-Run-Date TO PD-Paid-Date
               REWRITE PAY-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "PAY-HOLD-FILE: REWRITE FAILED "
                           PD-Ident " " PD-PayDate
               END-REWRITE
               ADD 1 TO WS-Count-Released
               DISPLAY "PAYEXTR: IDENT " PD-Ident
                   " HELD PAYMENT OF " PD-PayDate " RELEASED"
           ELSE
               ADD 1 TO WS-Count-Still-Held
               ADD PD-Amount TO WS-Amount-Still-Held
           END-IF.

      * Sweep the master for bank details awaiting prenote and send
      * each one as a zero-dollar P record. Tonight's prenotes are
      * sent again on a rerun of the same night.
       2800-SEND-PRENOTES.
           MOVE LOW-VALUES TO CM-Ident.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-Ident
               INVALID KEY SET CustMast-EOF TO TRUE
           END-START.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.
           IF NOT CustMast-EOF
               PERFORM 2810-READ-NEXT-CUSTOMER
           END-IF.
           PERFORM UNTIL CustMast-EOF
               IF CM-Pend-Awaiting
                   OR (CM-Pend-Sent
                       AND CM-Pend-Prenote-Date = WS-Run-Date)
                   PERFORM 2820-WRITE-PRENOTE
               END-IF
               PERFORM 2810-READ-NEXT-CUSTOMER
           END-PERFORM.

       2810-READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET CustMast-EOF TO TRUE
           END-READ.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.

       2820-WRITE-PRENOTE.
           MOVE SPACES TO BANK-DETAIL-RECORD.
           MOVE "P" TO BD-Record-Type.
           MOVE CM-Ident TO BD-Ident.
           MOVE CM-Pend-Routing TO BD-BankRouting.
           MOVE CM-Pend-Account TO BD-BankAccount.
           MOVE ZEROS TO BD-Amount.
           WRITE BANK-DETAIL-RECORD.
           ADD 1 TO WS-Count-Prenotes.
           SET CM-Pend-Sent TO TRUE.
           MOVE WS-Run-Date TO CM-Pend-Prenote-Date.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER-MASTER: REWRITE FAILED " CM-Ident
           END-REWRITE.
           DISPLAY "PAYEXTR: IDENT " CM-Ident " PRENOTE SENT".

       3000-WRITE-BANK-TRAILER.
           MOVE SPACES TO BANK-TRAILER-RECORD.
           MOVE "T" TO BT-Record-Type.
           MOVE WS-Count-Details TO BT-Detail-Count.
           MOVE WS-Amount-Total TO BT-Amount-Total.
           MOVE WS-Routing-Hash TO BT-Routing-Hash.
           MOVE WS-Count-Prenotes TO BT-Prenote-Count.
           WRITE BANK-TRAILER-RECORD.

       9100-WRITE-CONTROL-TOTALS.
           MOVE "PAYEXTR" TO CTL-Step-Name.
           MOVE WS-Count-Read TO CTL-Read.
           MOVE WS-Count-Extracted TO CTL-Written.
           COMPUTE CTL-Rejected = WS-Count-Skipped + WS-Count-Held
               + WS-Count-On-Hold.
           WRITE CONTROL-TOTALS-RECORD.
           MOVE "PAYHOLD" TO CTL-Step-Name.
           MOVE WS-Count-Holds-Read TO CTL-Read.
           MOVE WS-Count-Released TO CTL-Written.
           MOVE WS-Count-Still-Held TO CTL-Rejected.
           WRITE CONTROL-TOTALS-RECORD.
           MOVE SPACES TO CONTROL-AMOUNTS-RECORD.
           MOVE "PAY-EXTR" TO CTA-Step-Name.
           SET CTA-Amount-Entry TO TRUE.
           COMPUTE CTA-Amount-In =
               WS-Amount-PayHist + WS-Amount-Holds-Read.
           COMPUTE CTA-Amount-Out = WS-Amount-Total
               + WS-Amount-Skipped + WS-Amount-To-Hold
               + WS-Amount-Still-Held.
           WRITE CONTROL-AMOUNTS-RECORD.
           CLOSE CONTROL-TOTALS.

       1200-CLOSE-FILES.
           CLOSE PAY-HISTORY.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAY-HOLD-FILE.
           CLOSE BANK-PAYMENT-FILE.

       END PROGRAM PAYEXTR.
