      *          echoing the extract run date, one R detail per
      *          bounced payment with the bank's reason code, and a
      *          balancing T trailer), matches each return to its
      *          PAY-HISTORY entry (or, for a held payment released
      *          onto a later extract, its PAY-HOLD-FILE entry) and
      *          CUSTOMER-MASTER record, and
      *          blocks the bad bank details on the master
      *          (CM-BankStatus B) so the next PAYEXTR run skips the
      *          customer instead of bouncing the payment again. A
      *          BANKPAY.FILE trailer counts, and the step's control
      *          totals land on CONTROL.TOTALS for BALRPT to balance.
      *          No return file on hand is a clean no-work run, not a
      *          failed step. The bank's file stays on hand until the
      *          next one arrives, so each file applied is recorded
      *          by its header date on BANKRET.APPLIED (RTNAPPL.cpy)
      *          and a file not dated later than the last one applied
      *          is reported and passed over - a block the operator
      *          has lifted is not put back by the same returns.
      *          The step also runs the prenote cycle for new bank
      *          details: a P return against a prenote fails the
      *          pending change (or blocks the details if they have
      *          already gone live), and a prenote that has gone
      *          unreturned for the PRENOTE-DAY run parameter clears
      *          - the pending details become the live account and
      *          any block is lifted. Every change waiting, cleared
      *          in the last hold period or failed is listed on the
      *          pending-accounts report (PENDACCT.REPORT).
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRET.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PayHist-Status.
           SELECT PAY-HOLD-FILE ASSIGN TO "data/PAYHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Key
               FILE STATUS IS WS-PayHold-Status.
           SELECT BANK-RETURN-REPORT ASSIGN TO "data/BANKRET.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RetReport-Status.
           SELECT PENDING-ACCOUNTS-REPORT
               ASSIGN TO "data/PENDACCT.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendReport-Status.
           SELECT CONTROL-TOTALS ASSIGN TO "data/CONTROL.TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotals-Status.
           SELECT RETURN-FILE-APPLIED
               ASSIGN TO "data/BANKRET.APPLIED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RtnApplied-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY.
           COPY PAYHREC.

       FD PAY-HOLD-FILE.
           COPY PAYHOLD.

       FD BANK-RETURN-REPORT.
       01 BANK-RETURN-REPORT-LINE PIC X(96).

       FD PENDING-ACCOUNTS-REPORT.
       01 PENDING-ACCOUNTS-LINE PIC X(96).

       FD CONTROL-TOTALS.
           COPY CTLREC.

       FD RETURN-FILE-APPLIED.
           COPY RTNAPPL.

       WORKING-STORAGE SECTION.
       01 WS-BankRet-Status PIC XX VALUE SPACES.
           88 BankRet-OK VALUE "00".
           88 BankPay-EOF VALUE "10".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
           88 CustMast-EOF VALUE "10".
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
       01 WS-PayHold-Status PIC XX VALUE SPACES.
           88 PayHold-OK VALUE "00".
           88 PayHold-EOF VALUE "10".
           88 PayHold-NotFound VALUE "35".
       01 WS-RetReport-Status PIC XX VALUE SPACES.
           88 RetReport-OK VALUE "00".
       01 WS-PendReport-Status PIC XX VALUE SPACES.
           88 PendReport-OK VALUE "00".
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

       01 WS-Extract-Date PIC 9(8) VALUE ZEROS.
       01 WS-Last-Applied-Date PIC 9(8) VALUE ZEROS.
       01 WS-PayHold-Open-Flag PIC 9 VALUE 0.
           88 PayHold-Open VALUE 1.
       01 WS-Hold-Match-Flag PIC 9 VALUE 0.
           88 Hold-Matched VALUE 1.
           88 Hold-Not-Matched VALUE 0.
       01 WS-Return-File-Flag PIC 9 VALUE 0.
           88 Return-File-New VALUE 1.
           88 Return-File-Not-New VALUE 0.
       01 WS-Run-Day-Number PIC 9(7) VALUE ZEROS.
       01 WS-Clear-Day-Number PIC 9(7) VALUE ZEROS.
       01 WS-Clear-Date PIC 9(8) VALUE ZEROS.
       01 WS-Report-Date.
           02 WS-Report-Year PIC 9(4).
           02 WS-Report-Month PIC 99.
           02 WS-Report-Day PIC 99.
       01 WS-Report-Date-Num REDEFINES WS-Report-Date PIC 9(8).
       01 WS-Pend-Status-Text PIC X(28) VALUE SPACES.
       01 WS-Pend-Listed-Flag PIC 9 VALUE 0.
           88 Pend-Listed VALUE 1.

           COPY PARMBLK.
       01 WS-Disposition PIC X(30) VALUE SPACES.
       01 WS-Edited-Amount PIC Z,ZZZ,ZZ9.99.

           02 WS-Trailer-Amount PIC 9(9)V99 VALUE ZEROS.
           02 WS-Extract-Count PIC 9(7) VALUE ZEROS.
           02 WS-Extract-Amount PIC 9(9)V99 VALUE ZEROS.
           02 WS-Extract-Prenotes PIC 9(5) VALUE ZEROS.
           02 WS-Count-Prenote-Returns PIC 9(5) VALUE 0.
           02 WS-Count-Awaiting PIC 9(5) VALUE 0.
           02 WS-Count-Sent PIC 9(5) VALUE 0.
           02 WS-Count-Cleared PIC 9(5) VALUE 0.
           02 WS-Count-Failed PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "BANKRET: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 2000-PROCESS-RETURN-FILE.
       PERFORM 3000-READ-EXTRACT-TRAILER.
       PERFORM 4000-WRITE-CONTROL-SECTION.
       PERFORM 5000-CLEAR-PRENOTES.
       PERFORM 6000-WRITE-PENDING-REPORT.
       PERFORM 9100-WRITE-CONTROL-TOTALS.
       PERFORM 1200-CLOSE-FILES.
       IF Return-File-New
           PERFORM 7000-RECORD-RETURN-FILE
       END-IF.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN OUTPUT BANK-RETURN-REPORT.
           IF NOT RetReport-OK
               DISPLAY "BANK-RETURN-REPORT: OPEN FAILED "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE.
           WRITE BANK-RETURN-REPORT-LINE.
           PERFORM 1100-LOAD-LAST-APPLIED.
           OPEN INPUT BANK-RETURN-FILE.
           IF NOT BankRet-OK
               MOVE "NO RETURN FILE ON HAND - NOTHING TO PROCESS"
           IF NOT PayHist-OK
               DISPLAY "PAY-HISTORY: OPEN FAILED " WS-PayHist-Status
           END-IF.
           OPEN INPUT PAY-HOLD-FILE.
           EVALUATE TRUE
               WHEN PayHold-OK
                   SET PayHold-Open TO TRUE
               WHEN PayHold-NotFound
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAY-HOLD-FILE: OPEN FAILED "
                       WS-PayHold-Status
           END-EVALUATE.

      * The latest return-file header date this step has applied.
       1100-LOAD-LAST-APPLIED.
           MOVE ZEROS TO WS-Last-Applied-Date.
           OPEN INPUT RETURN-FILE-APPLIED.
           IF RtnApplied-OK
               PERFORM 1110-READ-APPLIED-ENTRY
               PERFORM UNTIL RtnApplied-EOF
                   IF RA-Step-Name = "BANKRET"
                       AND RA-Return-Date > WS-Last-Applied-Date
                       MOVE RA-Return-Date TO WS-Last-Applied-Date
                   END-IF
                   PERFORM 1110-READ-APPLIED-ENTRY
               END-PERFORM
               CLOSE RETURN-FILE-APPLIED
           END-IF.

       1110-READ-APPLIED-ENTRY.
           READ RETURN-FILE-APPLIED
               AT END SET RtnApplied-EOF TO TRUE
           END-READ.
           IF NOT RtnApplied-OK
               SET RtnApplied-EOF TO TRUE
           END-IF.

       2000-PROCESS-RETURN-FILE.
           IF NOT BankRet-EOF
               PERFORM 2010-READ-RETURN-RECORD
               PERFORM 2005-CHECK-RETURN-FILE-DATE
           END-IF.
           IF NOT BankRet-EOF
               MOVE SPACES TO BANK-RETURN-REPORT-LINE
               STRING "IDENT  REASON       AMOUNT  DISPOSITION"
                   DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE
               WRITE BANK-RETURN-REPORT-LINE
           END-IF.
           PERFORM UNTIL BankRet-EOF
               PERFORM 2020-PROCESS-RETURN-RECORD
               PERFORM 2010-READ-RETURN-RECORD
           END-PERFORM.

      * The file must open with its H header, and the header date
      * must be later than the last return file applied; otherwise
      * these returns were applied on an earlier night (or the file
      * cannot be dated) and nothing on it is applied again.
       2005-CHECK-RETURN-FILE-DATE.
           EVALUATE TRUE
               WHEN BankRet-EOF
                   CONTINUE
               WHEN RH-Record-Type NOT = "H"
                   MOVE "RETURN FILE HAS NO HEADER - NOT APPLIED"
                       TO BANK-RETURN-REPORT-LINE
                   WRITE BANK-RETURN-REPORT-LINE
                   DISPLAY "BANKRET: RETURN FILE HAS NO HEADER"
                   SET BankRet-EOF TO TRUE
               WHEN RH-Run-Date NOT > WS-Last-Applied-Date
                   MOVE RH-Run-Date TO WS-Report-Date-Num
                   MOVE SPACES TO BANK-RETURN-REPORT-LINE
                   STRING "RETURN FILE FOR EXTRACT OF "
                       WS-Report-Month "/" WS-Report-Day "/"
                       WS-Report-Year
                       " ALREADY APPLIED - NOTHING TO PROCESS"
                       DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE
                   WRITE BANK-RETURN-REPORT-LINE
                   SET BankRet-EOF TO TRUE
               WHEN OTHER
                   SET Return-File-New TO TRUE
           END-EVALUATE.

       2010-READ-RETURN-RECORD.
           READ BANK-RETURN-FILE
               AT END SET BankRet-EOF TO TRUE
                   ADD 1 TO WS-Count-Read
                   ADD RT-Amount TO WS-Return-Amount-Total
                   PERFORM 2030-MATCH-ONE-RETURN
               WHEN "P"
                   ADD 1 TO WS-Count-Read
                   ADD 1 TO WS-Count-Prenote-Returns
                   PERFORM 2050-MATCH-PRENOTE-RETURN
               WHEN "T"
                   MOVE RTR-Detail-Count TO WS-Trailer-Count
                   MOVE RTR-Amount-Total TO WS-Trailer-Amount
      * still carries the routing and account the bank bounced -
      * details changed since the extract mean someone already fixed
      * them and the block would only hold up the corrected payment.
      * A held payment released onto a later night's extract went out
      * under that night's date, not its pay date, so a return with
      * no pay-history entry for the extract date is matched to the
      * hold paid by that extract instead.
       2030-MATCH-ONE-RETURN.
           MOVE SPACES TO WS-Disposition.
           MOVE RT-Ident TO PH-Ident.
               KEY IS PH-Key
               INVALID KEY CONTINUE
           END-READ.
           IF PayHist-OK
               PERFORM 2040-FLAG-CUSTOMER-MASTER
           ELSE
               PERFORM 2035-MATCH-RELEASED-HOLD
               IF Hold-Matched
                   PERFORM 2040-FLAG-CUSTOMER-MASTER
               ELSE
                   MOVE "NO PAY-HISTORY MATCH" TO WS-Disposition
                   ADD 1 TO WS-Count-Unmatched
               END-IF
           END-IF.
           MOVE RT-Amount TO WS-Edited-Amount.
           MOVE SPACES TO BANK-RETURN-REPORT-LINE.
               DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE.
           WRITE BANK-RETURN-REPORT-LINE.

      * Walk the customer's holds for one paid by the extract the
      * return file answers.
       2035-MATCH-RELEASED-HOLD.
           SET Hold-Not-Matched TO TRUE.
           IF PayHold-Open
               MOVE RT-Ident TO PD-Ident
               MOVE ZEROS TO PD-PayDate
               START PAY-HOLD-FILE KEY IS NOT LESS THAN PD-Key
                   INVALID KEY SET PayHold-EOF TO TRUE
               END-START
               IF PayHold-OK
                   PERFORM 2036-READ-NEXT-HOLD
               END-IF
               PERFORM UNTIL NOT PayHold-OK
                   OR PD-Ident NOT = RT-Ident
                   OR Hold-Matched
                   IF PD-Paid AND PD-Paid-Date = WS-Extract-Date
                       SET Hold-Matched TO TRUE
                   ELSE
                       PERFORM 2036-READ-NEXT-HOLD
                   END-IF
               END-PERFORM
           END-IF.

       2036-READ-NEXT-HOLD.
           READ PAY-HOLD-FILE NEXT RECORD
               AT END SET PayHold-EOF TO TRUE
           END-READ.

       2040-FLAG-CUSTOMER-MASTER.
           MOVE RT-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               END-IF
           END-IF.

      * A returned prenote fails the pending change it proved, so
      * the details never go live. If the return comes in after the
      * change already cleared, the now-live details are blocked the
      * same as a bounced payment.
       2050-MATCH-PRENOTE-RETURN.
           MOVE SPACES TO WS-Disposition.
           MOVE RT-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT CustMast-OK
                   MOVE "NOT ON MASTER" TO WS-Disposition
                   ADD 1 TO WS-Count-Unmatched
               WHEN CM-Pend-In-Progress
                   AND CM-Pend-Routing = RT-BankRouting
                   AND CM-Pend-Account = RT-BankAccount
                   SET CM-Pend-Failed TO TRUE
                   MOVE WS-Run-Date-Num TO CM-Pend-Result-Date
                   MOVE "PRENOTE FAILED" TO WS-Disposition
                   PERFORM 2060-REWRITE-FOR-PRENOTE
               WHEN CM-BankRouting = RT-BankRouting
                   AND CM-BankAccount = RT-BankAccount
                   SET CM-Bank-Blocked TO TRUE
                   MOVE "LATE PRENOTE - DETAILS BLOCKED"
                       TO WS-Disposition
                   PERFORM 2060-REWRITE-FOR-PRENOTE
               WHEN OTHER
                   MOVE "PRENOTE NO LONGER PENDING"
                       TO WS-Disposition
                   ADD 1 TO WS-Count-Flagged
           END-EVALUATE.
           MOVE RT-Amount TO WS-Edited-Amount.
           MOVE SPACES TO BANK-RETURN-REPORT-LINE.
           STRING "  " RT-Ident "  " RT-Reason-Code "  "
               WS-Edited-Amount "  " WS-Disposition
               DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE.
           WRITE BANK-RETURN-REPORT-LINE.

       2060-REWRITE-FOR-PRENOTE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF CustMast-OK
               ADD 1 TO WS-Count-Flagged
           ELSE
               MOVE SPACES TO WS-Disposition
               STRING "REWRITE FAILED " WS-CustMast-Status
                   DELIMITED BY SIZE INTO WS-Disposition
               ADD 1 TO WS-Count-Unmatched
           END-IF.

      * Pick up the original extract's trailer so the report shows
      * the returns against the counts the bank was sent.
       3000-READ-EXTRACT-TRAILER.
               IF BH-Record-Type = "T"
                   MOVE BT-Detail-Count TO WS-Extract-Count
                   MOVE BT-Amount-Total TO WS-Extract-Amount
                   MOVE BT-Prenote-Count TO WS-Extract-Prenotes
               END-IF
               PERFORM 3010-READ-EXTRACT-RECORD
           END-PERFORM.
           STRING "ORIGINAL EXTRACT TRAILER COUNT: "
               WS-Extract-Count
               "  AMOUNT: " WS-Edited-Amount
               "  PRENOTES: " WS-Extract-Prenotes
               DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE.
           WRITE BANK-RETURN-REPORT-LINE.
           MOVE SPACES TO BANK-RETURN-REPORT-LINE.
           STRING "PRENOTE RETURNS: " WS-Count-Prenote-Returns
               DELIMITED BY SIZE INTO BANK-RETURN-REPORT-LINE.
           WRITE BANK-RETURN-REPORT-LINE.

      * A prenote the bank has not returned within the hold period
      * proves the new details: they become the live account, any
      * bank-return block on the old details is lifted, and the
      * change is marked cleared. Returns are applied first, so a
      * prenote bounced tonight never clears.
       5000-CLEAR-PRENOTES.
           COMPUTE WS-Run-Day-Number =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           MOVE LOW-VALUES TO CM-Ident.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-Ident
               INVALID KEY SET CustMast-EOF TO TRUE
           END-START.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.
           IF NOT CustMast-EOF
               PERFORM 5010-READ-NEXT-CUSTOMER
           END-IF.
           PERFORM UNTIL CustMast-EOF
               IF CM-Pend-Sent
                   PERFORM 5020-CHECK-PRENOTE-HOLD
               END-IF
               PERFORM 5010-READ-NEXT-CUSTOMER
           END-PERFORM.

       5010-READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET CustMast-EOF TO TRUE
           END-READ.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.

       5020-CHECK-PRENOTE-HOLD.
           COMPUTE WS-Clear-Day-Number =
               FUNCTION INTEGER-OF-DATE(CM-Pend-Prenote-Date)
               + RP-Prenote-Days.
           IF WS-Clear-Day-Number NOT > WS-Run-Day-Number
               MOVE CM-Pend-Routing TO CM-BankRouting
               MOVE CM-Pend-Account TO CM-BankAccount
               MOVE SPACE TO CM-BankStatus
               SET CM-Pend-Cleared TO TRUE
               MOVE WS-Run-Date-Num TO CM-Pend-Result-Date
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER-MASTER: REWRITE FAILED "
                           CM-Ident
               END-REWRITE
           END-IF.

      * Every bank change still waiting, cleared within the last hold
      * period, or failed and waiting on corrected details.
       6000-WRITE-PENDING-REPORT.
           OPEN OUTPUT PENDING-ACCOUNTS-REPORT.
           IF NOT PendReport-OK
               DISPLAY "PENDING-ACCOUNTS-REPORT: OPEN FAILED "
                   WS-PendReport-Status
           END-IF.
           MOVE SPACES TO PENDING-ACCOUNTS-LINE.
           STRING "PENDING BANK ACCOUNT CHANGES - RUN DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               "  PRENOTE HOLD: " RP-Prenote-Days " DAYS"
               DELIMITED BY SIZE INTO PENDING-ACCOUNTS-LINE.
           WRITE PENDING-ACCOUNTS-LINE.
           MOVE SPACES TO PENDING-ACCOUNTS-LINE.
           STRING "IDENT  NAME                  NEW ROUTING  "
               "NEW ACCOUNT  CHANGED     STATUS"
               DELIMITED BY SIZE INTO PENDING-ACCOUNTS-LINE.
           WRITE PENDING-ACCOUNTS-LINE.
           MOVE LOW-VALUES TO CM-Ident.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-Ident
               INVALID KEY SET CustMast-EOF TO TRUE
           END-START.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.
           IF NOT CustMast-EOF
               PERFORM 5010-READ-NEXT-CUSTOMER
           END-IF.
           PERFORM UNTIL CustMast-EOF
               IF NOT CM-Pend-None
                   PERFORM 6010-WRITE-PENDING-LINE
               END-IF
               PERFORM 5010-READ-NEXT-CUSTOMER
           END-PERFORM.
           MOVE SPACES TO PENDING-ACCOUNTS-LINE.
           WRITE PENDING-ACCOUNTS-LINE.
           MOVE SPACES TO PENDING-ACCOUNTS-LINE.
           STRING "AWAITING PRENOTE: " WS-Count-Awaiting
               "  PRENOTE SENT: " WS-Count-Sent
               "  CLEARED: " WS-Count-Cleared
               "  FAILED: " WS-Count-Failed
               DELIMITED BY SIZE INTO PENDING-ACCOUNTS-LINE.
           WRITE PENDING-ACCOUNTS-LINE.
           CLOSE PENDING-ACCOUNTS-REPORT.

       6010-WRITE-PENDING-LINE.
           MOVE 1 TO WS-Pend-Listed-Flag.
           MOVE SPACES TO WS-Pend-Status-Text.
           EVALUATE TRUE
               WHEN CM-Pend-Awaiting
                   ADD 1 TO WS-Count-Awaiting
                   MOVE "AWAITING PRENOTE" TO WS-Pend-Status-Text
               WHEN CM-Pend-Sent
                   ADD 1 TO WS-Count-Sent
                   COMPUTE WS-Clear-Date = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CM-Pend-Prenote-Date)
                       + RP-Prenote-Days)
                   MOVE WS-Clear-Date TO WS-Report-Date-Num
                   STRING "SENT - CLEARS "
                       WS-Report-Month "/" WS-Report-Day "/"
                       WS-Report-Year
                       DELIMITED BY SIZE INTO WS-Pend-Status-Text
               WHEN CM-Pend-Failed
                   ADD 1 TO WS-Count-Failed
                   MOVE CM-Pend-Result-Date TO WS-Report-Date-Num
                   STRING "FAILED " WS-Report-Month "/"
                       WS-Report-Day "/" WS-Report-Year
                       DELIMITED BY SIZE INTO WS-Pend-Status-Text
               WHEN CM-Pend-Cleared
                   AND FUNCTION INTEGER-OF-DATE(CM-Pend-Result-Date)
                       + RP-Prenote-Days > WS-Run-Day-Number
                   ADD 1 TO WS-Count-Cleared
                   MOVE CM-Pend-Result-Date TO WS-Report-Date-Num
                   STRING "CLEARED " WS-Report-Month "/"
                       WS-Report-Day "/" WS-Report-Year
                       DELIMITED BY SIZE INTO WS-Pend-Status-Text
               WHEN OTHER
                   MOVE 0 TO WS-Pend-Listed-Flag
           END-EVALUATE.
           IF Pend-Listed
               MOVE CM-Pend-Change-Date TO WS-Report-Date-Num
               MOVE SPACES TO PENDING-ACCOUNTS-LINE
               STRING "  " CM-Ident "  " CM-CustName "  "
                   CM-Pend-Routing "    " CM-Pend-Account "   "
                   WS-Report-Month "/" WS-Report-Day "/"
                   WS-Report-Year "  " WS-Pend-Status-Text
                   DELIMITED BY SIZE INTO PENDING-ACCOUNTS-LINE
               WRITE PENDING-ACCOUNTS-LINE
           END-IF.

       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.

      * Recorded once the returns are on the master, so a rerun after
      * a failure part way through applies the file again in full.
       7000-RECORD-RETURN-FILE.
           OPEN EXTEND RETURN-FILE-APPLIED.
           IF RtnApplied-NotFound
               OPEN OUTPUT RETURN-FILE-APPLIED
               CLOSE RETURN-FILE-APPLIED
               OPEN EXTEND RETURN-FILE-APPLIED
           END-IF.
           MOVE "BANKRET" TO RA-Step-Name.
           MOVE WS-Extract-Date TO RA-Return-Date.
           MOVE WS-Run-Date-Num TO RA-Applied-Date.
           MOVE WS-Count-Read TO RA-Return-Count.
           WRITE RETURN-FILE-APPLIED-RECORD.
           CLOSE RETURN-FILE-APPLIED.

       1200-CLOSE-FILES.
           CLOSE BANK-RETURN-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAY-HISTORY.
           IF PayHold-Open
               CLOSE PAY-HOLD-FILE
           END-IF.
           CLOSE BANK-RETURN-REPORT.

       END PROGRAM BANKRET.
