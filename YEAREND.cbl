      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end wage and tax statements. For the closing
      *          tax year (the year given as the first argument, or
      *          the year of the run date on the run-date control
      *          when run bare) walks CUSTOMER-MASTER and, for every
      *          customer paid in the year, reads the year's
      *          PAY-HISTORY: the last period's PH-YTD-Gross,
      *          PH-YTD-Tax and PH-YTD-Net, plus PH-Deductions and
      *          PH-LoanPay summed over the year. Each customer gets
      *          a wage-and-tax statement with name and date of birth
      *          on WAGE.STATEMENTS and a detail on the fixed-format
      *          TAX-TRANSMITTAL-FILE (TAXTRN.cpy) whose trailer
      *          carries the count and the gross and tax totals.
      *          The reconciliation page (YEAREND.REPORT) proves the
      *          statement tax total equals the year's PH-TaxWithheld
      *          detail summed straight off PAY-HISTORY, listing any
      *          employee whose YTD figures disagree with the detail
      *          and any pay history with no customer on the master.
      *          In balance, the year is recorded on YEAREND.CLOSED
      *          (YECLOSE.cpy) so ARCHIVE may purge it; out of balance
      *          the transmittal is withdrawn and the step ends with
      *          return code 8. Must run before ARCHIVE purges the
      *          year - ARCHIVE holds an unclosed year's history back.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT PAY-HISTORY ASSIGN TO "data/PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PayHist-Status.
           SELECT WAGE-STATEMENTS ASSIGN TO "data/WAGE.STATEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statements-Status.
           SELECT TAX-TRANSMITTAL-FILE ASSIGN TO "data/TAXTRANS.FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Transmittal-Status.
           SELECT YEAR-END-REPORT ASSIGN TO "data/YEAREND.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEReport-Status.
           SELECT YEAR-END-CLOSED ASSIGN TO "data/YEAREND.CLOSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEClosed-Status.
           SELECT CONTROL-TOTALS ASSIGN TO "data/CONTROL.TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotals-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD PAY-HISTORY.
           COPY PAYHREC.

       FD WAGE-STATEMENTS.
       01 WAGE-STATEMENT-LINE PIC X(80).

       FD TAX-TRANSMITTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXTRN.

       FD YEAR-END-REPORT.
       01 YEAR-END-REPORT-LINE PIC X(96).

       FD YEAR-END-CLOSED.
           COPY YECLOSE.

       FD CONTROL-TOTALS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
           88 CustMast-EOF VALUE "10".
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
           88 PayHist-EOF VALUE "10".
       01 WS-Statements-Status PIC XX VALUE SPACES.
           88 Statements-OK VALUE "00".
       01 WS-Transmittal-Status PIC XX VALUE SPACES.
           88 Transmittal-OK VALUE "00".
       01 WS-YEReport-Status PIC XX VALUE SPACES.
           88 YEReport-OK VALUE "00".
       01 WS-YEClosed-Status PIC XX VALUE SPACES.
           88 YEClosed-OK VALUE "00".
           88 YEClosed-NotFound VALUE "35".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".

       01 WS-PayScan-Flag PIC 9 VALUE 0.
           88 PayScan-Done VALUE 1.
           88 PayScan-Active VALUE 0.
       01 WS-Ident-Flag PIC 9 VALUE 0.
           88 Ident-On-Master VALUE 1.
           88 Ident-Not-On-Master VALUE 0.
       01 WS-Year-Balance-Flag PIC 9 VALUE 0.
           88 Year-Balanced VALUE 1.
           88 Year-Out-Of-Balance VALUE 0.

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.
       01 WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

       01 WS-Tax-Year-Arg PIC X(4) VALUE SPACES.
       01 WS-Tax-Year PIC 9(4) VALUE ZEROS.
       01 WS-Last-Ident PIC X(3) VALUE SPACES.

       01 WS-Employee-Year.
           02 WS-EY-Periods PIC 9(3) VALUE 0.
           02 WS-EY-YTD-Gross PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-YTD-Tax PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-YTD-Net PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-Deductions PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-LoanPay PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-Detail-Gross PIC 9(7)V99 VALUE ZEROS.
           02 WS-EY-Detail-Tax PIC 9(7)V99 VALUE ZEROS.

       01 WS-Year-Totals.
           02 WS-Stmt-Gross-Total PIC 9(11)V99 VALUE ZEROS.
           02 WS-Stmt-Tax-Total PIC 9(11)V99 VALUE ZEROS.
           02 WS-Stmt-Net-Total PIC 9(11)V99 VALUE ZEROS.
           02 WS-Detail-Gross-Total PIC 9(11)V99 VALUE ZEROS.
           02 WS-Detail-Tax-Total PIC 9(11)V99 VALUE ZEROS.
           02 WS-Orphan-Tax-Total PIC 9(11)V99 VALUE ZEROS.

       01 WS-Edited-Amount PIC Z,ZZZ,ZZ9.99.
       01 WS-Edited-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Edited-Total-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-Counts.
           02 WS-Count-Customers PIC 9(5) VALUE 0.
           02 WS-Count-Statements PIC 9(5) VALUE 0.
           02 WS-Count-No-Wages PIC 9(5) VALUE 0.
           02 WS-Count-Detail PIC 9(7) VALUE 0.
           02 WS-Count-YTD-Mismatch PIC 9(5) VALUE 0.
           02 WS-Count-Orphans PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       DISPLAY 1 UPON ARGUMENT-NUMBER.
       ACCEPT WS-Tax-Year-Arg FROM ARGUMENT-VALUE.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "YEAREND: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-HEADERS.
       PERFORM 2000-PRODUCE-STATEMENTS.
       PERFORM 3000-SUM-YEAR-DETAIL.
       PERFORM 4000-WRITE-RECONCILIATION.
       IF Year-Balanced
           PERFORM 5000-WRITE-TRANSMITTAL-TRAILER
           PERFORM 6000-RECORD-CLOSED-YEAR
       END-IF.
       PERFORM 9100-WRITE-CONTROL-TOTALS.
       PERFORM 1200-CLOSE-FILES.
       IF Year-Out-Of-Balance
           PERFORM 5100-WITHDRAW-TRANSMITTAL
           DISPLAY "YEAREND: TAX YEAR " WS-Tax-Year
               " OUT OF BALANCE - TRANSMITTAL WITHDRAWN"
           MOVE 8 TO RETURN-CODE
       END-IF.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           IF WS-Tax-Year-Arg IS NUMERIC
               MOVE WS-Tax-Year-Arg TO WS-Tax-Year
           ELSE
               MOVE RP-Pay-Year TO WS-Tax-Year
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTOMER-MASTER: OPEN FAILED "
                   WS-CustMast-Status
               SET CustMast-EOF TO TRUE
           END-IF.
           OPEN INPUT PAY-HISTORY.
           IF NOT PayHist-OK
               DISPLAY "PAY-HISTORY: OPEN FAILED " WS-PayHist-Status
               SET PayHist-EOF TO TRUE
           END-IF.
           OPEN OUTPUT WAGE-STATEMENTS.
           IF NOT Statements-OK
               DISPLAY "WAGE-STATEMENTS: OPEN FAILED "
                   WS-Statements-Status
           END-IF.
           OPEN OUTPUT TAX-TRANSMITTAL-FILE.
           IF NOT Transmittal-OK
               DISPLAY "TAX-TRANSMITTAL-FILE: OPEN FAILED "
                   WS-Transmittal-Status
           END-IF.
           OPEN OUTPUT YEAR-END-REPORT.
           IF NOT YEReport-OK
               DISPLAY "YEAR-END-REPORT: OPEN FAILED "
                   WS-YEReport-Status
           END-IF.

       1100-WRITE-HEADERS.
           MOVE SPACES TO TAX-HEADER-RECORD.
           MOVE "H" TO TH-Record-Type.
           MOVE WS-Tax-Year TO TH-Tax-Year.
           MOVE WS-Run-Date-Num TO TH-Run-Date.
           WRITE TAX-HEADER-RECORD.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "YEAR-END WAGE AND TAX RECONCILIATION - TAX YEAR "
               WS-Tax-Year "  RUN DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE "EXCEPTIONS" TO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.

      * One statement per customer on the master who was paid in the
      * tax year; a customer with no pay history for the year gets
      * no statement and is counted.
       2000-PRODUCE-STATEMENTS.
           IF NOT CustMast-EOF
               MOVE ZEROS TO CM-Ident
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-Ident
                   INVALID KEY SET CustMast-EOF TO TRUE
               END-START
               IF NOT CustMast-OK
                   SET CustMast-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT CustMast-EOF
               PERFORM 2010-READ-NEXT-CUSTOMER
           END-IF.
           PERFORM UNTIL CustMast-EOF
               ADD 1 TO WS-Count-Customers
               PERFORM 2100-GATHER-EMPLOYEE-YEAR
               IF WS-EY-Periods > 0
                   PERFORM 2200-WRITE-STATEMENT
                   PERFORM 2300-WRITE-TRANSMITTAL-DETAIL
               ELSE
                   ADD 1 TO WS-Count-No-Wages
               END-IF
               PERFORM 2010-READ-NEXT-CUSTOMER
           END-PERFORM.

       2010-READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET CustMast-EOF TO TRUE
           END-READ.
           IF NOT CustMast-OK
               SET CustMast-EOF TO TRUE
           END-IF.

      * The year's entries sit together under the ident in key order;
      * the last one read carries the year-to-date figures.
       2100-GATHER-EMPLOYEE-YEAR.
           MOVE ZEROS TO WS-Employee-Year.
           SET PayScan-Active TO TRUE.
           MOVE CM-Ident TO PH-Ident.
           MOVE WS-Tax-Year TO PH-Pay-Year.
           MOVE 01 TO PH-Pay-Month.
           MOVE 01 TO PH-Pay-Day.
           START PAY-HISTORY KEY IS NOT LESS THAN PH-Key
               INVALID KEY SET PayScan-Done TO TRUE
           END-START.
           IF NOT PayHist-OK
               SET PayScan-Done TO TRUE
           END-IF.
           IF NOT PayScan-Done
               PERFORM 2110-READ-NEXT-YEAR-ENTRY
           END-IF.
           PERFORM UNTIL PayScan-Done
               ADD 1 TO WS-EY-Periods
               MOVE PH-YTD-Gross TO WS-EY-YTD-Gross
               MOVE PH-YTD-Tax TO WS-EY-YTD-Tax
               MOVE PH-YTD-Net TO WS-EY-YTD-Net
               ADD PH-Deductions TO WS-EY-Deductions
               ADD PH-LoanPay TO WS-EY-LoanPay
               ADD PH-GrossPay TO WS-EY-Detail-Gross
               ADD PH-TaxWithheld TO WS-EY-Detail-Tax
               PERFORM 2110-READ-NEXT-YEAR-ENTRY
           END-PERFORM.
           IF WS-EY-Periods > 0
               AND (WS-EY-YTD-Tax NOT = WS-EY-Detail-Tax
                    OR WS-EY-YTD-Gross NOT = WS-EY-Detail-Gross)
               PERFORM 2120-REPORT-YTD-MISMATCH
           END-IF.

       2110-READ-NEXT-YEAR-ENTRY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PayScan-Done TO TRUE
           END-READ.
           IF NOT PayHist-OK
               SET PayScan-Done TO TRUE
           END-IF.
           IF NOT PayScan-Done
               IF PH-Ident NOT = CM-Ident
                   OR PH-Pay-Year NOT = WS-Tax-Year
                   SET PayScan-Done TO TRUE
               END-IF
           END-IF.

       2120-REPORT-YTD-MISMATCH.
           ADD 1 TO WS-Count-YTD-Mismatch.
           MOVE WS-EY-YTD-Tax TO WS-Edited-Amount.
           MOVE WS-EY-Detail-Tax TO WS-Edited-Total.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "  IDENT " CM-Ident " YTD TAX " WS-Edited-Amount
               " DISAGREES WITH DETAIL " WS-Edited-Total
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.

       2200-WRITE-STATEMENT.
           ADD 1 TO WS-Count-Statements.
           ADD WS-EY-YTD-Gross TO WS-Stmt-Gross-Total.
           ADD WS-EY-YTD-Tax TO WS-Stmt-Tax-Total.
           ADD WS-EY-YTD-Net TO WS-Stmt-Net-Total.
           MOVE ALL "=" TO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "WAGE AND TAX STATEMENT - TAX YEAR " WS-Tax-Year
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "EMPLOYEE: " CM-CustName "  IDENT: " CM-Ident
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "DATE OF BIRTH: " CM-MOB "/" CM-DOB "/" CM-YOB
               "  PAY PERIODS: " WS-EY-Periods
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE WS-EY-YTD-Gross TO WS-Edited-Amount.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "  WAGES AND OTHER COMPENSATION:  " WS-Edited-Amount
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE WS-EY-YTD-Tax TO WS-Edited-Amount.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "  INCOME TAX WITHHELD:           " WS-Edited-Amount
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE WS-EY-Deductions TO WS-Edited-Amount.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "  STANDING DEDUCTIONS:           " WS-Edited-Amount
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE WS-EY-LoanPay TO WS-Edited-Amount.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "  LOAN PAYMENTS WITHHELD:        " WS-Edited-Amount
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.
           MOVE WS-EY-YTD-Net TO WS-Edited-Amount.
           MOVE SPACES TO WAGE-STATEMENT-LINE.
           STRING "  NET PAY:                       " WS-Edited-Amount
               DELIMITED BY SIZE INTO WAGE-STATEMENT-LINE.
           WRITE WAGE-STATEMENT-LINE.

       2300-WRITE-TRANSMITTAL-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD.
           MOVE "D" TO TD-Record-Type.
           MOVE CM-Ident TO TD-Ident.
           MOVE CM-CustName TO TD-CustName.
           MOVE CM-MOB TO TD-MOB.
           MOVE CM-DOB TO TD-DOB.
           MOVE CM-YOB TO TD-YOB.
           MOVE WS-EY-YTD-Gross TO TD-Gross.
           MOVE WS-EY-YTD-Tax TO TD-Tax.
           MOVE WS-EY-YTD-Net TO TD-Net.
           MOVE WS-EY-Deductions TO TD-Deductions.
           MOVE WS-EY-LoanPay TO TD-LoanPay.
           WRITE TAX-DETAIL-RECORD.

      * The independent control: every pay-history entry dated in the
      * tax year, whoever it belongs to. An ident with history but no
      * customer on the master had no statement, so its tax is named
      * on the page as the reason the year cannot balance.
       3000-SUM-YEAR-DETAIL.
           MOVE SPACES TO WS-Last-Ident.
           IF NOT PayHist-EOF
               MOVE LOW-VALUES TO PH-Key
               START PAY-HISTORY KEY IS NOT LESS THAN PH-Key
                   INVALID KEY SET PayHist-EOF TO TRUE
               END-START
               IF NOT PayHist-OK
                   SET PayHist-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT PayHist-EOF
               PERFORM 3010-READ-NEXT-PAY-HISTORY
           END-IF.
           PERFORM UNTIL PayHist-EOF
               IF PH-Pay-Year = WS-Tax-Year
                   ADD 1 TO WS-Count-Detail
                   ADD PH-GrossPay TO WS-Detail-Gross-Total
                   ADD PH-TaxWithheld TO WS-Detail-Tax-Total
                   PERFORM 3100-CHECK-IDENT-ON-MASTER
               END-IF
               PERFORM 3010-READ-NEXT-PAY-HISTORY
           END-PERFORM.

       3010-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PayHist-EOF TO TRUE
           END-READ.
           IF NOT PayHist-OK
               SET PayHist-EOF TO TRUE
           END-IF.

       3100-CHECK-IDENT-ON-MASTER.
           IF PH-Ident NOT = WS-Last-Ident
               MOVE PH-Ident TO WS-Last-Ident
               MOVE PH-Ident TO CM-Ident
               READ CUSTOMER-MASTER
                   KEY IS CM-Ident
                   INVALID KEY CONTINUE
               END-READ
               IF CustMast-OK
                   SET Ident-On-Master TO TRUE
               ELSE
                   SET Ident-Not-On-Master TO TRUE
                   ADD 1 TO WS-Count-Orphans
                   MOVE SPACES TO YEAR-END-REPORT-LINE
                   STRING "  IDENT " PH-Ident
                       " HAS PAY HISTORY BUT IS NOT ON THE MASTER"
                       DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
                   WRITE YEAR-END-REPORT-LINE
               END-IF
           END-IF.
           IF Ident-Not-On-Master
               ADD PH-TaxWithheld TO WS-Orphan-Tax-Total
           END-IF.

       4000-WRITE-RECONCILIATION.
           IF WS-Count-YTD-Mismatch = 0 AND WS-Count-Orphans = 0
               MOVE "  NONE" TO YEAR-END-REPORT-LINE
               WRITE YEAR-END-REPORT-LINE
           END-IF.
           IF WS-Stmt-Tax-Total = WS-Detail-Tax-Total
               AND WS-Stmt-Gross-Total = WS-Detail-Gross-Total
               SET Year-Balanced TO TRUE
           ELSE
               SET Year-Out-Of-Balance TO TRUE
           END-IF.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE "RECONCILIATION" TO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "  CUSTOMERS ON MASTER: " WS-Count-Customers
               "  STATEMENTS: " WS-Count-Statements
               "  NO WAGES: " WS-Count-No-Wages
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE WS-Stmt-Gross-Total TO WS-Edited-Total.
           MOVE WS-Detail-Gross-Total TO WS-Edited-Total-2.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "  STATEMENT WAGES:   " WS-Edited-Total
               "  PAY-HISTORY GROSS DETAIL:  " WS-Edited-Total-2
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE WS-Stmt-Tax-Total TO WS-Edited-Total.
           MOVE WS-Detail-Tax-Total TO WS-Edited-Total-2.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "  STATEMENT TAX:     " WS-Edited-Total
               "  PAY-HISTORY TAX WITHHELD:  " WS-Edited-Total-2
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           MOVE WS-Orphan-Tax-Total TO WS-Edited-Total.
           MOVE SPACES TO YEAR-END-REPORT-LINE.
           STRING "  PAY-HISTORY ENTRIES: " WS-Count-Detail
               "  TAX WITH NO CUSTOMER: " WS-Edited-Total
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE.
           WRITE YEAR-END-REPORT-LINE.
           IF Year-Balanced
               MOVE "STATEMENTS AGREE WITH PAY-HISTORY - YEAR CLOSED"
                   TO YEAR-END-REPORT-LINE
           ELSE
               MOVE "STATEMENTS DO NOT AGREE - TRANSMITTAL WITHDRAWN"
                   TO YEAR-END-REPORT-LINE
           END-IF.
           WRITE YEAR-END-REPORT-LINE.

       5000-WRITE-TRANSMITTAL-TRAILER.
           MOVE SPACES TO TAX-TRAILER-RECORD.
           MOVE "T" TO TT-Record-Type.
           MOVE WS-Count-Statements TO TT-Detail-Count.
           MOVE WS-Stmt-Gross-Total TO TT-Gross-Total.
           MOVE WS-Stmt-Tax-Total TO TT-Tax-Total.
           WRITE TAX-TRAILER-RECORD.

      * An out-of-balance year must not reach the tax authority, so
      * the transmittal is emptied once the files are closed.
       5100-WITHDRAW-TRANSMITTAL.
           OPEN OUTPUT TAX-TRANSMITTAL-FILE.
           CLOSE TAX-TRANSMITTAL-FILE.

       6000-RECORD-CLOSED-YEAR.
           OPEN EXTEND YEAR-END-CLOSED.
           IF YEClosed-NotFound
               OPEN OUTPUT YEAR-END-CLOSED
               CLOSE YEAR-END-CLOSED
               OPEN EXTEND YEAR-END-CLOSED
           END-IF.
           MOVE WS-Tax-Year TO YC-Tax-Year.
           MOVE WS-Run-Date-Num TO YC-Closed-Date.
           MOVE WS-Count-Statements TO YC-Statement-Count.
           MOVE WS-Stmt-Gross-Total TO YC-Gross-Total.
           MOVE WS-Stmt-Tax-Total TO YC-Tax-Total.
           WRITE YEAR-END-CLOSED-RECORD.
           CLOSE YEAR-END-CLOSED.

      * Counts: customers on the master = statements + no wages.
      * Amounts: the year's tax withheld detail in, statement tax out.
       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
               OPEN OUTPUT CONTROL-TOTALS
               CLOSE CONTROL-TOTALS
               OPEN EXTEND CONTROL-TOTALS
           END-IF.
           MOVE "YEAREND" TO CTL-Step-Name.
           MOVE WS-Count-Customers TO CTL-Read.
           MOVE WS-Count-Statements TO CTL-Written.
           MOVE WS-Count-No-Wages TO CTL-Rejected.
           WRITE CONTROL-TOTALS-RECORD.
           MOVE SPACES TO CONTROL-AMOUNTS-RECORD.
           MOVE "YE-TAX" TO CTA-Step-Name.
           SET CTA-Amount-Entry TO TRUE.
           MOVE WS-Detail-Tax-Total TO CTA-Amount-In.
           MOVE WS-Stmt-Tax-Total TO CTA-Amount-Out.
           WRITE CONTROL-AMOUNTS-RECORD.
           CLOSE CONTROL-TOTALS.

       1200-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAY-HISTORY.
           CLOSE WAGE-STATEMENTS.
           CLOSE TAX-TRANSMITTAL-FILE.
           CLOSE YEAR-END-REPORT.

       END PROGRAM YEAREND.
