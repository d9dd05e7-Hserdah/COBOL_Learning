               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT CUSTOMER-STATEMENTS
               ASSIGN TO "data/CUSTOMER.STATEMENTS"
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
       01 WS-Statement-Status PIC XX VALUE SPACES.
           88 Statement-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Pay-Period-Date.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTOMER-MASTER: OPEN FAILED "
               PERFORM 3300-WRITE-STATEMENT-LINE
           END-IF.

      * Only this customer's loans are read, through the borrower-
      * ident alternate key.
       5100-SCAN-LOAN-MASTER.
           SET LoanScan-Active TO TRUE.
           MOVE CM-Ident TO LN-Ident.
           START LOAN-MASTER KEY IS EQUAL TO LN-Ident
               INVALID KEY SET LoanScan-Done TO TRUE
           END-START.
           IF NOT LoanMast-OK
               PERFORM 5110-READ-NEXT-LOAN
           END-IF.
           PERFORM UNTIL LoanScan-Done
               IF LN-Balance > 0
                   PERFORM 5120-PRINT-LOAN-LINE
               END-IF
               PERFORM 5110-READ-NEXT-LOAN
           IF NOT LoanMast-OK
               SET LoanScan-Done TO TRUE
           END-IF.
           IF NOT LoanScan-Done AND LN-Ident NOT = CM-Ident
               SET LoanScan-Done TO TRUE
           END-IF.

       5120-PRINT-LOAN-LINE.
           ADD 1 TO WS-Loan-Count.
