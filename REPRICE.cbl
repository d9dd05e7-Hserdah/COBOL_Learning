               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT REPRICE-REPORT ASSIGN TO "data/REPRICE.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
           88 RateTable-OK VALUE "00".
           88 RateTable-EOF VALUE "10".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
           88 LoanMast-EOF VALUE "10".
       01 WS-RepReport-Status PIC XX VALUE SPACES.
           88 RepReport-OK VALUE "00".
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN I-O LOAN-MASTER.
           IF NOT LoanMast-OK
               DISPLAY "LOAN-MASTER: OPEN FAILED " WS-LoanMast-Status
