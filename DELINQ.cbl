               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT DELINQUENCY-FILE ASSIGN TO "data/DELINQ"
               ORGANIZATION IS INDEXED

       WORKING-STORAGE SECTION.
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
           88 LoanMast-EOF VALUE "10".
       01 WS-Delinq-Status PIC XX VALUE SPACES.
           88 Delinq-OK VALUE "00".
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN I-O LOAN-MASTER.
           IF NOT LoanMast-OK
               DISPLAY "LOAN-MASTER: OPEN FAILED " WS-LoanMast-Status
