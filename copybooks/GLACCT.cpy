      ******************************************************************
      * GLACCT.cpy
      * Record layout for the chart-of-accounts mapping file
      * (data/GLACCOUNTS.TXT), one line per posting source the
      * general ledger extract knows: the source key (a deduction
      * code exactly as carried on SD-Code, TAX and LOAN as the pay
      * run registers them, or one of the fixed keys GROSS, NETPAY,
      * CASH, LOANPRIN, LOANINT, LOANOVPY, LATEFEE and SUSPENSE), the
      * ledger account it posts to, and the account title.
      ******************************************************************
       01 GL-ACCOUNT-MAP-RECORD.
           02 GA-Source-Key PIC X(8).
           02 GA-Account PIC X(10).
           02 GA-Description PIC X(30).
