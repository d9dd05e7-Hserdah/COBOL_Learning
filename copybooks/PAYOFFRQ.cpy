      ******************************************************************
      * PAYOFFRQ.cpy
      * Record layout for PAYOFF-REQUESTS (data/PAYOFFREQ.TXT), one
      * card per borrower asking what it would take to pay a loan
      * off: the loan number and the good-through date (yyyymmdd)
      * the quote must hold to. LOANPOST answers each card with a
      * payoff letter and files the quote on PAYOFF-QUOTES.
      ******************************************************************
       01 PAYOFF-REQUEST-RECORD.
           02 PR-LoanNumber PIC 9(6).
           02 PR-Good-Through-Date PIC 9(8).
