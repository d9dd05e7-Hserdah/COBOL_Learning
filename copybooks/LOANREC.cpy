      ******************************************************************
      * LOANREC.cpy
      * Record layout for LOAN-MASTER (indexed, keyed on LN-Number,
      * with LN-Ident as an alternate key with duplicates so the
      * programs that want one borrower's loans read only those),
      * one entry per customer loan: the borrower's customer ident,
      * the original principal, annual rate and term in the same
      * shapes as the LOANCALC linkage fields, plus the running
      * LN-Rate-Type is F for a fixed rate or V for a variable rate
      * the repricing run moves to the RATETABLE.TXT board rate in
      * effect for the run date.
      * LN-Loan-Status is C once a payoff close-out has posted (the
      * balance is then zero, the autopay authorization cancelled and
      * LN-Close-Date holds the date it closed); O or space is open.
      * LN-Last-Tran-Date and LN-Last-Tran-Seq stamp the last loan
      * posting transaction that changed the loan (opened it, posted
      * a payment or closed it out): the posting run date, and K or
      * P for the keyed or pay-run transaction file with its record
      * number there. LN-Last-Prior-Balance and LN-Last-Interest are
      * that posting's balance before it and the interest it
      * accrued, so a posting run restarted from its last restart
      * point can tell a transaction it already applied and repeat
      * its activity and letters without posting it twice.
      ******************************************************************
       01 LOAN-MASTER-RECORD.
           02 LN-Number PIC 9(6).
           02 LN-AutoPay-Amount PIC 9(7)V99.
           02 LN-Rate-Type PIC X(1).
               88 LN-Variable-Rate VALUE "V".
           02 LN-Loan-Status PIC X(1).
               88 LN-Loan-Open VALUE "O" " ".
               88 LN-Loan-Closed VALUE "C".
           02 LN-Close-Date PIC 9(8).
           02 LN-Last-Tran-Date PIC 9(8).
           02 LN-Last-Tran-Seq PIC X(6).
           02 LN-Last-Prior-Balance PIC 9(7)V99.
           02 LN-Last-Interest PIC 9(7)V99.
