      ******************************************************************
      * LOANACT.cpy
      * Record layout for LOAN-ACTIVITY (data/LOANACT.TXT), one entry
      * per payment LOANPOST posted to LOAN-MASTER, written for the
      * general ledger extract. LA-Source tells a payment keyed on
      * LOANTRAN.TXT (cash received) from one the pay run withheld
      * (LOANDED.TXT, cleared out of payroll). The amount is split
      * into the interest received and the principal it retired;
      * interest the payment did not cover is capitalized onto the
      * balance, and anything paid beyond the full payoff is
      * carried as an overpayment.
      ******************************************************************
       01 LOAN-ACTIVITY-RECORD.
           02 LA-LoanNumber PIC 9(6).
           02 LA-Ident PIC 9(3).
           02 LA-Source PIC X(1).
               88 LA-Source-Keyed VALUE "K".
               88 LA-Source-Payroll VALUE "P".
           02 LA-Amount PIC 9(7)V99.
           02 LA-Interest PIC 9(7)V99.
           02 LA-Principal PIC 9(7)V99.
           02 LA-Capitalized PIC 9(7)V99.
           02 LA-Overpaid PIC 9(7)V99.
