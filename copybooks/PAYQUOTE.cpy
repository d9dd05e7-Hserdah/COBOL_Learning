      ******************************************************************
      * PAYQUOTE.cpy
      * Record layout for PAYOFF-QUOTES (indexed, keyed on
      * PQ-LoanNumber), the live payoff quote for a loan: the date it
      * was quoted and the good-through date, the principal balance,
      * the unpaid late charges carried in that balance from the
      * DELINQUENCY-FILE entry, the interest to the good-through date
      * and the total payoff amount. A later quote for the same loan
      * replaces it; the C close-out transaction posts against it and
      * removes it once the loan is closed.
      ******************************************************************
       01 PAYOFF-QUOTE-RECORD.
           02 PQ-LoanNumber PIC 9(6).
           02 PQ-Ident PIC 9(3).
           02 PQ-Quote-Date PIC 9(8).
           02 PQ-Good-Through-Date PIC 9(8).
           02 PQ-Principal PIC 9(7)V99.
           02 PQ-Late-Charges PIC 9(7)V99.
           02 PQ-Interest PIC 9(7)V99.
           02 PQ-Payoff-Amount PIC 9(7)V99.
