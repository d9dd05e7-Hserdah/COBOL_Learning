      * each step as it ends and read back by the end-of-run
      * balancing report, which proves read = written + rejected
      * for every step of the night.
      * A step that moves money also writes an amount entry: AMOUNTS
      * in the read-count position, then the dollars in and the
      * dollars out, which the balancing report proves are equal.
      ******************************************************************
       01 CONTROL-TOTALS-RECORD.
           02 CTL-Step-Name PIC X(10).
           02 CTL-Read PIC 9(7).
           02 CTL-Written PIC 9(7).
           02 CTL-Rejected PIC 9(7).
       01 CONTROL-AMOUNTS-RECORD.
           02 CTA-Step-Name PIC X(10).
           02 CTA-Entry-Type PIC X(7).
               88 CTA-Amount-Entry VALUE "AMOUNTS".
           02 CTA-Amount-In PIC 9(11)V99.
           02 CTA-Amount-Out PIC 9(11)V99.
