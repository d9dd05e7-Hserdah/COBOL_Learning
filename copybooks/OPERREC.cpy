      ******************************************************************
      * OPERREC.cpy
      * Record layout for OPERATOR-FILE (data/OPERATORS.TXT), one
      * entry per person allowed to use the online customer screen,
      * keyed by their login name (first eight characters). Authority
      * I lets them look customers up; M also lets them change a
      * customer's name, date of birth and bank details. A login not
      * on the file cannot use the screen at all.
      ******************************************************************
       01 OPERATOR-RECORD.
           02 OP-User-Id PIC X(8).
           02 OP-Authority PIC X(1).
               88 OP-Inquiry-Only VALUE "I".
               88 OP-May-Maintain VALUE "M".
           02 FILLER PIC X(1).
           02 OP-Name PIC X(20).
