      ******************************************************************
      * VOTETRN.cpy
      * Record layout for VOTER-TRANSACTIONS (data/VOTERTRAN.TXT), one
      * registration transaction per line against VOTER-MASTER: an
      * action code (R = register, C = change, X = cancel) followed
      * by the voter's details in VOTMREC field order. A register or
      * change carries the keyed age and test number; a cancel needs
      * only the ident.
      ******************************************************************
       01 VOTER-TRANSACTION-RECORD.
           02 VT-Action PIC X(1).
               88 VT-Action-Register VALUE "R".
               88 VT-Action-Change VALUE "C".
               88 VT-Action-Cancel VALUE "X".
           02 VT-Ident PIC 9(3).
           02 VT-Age PIC 99.
           02 VT-TestNumber PIC 9(5).
