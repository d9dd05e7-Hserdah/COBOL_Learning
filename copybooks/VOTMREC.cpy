      ******************************************************************
      * VOTMREC.cpy
      * Record layout for VOTER-MASTER (indexed, keyed on VM-Ident),
      * one entry per person ever registered to vote. The entry is
      * kept by registration transactions (VOTETRN.cpy) rather than
      * rebuilt from a roll each run: a cancelled registration stays
      * on file as status C with the date it was cancelled, and a
      * later registration of the same ident reinstates it.
      * VM-Keyed-Age is the age keyed at registration. It is only
      * used for a voter who is not on CUSTOMER-MASTER; for a
      * customer the age is worked out from CM-DateOfBirth as of the
      * election date. VM-TestNumber is the number the eligibility
      * step classifies alongside the vote.
      ******************************************************************
       01 VOTER-MASTER-RECORD.
           02 VM-Ident PIC 9(3).
           02 VM-Reg-Status PIC X(1).
               88 VM-Registered VALUE "A".
               88 VM-Cancelled VALUE "C".
           02 VM-Keyed-Age PIC 99.
           02 VM-TestNumber PIC 9(5).
           02 VM-Registered-Date PIC 9(8).
           02 VM-Changed-Date PIC 9(8).
           02 VM-Cancelled-Date PIC 9(8).
