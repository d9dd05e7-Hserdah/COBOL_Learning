      ******************************************************************
      * PAYHOLD.cpy
      * Record layout for PAY-HOLD-FILE (indexed, keyed on ident plus
      * pay date like PAY-HISTORY), one entry per net payment the
      * bank payment extract held back instead of sending. A payment
      * is held with reason PRENOTE when the customer has no usable
      * live bank account while new details are in prenote (or their
      * prenote failed); the extract releases it onto a later bank
      * file once the new details clear. A payment is held with
      * reason REVIEW when the payroll review step flags it (the
      * flag letters say why) and waits for an operator release
      * card, which marks it released (R) for the next extract.
      * PD-Paid-Date is the extract run that finally sent it.
      ******************************************************************
       01 PAY-HOLD-RECORD.
           02 PD-Key.
               03 PD-Ident PIC 9(3).
               03 PD-PayDate PIC 9(8).
           02 PD-Amount PIC 9(5)V99.
           02 PD-Reason PIC X(8).
               88 PD-Reason-Prenote VALUE "PRENOTE".
               88 PD-Reason-Review VALUE "REVIEW".
           02 PD-Review-Flags PIC X(5).
           02 PD-Status PIC X(1).
               88 PD-Held VALUE "H".
               88 PD-Released VALUE "R".
               88 PD-Paid VALUE "P".
           02 PD-Held-Date PIC 9(8).
           02 PD-Release-Date PIC 9(8).
           02 PD-Paid-Date PIC 9(8).
