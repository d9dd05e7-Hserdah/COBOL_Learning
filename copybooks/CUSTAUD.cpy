      * before and after the change, so every add, change and delete
      * against CUSTOMER-MASTER leaves a trace of what it replaced.
      * The before image is spaces for an add; the after image is
      * spaces for a delete. AU-Operator names who made the change:
      * the login of the operator for a change keyed on the online
      * customer screen, CUSTMNT for a batch maintenance transaction.
      ******************************************************************
       01 CUSTOMER-AUDIT-RECORD.
           02 AU-Timestamp PIC X(21).
           02 AU-Action PIC X(1).
           02 AU-Ident PIC 9(3).
           02 AU-Before-Image PIC X(100).
           02 AU-After-Image PIC X(100).
           02 AU-Operator PIC X(8).
