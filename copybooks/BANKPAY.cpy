      * carrying the run date, one D detail per paid customer with
      * routing, account and net-pay amount, and one T trailer
      * carrying the detail count, the amount total and a routing
      * hash total for the bank to balance the file against. A P
      * prenote uses the detail layout with a zero amount to prove
      * new bank details with the bank before money is sent to them;
      * prenotes are counted on the trailer apart from the payment
      * details and stay out of the amount and routing hash totals.
      * All records are 40 bytes.
      ******************************************************************
       01 BANK-HEADER-RECORD.
           02 BH-Record-Type PIC X(1).
           02 BT-Detail-Count PIC 9(7).
           02 BT-Amount-Total PIC 9(9)V99.
           02 BT-Routing-Hash PIC 9(13).
           02 BT-Prenote-Count PIC 9(5).
           02 FILLER PIC X(3).
