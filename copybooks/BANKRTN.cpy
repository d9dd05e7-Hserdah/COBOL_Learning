      * BANK-PAYMENT-FILE extract: one H header echoing the run date
      * of the extract the returns belong to, one R detail per
      * bounced payment with the routing, account and amount as
      * presented plus the bank's reason code (a P detail in the
      * same layout returns a zero-dollar prenote sent to prove new
      * bank details), and a T trailer carrying the return count
      * and amount total so the returns report can balance the
      * file. All records are 40 bytes, matching the outbound
      * BANKPAY.cpy shapes.
      ******************************************************************
       01 RETURN-HEADER-RECORD.
           02 RH-Record-Type PIC X(1).
