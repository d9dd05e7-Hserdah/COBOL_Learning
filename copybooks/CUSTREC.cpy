      * CM-BankStatus is set to B by the bank-returns step when the
      * bank bounces a payment on the routing/account held here, so
      * the payment extract skips the customer until the details are
      * fixed; the block stays until new details clear prenote.
      * New or changed bank details never go straight onto the live
      * routing/account: they wait in the CM-Pend- fields while the
      * payment extract sends the bank a zero-dollar prenote (status
      * P awaiting prenote, S prenote sent). If the bank returns the
      * prenote the change fails (F); if it goes unreturned for the
      * prenote hold period the bank-returns step moves the pending
      * details onto the live fields, clears any block and marks the
      * change cleared (C).
      ******************************************************************
       01 CUSTOMER-RECORD.
           02 CM-Ident PIC 9(3).
           02 CM-BankAccount PIC X(10).
           02 CM-BankStatus PIC X(1).
               88 CM-Bank-Blocked VALUE "B".
           02 CM-Pend-Routing PIC 9(9).
           02 CM-Pend-Account PIC X(10).
           02 CM-Pend-Status PIC X(1).
               88 CM-Pend-None VALUE " ".
               88 CM-Pend-Awaiting VALUE "P".
               88 CM-Pend-Sent VALUE "S".
               88 CM-Pend-Cleared VALUE "C".
               88 CM-Pend-Failed VALUE "F".
               88 CM-Pend-In-Progress VALUE "P" "S".
           02 CM-Pend-Change-Date PIC 9(8).
           02 CM-Pend-Prenote-Date PIC 9(8).
           02 CM-Pend-Result-Date PIC 9(8).
