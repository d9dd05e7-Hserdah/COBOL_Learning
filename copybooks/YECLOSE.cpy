      ******************************************************************
      * YECLOSE.cpy
      * Record layout for YEAR-END-CLOSED (data/YEAREND.CLOSED), one
      * entry per tax year whose wage and tax statements were
      * produced in balance: the year, the date it was closed, and
      * the statement count and totals sent on the transmittal. The
      * archive step will not purge a year's pay history until that
      * year is on this file.
      ******************************************************************
       01 YEAR-END-CLOSED-RECORD.
           02 YC-Tax-Year PIC 9(4).
           02 YC-Closed-Date PIC 9(8).
           02 YC-Statement-Count PIC 9(7).
           02 YC-Gross-Total PIC 9(11)V99.
           02 YC-Tax-Total PIC 9(11)V99.
