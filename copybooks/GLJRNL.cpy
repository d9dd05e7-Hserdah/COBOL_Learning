      ******************************************************************
      * GLJRNL.cpy
      * Record layouts for GL-JOURNAL-FILE, the fixed-format journal
      * interface handed to the general ledger: one H header carrying
      * the run date and the pay date the payroll entries came from
      * (zeros on a night with no pay run), one D detail per account
      * and side (D debit / C credit) with the posting source key
      * and account title, and one T trailer carrying the line count
      * and the debit and credit totals the ledger balances the batch
      * against. All three records are 80 bytes.
      ******************************************************************
       01 GL-HEADER-RECORD.
           02 GJH-Record-Type PIC X(1).
           02 GJH-Run-Date PIC 9(8).
           02 GJH-Pay-Date PIC 9(8).
           02 GJH-Journal-Source PIC X(10).
           02 FILLER PIC X(53).
       01 GL-DETAIL-RECORD.
           02 GJD-Record-Type PIC X(1).
           02 GJD-Line-Number PIC 9(5).
           02 GJD-Account PIC X(10).
           02 GJD-Side PIC X(1).
               88 GJD-Debit VALUE "D".
               88 GJD-Credit VALUE "C".
           02 GJD-Amount PIC 9(9)V99.
           02 GJD-Source-Key PIC X(8).
           02 GJD-Description PIC X(30).
           02 FILLER PIC X(14).
       01 GL-TRAILER-RECORD.
           02 GJT-Record-Type PIC X(1).
           02 GJT-Line-Count PIC 9(7).
           02 GJT-Debit-Total PIC 9(11)V99.
           02 GJT-Credit-Total PIC 9(11)V99.
           02 FILLER PIC X(46).
