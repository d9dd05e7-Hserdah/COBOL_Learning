      ******************************************************************
      * TAXTRN.cpy
      * Record layouts for TAX-TRANSMITTAL-FILE, the fixed-format
      * year-end wage and tax transmittal sent to the tax authority:
      * one H header carrying the tax year and the date the file was
      * cut, one D detail per employee with the year's wages, tax
      * withheld, net pay, deductions and loan payments as printed on
      * the employee's statement, and one T trailer carrying the
      * detail count and the gross and tax totals for the authority
      * to balance against. All three records are 80 bytes.
      ******************************************************************
       01 TAX-HEADER-RECORD.
           02 TH-Record-Type PIC X(1).
           02 TH-Tax-Year PIC 9(4).
           02 TH-Run-Date PIC 9(8).
           02 FILLER PIC X(67).
       01 TAX-DETAIL-RECORD.
           02 TD-Record-Type PIC X(1).
           02 TD-Ident PIC 9(3).
           02 TD-CustName PIC X(20).
           02 TD-DateOfBirth.
               03 TD-MOB PIC 99.
               03 TD-DOB PIC 99.
               03 TD-YOB PIC 9(4).
           02 TD-Gross PIC 9(7)V99.
           02 TD-Tax PIC 9(7)V99.
           02 TD-Net PIC 9(7)V99.
           02 TD-Deductions PIC 9(7)V99.
           02 TD-LoanPay PIC 9(7)V99.
           02 FILLER PIC X(3).
       01 TAX-TRAILER-RECORD.
           02 TT-Record-Type PIC X(1).
           02 TT-Detail-Count PIC 9(7).
           02 TT-Gross-Total PIC 9(11)V99.
           02 TT-Tax-Total PIC 9(11)V99.
           02 FILLER PIC X(46).
