      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online customer inquiry and maintenance screen. The
      *          operator keys a customer ident and gets one panel
      *          with the CUSTOMER-MASTER fields (live bank details
      *          and any bank-return block, plus a bank change still
      *          in prenote), the customer's open loans off
      *          LOAN-MASTER by the borrower-ident key with balance,
      *          autopay amount and any open delinquency case with
      *          its aging, and the last four pay periods off
      *          PAY-HISTORY down to net pay.
      *          An operator with maintenance authority on
      *          OPERATOR-FILE (OPERREC.cpy) can open a second panel
      *          and change the name, date of birth or bank details.
      *          The change goes through the shared customer edits
      *          (CUSTCHK) the roster edit pass and customer
      *          maintenance apply, and new bank details wait in the
      *          pending fields for prenote exactly as a CUSTMNT
      *          change does. The master is rewritten only if it
      *          still matches what the operator was shown, and each
      *          change writes a before-image/after-image entry to
      *          CUSTOMER-AUDIT-LOG carrying the operator's login.
      *          The operator is the login the screen runs under; a
      *          login not on OPERATOR-FILE is turned away.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD, CUSTCHK,
      *            ROUTECHK)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "data/OPERATORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-Status.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT LOAN-MASTER ASSIGN TO "data/LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT PAY-HISTORY ASSIGN TO "data/PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Key
               FILE STATUS IS WS-PayHist-Status.
           SELECT DELINQUENCY-FILE ASSIGN TO "data/DELINQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-LoanNumber
               FILE STATUS IS WS-Delinq-Status.
           SELECT CUSTOMER-AUDIT-LOG ASSIGN TO "data/CUSTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CustAudit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERREC.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD LOAN-MASTER.
           COPY LOANREC.

       FD PAY-HISTORY.
           COPY PAYHREC.

       FD DELINQUENCY-FILE.
           COPY DELQREC.

       FD CUSTOMER-AUDIT-LOG.
           COPY CUSTAUD.

       WORKING-STORAGE SECTION.
       01 WS-Operator-Status PIC XX VALUE SPACES.
           88 Operator-OK VALUE "00".
           88 Operator-EOF VALUE "10".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
       01 WS-Delinq-Status PIC XX VALUE SPACES.
           88 Delinq-OK VALUE "00".
       01 WS-CustAudit-Status PIC XX VALUE SPACES.
           88 CustAudit-OK VALUE "00".
           88 CustAudit-NotFound VALUE "35".

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.
       01 WS-Show-Run-Date PIC X(10) VALUE SPACES.

       01 WS-Operator-Id PIC X(8) VALUE SPACES.
       01 WS-Operator-Name PIC X(20) VALUE SPACES.
       01 WS-Operator-Authority PIC X(1) VALUE SPACE.
           88 Operator-Known VALUE "I" "M".
           88 Operator-May-Maintain VALUE "M".

      * A file the screen could not open is left out of the panel
      * rather than stopping the inquiry.
       01 WS-File-Flags.
           02 WS-LoanMast-Flag PIC 9 VALUE 0.
               88 LoanMast-Open VALUE 1.
           02 WS-PayHist-Flag PIC 9 VALUE 0.
               88 PayHist-Open VALUE 1.
           02 WS-Delinq-Flag PIC 9 VALUE 0.
               88 Delinq-Open VALUE 1.

       01 WS-Session-Flag PIC 9 VALUE 0.
           88 Session-Active VALUE 0.
           88 Session-Ended VALUE 1.
       01 WS-Shown-Flag PIC 9 VALUE 0.
           88 Customer-Shown VALUE 1.
           88 Customer-Not-Shown VALUE 0.
       01 WS-Maint-Flag PIC 9 VALUE 0.
           88 Maintenance-Active VALUE 0.
           88 Maintenance-Done VALUE 1.
       01 WS-LoanScan-Flag PIC 9 VALUE 0.
           88 LoanScan-Active VALUE 0.
           88 LoanScan-Done VALUE 1.
       01 WS-PayScan-Flag PIC 9 VALUE 0.
           88 PayScan-Active VALUE 0.
           88 PayScan-Done VALUE 1.
       01 WS-Prenote-Flag PIC 9 VALUE 0.
           88 Bank-Change-Pending VALUE 1.

      * What the operator keys on the inquiry panel.
       01 WS-Entry-Ident PIC 9(3) VALUE ZEROS.
       01 WS-Option PIC X(1) VALUE "I".
           88 Option-Inquire VALUE "I" " ".
           88 Option-Maintain VALUE "M".
           88 Option-Exit VALUE "X".
       01 WS-Message PIC X(79) VALUE SPACES.
       01 WS-Saved-Message PIC X(79) VALUE SPACES.

      * The master record as it was displayed; a change is only
      * applied if the record on file still matches it.
       01 WS-Shown-Ident PIC 9(3) VALUE ZEROS.
       01 WS-Shown-Image PIC X(100) VALUE SPACES.
       01 WS-Before-Image PIC X(100) VALUE SPACES.
       01 WS-After-Image PIC X(100) VALUE SPACES.

       01 WS-Show-Fields.
           02 WS-Show-Name PIC X(20).
           02 WS-Show-DOB PIC X(10).
           02 WS-Show-Routing PIC X(9).
           02 WS-Show-Account PIC X(10).
           02 WS-Show-Bank-Status PIC X(16).
           02 WS-Show-Pend-Routing PIC X(9).
           02 WS-Show-Pend-Account PIC X(10).
           02 WS-Show-Pend-Status PIC X(16).
           02 WS-Show-Pend-Change PIC X(10).
           02 WS-Show-Pend-Prenote PIC X(10).
           02 WS-Show-Pend-Result PIC X(10).
           02 WS-Show-Loan-Count PIC X(40).

       01 WS-Date-Work PIC 9(8) VALUE ZEROS.
       01 WS-Date-Work-Parts REDEFINES WS-Date-Work.
           02 WS-Date-Work-Year PIC 9(4).
           02 WS-Date-Work-Month PIC 99.
           02 WS-Date-Work-Day PIC 99.
       01 WS-Date-Shown PIC X(10) VALUE SPACES.

       01 WS-Loan-Count PIC 9(3) VALUE ZEROS.
       01 WS-Loan-Sub PIC 9 VALUE ZERO.
       01 WS-Loan-Lines.
           02 WS-Loan-Text PIC X(78) OCCURS 5 TIMES.
       01 WS-Loan-Line.
           02 WL-Number PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-Balance PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-AutoPay PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-Rate PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-Aging PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-Periods PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WL-Late-Charges PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

      * The last four pay periods, newest first.
       01 WS-Pay-Count PIC 9(5) VALUE ZEROS.
       01 WS-Pay-Sub PIC 9 VALUE ZERO.
       01 WS-Pay-Table.
           02 WS-Pay-Entry OCCURS 4 TIMES.
               03 WS-Pay-Date PIC 9(8).
               03 WS-Pay-Gross PIC 9(5)V99.
               03 WS-Pay-Tax PIC 9(5)V99.
               03 WS-Pay-Deductions PIC 9(5)V99.
               03 WS-Pay-Loan PIC 9(5)V99.
               03 WS-Pay-Net PIC 9(5)V99.
       01 WS-Pay-Lines.
           02 WS-Pay-Text PIC X(78) OCCURS 4 TIMES.
       01 WS-Pay-Line.
           02 WP-Date PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WP-Gross PIC ZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WP-Tax PIC ZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WP-Deductions PIC ZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WP-Loan PIC ZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WP-Net PIC ZZ,ZZ9.99.

      * What the operator keys on the maintenance panel, started
      * from the master as shown.
       01 WS-New-Fields.
           02 WS-New-Name PIC X(20).
           02 WS-New-DateOfBirth.
               03 WS-New-MOB PIC 99.
               03 WS-New-DOB PIC 99.
               03 WS-New-YOB PIC 9(4).
           02 WS-New-Routing PIC 9(9).
           02 WS-New-Account PIC X(10).
       01 WS-Confirm PIC X(1) VALUE SPACE.
           88 Confirm-Save VALUE "Y".
           88 Confirm-Cancel VALUE "N".
       01 WS-Edit-Reason PIC X(30) VALUE SPACES.

           COPY PARMBLK.

       SCREEN SECTION.
       01 INQUIRY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "CUSTINQ".
           02 LINE 1 COLUMN 30 VALUE "CUSTOMER INQUIRY".
           02 LINE 1 COLUMN 62 VALUE "RUN DATE".
           02 LINE 1 COLUMN 71 PIC X(10) FROM WS-Show-Run-Date.
           02 LINE 2 COLUMN 1 VALUE "OPERATOR".
           02 LINE 2 COLUMN 10 PIC X(8) FROM WS-Operator-Id.
           02 LINE 2 COLUMN 20 PIC X(20) FROM WS-Operator-Name.
           02 LINE 4 COLUMN 1 VALUE "IDENT".
           02 LINE 4 COLUMN 8 PIC 9(3) USING WS-Entry-Ident
               UNDERLINE.
           02 LINE 4 COLUMN 14 VALUE "OPTION".
           02 LINE 4 COLUMN 21 PIC X(1) USING WS-Option UNDERLINE.
           02 LINE 4 COLUMN 24
               VALUE "(I=INQUIRE  M=MAINTAIN  X=EXIT)".
           02 LINE 6 COLUMN 1 VALUE "NAME".
           02 LINE 6 COLUMN 14 PIC X(20) FROM WS-Show-Name.
           02 LINE 6 COLUMN 40 VALUE "BORN".
           02 LINE 6 COLUMN 46 PIC X(10) FROM WS-Show-DOB.
           02 LINE 7 COLUMN 1 VALUE "BANK ROUTING".
           02 LINE 7 COLUMN 14 PIC X(9) FROM WS-Show-Routing.
           02 LINE 7 COLUMN 26 VALUE "ACCOUNT".
           02 LINE 7 COLUMN 34 PIC X(10) FROM WS-Show-Account.
           02 LINE 7 COLUMN 48 VALUE "STATUS".
           02 LINE 7 COLUMN 55 PIC X(16) FROM WS-Show-Bank-Status.
           02 LINE 8 COLUMN 1 VALUE "PENDING".
           02 LINE 8 COLUMN 14 PIC X(9) FROM WS-Show-Pend-Routing.
           02 LINE 8 COLUMN 26 VALUE "ACCOUNT".
           02 LINE 8 COLUMN 34 PIC X(10) FROM WS-Show-Pend-Account.
           02 LINE 8 COLUMN 48 VALUE "STATUS".
           02 LINE 8 COLUMN 55 PIC X(16) FROM WS-Show-Pend-Status.
           02 LINE 9 COLUMN 14 VALUE "KEYED".
           02 LINE 9 COLUMN 20 PIC X(10) FROM WS-Show-Pend-Change.
           02 LINE 9 COLUMN 34 VALUE "PRENOTE".
           02 LINE 9 COLUMN 42 PIC X(10) FROM WS-Show-Pend-Prenote.
           02 LINE 9 COLUMN 55 VALUE "RESULT".
           02 LINE 9 COLUMN 62 PIC X(10) FROM WS-Show-Pend-Result.
           02 LINE 11 COLUMN 2 VALUE "LOAN NO".
           02 LINE 11 COLUMN 15 VALUE "BALANCE".
           02 LINE 11 COLUMN 29 VALUE "AUTOPAY".
           02 LINE 11 COLUMN 40 VALUE "RATE".
           02 LINE 11 COLUMN 46 VALUE "AGING".
           02 LINE 11 COLUMN 56 VALUE "PDS".
           02 LINE 11 COLUMN 61 VALUE "LATE CHARGES".
           02 LINE 12 COLUMN 2 PIC X(78) FROM WS-Loan-Text(1).
           02 LINE 13 COLUMN 2 PIC X(78) FROM WS-Loan-Text(2).
           02 LINE 14 COLUMN 2 PIC X(78) FROM WS-Loan-Text(3).
           02 LINE 15 COLUMN 2 PIC X(78) FROM WS-Loan-Text(4).
           02 LINE 16 COLUMN 2 PIC X(78) FROM WS-Loan-Text(5).
           02 LINE 17 COLUMN 2 PIC X(40) FROM WS-Show-Loan-Count.
           02 LINE 18 COLUMN 2 VALUE "PAY DATE".
           02 LINE 18 COLUMN 19 VALUE "GROSS".
           02 LINE 18 COLUMN 33 VALUE "TAX".
           02 LINE 18 COLUMN 38 VALUE "DEDUCTIONS".
           02 LINE 18 COLUMN 52 VALUE "LOAN PAY".
           02 LINE 18 COLUMN 65 VALUE "NET PAY".
           02 LINE 19 COLUMN 2 PIC X(78) FROM WS-Pay-Text(1).
           02 LINE 20 COLUMN 2 PIC X(78) FROM WS-Pay-Text(2).
           02 LINE 21 COLUMN 2 PIC X(78) FROM WS-Pay-Text(3).
           02 LINE 22 COLUMN 2 PIC X(78) FROM WS-Pay-Text(4).
           02 LINE 24 COLUMN 1 PIC X(79) FROM WS-Message.

       01 MAINTENANCE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COLUMN 1 VALUE "CUSTINQ".
           02 LINE 1 COLUMN 28 VALUE "CUSTOMER MAINTENANCE".
           02 LINE 1 COLUMN 62 VALUE "RUN DATE".
           02 LINE 1 COLUMN 71 PIC X(10) FROM WS-Show-Run-Date.
           02 LINE 2 COLUMN 1 VALUE "OPERATOR".
           02 LINE 2 COLUMN 10 PIC X(8) FROM WS-Operator-Id.
           02 LINE 2 COLUMN 20 PIC X(20) FROM WS-Operator-Name.
           02 LINE 4 COLUMN 1 VALUE "IDENT".
           02 LINE 4 COLUMN 8 PIC 9(3) FROM WS-Shown-Ident.
           02 LINE 6 COLUMN 14 VALUE "CURRENT".
           02 LINE 6 COLUMN 44 VALUE "NEW".
           02 LINE 7 COLUMN 1 VALUE "NAME".
           02 LINE 7 COLUMN 14 PIC X(20) FROM WS-Show-Name.
           02 LINE 7 COLUMN 44 PIC X(20) USING WS-New-Name
               UNDERLINE.
           02 LINE 8 COLUMN 1 VALUE "BIRTH DATE".
           02 LINE 8 COLUMN 14 PIC X(10) FROM WS-Show-DOB.
           02 LINE 8 COLUMN 44 PIC 99 USING WS-New-MOB UNDERLINE.
           02 LINE 8 COLUMN 46 VALUE "/".
           02 LINE 8 COLUMN 47 PIC 99 USING WS-New-DOB UNDERLINE.
           02 LINE 8 COLUMN 49 VALUE "/".
           02 LINE 8 COLUMN 50 PIC 9(4) USING WS-New-YOB UNDERLINE.
           02 LINE 9 COLUMN 1 VALUE "BANK ROUTING".
           02 LINE 9 COLUMN 14 PIC X(9) FROM WS-Show-Routing.
           02 LINE 9 COLUMN 44 PIC 9(9) USING WS-New-Routing
               UNDERLINE.
           02 LINE 10 COLUMN 1 VALUE "BANK ACCOUNT".
           02 LINE 10 COLUMN 14 PIC X(10) FROM WS-Show-Account.
           02 LINE 10 COLUMN 44 PIC X(10) USING WS-New-Account
               UNDERLINE.
           02 LINE 11 COLUMN 1 VALUE "BANK STATUS".
           02 LINE 11 COLUMN 14 PIC X(16) FROM WS-Show-Bank-Status.
           02 LINE 12 COLUMN 1 VALUE "PENDING".
           02 LINE 12 COLUMN 14 PIC X(9) FROM WS-Show-Pend-Routing.
           02 LINE 12 COLUMN 25 PIC X(10) FROM WS-Show-Pend-Account.
           02 LINE 12 COLUMN 37 PIC X(16) FROM WS-Show-Pend-Status.
           02 LINE 14 COLUMN 1
               VALUE "NEW BANK DETAILS GO TO PRENOTE FIRST - THE".
           02 LINE 14 COLUMN 44
               VALUE "LIVE ACCOUNT STAYS UNTIL IT CLEARS.".
           02 LINE 15 COLUMN 1
               VALUE "ROUTING 000000000 TAKES THE BANK DETAILS OFF.".
           02 LINE 17 COLUMN 1 VALUE "SAVE CHANGE (Y/N)".
           02 LINE 17 COLUMN 20 PIC X(1) USING WS-Confirm UNDERLINE.
           02 LINE 24 COLUMN 1 PIC X(79) FROM WS-Message.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "CUSTINQ: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-SIGN-ON.
       PERFORM 1100-OPEN-FILES.
       PERFORM UNTIL Session-Ended
           PERFORM 2000-INQUIRY-PANEL
       END-PERFORM.
       PERFORM 1200-CLOSE-FILES.

       MAIN-PROCEDURE.
           STOP RUN.

      * The operator is whoever the screen is running under; the
      * login must be on OPERATOR-FILE to use the screen at all.
       1000-SIGN-ON.
           MOVE RP-Run-Date TO WS-Run-Date.
           STRING WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO WS-Show-Run-Date.
           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER".
           OPEN INPUT OPERATOR-FILE.
           IF NOT Operator-OK
               DISPLAY "CUSTINQ: OPERATOR FILE OPEN FAILED "
                   WS-Operator-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1010-READ-OPERATOR.
           PERFORM UNTIL Operator-EOF OR Operator-Known
               IF OP-User-Id = WS-Operator-Id
                   AND WS-Operator-Id NOT = SPACES
                   MOVE OP-Authority TO WS-Operator-Authority
                   MOVE OP-Name TO WS-Operator-Name
               END-IF
               IF NOT Operator-Known
                   PERFORM 1010-READ-OPERATOR
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF NOT Operator-Known
               DISPLAY "CUSTINQ: OPERATOR " WS-Operator-Id
                   " NOT AUTHORIZED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1010-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END SET Operator-EOF TO TRUE
           END-READ.
           IF NOT Operator-OK
               SET Operator-EOF TO TRUE
           END-IF.

      * The customer master is read-only until the operator saves a
      * change, so the screen holds no update lock on it while an
      * inquiry sits on the terminal.
       1100-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTINQ: CUSTOMER-MASTER OPEN FAILED "
                   WS-CustMast-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-MASTER.
           IF LoanMast-OK
               SET LoanMast-Open TO TRUE
           END-IF.
           OPEN INPUT PAY-HISTORY.
           IF PayHist-OK
               SET PayHist-Open TO TRUE
           END-IF.
           OPEN INPUT DELINQUENCY-FILE.
           IF Delinq-OK
               SET Delinq-Open TO TRUE
           END-IF.
           MOVE "KEY AN IDENT AND PRESS ENTER" TO WS-Message.

       1200-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER.
           IF LoanMast-Open
               CLOSE LOAN-MASTER
           END-IF.
           IF PayHist-Open
               CLOSE PAY-HISTORY
           END-IF.
           IF Delinq-Open
               CLOSE DELINQUENCY-FILE
           END-IF.

       2000-INQUIRY-PANEL.
           DISPLAY INQUIRY-SCREEN.
           ACCEPT INQUIRY-SCREEN.
           MOVE SPACES TO WS-Message.
           INSPECT WS-Option CONVERTING "imx" TO "IMX".
           EVALUATE TRUE
               WHEN Option-Exit
                   SET Session-Ended TO TRUE
               WHEN Option-Inquire
                   PERFORM 3000-LOAD-CUSTOMER
               WHEN Option-Maintain
                   PERFORM 3000-LOAD-CUSTOMER
                   IF Customer-Shown
                       IF Operator-May-Maintain
                           PERFORM 4000-MAINTENANCE-PANEL
                       ELSE
                           MOVE "NOT AUTHORIZED TO CHANGE CUSTOMERS"
                               TO WS-Message
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "OPTION MUST BE I, M OR X" TO WS-Message
           END-EVALUATE.
           MOVE "I" TO WS-Option.

       3000-LOAD-CUSTOMER.
           SET Customer-Not-Shown TO TRUE.
           MOVE SPACES TO WS-Show-Fields WS-Loan-Lines WS-Pay-Lines.
           MOVE SPACES TO WS-Shown-Image.
           MOVE WS-Entry-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           IF NOT CustMast-OK
               MOVE SPACES TO WS-Message
               STRING "IDENT " WS-Entry-Ident
                   " IS NOT ON THE CUSTOMER MASTER"
                   DELIMITED BY SIZE INTO WS-Message
           ELSE
               SET Customer-Shown TO TRUE
               MOVE CM-Ident TO WS-Shown-Ident
               MOVE CUSTOMER-RECORD TO WS-Shown-Image
               PERFORM 3100-FORMAT-MASTER-FIELDS
               PERFORM 3200-LOAD-OPEN-LOANS
               PERFORM 3300-LOAD-RECENT-PAY
           END-IF.

       3100-FORMAT-MASTER-FIELDS.
           MOVE CM-CustName TO WS-Show-Name.
           STRING CM-MOB "/" CM-DOB "/" CM-YOB
               DELIMITED BY SIZE INTO WS-Show-DOB.
           EVALUATE TRUE
               WHEN CM-BankRouting = ZEROS
                   MOVE "NO BANK DETAILS" TO WS-Show-Bank-Status
               WHEN CM-Bank-Blocked
                   MOVE "BLOCKED" TO WS-Show-Bank-Status
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-Show-Bank-Status
           END-EVALUATE.
           IF CM-BankRouting NOT = ZEROS
               MOVE CM-BankRouting TO WS-Show-Routing
               MOVE CM-BankAccount TO WS-Show-Account
           END-IF.
           EVALUATE TRUE
               WHEN CM-Pend-Awaiting
                   MOVE "AWAITING PRENOTE" TO WS-Show-Pend-Status
               WHEN CM-Pend-Sent
                   MOVE "PRENOTE SENT" TO WS-Show-Pend-Status
               WHEN CM-Pend-Cleared
                   MOVE "CLEARED" TO WS-Show-Pend-Status
               WHEN CM-Pend-Failed
                   MOVE "PRENOTE FAILED" TO WS-Show-Pend-Status
               WHEN OTHER
                   MOVE "NONE" TO WS-Show-Pend-Status
           END-EVALUATE.
           IF NOT CM-Pend-None
               MOVE CM-Pend-Routing TO WS-Show-Pend-Routing
               MOVE CM-Pend-Account TO WS-Show-Pend-Account
               MOVE CM-Pend-Change-Date TO WS-Date-Work
               PERFORM 3900-FORMAT-DATE
               MOVE WS-Date-Shown TO WS-Show-Pend-Change
               MOVE CM-Pend-Prenote-Date TO WS-Date-Work
               PERFORM 3900-FORMAT-DATE
               MOVE WS-Date-Shown TO WS-Show-Pend-Prenote
               MOVE CM-Pend-Result-Date TO WS-Date-Work
               PERFORM 3900-FORMAT-DATE
               MOVE WS-Date-Shown TO WS-Show-Pend-Result
           END-IF.

      * The customer's open loans by the borrower-ident key, with
      * the open collections case for each (if any) off the
      * delinquency file.
       3200-LOAD-OPEN-LOANS.
           MOVE ZEROS TO WS-Loan-Count.
           IF NOT LoanMast-Open
               MOVE "LOAN MASTER NOT AVAILABLE" TO WS-Show-Loan-Count
           ELSE
               SET LoanScan-Active TO TRUE
               MOVE CM-Ident TO LN-Ident
               START LOAN-MASTER KEY IS EQUAL TO LN-Ident
                   INVALID KEY SET LoanScan-Done TO TRUE
               END-START
               IF NOT LoanMast-OK
                   SET LoanScan-Done TO TRUE
               END-IF
               IF NOT LoanScan-Done
                   PERFORM 3210-READ-NEXT-LOAN
               END-IF
               PERFORM UNTIL LoanScan-Done
                   IF LN-Loan-Open
                       ADD 1 TO WS-Loan-Count
                       IF WS-Loan-Count NOT > 5
                           MOVE WS-Loan-Count TO WS-Loan-Sub
                           PERFORM 3220-FORMAT-LOAN-LINE
                       END-IF
                   END-IF
                   PERFORM 3210-READ-NEXT-LOAN
               END-PERFORM
               IF WS-Loan-Count > 5
                   STRING "OPEN LOANS: " WS-Loan-Count
                       " - FIRST 5 SHOWN"
                       DELIMITED BY SIZE INTO WS-Show-Loan-Count
               ELSE
                   STRING "OPEN LOANS: " WS-Loan-Count
                       DELIMITED BY SIZE INTO WS-Show-Loan-Count
               END-IF
           END-IF.

       3210-READ-NEXT-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END SET LoanScan-Done TO TRUE
           END-READ.
           IF NOT LoanMast-OK
               SET LoanScan-Done TO TRUE
           END-IF.
           IF NOT LoanScan-Done AND LN-Ident NOT = CM-Ident
               SET LoanScan-Done TO TRUE
           END-IF.

      * Aged the way the collections step ages it: one run past due
      * is 30 days, two is 60, more is 90+.
       3220-FORMAT-LOAN-LINE.
           MOVE LN-Number TO WL-Number.
           MOVE LN-Balance TO WL-Balance.
           MOVE LN-AutoPay-Amount TO WL-AutoPay.
           MOVE LN-Rate TO WL-Rate.
           MOVE "CURRENT" TO WL-Aging.
           MOVE ZEROS TO WL-Periods WL-Late-Charges.
           IF Delinq-Open
               MOVE LN-Number TO DQ-LoanNumber
               READ DELINQUENCY-FILE
                   KEY IS DQ-LoanNumber
                   INVALID KEY CONTINUE
               END-READ
               IF Delinq-OK
                   EVALUATE TRUE
                       WHEN DQ-Runs-Delinquent = 1
                           MOVE "30 DAYS" TO WL-Aging
                       WHEN DQ-Runs-Delinquent = 2
                           MOVE "60 DAYS" TO WL-Aging
                       WHEN OTHER
                           MOVE "90+ DAYS" TO WL-Aging
                   END-EVALUATE
                   MOVE DQ-Periods-PastDue TO WL-Periods
                   MOVE DQ-Late-Charges TO WL-Late-Charges
               END-IF
           END-IF.
           MOVE WS-Loan-Line TO WS-Loan-Text(WS-Loan-Sub).

      * Pay history is keyed ident + pay date, so the customer's
      * periods come back oldest first; the last four read are
      * kept, newest in the first slot.
       3300-LOAD-RECENT-PAY.
           MOVE ZEROS TO WS-Pay-Count.
           INITIALIZE WS-Pay-Table.
           IF NOT PayHist-Open
               MOVE "PAY HISTORY NOT AVAILABLE" TO WS-Pay-Text(1)
           ELSE
               SET PayScan-Active TO TRUE
               MOVE CM-Ident TO PH-Ident
               MOVE ZEROS TO PH-PayDate
               START PAY-HISTORY KEY IS NOT LESS THAN PH-Key
                   INVALID KEY SET PayScan-Done TO TRUE
               END-START
               IF NOT PayHist-OK
                   SET PayScan-Done TO TRUE
               END-IF
               IF NOT PayScan-Done
                   PERFORM 3310-READ-NEXT-PAY-HISTORY
               END-IF
               PERFORM UNTIL PayScan-Done
                   PERFORM 3320-KEEP-PAY-PERIOD
                   PERFORM 3310-READ-NEXT-PAY-HISTORY
               END-PERFORM
               PERFORM 3330-FORMAT-PAY-LINES
           END-IF.

       3310-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PayScan-Done TO TRUE
           END-READ.
           IF NOT PayHist-OK
               SET PayScan-Done TO TRUE
           END-IF.
           IF NOT PayScan-Done AND PH-Ident NOT = CM-Ident
               SET PayScan-Done TO TRUE
           END-IF.

       3320-KEEP-PAY-PERIOD.
           ADD 1 TO WS-Pay-Count.
           MOVE WS-Pay-Entry(3) TO WS-Pay-Entry(4).
           MOVE WS-Pay-Entry(2) TO WS-Pay-Entry(3).
           MOVE WS-Pay-Entry(1) TO WS-Pay-Entry(2).
           MOVE PH-PayDate TO WS-Pay-Date(1).
           MOVE PH-GrossPay TO WS-Pay-Gross(1).
           MOVE PH-TaxWithheld TO WS-Pay-Tax(1).
           MOVE PH-Deductions TO WS-Pay-Deductions(1).
           MOVE PH-LoanPay TO WS-Pay-Loan(1).
           MOVE PH-NetPay TO WS-Pay-Net(1).

       3330-FORMAT-PAY-LINES.
           IF WS-Pay-Count = ZEROS
               MOVE "NO PAY HISTORY ON FILE" TO WS-Pay-Text(1)
           END-IF.
           MOVE 1 TO WS-Pay-Sub.
           PERFORM UNTIL WS-Pay-Sub > 4
               OR WS-Pay-Sub > WS-Pay-Count
               MOVE WS-Pay-Date(WS-Pay-Sub) TO WS-Date-Work
               PERFORM 3900-FORMAT-DATE
               MOVE WS-Date-Shown TO WP-Date
               MOVE WS-Pay-Gross(WS-Pay-Sub) TO WP-Gross
               MOVE WS-Pay-Tax(WS-Pay-Sub) TO WP-Tax
               MOVE WS-Pay-Deductions(WS-Pay-Sub) TO WP-Deductions
               MOVE WS-Pay-Loan(WS-Pay-Sub) TO WP-Loan
               MOVE WS-Pay-Net(WS-Pay-Sub) TO WP-Net
               MOVE WS-Pay-Line TO WS-Pay-Text(WS-Pay-Sub)
               ADD 1 TO WS-Pay-Sub
           END-PERFORM.

       3900-FORMAT-DATE.
           MOVE SPACES TO WS-Date-Shown.
           IF WS-Date-Work NOT = ZEROS
               STRING WS-Date-Work-Month "/" WS-Date-Work-Day "/"
                   WS-Date-Work-Year
                   DELIMITED BY SIZE INTO WS-Date-Shown
           END-IF.

       4000-MAINTENANCE-PANEL.
           MOVE WS-Shown-Image TO CUSTOMER-RECORD.
           MOVE CM-CustName TO WS-New-Name.
           MOVE CM-MOB TO WS-New-MOB.
           MOVE CM-DOB TO WS-New-DOB.
           MOVE CM-YOB TO WS-New-YOB.
           MOVE CM-BankRouting TO WS-New-Routing.
           MOVE CM-BankAccount TO WS-New-Account.
           MOVE SPACE TO WS-Confirm.
           MOVE "CHANGE THE NEW COLUMN, THEN Y TO SAVE OR N TO CANCEL"
               TO WS-Message.
           SET Maintenance-Active TO TRUE.
           PERFORM UNTIL Maintenance-Done
               DISPLAY MAINTENANCE-SCREEN
               ACCEPT MAINTENANCE-SCREEN
               MOVE SPACES TO WS-Message
               INSPECT WS-Confirm CONVERTING "yn" TO "YN"
               EVALUATE TRUE
                   WHEN Confirm-Save
                       PERFORM 4100-EDIT-CHANGE
                   WHEN Confirm-Cancel
                       MOVE "CHANGE CANCELLED - NOTHING SAVED"
                           TO WS-Message
                       SET Maintenance-Done TO TRUE
                   WHEN OTHER
                       MOVE "ENTER Y TO SAVE OR N TO CANCEL"
                           TO WS-Message
               END-EVALUATE
               MOVE SPACE TO WS-Confirm
           END-PERFORM.

      * The same edits a roster record or a CUSTMNT change must
      * pass; a failed edit leaves the operator on the panel with
      * what they keyed so it can be corrected.
       4100-EDIT-CHANGE.
           CALL "CUSTCHK" USING WS-Shown-Ident WS-New-DateOfBirth
               WS-New-Routing WS-Run-Date WS-Edit-Reason.
           EVALUATE TRUE
               WHEN WS-Edit-Reason NOT = SPACES
                   STRING "REJECTED - " WS-Edit-Reason
                       DELIMITED BY SIZE INTO WS-Message
               WHEN WS-New-Name = CM-CustName
                   AND WS-New-DateOfBirth = CM-DateOfBirth
                   AND WS-New-Routing = CM-BankRouting
                   AND WS-New-Account = CM-BankAccount
                   MOVE "NO CHANGES KEYED - ENTER N TO CANCEL"
                       TO WS-Message
               WHEN OTHER
                   PERFORM 4200-REWRITE-CUSTOMER
                   SET Maintenance-Done TO TRUE
           END-EVALUATE.

      * The master is opened for update only for the moment of the
      * change. The audit log is opened first so a change is never
      * made without its audit entry, and the record must still be
      * what the operator was shown - if the overnight run or
      * another operator changed it meanwhile, nothing is written
      * and the operator sees the record as it now stands.
       4200-REWRITE-CUSTOMER.
           OPEN EXTEND CUSTOMER-AUDIT-LOG.
           IF CustAudit-NotFound
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-AUDIT-LOG
               OPEN EXTEND CUSTOMER-AUDIT-LOG
           END-IF.
           IF NOT CustAudit-OK
               STRING "AUDIT LOG NOT AVAILABLE - NOTHING SAVED "
                   WS-CustAudit-Status
                   DELIMITED BY SIZE INTO WS-Message
           ELSE
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
               IF NOT CustMast-OK
                   STRING "CUSTOMER MASTER NOT AVAILABLE FOR UPDATE "
                       "- NOTHING SAVED " WS-CustMast-Status
                       DELIMITED BY SIZE INTO WS-Message
               ELSE
                   PERFORM 4210-APPLY-CHANGE
               END-IF
               CLOSE CUSTOMER-MASTER
               OPEN INPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-AUDIT-LOG
           END-IF.
           MOVE WS-Shown-Ident TO WS-Entry-Ident.
           MOVE WS-Message TO WS-Saved-Message.
           PERFORM 3000-LOAD-CUSTOMER.
           MOVE WS-Saved-Message TO WS-Message.

       4210-APPLY-CHANGE.
           MOVE WS-Shown-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT CustMast-OK
                   MOVE "CUSTOMER NO LONGER ON FILE - NOTHING SAVED"
                       TO WS-Message
               WHEN CUSTOMER-RECORD NOT = WS-Shown-Image
                   MOVE "CUSTOMER CHANGED SINCE SHOWN - NOTHING SAVED"
                       TO WS-Message
               WHEN OTHER
                   MOVE CUSTOMER-RECORD TO WS-Before-Image
                   MOVE 0 TO WS-Prenote-Flag
                   MOVE WS-New-Name TO CM-CustName
                   MOVE WS-New-DateOfBirth TO CM-DateOfBirth
                   PERFORM 4300-APPLY-BANK-DETAILS
                   IF CUSTOMER-RECORD = WS-Before-Image
                       MOVE "DETAILS ALREADY IN PRENOTE - NOTHING SAVED"
                           TO WS-Message
                   ELSE
                       PERFORM 4220-REWRITE-CHANGED-RECORD
                   END-IF
           END-EVALUATE.

       4220-REWRITE-CHANGED-RECORD.
           REWRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF CustMast-OK
               MOVE CUSTOMER-RECORD TO WS-After-Image
               PERFORM 4400-WRITE-AUDIT-RECORD
               IF Bank-Change-Pending
                   MOVE "CHANGED - BANK DETAILS IN PRENOTE"
                       TO WS-Message
               ELSE
                   MOVE "CHANGED" TO WS-Message
               END-IF
           ELSE
               STRING "REWRITE FAILED - NOTHING SAVED "
                   WS-CustMast-Status
                   DELIMITED BY SIZE INTO WS-Message
           END-IF.

      * As customer maintenance applies a change: new bank details
      * wait in the pending fields for prenote while the live
      * account and any block on it stay in force; details matching
      * the live account withdraw a change still in prenote, and a
      * zero routing takes the bank details off altogether.
       4300-APPLY-BANK-DETAILS.
           EVALUATE TRUE
               WHEN WS-New-Routing = ZEROS
                   MOVE ZEROS TO CM-BankRouting
                   MOVE SPACES TO CM-BankAccount
                   MOVE SPACE TO CM-BankStatus
                   PERFORM 4310-CLEAR-PENDING-DETAILS
               WHEN WS-New-Routing = CM-BankRouting
                   AND WS-New-Account = CM-BankAccount
                   IF CM-Pend-In-Progress
                       PERFORM 4310-CLEAR-PENDING-DETAILS
                   END-IF
               WHEN CM-Pend-In-Progress
                   AND WS-New-Routing = CM-Pend-Routing
                   AND WS-New-Account = CM-Pend-Account
                   SET Bank-Change-Pending TO TRUE
               WHEN OTHER
                   MOVE WS-New-Routing TO CM-Pend-Routing
                   MOVE WS-New-Account TO CM-Pend-Account
                   SET CM-Pend-Awaiting TO TRUE
                   MOVE WS-Run-Date TO CM-Pend-Change-Date
                   MOVE ZEROS TO CM-Pend-Prenote-Date
                       CM-Pend-Result-Date
                   SET Bank-Change-Pending TO TRUE
           END-EVALUATE.

       4310-CLEAR-PENDING-DETAILS.
           MOVE ZEROS TO CM-Pend-Routing.
           MOVE SPACES TO CM-Pend-Account.
           SET CM-Pend-None TO TRUE.
           MOVE ZEROS TO CM-Pend-Change-Date CM-Pend-Prenote-Date
               CM-Pend-Result-Date.

       4400-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AU-Timestamp.
           MOVE "C" TO AU-Action.
           MOVE CM-Ident TO AU-Ident.
           MOVE WS-Before-Image TO AU-Before-Image.
           MOVE WS-After-Image TO AU-After-Image.
           MOVE WS-Operator-Id TO AU-Operator.
           WRITE CUSTOMER-AUDIT-RECORD.

       END PROGRAM CUSTINQ.
