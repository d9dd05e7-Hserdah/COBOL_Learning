      *          (CUSTAUD.cpy); every transaction, applied or
      *          rejected, is listed on the maintenance report with
      *          its disposition.
      *          An add or change must pass the shared customer edits
      *          (CUSTCHK): a numeric ident, a real date of birth no
      *          later than the run date and a routing number that
      *          passes its check digit, exactly as the roster edit
      *          pass and the online customer screen judge a
      *          customer; a failed edit rejects it. New or changed
      *          bank details are not made live: they are parked in
      *          the master's pending fields for the prenote cycle,
      *          and the live account (and any block on it) stays in
      *          force until the prenote clears. A change back to the
      *          live account withdraws a pending change; zero
      *          routing takes the bank details off altogether.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD, CUSTCHK,
      *            ROUTECHK)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.

       01 WS-Before-Image PIC X(100) VALUE SPACES.
       01 WS-After-Image PIC X(100) VALUE SPACES.
       01 WS-Disposition PIC X(40) VALUE SPACES.
       01 WS-Edit-Reason PIC X(30) VALUE SPACES.
       01 WS-Applied-Flag PIC 9 VALUE 0.
           88 Transaction-Applied VALUE 1.
           88 Transaction-Rejected VALUE 0.
       01 WS-Prenote-Flag PIC 9 VALUE 0.
           88 Bank-Change-Pending VALUE 1.

       01 WS-Counts.
           02 WS-Count-Read PIC 9(5) VALUE 0.
           02 WS-Count-Deleted PIC 9(5) VALUE 0.
           02 WS-Count-Rejected PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "CUSTMNT: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 1110-READ-TRANSACTION.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN INPUT CUSTOMER-TRANSACTIONS.
           IF NOT CustTran-OK
               DISPLAY "CUSTOMER-TRANSACTIONS: OPEN FAILED "
           SET Transaction-Rejected TO TRUE.
           MOVE SPACES TO WS-Before-Image WS-After-Image
               WS-Disposition.
           MOVE 0 TO WS-Prenote-Flag.
           MOVE SPACES TO WS-Edit-Reason.
           IF CT-Action-Add OR CT-Action-Change
               CALL "CUSTCHK" USING CT-Ident CT-DateOfBirth
                   CT-BankRouting WS-Run-Date WS-Edit-Reason
           END-IF.
           EVALUATE TRUE
               WHEN CT-Ident IS NOT NUMERIC
                   MOVE "REJECTED - IDENT NOT NUMERIC"
                       TO WS-Disposition
               WHEN WS-Edit-Reason NOT = SPACES
                   STRING "REJECTED - " WS-Edit-Reason
                       DELIMITED BY SIZE INTO WS-Disposition
               WHEN CT-Action-Add
                   PERFORM 2000-APPLY-ADD
               WHEN CT-Action-Change
           IF CustMast-OK
               MOVE "REJECTED - ALREADY ON FILE" TO WS-Disposition
           ELSE
               MOVE ZEROS TO CM-BankRouting
               MOVE SPACES TO CM-BankAccount
               MOVE SPACE TO CM-BankStatus
               PERFORM 2920-CLEAR-PENDING-DETAILS
               PERFORM 2900-MOVE-TRANSACTION-TO-MASTER
               WRITE CUSTOMER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF CustMast-OK
                   MOVE CUSTOMER-RECORD TO WS-After-Image
                   IF Bank-Change-Pending
                       MOVE "ADDED - BANK IN PRENOTE"
                           TO WS-Disposition
                   ELSE
                       MOVE "ADDED" TO WS-Disposition
                   END-IF
                   SET Transaction-Applied TO TRUE
                   ADD 1 TO WS-Count-Added
               ELSE
               END-REWRITE
               IF CustMast-OK
                   MOVE CUSTOMER-RECORD TO WS-After-Image
                   IF Bank-Change-Pending
                       MOVE "CHANGED - BANK IN PRENOTE"
                           TO WS-Disposition
                   ELSE
                       MOVE "CHANGED" TO WS-Disposition
                   END-IF
                   SET Transaction-Applied TO TRUE
                   ADD 1 TO WS-Count-Changed
               ELSE
           MOVE CT-MOB TO CM-MOB.
           MOVE CT-DOB TO CM-DOB.
           MOVE CT-YOB TO CM-YOB.
           PERFORM 2910-APPLY-BANK-DETAILS.

      * New bank details never go straight onto the live routing and
      * account: they wait in the pending fields until the prenote
      * clears, and the live account and any bank-return block on it
      * stay as they are meanwhile. Details matching the live account
      * withdraw any change still in prenote; details matching the
      * change already in prenote leave it running.
       2910-APPLY-BANK-DETAILS.
           EVALUATE TRUE
               WHEN CT-BankRouting = ZEROS
                   MOVE ZEROS TO CM-BankRouting
                   MOVE SPACES TO CM-BankAccount
                   MOVE SPACE TO CM-BankStatus
                   PERFORM 2920-CLEAR-PENDING-DETAILS
               WHEN CT-BankRouting = CM-BankRouting
                   AND CT-BankAccount = CM-BankAccount
                   IF CM-Pend-In-Progress
                       PERFORM 2920-CLEAR-PENDING-DETAILS
                   END-IF
               WHEN CM-Pend-In-Progress
                   AND CT-BankRouting = CM-Pend-Routing
                   AND CT-BankAccount = CM-Pend-Account
                   SET Bank-Change-Pending TO TRUE
               WHEN OTHER
                   MOVE CT-BankRouting TO CM-Pend-Routing
                   MOVE CT-BankAccount TO CM-Pend-Account
                   SET CM-Pend-Awaiting TO TRUE
                   MOVE WS-Run-Date TO CM-Pend-Change-Date
                   MOVE ZEROS TO CM-Pend-Prenote-Date
                       CM-Pend-Result-Date
                   SET Bank-Change-Pending TO TRUE
           END-EVALUATE.

       2920-CLEAR-PENDING-DETAILS.
           MOVE ZEROS TO CM-Pend-Routing.
           MOVE SPACES TO CM-Pend-Account.
           SET CM-Pend-None TO TRUE.
           MOVE ZEROS TO CM-Pend-Change-Date CM-Pend-Prenote-Date
               CM-Pend-Result-Date.

       3000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AU-Timestamp.
           MOVE CT-Ident TO AU-Ident.
           MOVE WS-Before-Image TO AU-Before-Image.
           MOVE WS-After-Image TO AU-After-Image.
           MOVE "CUSTMNT" TO AU-Operator.
           WRITE CUSTOMER-AUDIT-RECORD.

       1400-WRITE-SUMMARY.
