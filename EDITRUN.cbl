      * Author:
      * Date:
      * Purpose: Front-door edit pass ahead of the batch stream.
      *          Passes CUSTOMER-ROSTER, VOTER-TRANSACTIONS and
      *          CLASS-ROSTER through field-level numeric and range
      *          edits plus a
      *          within-file duplicate-ident check, writes the clean
      *          records to CUSTOMER.CLEAN / VOTER.CLEAN / CLASS.CLEAN
      *          for the real steps to read, and lists every rejected
      *          count stepped when they fail again. Tonight's new
      *          rejects join the file, and anything recycling past
      *          the RECYC-MAX run parameter is flagged on the
      *          outstanding-rejects report. A bank routing number
      *          must also pass its check digit so a mistyped
      *          routing never reaches the master. The ident, date
      *          of birth and routing edits are the shared customer
      *          edits (CUSTCHK) customer maintenance and the online
      *          customer screen also apply. The voter input is the
      *          night's registration transactions (VOTERTRAN.TXT):
      *          the action must be register, change or cancel, and
      *          a cancel needs only a valid ident; the clean
      *          transactions go on to the registration maintenance
      *          step (VOTEMNT).
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD,
      *            CUSTCHK, ROUTECHK)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITRUN.
           SELECT CUSTOMER-ROSTER ASSIGN TO "data/CUSTOMER.ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CustRoster-Status.
           SELECT VOTER-TRANSACTIONS ASSIGN TO "data/VOTERTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoterTran-Status.
           SELECT CLASS-ROSTER ASSIGN TO "data/CLASS.ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClassRoster-Status.
       FD CUSTOMER-ROSTER.
           COPY CUSTINP.

       FD VOTER-TRANSACTIONS.
           COPY VOTETRN.

       FD CLASS-ROSTER.
           COPY CLASSREC.
       01 CUSTOMER-CLEAN-RECORD PIC X(60).

       FD VOTER-CLEAN.
       01 VOTER-CLEAN-RECORD PIC X(11).

       FD CLASS-CLEAN.
       01 CLASS-CLEAN-RECORD PIC X(24).
       01 WS-CustRoster-Status PIC XX VALUE SPACES.
           88 CustRoster-OK VALUE "00".
           88 CustRoster-EOF VALUE "10".
       01 WS-VoterTran-Status PIC XX VALUE SPACES.
           88 VoterTran-OK VALUE "00".
           88 VoterTran-EOF VALUE "10".
       01 WS-ClassRoster-Status PIC XX VALUE SPACES.
           88 ClassRoster-OK VALUE "00".
           88 ClassRoster-EOF VALUE "10".
           02 WS-RO-Cycle PIC 9(3).
           02 WS-RO-Reason PIC X(30).
           02 WS-RO-Image PIC X(60).
           COPY PARMBLK.
       01 WS-Voter-Counts.
           02 WS-Voter-Read PIC 9(5) VALUE 0.
       PERFORM 1400-SCAN-ROSTER-IDENTS.
       PERFORM 1500-RECYCLE-PRIOR-REJECTS.
       PERFORM 2000-EDIT-CUSTOMER-ROSTER.
       PERFORM 3000-EDIT-VOTER-TRANSACTIONS.
       PERFORM 4000-EDIT-CLASS-ROSTER.
       PERFORM 8000-REWRITE-RECYCLE-FILE.
       PERFORM 9100-WRITE-CONTROL-TOTALS.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           MOVE SPACES TO WS-Seen-Tables.
           MOVE SPACES TO WS-Roster-Idents.
           MOVE ZEROS TO WS-Prior-Cycle-Table.
           OPEN INPUT VOTER-TRANSACTIONS.
           IF NOT VoterTran-OK
               DISPLAY "VOTER-TRANSACTIONS: OPEN FAILED "
                   WS-VoterTran-Status
               SET VoterTran-EOF TO TRUE
           END-IF.
           OPEN INPUT CLASS-ROSTER.
           IF NOT ClassRoster-OK
               DELIMITED BY SIZE INTO CUSTOMER-EDIT-ERROR-LINE.
           WRITE CUSTOMER-EDIT-ERROR-LINE.
           MOVE SPACES TO VOTER-EDIT-ERROR-LINE.
           STRING "VOTER REGISTRATION EDIT ERRORS - RUN DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO VOTER-EDIT-ERROR-LINE.
           WRITE VOTER-EDIT-ERROR-LINE.
           SET Record-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM 2015-VALIDATE-CUSTOMER-FIELDS.
           IF Record-Valid
               PERFORM 2016-CHECK-DUPLICATE-IDENT
           END-IF.
               PERFORM 2025-WRITE-RECYCLE-ENTRY
           END-IF.

       2000-EDIT-CUSTOMER-ROSTER.
           OPEN INPUT CUSTOMER-ROSTER.
           IF NOT CustRoster-OK

      * Field edits shared by the fresh roster and the recycle
      * re-edit pass - everything except the read-status check,
      * which only makes sense on a live read. The pay fields are
      * edited here; the ident, date of birth and bank routing go
      * through the customer edits every way into the master shares
      * (CUSTCHK), including the same calendar validation the pay
      * run applies to the date of birth, so a bad date enters the
      * recycle file exactly once and ages there instead of bouncing
      * between steps.
       2015-VALIDATE-CUSTOMER-FIELDS.
           EVALUATE TRUE
               WHEN CI-Ident IS NOT NUMERIC
               WHEN CI-Rate IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
           END-EVALUATE.
           IF Record-Valid
               CALL "CUSTCHK" USING CI-Ident CI-DateOfBirth
                   CI-BankRouting WS-Run-Date WS-Reject-Reason
               IF WS-Reject-Reason NOT = SPACES
                   SET Record-Invalid TO TRUE
               END-IF
           END-IF.

       2016-CHECK-DUPLICATE-IDENT.
           COMPUTE WS-Ident-Sub = CI-Ident + 1.
           IF Record-Valid
               PERFORM 2015-VALIDATE-CUSTOMER-FIELDS
           END-IF.
           IF Record-Valid
               PERFORM 2016-CHECK-DUPLICATE-IDENT
           END-IF.
               DELIMITED BY SIZE INTO CUSTOMER-EDIT-ERROR-LINE.
           WRITE CUSTOMER-EDIT-ERROR-LINE.

       3000-EDIT-VOTER-TRANSACTIONS.
           PERFORM 3010-READ-VOTER-TRANSACTION.
           PERFORM UNTIL VoterTran-EOF
               PERFORM 3020-EDIT-VOTER-RECORD
               PERFORM 3010-READ-VOTER-TRANSACTION
           END-PERFORM.
           PERFORM 3090-WRITE-VOTER-TRAILER.

       3010-READ-VOTER-TRANSACTION.
           READ VOTER-TRANSACTIONS
               AT END SET VoterTran-EOF TO TRUE
           END-READ.
           IF NOT VoterTran-OK AND NOT VoterTran-EOF
               IF WS-VoterTran-Status(1:1) NOT = "0"
                   DISPLAY "VOTER-TRANSACTIONS: READ FAILED "
                       WS-VoterTran-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           SET Record-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           EVALUATE TRUE
               WHEN NOT VoterTran-OK
                   STRING "RECORD READ STATUS "
                       WS-VoterTran-Status
                       DELIMITED BY SIZE INTO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               WHEN VT-Ident IS NOT NUMERIC
                   MOVE "IDENT NOT NUMERIC" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               WHEN NOT VT-Action-Register AND NOT VT-Action-Change
                   AND NOT VT-Action-Cancel
                   MOVE "UNKNOWN ACTION" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               WHEN VT-Action-Cancel
                   CONTINUE
               WHEN VT-Age IS NOT NUMERIC
                   MOVE "AGE NOT NUMERIC" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               WHEN VT-Age = 99
                   MOVE "AGE 99 SENTINEL" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               WHEN VT-TestNumber IS NOT NUMERIC
                   MOVE "TEST NUMBER NOT NUMERIC"
                       TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
           END-EVALUATE.
           IF Record-Valid
               COMPUTE WS-Ident-Sub = VT-Ident + 1
               IF WS-Voter-Seen(WS-Ident-Sub) = "Y"
                   MOVE "DUPLICATE IDENT" TO WS-Reject-Reason
                   SET Record-Invalid TO TRUE
               END-IF
           END-IF.
           IF Record-Valid
               MOVE VOTER-TRANSACTION-RECORD TO VOTER-CLEAN-RECORD
               WRITE VOTER-CLEAN-RECORD
               ADD 1 TO WS-Voter-Clean
           ELSE
               ADD 1 TO WS-Voter-Rejected
               MOVE SPACES TO VOTER-EDIT-ERROR-LINE
               STRING "  " VOTER-TRANSACTION-RECORD "  "
                   WS-Reject-Reason
                   DELIMITED BY SIZE INTO VOTER-EDIT-ERROR-LINE
               WRITE VOTER-EDIT-ERROR-LINE
           END-IF.
           CLOSE CONTROL-TOTALS.

       1200-CLOSE-FILES.
           CLOSE CUSTOMER-ROSTER VOTER-TRANSACTIONS CLASS-ROSTER.
           CLOSE CUSTOMER-CLEAN VOTER-CLEAN CLASS-CLEAN.
           CLOSE CUSTOMER-EDIT-ERRORS VOTER-EDIT-ERRORS
               CLASS-EDIT-ERRORS.
