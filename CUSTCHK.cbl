      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable customer field edits. Given a customer's
      *          ident, date of birth and bank routing number plus
      *          the run date, applies the edits every way into the
      *          customer master goes through: the ident and date of
      *          birth must be numeric, the date of birth must be a
      *          real calendar date no later than the run date and
      *          no earlier than 1900, and a routing number (zeros
      *          meaning no bank details) must be numeric and pass
      *          its check digit (ROUTECHK). Returns the first edit
      *          failed as a reject reason, or spaces when the
      *          customer passes. Shared by the roster edit pass,
      *          customer maintenance and the online customer screen
      *          so a record is judged the same way wherever it is
      *          keyed.
      * Tectonics: cobc -c -I copybooks (link with ROUTECHK)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Max-Day PIC 99 VALUE 31.
       01 WS-Routing-Result PIC X(1) VALUE "Y".
           88 Routing-Check-OK VALUE "Y".
       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.

       LINKAGE SECTION.
       01 LS-Ident PIC 9(3).
       01 LS-DateOfBirth.
           02 LS-MOB PIC 99.
           02 LS-DOB PIC 99.
           02 LS-YOB PIC 9(4).
       01 LS-BankRouting PIC 9(9).
       01 LS-Run-Date PIC 9(8).
       01 LS-Reject-Reason PIC X(30).

       PROCEDURE DIVISION USING LS-Ident LS-DateOfBirth
           LS-BankRouting LS-Run-Date LS-Reject-Reason.
       MAIN-PROCEDURE.
           MOVE SPACES TO LS-Reject-Reason.
           MOVE LS-Run-Date TO WS-Run-Date.
           EVALUATE TRUE
               WHEN LS-Ident IS NOT NUMERIC
                   MOVE "IDENT NOT NUMERIC" TO LS-Reject-Reason
               WHEN LS-DateOfBirth IS NOT NUMERIC
                   MOVE "DATE OF BIRTH NOT NUMERIC"
                       TO LS-Reject-Reason
               WHEN LS-BankRouting IS NOT NUMERIC
                   MOVE "BANK ROUTING NOT NUMERIC"
                       TO LS-Reject-Reason
           END-EVALUATE.
           IF LS-Reject-Reason = SPACES
               AND LS-BankRouting NOT = ZEROS
               CALL "ROUTECHK" USING LS-BankRouting WS-Routing-Result
               IF NOT Routing-Check-OK
                   MOVE "BANK ROUTING CHECK DIGIT"
                       TO LS-Reject-Reason
               END-IF
           END-IF.
           IF LS-Reject-Reason = SPACES
               PERFORM 1000-VALIDATE-DOB-CALENDAR
           END-IF.
           GOBACK.

      * The same calendar validation the pay run applies to the
      * date of birth.
       1000-VALIDATE-DOB-CALENDAR.
           IF LS-MOB < 1 OR LS-MOB > 12
               MOVE "INVALID DATE OF BIRTH" TO LS-Reject-Reason
           END-IF.
           IF LS-Reject-Reason = SPACES
               MOVE 31 TO WS-Max-Day
               EVALUATE LS-MOB
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-Max-Day
                   WHEN 2
                       IF FUNCTION MOD(LS-YOB, 4) = 0
                           AND (FUNCTION MOD(LS-YOB, 100) NOT = 0
                                OR FUNCTION MOD(LS-YOB, 400) = 0)
                           MOVE 29 TO WS-Max-Day
                       ELSE
                           MOVE 28 TO WS-Max-Day
                       END-IF
               END-EVALUATE
               IF LS-DOB < 1 OR LS-DOB > WS-Max-Day
                   MOVE "INVALID DATE OF BIRTH" TO LS-Reject-Reason
               END-IF
           END-IF.
           IF LS-Reject-Reason = SPACES
               IF LS-YOB < 1900 OR LS-YOB > WS-Run-Year
                   MOVE "INVALID DATE OF BIRTH" TO LS-Reject-Reason
               END-IF
           END-IF.
           IF LS-Reject-Reason = SPACES AND LS-YOB = WS-Run-Year
               IF LS-MOB > WS-Run-Month
                   OR (LS-MOB = WS-Run-Month
                       AND LS-DOB > WS-Run-Day)
                   MOVE "INVALID DATE OF BIRTH" TO LS-Reject-Reason
               END-IF
           END-IF.

       END PROGRAM CUSTCHK.
