      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaction-driven maintenance for VOTER-MASTER, the
      *          indexed voter registration master. Reads the clean
      *          registration transactions EDITRUN passed (VOTER.CLEAN,
      *          VOTETRN.cpy layout: action code R/C/X plus the voter's
      *          details) and applies each one to the master:
      *          a register adds a new voter as registered, or
      *          reinstates a cancelled one, and is rejected when the
      *          voter is already registered; a change updates the
      *          keyed age and test number of a registered voter; a
      *          cancel marks a registered voter cancelled with the
      *          run date, leaving the entry on file as history.
      *          A change or cancel for an ident that is not
      *          registered is rejected. Every applied transaction
      *          writes a before-image/after-image entry to
      *          VOTER-CHANGE-LOG (VOTECHG.cpy); every transaction,
      *          applied or rejected, is listed on the maintenance
      *          report with its disposition, and the control totals
      *          prove read = applied + rejected.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-TRANSACTIONS ASSIGN TO "data/VOTER.CLEAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoterTran-Status.
           SELECT VOTER-MASTER ASSIGN TO "data/VOTERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-Ident
               FILE STATUS IS WS-VoterMast-Status.
           SELECT VOTER-CHANGE-LOG ASSIGN TO "data/VOTERCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoterChg-Status.
           SELECT MAINTENANCE-REPORT ASSIGN TO "data/VOTEMAINT.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MaintReport-Status.
           SELECT CONTROL-TOTALS ASSIGN TO "data/CONTROL.TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotals-Status.

       DATA DIVISION.
       FILE SECTION.
       FD VOTER-TRANSACTIONS.
           COPY VOTETRN.

       FD VOTER-MASTER.
           COPY VOTMREC.

       FD VOTER-CHANGE-LOG.
           COPY VOTECHG.

       FD MAINTENANCE-REPORT.
       01 MAINTENANCE-REPORT-LINE PIC X(80).

       FD CONTROL-TOTALS.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01 WS-VoterTran-Status PIC XX VALUE SPACES.
           88 VoterTran-OK VALUE "00".
           88 VoterTran-EOF VALUE "10".
       01 WS-VoterMast-Status PIC XX VALUE SPACES.
           88 VoterMast-OK VALUE "00".
           88 VoterMast-NotFound VALUE "23".
           88 VoterMast-FileMissing VALUE "35".
       01 WS-VoterChg-Status PIC XX VALUE SPACES.
           88 VoterChg-OK VALUE "00".
           88 VoterChg-NotFound VALUE "35".
       01 WS-MaintReport-Status PIC XX VALUE SPACES.
           88 MaintReport-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".

       01 WS-Run-Date.
           02 WS-Run-Year PIC 9(4).
           02 WS-Run-Month PIC 99.
           02 WS-Run-Day PIC 99.

       01 WS-Before-Image PIC X(40) VALUE SPACES.
       01 WS-After-Image PIC X(40) VALUE SPACES.
       01 WS-Disposition PIC X(40) VALUE SPACES.
       01 WS-Applied-Flag PIC 9 VALUE 0.
           88 Transaction-Applied VALUE 1.
           88 Transaction-Rejected VALUE 0.

       01 WS-Counts.
           02 WS-Count-Read PIC 9(5) VALUE 0.
           02 WS-Count-Registered PIC 9(5) VALUE 0.
           02 WS-Count-Reinstated PIC 9(5) VALUE 0.
           02 WS-Count-Changed PIC 9(5) VALUE 0.
           02 WS-Count-Cancelled PIC 9(5) VALUE 0.
           02 WS-Count-Rejected PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "VOTEMNT: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 1110-READ-TRANSACTION.
       PERFORM UNTIL VoterTran-EOF
           PERFORM 1120-PROCESS-TRANSACTION
           PERFORM 1110-READ-TRANSACTION
       END-PERFORM.
       PERFORM 1400-WRITE-SUMMARY.
       PERFORM 1200-CLOSE-FILES.
       PERFORM 9100-WRITE-CONTROL-TOTALS.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN INPUT VOTER-TRANSACTIONS.
           IF NOT VoterTran-OK
               DISPLAY "VOTER-TRANSACTIONS: OPEN FAILED "
                   WS-VoterTran-Status
               SET VoterTran-EOF TO TRUE
           END-IF.
           OPEN I-O VOTER-MASTER.
           IF VoterMast-FileMissing
               OPEN OUTPUT VOTER-MASTER
               CLOSE VOTER-MASTER
               OPEN I-O VOTER-MASTER
           END-IF.
           OPEN EXTEND VOTER-CHANGE-LOG.
           IF VoterChg-NotFound
               OPEN OUTPUT VOTER-CHANGE-LOG
               CLOSE VOTER-CHANGE-LOG
               OPEN EXTEND VOTER-CHANGE-LOG
           END-IF.
           OPEN OUTPUT MAINTENANCE-REPORT.
           IF NOT MaintReport-OK
               DISPLAY "MAINTENANCE-REPORT: OPEN FAILED "
                   WS-MaintReport-Status
           END-IF.

       1100-WRITE-REPORT-HEADERS.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           STRING "VOTER REGISTRATION MAINTENANCE - RUN DATE: "
               WS-Run-Month "/" WS-Run-Day "/" WS-Run-Year
               DELIMITED BY SIZE INTO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           STRING "ACT  IDENT  AGE  TEST   DISPOSITION"
               DELIMITED BY SIZE INTO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.

       1110-READ-TRANSACTION.
           READ VOTER-TRANSACTIONS
               AT END SET VoterTran-EOF TO TRUE
           END-READ.
           IF NOT VoterTran-OK
               SET VoterTran-EOF TO TRUE
           END-IF.

       1120-PROCESS-TRANSACTION.
           ADD 1 TO WS-Count-Read.
           SET Transaction-Rejected TO TRUE.
           MOVE SPACES TO WS-Before-Image WS-After-Image
               WS-Disposition.
           EVALUATE TRUE
               WHEN VT-Ident IS NOT NUMERIC
                   MOVE "REJECTED - IDENT NOT NUMERIC"
                       TO WS-Disposition
               WHEN VT-Action-Register
                   PERFORM 2000-APPLY-REGISTER
               WHEN VT-Action-Change
                   PERFORM 2100-APPLY-CHANGE
               WHEN VT-Action-Cancel
                   PERFORM 2200-APPLY-CANCEL
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION" TO WS-Disposition
           END-EVALUATE.
           IF Transaction-Applied
               PERFORM 3000-WRITE-CHANGE-RECORD
           ELSE
               ADD 1 TO WS-Count-Rejected
           END-IF.
           PERFORM 1300-WRITE-DETAIL-LINE.

       1300-WRITE-DETAIL-LINE.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           STRING VT-Action "    " VT-Ident "    " VT-Age "   "
               VT-TestNumber "  " WS-Disposition
               DELIMITED BY SIZE INTO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.

      * A cancelled registration is still on file, so registering the
      * same ident again reinstates it under the new details and the
      * new registration date rather than adding a second entry.
       2000-APPLY-REGISTER.
           MOVE VT-Ident TO VM-Ident.
           READ VOTER-MASTER
               KEY IS VM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN VoterMast-OK AND VM-Registered
                   MOVE "REJECTED - ALREADY REGISTERED"
                       TO WS-Disposition
               WHEN VoterMast-OK
                   MOVE VOTER-MASTER-RECORD TO WS-Before-Image
                   PERFORM 2900-MOVE-TRANSACTION-TO-MASTER
                   SET VM-Registered TO TRUE
                   MOVE WS-Run-Date TO VM-Registered-Date
                   MOVE ZEROS TO VM-Changed-Date VM-Cancelled-Date
                   REWRITE VOTER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF VoterMast-OK
                       MOVE VOTER-MASTER-RECORD TO WS-After-Image
                       MOVE "REREGISTERED" TO WS-Disposition
                       SET Transaction-Applied TO TRUE
                       ADD 1 TO WS-Count-Reinstated
                   ELSE
                       STRING "REJECTED - REWRITE FAILED "
                           WS-VoterMast-Status
                           DELIMITED BY SIZE INTO WS-Disposition
                   END-IF
               WHEN OTHER
                   MOVE VT-Ident TO VM-Ident
                   PERFORM 2900-MOVE-TRANSACTION-TO-MASTER
                   SET VM-Registered TO TRUE
                   MOVE WS-Run-Date TO VM-Registered-Date
                   MOVE ZEROS TO VM-Changed-Date VM-Cancelled-Date
                   WRITE VOTER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF VoterMast-OK
                       MOVE VOTER-MASTER-RECORD TO WS-After-Image
                       MOVE "REGISTERED" TO WS-Disposition
                       SET Transaction-Applied TO TRUE
                       ADD 1 TO WS-Count-Registered
                   ELSE
                       STRING "REJECTED - WRITE FAILED "
                           WS-VoterMast-Status
                           DELIMITED BY SIZE INTO WS-Disposition
                   END-IF
           END-EVALUATE.

       2100-APPLY-CHANGE.
           MOVE VT-Ident TO VM-Ident.
           READ VOTER-MASTER
               KEY IS VM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT VoterMast-OK
                   MOVE "REJECTED - IDENT NOT REGISTERED"
                       TO WS-Disposition
               WHEN VM-Cancelled
                   MOVE "REJECTED - REGISTRATION CANCELLED"
                       TO WS-Disposition
               WHEN OTHER
                   MOVE VOTER-MASTER-RECORD TO WS-Before-Image
                   PERFORM 2900-MOVE-TRANSACTION-TO-MASTER
                   MOVE WS-Run-Date TO VM-Changed-Date
                   REWRITE VOTER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF VoterMast-OK
                       MOVE VOTER-MASTER-RECORD TO WS-After-Image
                       MOVE "CHANGED" TO WS-Disposition
                       SET Transaction-Applied TO TRUE
                       ADD 1 TO WS-Count-Changed
                   ELSE
                       STRING "REJECTED - REWRITE FAILED "
                           WS-VoterMast-Status
                           DELIMITED BY SIZE INTO WS-Disposition
                   END-IF
           END-EVALUATE.

       2200-APPLY-CANCEL.
           MOVE VT-Ident TO VM-Ident.
           READ VOTER-MASTER
               KEY IS VM-Ident
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT VoterMast-OK
                   MOVE "REJECTED - IDENT NOT REGISTERED"
                       TO WS-Disposition
               WHEN VM-Cancelled
                   MOVE "REJECTED - ALREADY CANCELLED"
                       TO WS-Disposition
               WHEN OTHER
                   MOVE VOTER-MASTER-RECORD TO WS-Before-Image
                   SET VM-Cancelled TO TRUE
                   MOVE WS-Run-Date TO VM-Cancelled-Date
                   REWRITE VOTER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF VoterMast-OK
                       MOVE VOTER-MASTER-RECORD TO WS-After-Image
                       MOVE "CANCELLED" TO WS-Disposition
                       SET Transaction-Applied TO TRUE
                       ADD 1 TO WS-Count-Cancelled
                   ELSE
                       STRING "REJECTED - REWRITE FAILED "
                           WS-VoterMast-Status
                           DELIMITED BY SIZE INTO WS-Disposition
                   END-IF
           END-EVALUATE.

       2900-MOVE-TRANSACTION-TO-MASTER.
           MOVE VT-Age TO VM-Keyed-Age.
           MOVE VT-TestNumber TO VM-TestNumber.

       3000-WRITE-CHANGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VC-Timestamp.
           MOVE VT-Action TO VC-Action.
           MOVE VT-Ident TO VC-Ident.
           MOVE WS-Before-Image TO VC-Before-Image.
           MOVE WS-After-Image TO VC-After-Image.
           WRITE VOTER-CHANGE-RECORD.

       1400-WRITE-SUMMARY.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-Count-Read
               "  REGISTERED: " WS-Count-Registered
               "  REREGISTERED: " WS-Count-Reinstated
               DELIMITED BY SIZE INTO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.
           MOVE SPACES TO MAINTENANCE-REPORT-LINE.
           STRING "CHANGED: " WS-Count-Changed
               "  CANCELLED: " WS-Count-Cancelled
               "  REJECTED: " WS-Count-Rejected
               DELIMITED BY SIZE INTO MAINTENANCE-REPORT-LINE.
           WRITE MAINTENANCE-REPORT-LINE.

       1200-CLOSE-FILES.
           CLOSE VOTER-TRANSACTIONS.
           CLOSE VOTER-MASTER.
           CLOSE VOTER-CHANGE-LOG.
           CLOSE MAINTENANCE-REPORT.

       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
               OPEN OUTPUT CONTROL-TOTALS
               CLOSE CONTROL-TOTALS
               OPEN EXTEND CONTROL-TOTALS
           END-IF.
           MOVE "VOTEMNT" TO CTL-Step-Name.
           MOVE WS-Count-Read TO CTL-Read.
           COMPUTE CTL-Written =
               WS-Count-Registered + WS-Count-Reinstated
               + WS-Count-Changed + WS-Count-Cancelled.
           MOVE WS-Count-Rejected TO CTL-Rejected.
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.

       END PROGRAM VOTEMNT.
