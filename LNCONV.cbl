      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of LOANMAST to the layout with
      *          the borrower-ident alternate key (LN-Ident, with
      *          duplicates), rebuilding the file in place under the
      *          same name, invoked with an action on the command
      *          line the way BAKREST is:
      *            LNCONV CONVERT - unload every loan off the existing
      *                             LOANMAST (read by loan number
      *                             only) to the work file
      *                             data/LOANMAST.CNV, then recreate
      *                             LOANMAST with both keys and load
      *                             the work file back into it
      *            LNCONV RELOAD  - load data/LOANMAST.CNV again
      *                             without unloading, for when a
      *                             CONVERT died after LOANMAST was
      *                             recreated
      *          A record in an older, shorter layout (before the
      *          loan status/close date or the last-posting stamp)
      *          is carried over with those fields set open/zero.
      *          The unload and the load each take a record count and
      *          the same hash total BAKREST folds for LOANMAST; the
      *          load must prove both against the unload or the run
      *          ends RETURN-CODE 8 with the work file left on hand.
      *          Take a fresh "BAKREST BACKUP" once it completes - a
      *          .BAK image in the old layout will not restore into
      *          the new one.
      * Tectonics: cobc -x -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-MASTER ASSIGN TO "data/LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-Number
               FILE STATUS IS WS-OldMast-Status.
           SELECT LOAN-MASTER ASSIGN TO "data/LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT CONVERT-FILE ASSIGN TO "data/LOANMAST.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Convert-Status.

       DATA DIVISION.
       FILE SECTION.
      * The loan master as it stands before conversion, known by its
      * primary key alone. Records may be any length from the
      * original 48-byte layout up to the current one.
       FD OLD-LOAN-MASTER
           RECORD IS VARYING IN SIZE FROM 48 TO 89 CHARACTERS
               DEPENDING ON WS-Old-Length.
       01 OLD-LOAN-RECORD.
           02 OL-Number PIC 9(6).
           02 OL-Ident PIC 9(3).
           02 OL-Principal PIC 9(7)V99.
           02 OL-Rate PIC 9(3)V99.
           02 OL-Term PIC 9(3).
           02 OL-Periods-Posted PIC 9(3).
           02 OL-Balance PIC 9(7)V99.
           02 OL-AutoPay-Amount PIC 9(7)V99.
           02 OL-Rate-Type PIC X(1).
           02 OL-Later-Fields PIC X(41).

       FD LOAN-MASTER.
           COPY LOANREC.

       FD CONVERT-FILE.
       01 CONVERT-RECORD PIC X(89).

       WORKING-STORAGE SECTION.
       01 WS-OldMast-Status PIC XX VALUE SPACES.
           88 OldMast-OK VALUE "00".
           88 OldMast-EOF VALUE "10".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
       01 WS-Convert-Status PIC XX VALUE SPACES.
           88 Convert-OK VALUE "00".
           88 Convert-EOF VALUE "10".

       01 WS-Action PIC X(10) VALUE SPACES.
       01 WS-Old-Length PIC 9(4) VALUE 89.

      * A converted record starts as the fields added since the
      * original layout at their defaults - open, never closed,
      * never stamped - and the old record is laid over its own
      * length of it.
       01 WS-Convert-Defaults.
           02 FILLER PIC X(48) VALUE SPACES.
           02 FILLER PIC X(1) VALUE "O".
           02 FILLER PIC 9(8) VALUE ZEROS.
           02 FILLER PIC 9(8) VALUE ZEROS.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC 9(7)V99 VALUE ZEROS.
           02 FILLER PIC 9(7)V99 VALUE ZEROS.
       01 WS-Convert-Image PIC X(89) VALUE SPACES.

       01 WS-Unload-Figures.
           02 WS-Unload-Count PIC 9(7) VALUE 0.
           02 WS-Unload-Hash PIC 9(11)V99 VALUE 0.
       01 WS-Load-Figures.
           02 WS-Load-Count PIC 9(7) VALUE 0.
           02 WS-Load-Hash PIC 9(11)V99 VALUE 0.
       01 WS-Short-Count PIC 9(7) VALUE 0.
       01 WS-Write-Error-Count PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-Action FROM ARGUMENT-VALUE.

           EVALUATE WS-Action
               WHEN "CONVERT"
                   PERFORM 2000-UNLOAD-OLD-LOANMAST
                   IF RETURN-CODE = 0
                       PERFORM 3000-LOAD-NEW-LOANMAST
                   END-IF
               WHEN "RELOAD"
                   PERFORM 2500-COUNT-CONVERT-FILE
                   IF RETURN-CODE = 0
                       PERFORM 3000-LOAD-NEW-LOANMAST
                   END-IF
               WHEN OTHER
                   DISPLAY "LNCONV: UNKNOWN ACTION " WS-Action
                   DISPLAY "USE CONVERT OR RELOAD"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      * UNLOAD - copy every loan off the existing master, in the new
      * layout, to the work file. Nothing is touched if the master
      * cannot be read.
      ******************************************************************
       2000-UNLOAD-OLD-LOANMAST.
           MOVE ZEROS TO WS-Unload-Figures.
           OPEN INPUT OLD-LOAN-MASTER.
           IF NOT OldMast-OK
               DISPLAY "LNCONV: CANNOT OPEN LOANMAST - STATUS "
                   WS-OldMast-Status
               DISPLAY "LNCONV: NOTHING CONVERTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CONVERT-FILE
               PERFORM 2010-READ-NEXT-OLD-LOAN
               PERFORM UNTIL OldMast-EOF
                   PERFORM 2020-CONVERT-OLD-LOAN
                   PERFORM 2010-READ-NEXT-OLD-LOAN
               END-PERFORM
               CLOSE OLD-LOAN-MASTER
               CLOSE CONVERT-FILE
               DISPLAY "LNCONV: UNLOADED " WS-Unload-Count
                   " LOANS, HASH " WS-Unload-Hash
               IF WS-Short-Count > 0
                   DISPLAY "LNCONV: " WS-Short-Count
                       " IN AN OLDER LAYOUT CARRIED OVER AS OPEN"
               END-IF
           END-IF.

       2010-READ-NEXT-OLD-LOAN.
           READ OLD-LOAN-MASTER NEXT RECORD
               AT END SET OldMast-EOF TO TRUE
           END-READ.
           IF NOT OldMast-OK
               SET OldMast-EOF TO TRUE
           END-IF.

       2020-CONVERT-OLD-LOAN.
           MOVE WS-Convert-Defaults TO WS-Convert-Image.
           IF WS-Old-Length < 89
               ADD 1 TO WS-Short-Count
           END-IF.
           MOVE OLD-LOAN-RECORD(1:WS-Old-Length)
               TO WS-Convert-Image(1:WS-Old-Length).
           MOVE WS-Convert-Image TO CONVERT-RECORD.
           WRITE CONVERT-RECORD.
           ADD 1 TO WS-Unload-Count.
           ADD OL-Number TO WS-Unload-Hash.
           ADD OL-Ident TO WS-Unload-Hash.
           ADD OL-Balance TO WS-Unload-Hash.
           ADD OL-Rate TO WS-Unload-Hash.
           ADD OL-Periods-Posted TO WS-Unload-Hash.

      ******************************************************************
      * RELOAD - refigure the unload count and hash off the work file
      * a failed CONVERT left behind, so the load proves against it.
      ******************************************************************
       2500-COUNT-CONVERT-FILE.
           MOVE ZEROS TO WS-Unload-Figures.
           OPEN INPUT CONVERT-FILE.
           IF NOT Convert-OK
               DISPLAY "LNCONV: NO data/LOANMAST.CNV ON HAND - STATUS "
                   WS-Convert-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3010-READ-CONVERT-RECORD
               PERFORM UNTIL Convert-EOF
                   MOVE CONVERT-RECORD TO LOAN-MASTER-RECORD
                   ADD 1 TO WS-Unload-Count
                   ADD LN-Number TO WS-Unload-Hash
                   ADD LN-Ident TO WS-Unload-Hash
                   ADD LN-Balance TO WS-Unload-Hash
                   ADD LN-Rate TO WS-Unload-Hash
                   ADD LN-Periods-Posted TO WS-Unload-Hash
                   PERFORM 3010-READ-CONVERT-RECORD
               END-PERFORM
               CLOSE CONVERT-FILE
               DISPLAY "LNCONV: WORK FILE HOLDS " WS-Unload-Count
                   " LOANS, HASH " WS-Unload-Hash
           END-IF.

      ******************************************************************
      * LOAD - recreate LOANMAST with both keys from the work file and
      * prove it against the unload figures.
      ******************************************************************
       3000-LOAD-NEW-LOANMAST.
           MOVE ZEROS TO WS-Load-Figures.
           OPEN INPUT CONVERT-FILE.
           OPEN OUTPUT LOAN-MASTER.
           IF NOT LoanMast-OK
               DISPLAY "LNCONV: CANNOT CREATE LOANMAST - STATUS "
                   WS-LoanMast-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3010-READ-CONVERT-RECORD
               PERFORM UNTIL Convert-EOF
                   MOVE CONVERT-RECORD TO LOAN-MASTER-RECORD
                   WRITE LOAN-MASTER-RECORD
                   IF LoanMast-OK
                       ADD 1 TO WS-Load-Count
                       ADD LN-Number TO WS-Load-Hash
                       ADD LN-Ident TO WS-Load-Hash
                       ADD LN-Balance TO WS-Load-Hash
                       ADD LN-Rate TO WS-Load-Hash
                       ADD LN-Periods-Posted TO WS-Load-Hash
                   ELSE
                       ADD 1 TO WS-Write-Error-Count
                       DISPLAY "LNCONV: LOAN " LN-Number
                           " NOT LOADED - STATUS " WS-LoanMast-Status
                   END-IF
                   PERFORM 3010-READ-CONVERT-RECORD
               END-PERFORM
               CLOSE LOAN-MASTER
               PERFORM 3100-PROVE-LOAD
           END-IF.
           CLOSE CONVERT-FILE.

       3010-READ-CONVERT-RECORD.
           READ CONVERT-FILE
               AT END SET Convert-EOF TO TRUE
           END-READ.
           IF NOT Convert-OK
               SET Convert-EOF TO TRUE
           END-IF.

       3100-PROVE-LOAD.
           DISPLAY "LNCONV: LOADED   " WS-Load-Count
               " LOANS, HASH " WS-Load-Hash.
           IF WS-Load-Figures = WS-Unload-Figures
               AND WS-Write-Error-Count = 0
               DISPLAY "LNCONV: LOANMAST CONVERTED - COUNT AND HASH "
                   "AGREE"
               DISPLAY "LNCONV: TAKE A FRESH BAKREST BACKUP NOW"
           ELSE
               DISPLAY "LNCONV: LOAD OUT OF BALANCE WITH UNLOAD"
               DISPLAY "LNCONV: CORRECT AND RUN LNCONV RELOAD - "
                   "data/LOANMAST.CNV STILL HOLDS EVERY LOAN"
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM LNCONV.
