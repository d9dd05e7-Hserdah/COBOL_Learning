      ******************************************************************
      * Author:
      * Date:
      * Purpose: Backup/verify/restore utility for the five indexed
      *          master files (CUSTMAST, LOANMAST, PAYHIST,
      *          GRADHIST, VOTERMAST), invoked with an action on the
      *          command line the way CHKPOINT is:
      *            BAKREST BACKUP  - copy each master to its .BAK
      *                              image file and record a count
      *                              and a hash total per file on
      *            BAKREST VERIFY  - recount each live master and
      *                              prove it still matches the
      *                              BACKUP.CONTROL figures (RETURN-
      *                              CODE 8 on any mismatch);
      *                              LOANMAST is also walked by its
      *                              borrower-ident alternate key,
      *                              which must reach the same
      *                              records
      *            BAKREST RESTORE - rebuild each master from its
      *                              .BAK image, for the operator to
      *                              run before a full RESET rerun
      *                              when a step died mid-update
      *                              (a reload rebuilds LOANMAST's
      *                              ident key along with the file)
      *          The job stream takes the backup at the top of the
      *          run, before STEP0, so a restart against a damaged
      *          master can always fall back to last night's copy.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-Number
               ALTERNATE RECORD KEY IS LN-Ident WITH DUPLICATES
               FILE STATUS IS WS-LoanMast-Status.
           SELECT PAY-HISTORY ASSIGN TO "data/PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-Key
               FILE STATUS IS WS-GradHist-Status.
           SELECT VOTER-MASTER ASSIGN TO "data/VOTERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-Ident
               FILE STATUS IS WS-VoterMast-Status.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-Backup-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backup-Status.
       FD GRADE-HISTORY.
           COPY GRADHREC.

       FD VOTER-MASTER.
           COPY VOTMREC.

       FD BACKUP-FILE.
       01 BACKUP-IMAGE PIC X(160).

           88 CustMast-OK VALUE "00".
           88 CustMast-EOF VALUE "10".
       01 WS-LoanMast-Status PIC XX VALUE SPACES.
           88 LoanMast-OK VALUE "00" "02".
           88 LoanMast-EOF VALUE "10".
       01 WS-PayHist-Status PIC XX VALUE SPACES.
           88 PayHist-OK VALUE "00".
       01 WS-GradHist-Status PIC XX VALUE SPACES.
           88 GradHist-OK VALUE "00".
           88 GradHist-EOF VALUE "10".
       01 WS-VoterMast-Status PIC XX VALUE SPACES.
           88 VoterMast-OK VALUE "00".
           88 VoterMast-EOF VALUE "10".
       01 WS-Backup-Status PIC XX VALUE SPACES.
           88 Backup-OK VALUE "00".
           88 Backup-EOF VALUE "10".
           02 WS-Record-Count PIC 9(7) VALUE 0.
           02 WS-Hash-Total PIC 9(11)V99 VALUE 0.

       01 WS-Primary-Figures.
           02 WS-Primary-Count PIC 9(7) VALUE 0.
           02 WS-Primary-Hash PIC 9(11)V99 VALUE 0.

       01 WS-Verify-Mismatch-Count PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 2200-BACKUP-LOANMAST.
           PERFORM 2300-BACKUP-PAYHIST.
           PERFORM 2400-BACKUP-GRADHIST.
           PERFORM 2500-BACKUP-VOTERMAST.
           CLOSE BACKUP-CONTROL.
           DISPLAY "BACKUP COMPLETE".

       2220-HASH-LOANMAST-RECORD.
           ADD 1 TO WS-Record-Count.
           ADD LN-Number TO WS-Hash-Total.
           ADD LN-Ident TO WS-Hash-Total.
           ADD LN-Balance TO WS-Hash-Total.
           ADD LN-Rate TO WS-Hash-Total.
           ADD LN-Periods-Posted TO WS-Hash-Total.
           COMPUTE WS-Hash-Total =
               WS-Hash-Total + FUNCTION ORD(GH-Score).

       2500-BACKUP-VOTERMAST.
           MOVE "VOTERMAST" TO WS-File-Label.
           MOVE "data/VOTERMAST.BAK" TO WS-Backup-File-Name.
           MOVE ZEROS TO WS-File-Figures.
           OPEN INPUT VOTER-MASTER.
           IF NOT VoterMast-OK
               SET VoterMast-EOF TO TRUE
               PERFORM 2900-WRITE-CONTROL-RECORD
           ELSE
               OPEN OUTPUT BACKUP-FILE
               PERFORM 2510-READ-NEXT-VOTERMAST
               PERFORM UNTIL VoterMast-EOF
                   PERFORM 2520-HASH-VOTERMAST-RECORD
                   MOVE SPACES TO BACKUP-IMAGE
                   MOVE VOTER-MASTER-RECORD TO BACKUP-IMAGE
                   WRITE BACKUP-IMAGE
                   PERFORM 2510-READ-NEXT-VOTERMAST
               END-PERFORM
               CLOSE VOTER-MASTER
               CLOSE BACKUP-FILE
               PERFORM 2900-WRITE-CONTROL-RECORD
           END-IF.

       2510-READ-NEXT-VOTERMAST.
           READ VOTER-MASTER NEXT RECORD
               AT END SET VoterMast-EOF TO TRUE
           END-READ.
           IF NOT VoterMast-OK
               SET VoterMast-EOF TO TRUE
           END-IF.

      * The registration status is folded in by its character ordinal
      * so a cancellation moves the hash as well as a changed age.
       2520-HASH-VOTERMAST-RECORD.
           ADD 1 TO WS-Record-Count.
           ADD VM-Ident TO WS-Hash-Total.
           ADD VM-Keyed-Age TO WS-Hash-Total.
           ADD VM-TestNumber TO WS-Hash-Total.
           COMPUTE WS-Hash-Total =
               WS-Hash-Total + FUNCTION ORD(VM-Reg-Status).

       2900-WRITE-CONTROL-RECORD.
           MOVE WS-File-Label TO BK-File-Label.
           MOVE WS-Record-Count TO BK-Record-Count.
                   PERFORM 3400-COUNT-PAYHIST
               WHEN "GRADHIST"
                   PERFORM 3500-COUNT-GRADHIST
               WHEN "VOTERMAST"
                   PERFORM 3600-COUNT-VOTERMAST
               WHEN OTHER
                   DISPLAY "BAKREST: UNKNOWN CONTROL ENTRY "
                       BK-File-Label
                   PERFORM 2220-HASH-LOANMAST-RECORD
                   PERFORM 2210-READ-NEXT-LOANMAST
               END-PERFORM
               PERFORM 3310-CHECK-LOANMAST-IDENT-KEY
               CLOSE LOAN-MASTER
           END-IF.

      * The borrower-ident alternate key must reach every loan the
      * primary key does: the file is walked again in ident order
      * and must give the same count and hash, or the master is
      * reported out of step even though its records match.
       3310-CHECK-LOANMAST-IDENT-KEY.
           MOVE WS-File-Figures TO WS-Primary-Figures.
           MOVE ZEROS TO WS-File-Figures.
           MOVE ZEROS TO LN-Ident.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-Ident
               INVALID KEY SET LoanMast-EOF TO TRUE
           END-START.
           IF NOT LoanMast-OK
               SET LoanMast-EOF TO TRUE
           END-IF.
           IF NOT LoanMast-EOF
               PERFORM 2210-READ-NEXT-LOANMAST
           END-IF.
           PERFORM UNTIL LoanMast-EOF
               PERFORM 2220-HASH-LOANMAST-RECORD
               PERFORM 2210-READ-NEXT-LOANMAST
           END-PERFORM.
           IF WS-File-Figures NOT = WS-Primary-Figures
               DISPLAY "LOANMAST: IDENT KEY OUT OF STEP - "
                   WS-Record-Count " RECORDS BY IDENT"
               ADD 1 TO WS-Verify-Mismatch-Count
           END-IF.
           MOVE WS-Primary-Figures TO WS-File-Figures.

       3400-COUNT-PAYHIST.
           OPEN INPUT PAY-HISTORY.
           IF NOT PayHist-OK
               CLOSE GRADE-HISTORY
           END-IF.

       3600-COUNT-VOTERMAST.
           OPEN INPUT VOTER-MASTER.
           IF NOT VoterMast-OK
               SET VoterMast-EOF TO TRUE
           ELSE
               PERFORM 2510-READ-NEXT-VOTERMAST
               PERFORM UNTIL VoterMast-EOF
                   PERFORM 2520-HASH-VOTERMAST-RECORD
                   PERFORM 2510-READ-NEXT-VOTERMAST
               END-PERFORM
               CLOSE VOTER-MASTER
           END-IF.

      ******************************************************************
      * RESTORE - rebuild each master from its .BAK image file. The
      * images were written in key order, so a plain load works.
           PERFORM 4200-RESTORE-LOANMAST.
           PERFORM 4300-RESTORE-PAYHIST.
           PERFORM 4400-RESTORE-GRADHIST.
           PERFORM 4500-RESTORE-VOTERMAST.
           DISPLAY "RESTORE COMPLETE - RERUN THE STREAM WITH RESET".

       4100-RESTORE-CUSTMAST.
                   " RECORDS"
           END-IF.

       4500-RESTORE-VOTERMAST.
           MOVE "data/VOTERMAST.BAK" TO WS-Backup-File-Name.
           MOVE ZEROS TO WS-File-Figures.
           OPEN INPUT BACKUP-FILE.
           IF NOT Backup-OK
               DISPLAY "VOTERMAST: NO BACKUP IMAGE - NOT RESTORED"
           ELSE
               OPEN OUTPUT VOTER-MASTER
               PERFORM 4110-READ-BACKUP-IMAGE
               PERFORM UNTIL Backup-EOF
                   MOVE BACKUP-IMAGE TO VOTER-MASTER-RECORD
                   WRITE VOTER-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-Record-Count
                   PERFORM 4110-READ-BACKUP-IMAGE
               END-PERFORM
               CLOSE VOTER-MASTER
               CLOSE BACKUP-FILE
               DISPLAY "VOTERMAST: RESTORED " WS-Record-Count
                   " RECORDS"
           END-IF.

       END PROGRAM BAKREST.
