      * Author:
      * Date:
      * Purpose: Identity reconciliation across the three files that
      *          share the PIC 9(3) ident space. Passes the
      *          registered voters on VOTER-MASTER and CLASS-ROSTER
      *          against CUSTOMER-MASTER and reports:
      *            - orphan idents on either roll with no master
      *              record,
      *            - master customers with no activity on either roll,
      *            - keyed voter ages (VM-Keyed-Age) that disagree
      *              with the age implied by CM-DateOfBirth as of the
      *              run date.
      *          Cancelled registrations are passed over.
      *          Output goes to RECON.REPORT with per-section counts.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-MASTER ASSIGN TO "data/VOTERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-Ident
               FILE STATUS IS WS-VoterMast-Status.
           SELECT CLASS-ROSTER ASSIGN TO "data/CLASS.CLEAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ClassRoster-Status.

       DATA DIVISION.
       FILE SECTION.
       FD VOTER-MASTER.
           COPY VOTMREC.

       FD CLASS-ROSTER.
           COPY CLASSREC.
       01 RECON-REPORT-LINE PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-VoterMast-Status PIC XX VALUE SPACES.
           88 VoterMast-OK VALUE "00".
           88 VoterMast-EOF VALUE "10".
       01 WS-ClassRoster-Status PIC XX VALUE SPACES.
           88 ClassRoster-OK VALUE "00".
           88 ClassRoster-EOF VALUE "10".
           02 WS-Count-No-Activity PIC 9(5) VALUE 0.
           02 WS-Count-Age-Mismatch PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "IDRECON: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 2000-RECONCILE-VOTER-MASTER.
       PERFORM 3000-RECONCILE-CLASS-ROSTER.
       PERFORM 4000-SCAN-MASTER-ACTIVITY.
       PERFORM 5000-WRITE-SUMMARY.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           MOVE SPACES TO WS-Activity-Tables.
           OPEN INPUT VOTER-MASTER.
           IF NOT VoterMast-OK
               DISPLAY "VOTER-MASTER: OPEN FAILED " WS-VoterMast-Status
               SET VoterMast-EOF TO TRUE
           END-IF.
           OPEN INPUT CLASS-ROSTER.
           IF NOT ClassRoster-OK
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       2000-RECONCILE-VOTER-MASTER.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "VOTER REGISTRATION EXCEPTIONS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM 2010-READ-VOTER-MASTER.
           PERFORM UNTIL VoterMast-EOF
               IF VM-Registered
                   PERFORM 2020-CHECK-VOTER-RECORD
               END-IF
               PERFORM 2010-READ-VOTER-MASTER
           END-PERFORM.

       2010-READ-VOTER-MASTER.
           READ VOTER-MASTER NEXT RECORD
               AT END SET VoterMast-EOF TO TRUE
           END-READ.
           IF NOT VoterMast-OK
               SET VoterMast-EOF TO TRUE
           END-IF.

       2020-CHECK-VOTER-RECORD.
           ADD 1 TO WS-Count-Voter-Read.
           IF VM-Ident IS NUMERIC
               COMPUTE WS-Ident-Sub = VM-Ident + 1
               MOVE "Y" TO WS-Voter-Seen(WS-Ident-Sub)
           END-IF.
           MOVE VM-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           ELSE
               ADD 1 TO WS-Count-Voter-Orphan
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  IDENT " VM-Ident
                   " REGISTERED VOTER, NOT ON CUSTOMER MASTER"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       2030-CHECK-VOTER-AGE.
           PERFORM 2040-COMPUTE-MASTER-AGE.
           IF VM-Keyed-Age NOT = WS-Master-Age
               ADD 1 TO WS-Count-Age-Mismatch
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  IDENT " VM-Ident
                   " KEYED AGE " VM-Keyed-Age
                   " DISAGREES WITH MASTER DOB AGE " WS-Master-Age
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       1200-CLOSE-FILES.
           CLOSE VOTER-MASTER.
           CLOSE CLASS-ROSTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE RECON-REPORT.
