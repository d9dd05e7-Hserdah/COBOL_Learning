      *          than the RPT-DAYS run parameter are purged and
      *          dropped from the index, so an auditor's question
      *          about last Tuesday's balancing report is a lookup,
      *          not a shrug. A report whose step the processing
      *          calendar skipped tonight (status S on the checkpoint
      *          file) is last run's and is not filed again.
      *          Invoked with an action like CHKPOINT:
      *            RPTKEEP KEEP - capture tonight's reports and purge
      *                           expired generations (the default
      *                           when the stream runs it bare)
           SELECT INDEX-LISTING ASSIGN TO "data/RPTINDEX.LISTING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Listing-Status.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/CHECKPOINT.FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-Step-Name
               FILE STATUS IS WS-Checkpoint-Status.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-LISTING.
       01 INDEX-LISTING-LINE PIC X(96).

       FD CHECKPOINT-FILE.
           COPY CHKPREC.

       WORKING-STORAGE SECTION.
       01 WS-ReportIn-Status PIC XX VALUE SPACES.
           88 ReportIn-OK VALUE "00".
           88 IndexNew-EOF VALUE "10".
       01 WS-Listing-Status PIC XX VALUE SPACES.
           88 Listing-OK VALUE "00".
       01 WS-Checkpoint-Status PIC XX VALUE SPACES.
           88 Checkpoint-OK VALUE "00".
       01 WS-Checkpoint-Flag PIC X(1) VALUE "N".
           88 Checkpoint-Open VALUE "Y".

       01 WS-Action PIC X(10) VALUE SPACES.
       01 WS-Report-File-Name PIC X(40) VALUE SPACES.
               03 FILLER PIC X(24) VALUE "data/CUSTMAINT.REPORT".
               03 FILLER PIC X(10) VALUE "STEP2".
               03 FILLER PIC X(12) VALUE "CUSTMAINT".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/VOTEMAINT.REPORT".
               03 FILLER PIC X(10) VALUE "STEP2A".
               03 FILLER PIC X(12) VALUE "VOTEMAINT".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/ELIGIBILITY.REPORT".
               03 FILLER PIC X(10) VALUE "STEP3".
               03 FILLER PIC X(12) VALUE "ELIGIBILITY".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/VOTER.EXTRACT".
               03 FILLER PIC X(10) VALUE "STEP3".
               03 FILLER PIC X(12) VALUE "VOTEEXTRACT".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/GRADE.REPORT".
               03 FILLER PIC X(10) VALUE "STEP4".
               03 FILLER PIC X(24) VALUE "data/LOANPOST.REPORT".
               03 FILLER PIC X(10) VALUE "STEP9".
               03 FILLER PIC X(12) VALUE "LOANPOST".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/PAYOFF.LETTERS".
               03 FILLER PIC X(10) VALUE "STEP9".
               03 FILLER PIC X(12) VALUE "PAYOFF".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/PAIDINFULL.LETTERS".
               03 FILLER PIC X(10) VALUE "STEP9".
               03 FILLER PIC X(12) VALUE "PAIDINFULL".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/DELINQ.REPORT".
               03 FILLER PIC X(10) VALUE "STEP10".
               03 FILLER PIC X(24) VALUE "data/DUNNING.LETTERS".
               03 FILLER PIC X(10) VALUE "STEP10".
               03 FILLER PIC X(12) VALUE "DUNNING".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/PAYREVW.REPORT".
               03 FILLER PIC X(10) VALUE "STEP10A".
               03 FILLER PIC X(12) VALUE "PAYREVW".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/BANKRET.REPORT".
               03 FILLER PIC X(10) VALUE "STEP12".
               03 FILLER PIC X(12) VALUE "BANKRET".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/PENDACCT.REPORT".
               03 FILLER PIC X(10) VALUE "STEP12".
               03 FILLER PIC X(12) VALUE "PENDACCT".
           02 FILLER.
               03 FILLER PIC X(24) VALUE "data/GLJOURNAL.REPORT".
               03 FILLER PIC X(10) VALUE "STEP12A".
               03 FILLER PIC X(12) VALUE "GLEXTR".
           02 FILLER.
               03 FILLER PIC X(24) VALUE
                   "data/CUSTOMER.STATEMENTS".
               03 FILLER PIC X(10) VALUE "STEP15".
               03 FILLER PIC X(12) VALUE "BALRPT".
       01 WS-Report-Table REDEFINES WS-Report-Table-Data.
           02 WS-Report-Entry OCCURS 24 TIMES.
               03 WS-RT-File PIC X(24).
               03 WS-RT-Step PIC X(10).
               03 WS-RT-Label PIC X(12).
       01 WS-Counts.
           02 WS-Count-Captured PIC 9(3) VALUE 0.
           02 WS-Count-Missing PIC 9(3) VALUE 0.
           02 WS-Count-Not-Run PIC 9(3) VALUE 0.
           02 WS-Count-Kept PIC 9(5) VALUE 0.
           02 WS-Count-Purged PIC 9(5) VALUE 0.
           02 WS-Count-Listed PIC 9(5) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RP-Run-Date TO WS-Run-Date.

           EVALUATE WS-Action
               WHEN "KEEP"
               CLOSE REPORT-INDEX
               OPEN EXTEND REPORT-INDEX
           END-IF.
           OPEN INPUT CHECKPOINT-FILE.
           IF Checkpoint-OK
               SET Checkpoint-Open TO TRUE
           END-IF.
           PERFORM VARYING WS-Report-Sub FROM 1 BY 1
               UNTIL WS-Report-Sub > 24
               PERFORM 2050-CHECK-STEP-SKIPPED
               IF CKP-Skipped
                   ADD 1 TO WS-Count-Not-Run
               ELSE
                   PERFORM 2100-KEEP-ONE-REPORT
               END-IF
           END-PERFORM.
           IF Checkpoint-Open
               CLOSE CHECKPOINT-FILE
           END-IF.
           CLOSE REPORT-INDEX.
           DISPLAY "RPTKEEP: CAPTURED " WS-Count-Captured
               " REPORTS, " WS-Count-Missing " NOT ON HAND, "
               WS-Count-Not-Run " FROM STEPS NOT RUN TONIGHT".

      * A step the processing calendar skipped tonight left last
      * run's report in place; it was filed the night it was written.
       2050-CHECK-STEP-SKIPPED.
           MOVE SPACES TO CKP-Status.
           IF Checkpoint-Open
               MOVE WS-RT-Step(WS-Report-Sub) TO CKP-Step-Name
               READ CHECKPOINT-FILE
                   KEY IS CKP-Step-Name
                   INVALID KEY MOVE SPACES TO CKP-Status
               END-READ
           END-IF.

       2100-KEEP-ONE-REPORT.
           MOVE WS-RT-File(WS-Report-Sub) TO WS-Report-File-Name.
