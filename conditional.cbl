      ******************************************************************
      * Author:
      * Date:
      * Purpose: Voter eligibility and number classification off the
      *          voter registration master (VOTER-MASTER, kept by
      *          VOTEMNT). Every registered voter is judged eligible
      *          when their age on the election date (ELECT-DATE run
      *          parameter) reaches the voting age. A voter who is
      *          also on CUSTOMER-MASTER has the age worked out from
      *          CM-DateOfBirth as of the election date; anyone else
      *          falls back on the age keyed at registration.
      *          Cancelled registrations are passed over and counted
      *          as rejected in the control totals. Writes the
      *          eligible and ineligible lists, the eligibility
      *          report sorted by age band, and the certified
      *          eligible-voter extract for the elections office
      *          (VOTEXTR.cpy): a header carrying the election date,
      *          one detail per eligible voter and a trailer carrying
      *          the count and an ident hash total.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-MASTER ASSIGN TO "data/VOTERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-Ident
               FILE STATUS IS WS-VoterMast-Status.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Ident
               FILE STATUS IS WS-CustMast-Status.
           SELECT VOTER-EXTRACT ASSIGN TO "data/VOTER.EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoterExtract-Status.
           SELECT ELIGIBLE-LIST ASSIGN TO "data/ELIGIBLE.LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EligibleList-Status.
           SELECT SORT-FILE ASSIGN TO "data/SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD VOTER-MASTER.
           COPY VOTMREC.
       FD CUSTOMER-MASTER.
           COPY CUSTREC.
       FD VOTER-EXTRACT.
           COPY VOTEXTR.
       FD ELIGIBLE-LIST.
       01 ELIGIBLE-RECORD.
           02 EL-Ident PIC 9(3).
           02 EL-Age PIC 9(3).
       FD INELIGIBLE-LIST.
       01 INELIGIBLE-RECORD.
           02 IN-Ident PIC 9(3).
           02 IN-Age PIC 9(3).
       FD ELIGIBILITY-REPORT.
       01 ELIGIBILITY-REPORT-LINE PIC X(96).
       FD CONTROL-TOTALS.
       01 SORT-RECORD.
           02 SR-Band PIC 9.
           02 SR-Ident PIC 9(3).
           02 SR-Age PIC 9(3).
           02 SR-Vote-Desc PIC X(3).
           02 SR-Class-Desc PIC X(8).
           02 SR-Route-Note PIC X(12).
           02 SR-Source-Desc PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-VoterMast-Status PIC XX VALUE SPACES.
           88 VoterMast-OK VALUE "00".
           88 VoterMast-EOF VALUE "10".
       01 WS-CustMast-Status PIC XX VALUE SPACES.
           88 CustMast-OK VALUE "00".
       01 WS-VoterExtract-Status PIC XX VALUE SPACES.
           88 VoterExtract-OK VALUE "00".
       01 WS-EligibleList-Status PIC XX VALUE SPACES.
           88 EligibleList-OK VALUE "00".
       01 WS-IneligibleList-Status PIC XX VALUE SPACES.
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           88 ControlTotals-OK VALUE "00".
           88 ControlTotals-NotFound VALUE "35".
       01 Age PIC 9(3) VALUE 0.
       01 Grade PIC 99 Value 0.
       01 CanVoteFlag PIC 9 VALUE 0.
       *> 88 signifies BOOLEAN
       01 WS-Class-Desc PIC X(8) VALUE SPACES.
       01 WS-Route-Note PIC X(12) VALUE SPACES.

       01 WS-Election-Date.
           02 WS-Elect-Year PIC 9(4).
           02 WS-Elect-Month PIC 99.
           02 WS-Elect-Day PIC 99.
       01 WS-Computed-Age PIC S9(4) VALUE 0.
       01 WS-Age-Source PIC X VALUE SPACE.
           88 Age-From-DOB VALUE "D".
           88 Age-From-Keyed VALUE "K".
       01 WS-Source-Desc PIC X(5) VALUE SPACES.
       01 WS-Ident-Hash PIC 9(11) VALUE 0.

       01 WS-Sort-EOF-Flag PIC 9 VALUE 0.
           88 Sort-EOF VALUE 1.
           88 Sort-Not-EOF VALUE 0.

       01 WS-Counts.
           02 WS-Count-Total PIC 9(5) VALUE 0.
           02 WS-Count-Cancelled PIC 9(5) VALUE 0.
           02 WS-Count-From-DOB PIC 9(5) VALUE 0.
           02 WS-Count-From-Keyed PIC 9(5) VALUE 0.
           02 WS-Count-Eligible PIC 9(5) VALUE 0.
           02 WS-Count-Ineligible PIC 9(5) VALUE 0.
           02 WS-Count-Prime PIC 9(5) VALUE 0.
           INPUT PROCEDURE IS 1500-COLLECT-VOTER-RECORDS
           OUTPUT PROCEDURE IS 1600-PRINT-SORTED-REPORT.
       PERFORM 1400-WRITE-SUMMARY.
       PERFORM 1700-WRITE-EXTRACT-TRAILER.
       PERFORM 1200-CLOSE-FILES.
       PERFORM 9100-WRITE-CONTROL-TOTALS.

            STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           MOVE RP-Election-Date TO WS-Election-Date.
           IF WS-Election-Date < WS-Run-Date
               DISPLAY "COND: ELECTION DATE " WS-Election-Date
                   " IS BEFORE THE RUN DATE " WS-Run-Date
           END-IF.
           OPEN INPUT VOTER-MASTER.
           IF NOT VoterMast-OK
               DISPLAY "VOTER-MASTER: OPEN FAILED "
                   WS-VoterMast-Status
               SET VoterMast-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CustMast-OK
               DISPLAY "CUSTOMER-MASTER: OPEN FAILED "
                   WS-CustMast-Status
           END-IF.
           OPEN OUTPUT VOTER-EXTRACT.
           IF NOT VoterExtract-OK
               DISPLAY "VOTER-EXTRACT: OPEN FAILED "
                   WS-VoterExtract-Status
           END-IF.
           MOVE SPACES TO VOTER-EXTRACT-HEADER.
           MOVE "H" TO VXH-Record-Type.
           MOVE WS-Election-Date TO VXH-Election-Date.
           MOVE WS-Run-Date TO VXH-Run-Date.
           MOVE RP-Voting-Age TO VXH-Voting-Age.
           WRITE VOTER-EXTRACT-HEADER.
           OPEN OUTPUT ELIGIBLE-LIST.
           IF NOT EligibleList-OK
               DISPLAY "ELIGIBLE-LIST: OPEN FAILED "
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE.
           STRING "AGES AS OF ELECTION DATE: "
               WS-Elect-Month "/" WS-Elect-Day "/" WS-Elect-Year
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE.
           STRING "IDENT  AGE  VOTE  CLASS     ROUTE         SOURCE"
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           MOVE 3 TO WS-Line-Count.

       1110-READ-VOTER-MASTER.
           READ VOTER-MASTER NEXT RECORD
               AT END SET VoterMast-EOF TO TRUE
           END-READ.
           IF NOT VoterMast-OK
               SET VoterMast-EOF TO TRUE
           END-IF.

       1120-PROCESS-VOTER-RECORD.
           PERFORM 1140-DETERMINE-AGE.
           MOVE VM-TestNumber TO TestNumber.
           ADD 1 TO WS-Count-Total.

           IF Age >= RP-Voting-Age THEN
           END-IF.

           IF CanVote
               MOVE VM-Ident TO EL-Ident
               MOVE Age TO EL-Age
               WRITE ELIGIBLE-RECORD
               ADD 1 TO WS-Count-Eligible
               PERFORM 1150-WRITE-EXTRACT-DETAIL
           ELSE
               MOVE VM-Ident TO IN-Ident
               MOVE Age TO IN-Age
               WRITE INELIGIBLE-RECORD
               ADD 1 TO WS-Count-Ineligible
           END-IF.
                   MOVE 3 TO WS-Age-Band
           END-EVALUATE.
           MOVE WS-Age-Band TO SR-Band.
           MOVE VM-Ident TO SR-Ident.
           MOVE Age TO SR-Age.
           MOVE WS-Vote-Desc TO SR-Vote-Desc.
           MOVE WS-Class-Desc TO SR-Class-Desc.
           MOVE WS-Route-Note TO SR-Route-Note.
           MOVE WS-Source-Desc TO SR-Source-Desc.
           RELEASE SORT-RECORD.

      * A voter on the customer master is aged from the date of birth
      * held there, as of the election date, so the age keyed at
      * registration never goes stale; anyone else falls back on the
      * keyed age.
       1140-DETERMINE-AGE.
           MOVE VM-Ident TO CM-Ident.
           READ CUSTOMER-MASTER
               KEY IS CM-Ident
               INVALID KEY CONTINUE
           END-READ.
           IF CustMast-OK AND CM-DateOfBirth IS NUMERIC
               COMPUTE WS-Computed-Age = WS-Elect-Year - CM-YOB
               IF WS-Elect-Month < CM-MOB
                   SUBTRACT 1 FROM WS-Computed-Age
               ELSE
                   IF WS-Elect-Month = CM-MOB
                       AND WS-Elect-Day < CM-DOB
                       SUBTRACT 1 FROM WS-Computed-Age
                   END-IF
               END-IF
               IF WS-Computed-Age < 0
                   MOVE 0 TO WS-Computed-Age
               END-IF
               MOVE WS-Computed-Age TO Age
               SET Age-From-DOB TO TRUE
               MOVE "DOB" TO WS-Source-Desc
               ADD 1 TO WS-Count-From-DOB
           ELSE
               MOVE VM-Keyed-Age TO Age
               SET Age-From-Keyed TO TRUE
               MOVE "KEYED" TO WS-Source-Desc
               ADD 1 TO WS-Count-From-Keyed
           END-IF.

       1150-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO VOTER-EXTRACT-DETAIL.
           MOVE "D" TO VXD-Record-Type.
           MOVE VM-Ident TO VXD-Ident.
           MOVE Age TO VXD-Age.
           MOVE WS-Age-Source TO VXD-Age-Source.
           WRITE VOTER-EXTRACT-DETAIL.
           ADD VM-Ident TO WS-Ident-Hash.

       1500-COLLECT-VOTER-RECORDS.
           PERFORM 1110-READ-VOTER-MASTER.
           PERFORM UNTIL VoterMast-EOF
               IF VM-Registered
                   PERFORM 1120-PROCESS-VOTER-RECORD
               ELSE
                   ADD 1 TO WS-Count-Cancelled
               END-IF
               PERFORM 1110-READ-VOTER-MASTER
           END-PERFORM.

       1600-PRINT-SORTED-REPORT.
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE.
           STRING SR-Ident "    " SR-Age "  " SR-Vote-Desc "   "
               SR-Class-Desc "  " SR-Route-Note "  " SR-Source-Desc
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           ADD 1 TO WS-Line-Count.
           ADD 1 TO WS-Line-Count.

       1200-CLOSE-FILES.
           CLOSE VOTER-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE VOTER-EXTRACT.
           CLOSE ELIGIBLE-LIST.
           CLOSE INELIGIBLE-LIST.
           CLOSE ELIGIBILITY-REPORT.
           STRING "TOTAL: " WS-Count-Total
               "  ELIGIBLE: " WS-Count-Eligible
               "  INELIGIBLE: " WS-Count-Ineligible
               "  CANCELLED: " WS-Count-Cancelled
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE.
           STRING "AGE FROM DATE OF BIRTH: " WS-Count-From-DOB
               "  AGE AS KEYED: " WS-Count-From-Keyed
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE.
               DELIMITED BY SIZE INTO ELIGIBILITY-REPORT-LINE.
           WRITE ELIGIBILITY-REPORT-LINE.

       1700-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO VOTER-EXTRACT-TRAILER.
           MOVE "T" TO VXT-Record-Type.
           MOVE WS-Count-Eligible TO VXT-Detail-Count.
           MOVE WS-Ident-Hash TO VXT-Ident-Hash.
           WRITE VOTER-EXTRACT-TRAILER.

       9100-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF ControlTotals-NotFound
               OPEN EXTEND CONTROL-TOTALS
           END-IF.
           MOVE "COND" TO CTL-Step-Name.
      * Cancelled registrations are read but not judged, so they
      * stand as the rejected count against the master records read.
           COMPUTE CTL-Read = WS-Count-Total + WS-Count-Cancelled.
           COMPUTE CTL-Written =
               WS-Count-Eligible + WS-Count-Ineligible.
           MOVE WS-Count-Cancelled TO CTL-Rejected.
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.

