      ******************************************************************
      * Author:
      * Date:
      * Purpose: Run-date control utility for the batch job stream
      *          (see jobstream/run-batch.sh). Keeps the single
      *          run-date control record (RUNDATE.CTL, RUNDTREC.cpy)
      *          every step takes its run date from, on the business
      *          days of the processing calendar (CALENDAR.TXT,
      *          CALREC.cpy). Invoked with an action on the command
      *          line the way CHKPOINT is:
      *            RUNDATE SHOW            - DISPLAYs the run date
      *                                      and its calendar flags
      *            RUNDATE CHECK <runs-on> - DISPLAYs RUN or SKIP:
      *                                      whether a step flagged
      *                                      DAILY, PAYDAY, MONTHEND
      *                                      or YEAREND runs on the
      *                                      run date
      *            RUNDATE ROLL            - moves the run date on to
      *                                      the next business day on
      *                                      the calendar, once the
      *                                      night's run is complete
      *            RUNDATE SET <yyyymmdd>  - sets the run date to a
      *                                      given business day, to
      *                                      start the control or to
      *                                      catch up after an outage
      *          The day's flags are taken off the calendar whenever
      *          the date is rolled or set. A run date that is not a
      *          business day on the calendar, or a calendar that does
      *          not reach the next business day, ends RETURN-CODE 8
      *          so the job stream stops instead of guessing a date.
      * Tectonics: cobc -x -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-CALENDAR ASSIGN TO "data/CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT RUN-DATE-CONTROL ASSIGN TO "data/RUNDATE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PROCESSING-CALENDAR.
           COPY CALREC.

       FD RUN-DATE-CONTROL.
           COPY RUNDTREC.

       WORKING-STORAGE SECTION.
       01 WS-Calendar-Status PIC XX VALUE SPACES.
           88 Calendar-OK VALUE "00".
           88 Calendar-EOF VALUE "10".
       01 WS-RunDate-Status PIC XX VALUE SPACES.
           88 RunDate-OK VALUE "00".

       01 WS-Action PIC X(10) VALUE SPACES.
       01 WS-Operand PIC X(10) VALUE SPACES.

       01 WS-Control-Flag PIC X(1) VALUE "N".
           88 Control-On-Hand VALUE "Y".
           88 Control-Not-On-Hand VALUE "N".
       01 WS-Control-Date PIC 9(8) VALUE ZEROS.
       01 WS-Control-Flags PIC X(3) VALUE SPACES.

      * The calendar day looked up (SET and the run-date check) or
      * found as the next business day (ROLL).
       01 WS-Wanted-Date PIC 9(8) VALUE ZEROS.
       01 WS-Day-Flag PIC X(1) VALUE "N".
           88 Day-Found VALUE "Y".
           88 Day-Not-Found VALUE "N".
       01 WS-Day-Date PIC 9(8) VALUE ZEROS.
       01 WS-Day-Type PIC X(1) VALUE SPACES.
           88 Day-Business VALUE "B".
       01 WS-Day-Flags.
           02 WS-Day-Pay-Flag PIC X(1) VALUE SPACES.
               88 Day-Pay-Date VALUE "P".
           02 WS-Day-Month-End-Flag PIC X(1) VALUE SPACES.
               88 Day-Month-End VALUE "M".
           02 WS-Day-Year-End-Flag PIC X(1) VALUE SPACES.
               88 Day-Year-End VALUE "Y".
       01 WS-Day-Description PIC X(20) VALUE SPACES.

       01 WS-Show-Date.
           02 WS-Show-Year PIC 9(4).
           02 WS-Show-Month PIC 99.
           02 WS-Show-Day PIC 99.
       01 WS-Show-Flags PIC X(30) VALUE SPACES.
       01 WS-Show-Pointer PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-Action FROM ARGUMENT-VALUE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-Operand FROM ARGUMENT-VALUE.

           EVALUATE WS-Action
               WHEN "SHOW"
                   PERFORM 1000-READ-RUN-DATE-CONTROL
                   PERFORM 2000-SHOW-RUN-DATE
               WHEN "CHECK"
                   PERFORM 1000-READ-RUN-DATE-CONTROL
                   PERFORM 3000-CHECK-STEP-DAY
               WHEN "ROLL"
                   PERFORM 1000-READ-RUN-DATE-CONTROL
                   PERFORM 4000-ROLL-RUN-DATE
               WHEN "SET"
                   PERFORM 1000-READ-RUN-DATE-CONTROL
                   PERFORM 5000-SET-RUN-DATE
               WHEN OTHER
                   DISPLAY "RUNDATE: UNKNOWN ACTION " WS-Action
                   DISPLAY "USE SHOW, CHECK, ROLL OR SET"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-READ-RUN-DATE-CONTROL.
           SET Control-Not-On-Hand TO TRUE.
           OPEN INPUT RUN-DATE-CONTROL.
           IF RunDate-OK
               READ RUN-DATE-CONTROL
                   AT END CONTINUE
               END-READ
               IF RunDate-OK AND RD-Run-Date IS NUMERIC
                   SET Control-On-Hand TO TRUE
                   MOVE RD-Run-Date TO WS-Control-Date
                   MOVE RD-Pay-Date-Flag TO WS-Control-Flags(1:1)
                   MOVE RD-Month-End-Flag TO WS-Control-Flags(2:1)
                   MOVE RD-Year-End-Flag TO WS-Control-Flags(3:1)
               END-IF
               CLOSE RUN-DATE-CONTROL
           END-IF.

      ******************************************************************
      * SHOW - the run date the steps will process, proved to be a
      * business day on the calendar.
      ******************************************************************
       2000-SHOW-RUN-DATE.
           IF Control-Not-On-Hand
               DISPLAY "RUNDATE: NO RUN DATE CONTROL - USE RUNDATE SET"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-Control-Date TO WS-Wanted-Date
               PERFORM 6000-FIND-CALENDAR-DAY
               MOVE WS-Control-Date TO WS-Show-Date
               MOVE SPACES TO WS-Show-Flags
               MOVE 1 TO WS-Show-Pointer
               IF WS-Control-Flags(1:1) = "P"
                   STRING " PAY DATE" DELIMITED BY SIZE
                       INTO WS-Show-Flags WITH POINTER WS-Show-Pointer
               END-IF
               IF WS-Control-Flags(2:1) = "M"
                   STRING " MONTH-END" DELIMITED BY SIZE
                       INTO WS-Show-Flags WITH POINTER WS-Show-Pointer
               END-IF
               IF WS-Control-Flags(3:1) = "Y"
                   STRING " YEAR-END" DELIMITED BY SIZE
                       INTO WS-Show-Flags WITH POINTER WS-Show-Pointer
               END-IF
               DISPLAY "RUNDATE: RUN DATE " WS-Show-Month "/"
                   WS-Show-Day "/" WS-Show-Year WS-Show-Flags
               PERFORM 6100-PROVE-BUSINESS-DAY
           END-IF.

      ******************************************************************
      * CHECK - does a step flagged to run on the given days run on
      * the run date. Only RUN or SKIP is DISPLAYed when the answer is
      * known, for the job stream to test.
      ******************************************************************
       3000-CHECK-STEP-DAY.
           IF Control-Not-On-Hand
               DISPLAY "RUNDATE: NO RUN DATE CONTROL - USE RUNDATE SET"
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE WS-Operand
                   WHEN "DAILY"
                       DISPLAY "RUN"
                   WHEN "PAYDAY"
                       IF WS-Control-Flags(1:1) = "P"
                           DISPLAY "RUN"
                       ELSE
                           DISPLAY "SKIP"
                       END-IF
                   WHEN "MONTHEND"
                       IF WS-Control-Flags(2:1) = "M"
                           DISPLAY "RUN"
                       ELSE
                           DISPLAY "SKIP"
                       END-IF
                   WHEN "YEAREND"
                       IF WS-Control-Flags(3:1) = "Y"
                           DISPLAY "RUN"
                       ELSE
                           DISPLAY "SKIP"
                       END-IF
                   WHEN OTHER
                       DISPLAY "RUNDATE: UNKNOWN RUN DAYS " WS-Operand
                           " - USE DAILY, PAYDAY, MONTHEND OR YEAREND"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * ROLL - on to the first business day on the calendar after the
      * run date just completed.
      ******************************************************************
       4000-ROLL-RUN-DATE.
           IF Control-Not-On-Hand
               DISPLAY "RUNDATE: NO RUN DATE CONTROL - USE RUNDATE SET"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6200-FIND-NEXT-BUSINESS-DAY
               IF Day-Not-Found
                   DISPLAY "RUNDATE: NO BUSINESS DAY AFTER "
                       WS-Control-Date " ON CALENDAR.TXT - EXTEND IT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 7000-WRITE-RUN-DATE-CONTROL
                   DISPLAY "RUNDATE: ROLLED FROM " WS-Control-Date
                       " TO " WS-Day-Date
               END-IF
           END-IF.

      ******************************************************************
      * SET - the operator names the business day to process.
      ******************************************************************
       5000-SET-RUN-DATE.
           IF WS-Operand(1:8) IS NOT NUMERIC
               OR WS-Operand(9:2) NOT = SPACES
               DISPLAY "RUNDATE: SET NEEDS A DATE AS YYYYMMDD"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-Operand(1:8) TO WS-Wanted-Date
               PERFORM 6000-FIND-CALENDAR-DAY
               PERFORM 6100-PROVE-BUSINESS-DAY
               IF RETURN-CODE = 0
                   IF Control-Not-On-Hand
                       MOVE ZEROS TO WS-Control-Date
                   END-IF
                   PERFORM 7000-WRITE-RUN-DATE-CONTROL
                   DISPLAY "RUNDATE: RUN DATE SET TO " WS-Day-Date
               END-IF
           END-IF.

      * Look the wanted date up on the calendar.
       6000-FIND-CALENDAR-DAY.
           SET Day-Not-Found TO TRUE.
           OPEN INPUT PROCESSING-CALENDAR.
           IF NOT Calendar-OK
               SET Calendar-EOF TO TRUE
           ELSE
               PERFORM 6010-READ-CALENDAR
           END-IF.
           PERFORM UNTIL Calendar-EOF OR Day-Found
               IF CL-Date = WS-Wanted-Date
                   PERFORM 6020-TAKE-CALENDAR-DAY
               ELSE
                   PERFORM 6010-READ-CALENDAR
               END-IF
           END-PERFORM.
           CLOSE PROCESSING-CALENDAR.

       6010-READ-CALENDAR.
           READ PROCESSING-CALENDAR
               AT END SET Calendar-EOF TO TRUE
           END-READ.
           IF NOT Calendar-OK
               SET Calendar-EOF TO TRUE
           END-IF.

       6020-TAKE-CALENDAR-DAY.
           SET Day-Found TO TRUE.
           MOVE CL-Date TO WS-Day-Date.
           MOVE CL-Day-Type TO WS-Day-Type.
           MOVE CL-Pay-Date-Flag TO WS-Day-Pay-Flag.
           MOVE CL-Month-End-Flag TO WS-Day-Month-End-Flag.
           MOVE CL-Year-End-Flag TO WS-Day-Year-End-Flag.
           MOVE CL-Description TO WS-Day-Description.

       6100-PROVE-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN Day-Not-Found
                   DISPLAY "RUNDATE: " WS-Wanted-Date
                       " IS NOT ON CALENDAR.TXT"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT Day-Business
                   DISPLAY "RUNDATE: " WS-Wanted-Date
                       " IS NOT A BUSINESS DAY " WS-Day-Type " "
                       WS-Day-Description
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      * The lowest business day after the run date, wherever it sits
      * on the calendar.
       6200-FIND-NEXT-BUSINESS-DAY.
           SET Day-Not-Found TO TRUE.
           OPEN INPUT PROCESSING-CALENDAR.
           IF NOT Calendar-OK
               SET Calendar-EOF TO TRUE
           ELSE
               PERFORM 6010-READ-CALENDAR
           END-IF.
           PERFORM UNTIL Calendar-EOF
               IF CL-Date IS NUMERIC AND CL-Business-Day
                   AND CL-Date > WS-Control-Date
                   IF Day-Not-Found OR CL-Date < WS-Day-Date
                       PERFORM 6020-TAKE-CALENDAR-DAY
                   END-IF
               END-IF
               PERFORM 6010-READ-CALENDAR
           END-PERFORM.
           CLOSE PROCESSING-CALENDAR.

       7000-WRITE-RUN-DATE-CONTROL.
           OPEN OUTPUT RUN-DATE-CONTROL.
           MOVE SPACES TO RUN-DATE-RECORD.
           MOVE WS-Day-Date TO RD-Run-Date.
           MOVE WS-Day-Pay-Flag TO RD-Pay-Date-Flag.
           MOVE WS-Day-Month-End-Flag TO RD-Month-End-Flag.
           MOVE WS-Day-Year-End-Flag TO RD-Year-End-Flag.
           MOVE WS-Control-Date TO RD-Prior-Run-Date.
           MOVE FUNCTION CURRENT-DATE TO RD-Set-Timestamp.
           WRITE RUN-DATE-RECORD.
           CLOSE RUN-DATE-CONTROL.

       END PROGRAM RUNDATE.
