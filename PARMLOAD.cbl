      *          constant, the way LOANCALC is shared for interest
      *          math, so a rule change is a card change instead of a
      *          recompile.
      *          Cards: OT-HOURS 9(3)v99,
      *          OT-MULT 9v99, VOTE-AGE 99, PASS-GRADE A-D,
      *          LATE-CHG 9(3)v99, RETN-DAYS 9(5), RECYC-MAX 9(3),
      *          RPT-DAYS 9(3), PRENOTE-DAY 9(3), REVIEW-PCT 9(3),
      *          HOURS-MAX 9(3)v99, CHKPT-EVERY 9(5),
      *          ELECT-DATE yyyymmdd.
      *          The run date is not a card: it comes from the
      *          run-date control record (RUNDATE.CTL, RUNDTREC.cpy)
      *          the RUNDATE utility keeps on the processing calendar,
      *          along with that day's pay-date, month-end and
      *          year-end flags, and is also returned as the pay-period
      *          date. A missing or unreadable control record is an
      *          error like a missing card.
      * Tectonics: cobc -c -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAMETER-FILE ASSIGN TO "data/RUNPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ParmFile-Status.
           SELECT RUN-DATE-CONTROL ASSIGN TO "data/RUNDATE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunDate-Status.

       DATA DIVISION.
       FILE SECTION.
           02 PC-Keyword PIC X(12).
           02 PC-Value PIC X(20).

       FD RUN-DATE-CONTROL.
           COPY RUNDTREC.

       WORKING-STORAGE SECTION.
       01 WS-ParmFile-Status PIC XX VALUE SPACES.
           88 ParmFile-OK VALUE "00".
           88 ParmFile-EOF VALUE "10".
       01 WS-RunDate-Status PIC XX VALUE SPACES.
           88 RunDate-OK VALUE "00".

       01 WS-Check-Date.
           02 WS-Check-Year PIC 9(4).
           02 WS-Check-Month PIC 99.
           02 WS-Check-Day PIC 99.

       01 WS-Value-Num5 PIC 9(5) VALUE ZEROS.
       01 WS-Value-Num3 PIC 9(3) VALUE ZEROS.

       01 WS-Found-Flags.
           02 WS-Found-OTHours PIC 9 VALUE 0.
           02 WS-Found-OTMult PIC 9 VALUE 0.
           02 WS-Found-VoteAge PIC 9 VALUE 0.
           02 WS-Found-RetnDays PIC 9 VALUE 0.
           02 WS-Found-RecycMax PIC 9 VALUE 0.
           02 WS-Found-RptDays PIC 9 VALUE 0.
           02 WS-Found-PrenoteDays PIC 9 VALUE 0.
           02 WS-Found-ReviewPct PIC 9 VALUE 0.
           02 WS-Found-HoursMax PIC 9 VALUE 0.
           02 WS-Found-ChkptEvery PIC 9 VALUE 0.
           02 WS-Found-ElectDate PIC 9 VALUE 0.

       LINKAGE SECTION.
           COPY PARMBLK.
           IF RP-Valid
               PERFORM 3000-CHECK-ALL-PRESENT
           END-IF.
           IF RP-Valid
               PERFORM 4000-LOAD-RUN-DATE
           END-IF.
           GOBACK.

       1000-READ-PARAMETER-CARD.

       2000-APPLY-PARAMETER-CARD.
           EVALUATE PC-Keyword
               WHEN "OT-HOURS"
                   PERFORM 2200-APPLY-OT-HOURS
               WHEN "OT-MULT"
                   PERFORM 2800-APPLY-RECYC-MAX
               WHEN "RPT-DAYS"
                   PERFORM 2900-APPLY-RPT-DAYS
               WHEN "PRENOTE-DAY"
                   PERFORM 2950-APPLY-PRENOTE-DAYS
               WHEN "REVIEW-PCT"
                   PERFORM 2960-APPLY-REVIEW-PCT
               WHEN "HOURS-MAX"
                   PERFORM 2970-APPLY-HOURS-MAX
               WHEN "CHKPT-EVERY"
                   PERFORM 2980-APPLY-CHKPT-EVERY
               WHEN "ELECT-DATE"
                   PERFORM 2990-APPLY-ELECT-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                       DELIMITED BY SIZE INTO RP-Error-Message
           END-EVALUATE.

       2200-APPLY-OT-HOURS.
           IF PC-Value(1:5) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               END-IF
           END-IF.

       2950-APPLY-PRENOTE-DAYS.
           IF PC-Value(1:3) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               MOVE "PRENOTE-DAY NOT NUMERIC" TO RP-Error-Message
           ELSE
               MOVE PC-Value(1:3) TO RP-Prenote-Days
               IF RP-Prenote-Days < 1
                   SET RP-Invalid TO TRUE
                   MOVE "PRENOTE-DAY MUST BE AT LEAST 1"
                       TO RP-Error-Message
               ELSE
                   MOVE 1 TO WS-Found-PrenoteDays
               END-IF
           END-IF.

       2960-APPLY-REVIEW-PCT.
           IF PC-Value(1:3) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               MOVE "REVIEW-PCT NOT NUMERIC" TO RP-Error-Message
           ELSE
               MOVE PC-Value(1:3) TO RP-Review-Pct
               IF RP-Review-Pct < 1
                   SET RP-Invalid TO TRUE
                   MOVE "REVIEW-PCT MUST BE AT LEAST 1"
                       TO RP-Error-Message
               ELSE
                   MOVE 1 TO WS-Found-ReviewPct
               END-IF
           END-IF.

       2970-APPLY-HOURS-MAX.
           IF PC-Value(1:5) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               MOVE "HOURS-MAX NOT NUMERIC" TO RP-Error-Message
           ELSE
               MOVE PC-Value(1:5) TO WS-Value-Num5
               COMPUTE RP-Hours-Max = WS-Value-Num5 / 100
               IF RP-Hours-Max < 1 OR RP-Hours-Max > 168
                   SET RP-Invalid TO TRUE
                   MOVE "HOURS-MAX NOT 1 TO 168" TO RP-Error-Message
               ELSE
                   MOVE 1 TO WS-Found-HoursMax
               END-IF
           END-IF.

       2980-APPLY-CHKPT-EVERY.
           IF PC-Value(1:5) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               MOVE "CHKPT-EVERY NOT NUMERIC" TO RP-Error-Message
           ELSE
               MOVE PC-Value(1:5) TO RP-Checkpoint-Every
               IF RP-Checkpoint-Every < 1
                   SET RP-Invalid TO TRUE
                   MOVE "CHKPT-EVERY MUST BE AT LEAST 1"
                       TO RP-Error-Message
               ELSE
                   MOVE 1 TO WS-Found-ChkptEvery
               END-IF
           END-IF.

       2990-APPLY-ELECT-DATE.
           IF PC-Value(1:8) IS NOT NUMERIC
               SET RP-Invalid TO TRUE
               MOVE "ELECT-DATE NOT NUMERIC" TO RP-Error-Message
           ELSE
               MOVE PC-Value(1:8) TO WS-Check-Date
               IF WS-Check-Month < 1 OR WS-Check-Month > 12
                   OR WS-Check-Day < 1 OR WS-Check-Day > 31
                   OR WS-Check-Year < 1900
                   SET RP-Invalid TO TRUE
                   MOVE "ELECT-DATE OUT OF RANGE" TO RP-Error-Message
               ELSE
                   MOVE PC-Value(1:8) TO RP-Election-Date
                   MOVE 1 TO WS-Found-ElectDate
               END-IF
           END-IF.

       3000-CHECK-ALL-PRESENT.
           EVALUATE TRUE
               WHEN WS-Found-OTHours = 0
                   SET RP-Invalid TO TRUE
                   MOVE "OT-HOURS CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-RptDays = 0
                   SET RP-Invalid TO TRUE
                   MOVE "RPT-DAYS CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-PrenoteDays = 0
                   SET RP-Invalid TO TRUE
                   MOVE "PRENOTE-DAY CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-ReviewPct = 0
                   SET RP-Invalid TO TRUE
                   MOVE "REVIEW-PCT CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-HoursMax = 0
                   SET RP-Invalid TO TRUE
                   MOVE "HOURS-MAX CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-ChkptEvery = 0
                   SET RP-Invalid TO TRUE
                   MOVE "CHKPT-EVERY CARD MISSING" TO RP-Error-Message
               WHEN WS-Found-ElectDate = 0
                   SET RP-Invalid TO TRUE
                   MOVE "ELECT-DATE CARD MISSING" TO RP-Error-Message
           END-EVALUATE.

      * The run date and its calendar flags come off the run-date
      * control record, never the clock.
       4000-LOAD-RUN-DATE.
           MOVE SPACES TO WS-RunDate-Status.
           OPEN INPUT RUN-DATE-CONTROL.
           IF NOT RunDate-OK
               SET RP-Invalid TO TRUE
               MOVE "RUN DATE CONTROL MISSING" TO RP-Error-Message
           ELSE
               READ RUN-DATE-CONTROL
                   AT END
                       SET RP-Invalid TO TRUE
                       MOVE "RUN DATE CONTROL EMPTY"
                           TO RP-Error-Message
               END-READ
               CLOSE RUN-DATE-CONTROL
           END-IF.
           IF RP-Valid
               IF RD-Run-Date IS NOT NUMERIC
                   OR RD-Prior-Run-Date IS NOT NUMERIC
                   SET RP-Invalid TO TRUE
                   MOVE "RUN DATE CONTROL NOT NUMERIC"
                       TO RP-Error-Message
               ELSE
                   MOVE RD-Run-Date TO WS-Check-Date
                   IF WS-Check-Month < 1 OR WS-Check-Month > 12
                       OR WS-Check-Day < 1 OR WS-Check-Day > 31
                       OR WS-Check-Year < 1900
                       SET RP-Invalid TO TRUE
                       MOVE "RUN DATE OUT OF RANGE" TO RP-Error-Message
                   END-IF
               END-IF
           END-IF.
           IF RP-Valid
               MOVE RD-Run-Date TO RP-Run-Date
               MOVE RD-Run-Date TO RP-Pay-Period-Date
               MOVE RD-Prior-Run-Date TO RP-Prior-Run-Date
               MOVE RD-Pay-Date-Flag TO RP-Run-Pay-Flag
               MOVE RD-Month-End-Flag TO RP-Run-Month-End-Flag
               MOVE RD-Year-End-Flag TO RP-Run-Year-End-Flag
           END-IF.

       END PROGRAM PARMLOAD.
