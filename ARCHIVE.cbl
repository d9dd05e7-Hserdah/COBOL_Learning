      *          (counted back from the pay-period run date) are
      *          moved off the live files to dated archive files -
      *          PAY-HISTORY and GRADE-HISTORY records are deleted
      *          in place, and CUSTAUDIT.LOG, CUSTREJECT.LOG,
      *          EXCEPTION.LOG and VOTERCHG.LOG are rewritten
      *          keeping only the recent entries. Every pass reports
      *          before/after/archived record counts on the archive
      *          report and writes a control-totals line (read =
      *          before, written = kept, rejected = archived) so
      *          BALRPT proves nothing was silently dropped.
      *          Archive files are named for the run date, e.g.
      *          data/PAYHIST.ARC.D20260822, and a rerun on the same
      *          date extends them. A pay-history entry is only
      *          purged once its tax year is on YEAREND.CLOSED (the
      *          year-end statements have been produced in balance);
      *          an older entry for a year not yet closed is held on
      *          the live file, counted as kept and named on the
      *          report, so the purge can never run ahead of the
      *          statements.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-OUT ASSIGN TO DYNAMIC WS-Archive-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.
           SELECT YEAR-END-CLOSED ASSIGN TO "data/YEAREND.CLOSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEClosed-Status.
           SELECT ARCHIVE-REPORT ASSIGN TO "data/ARCHIVE.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArcReport-Status.
           COPY GRADHREC.

       FD LOG-IN.
       01 LOG-IN-RECORD PIC X(240).

       FD LOG-OUT.
       01 LOG-OUT-RECORD PIC X(240).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(240).

       FD ARCHIVE-OUT.
       01 ARCHIVE-RECORD PIC X(240).

       FD YEAR-END-CLOSED.
           COPY YECLOSE.

       FD ARCHIVE-REPORT.
       01 ARCHIVE-REPORT-LINE PIC X(96).
       01 WS-Archive-Status PIC XX VALUE SPACES.
           88 Archive-OK VALUE "00".
           88 Archive-NotFound VALUE "35".
       01 WS-YEClosed-Status PIC XX VALUE SPACES.
           88 YEClosed-OK VALUE "00".
           88 YEClosed-EOF VALUE "10".
       01 WS-ArcReport-Status PIC XX VALUE SPACES.
           88 ArcReport-OK VALUE "00".
       01 WS-ControlTotals-Status PIC XX VALUE SPACES.
           02 WS-Count-Before PIC 9(7) VALUE 0.
           02 WS-Count-Kept PIC 9(7) VALUE 0.
           02 WS-Count-Archived PIC 9(7) VALUE 0.
           02 WS-Count-Held PIC 9(7) VALUE 0.

       01 WS-Closed-Year-Table.
           02 WS-Closed-Year-Count PIC 99 VALUE 0.
           02 WS-Closed-Year PIC 9(4) OCCURS 50 TIMES.
       01 WS-Closed-Sub PIC 99 VALUE 0.
       01 WS-Year-Closed-Flag PIC 9 VALUE 0.
           88 Year-Is-Closed VALUE 1.
           88 Year-Not-Closed VALUE 0.
       01 WS-Held-Year PIC 9(4) VALUE ZEROS.

           COPY PARMBLK.

       PERFORM 4000-ARCHIVE-AUDIT-LOG.
       PERFORM 4100-ARCHIVE-REJECT-LOG.
       PERFORM 4200-ARCHIVE-EXCEPTION-LOG.
       PERFORM 4300-ARCHIVE-VOTER-LOG.
       CLOSE ARCHIVE-REPORT.

       MAIN-PROCEDURE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE RP-Run-Date TO WS-Run-Date.
           COMPUTE WS-Cutoff-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num)
               - RP-Retention-Days.
           MOVE FUNCTION DATE-OF-INTEGER(WS-Cutoff-Integer)
               TO WS-Cutoff-Date-Num.
           PERFORM 1200-LOAD-CLOSED-YEARS.
           OPEN OUTPUT ARCHIVE-REPORT.
           IF NOT ArcReport-OK
               DISPLAY "ARCHIVE-REPORT: OPEN FAILED "
               OPEN EXTEND ARCHIVE-OUT
           END-IF.

      * Years whose statements have been produced; a year closed twice
      * (a rerun of the year-end) is only loaded once.
       1200-LOAD-CLOSED-YEARS.
           MOVE 0 TO WS-Closed-Year-Count.
           OPEN INPUT YEAR-END-CLOSED.
           IF YEClosed-OK
               PERFORM 1210-READ-CLOSED-YEAR
               PERFORM UNTIL YEClosed-EOF
                   MOVE YC-Tax-Year TO WS-Held-Year
                   PERFORM 1300-CHECK-YEAR-CLOSED
                   IF Year-Not-Closed AND WS-Closed-Year-Count < 50
                       ADD 1 TO WS-Closed-Year-Count
                       MOVE YC-Tax-Year
                           TO WS-Closed-Year(WS-Closed-Year-Count)
                   END-IF
                   PERFORM 1210-READ-CLOSED-YEAR
               END-PERFORM
               CLOSE YEAR-END-CLOSED
           END-IF.

       1210-READ-CLOSED-YEAR.
           READ YEAR-END-CLOSED
               AT END SET YEClosed-EOF TO TRUE
           END-READ.
           IF NOT YEClosed-OK
               SET YEClosed-EOF TO TRUE
           END-IF.

       1300-CHECK-YEAR-CLOSED.
           SET Year-Not-Closed TO TRUE.
           PERFORM VARYING WS-Closed-Sub FROM 1 BY 1
               UNTIL WS-Closed-Sub > WS-Closed-Year-Count
               IF WS-Closed-Year(WS-Closed-Sub) = WS-Held-Year
                   SET Year-Is-Closed TO TRUE
               END-IF
           END-PERFORM.

      * Pay-history entries dated before the cutoff move to the
      * dated archive and are deleted from the live file, so the
      * YTD scan only ever walks the retained window.
               CLOSE PAY-HISTORY
               CLOSE ARCHIVE-OUT
               PERFORM 9000-WRITE-FILE-RESULT
               IF WS-Count-Held > 0
                   MOVE SPACES TO ARCHIVE-REPORT-LINE
                   STRING "  PAY-HISTORY HELD FOR YEAR-END: "
                       WS-Count-Held
                       " ENTRIES PAST CUTOFF IN YEARS NOT YET CLOSED"
                       DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
                   WRITE ARCHIVE-REPORT-LINE
               END-IF
           END-IF.

       2010-READ-NEXT-PAY-HISTORY.

       2020-ARCHIVE-ONE-PAY-RECORD.
           ADD 1 TO WS-Count-Before.
           SET Year-Not-Closed TO TRUE.
           IF PH-PayDate < WS-Cutoff-Date-Num
               MOVE PH-Pay-Year TO WS-Held-Year
               PERFORM 1300-CHECK-YEAR-CLOSED
               IF Year-Not-Closed
                   ADD 1 TO WS-Count-Held
               END-IF
           END-IF.
           IF PH-PayDate < WS-Cutoff-Date-Num AND Year-Is-Closed
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE PAY-HISTORY-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               DELIMITED BY SIZE INTO WS-Archive-File-Name.
           PERFORM 8000-ARCHIVE-ONE-LOG.

       4300-ARCHIVE-VOTER-LOG.
           MOVE "VOTERCHG.LOG" TO WS-File-Label.
           MOVE "ARC-VOTER" TO WS-Step-Label.
           MOVE "data/VOTERCHG.LOG" TO WS-Log-File-Name.
           MOVE SPACES TO WS-Archive-File-Name.
           STRING "data/VOTERCHG.ARC.D" WS-Run-Date-Num
               DELIMITED BY SIZE INTO WS-Archive-File-Name.
           PERFORM 8000-ARCHIVE-ONE-LOG.

      * The four logs all open with a CURRENT-DATE timestamp whose
      * first eight characters are the entry date. Old entries go to
      * the dated archive, recent ones to a keep file that is copied
      * back over the live log - the live log only shrinks when
