      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable restart trim for a line sequential output
      *          file. Given the file name and the number of lines the
      *          step had written when it committed its last restart
      *          point, cuts the file back to exactly those lines, so
      *          anything the failed run wrote after that point is
      *          dropped and written again once when the step resumes.
      *          The lines kept go through a keep file and are copied
      *          back over the output, the way the archive step trims
      *          its logs. Returns the number of lines actually kept;
      *          fewer than asked for means the file was short (or not
      *          on hand) and the caller should tell the operator.
      *          Shared by TUT and LOANPOST, which open the trimmed
      *          files EXTEND on a restart instead of OUTPUT.
      * Tectonics: cobc -c -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTTRIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIM-IN ASSIGN TO DYNAMIC WS-Trim-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TrimIn-Status.
           SELECT TRIM-OUT ASSIGN TO DYNAMIC WS-Trim-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TrimOut-Status.
           SELECT KEEP-FILE ASSIGN TO "data/RESTART.KEEP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Keep-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TRIM-IN.
       01 TRIM-IN-RECORD PIC X(240).

       FD TRIM-OUT.
       01 TRIM-OUT-RECORD PIC X(240).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(240).

       WORKING-STORAGE SECTION.
       01 WS-TrimIn-Status PIC XX VALUE SPACES.
           88 TrimIn-OK VALUE "00".
           88 TrimIn-EOF VALUE "10".
       01 WS-TrimOut-Status PIC XX VALUE SPACES.
           88 TrimOut-OK VALUE "00".
       01 WS-Keep-Status PIC XX VALUE SPACES.
           88 Keep-OK VALUE "00".
           88 Keep-EOF VALUE "10".
       01 WS-Trim-File-Name PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-File-Name PIC X(40).
       01 LS-Keep-Lines PIC 9(7).
       01 LS-Lines-Kept PIC 9(7).

       PROCEDURE DIVISION USING LS-File-Name LS-Keep-Lines
           LS-Lines-Kept.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LS-Lines-Kept.
           MOVE LS-File-Name TO WS-Trim-File-Name.
           MOVE SPACES TO WS-TrimIn-Status.
           OPEN OUTPUT KEEP-FILE.
           OPEN INPUT TRIM-IN.
           IF TrimIn-OK
               PERFORM 1000-READ-TRIM-IN
               PERFORM UNTIL TrimIn-EOF
                   OR LS-Lines-Kept NOT < LS-Keep-Lines
                   MOVE TRIM-IN-RECORD TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   ADD 1 TO LS-Lines-Kept
                   PERFORM 1000-READ-TRIM-IN
               END-PERFORM
               CLOSE TRIM-IN
           END-IF.
           CLOSE KEEP-FILE.
           PERFORM 2000-COPY-KEEP-BACK.
           GOBACK.

       1000-READ-TRIM-IN.
           READ TRIM-IN
               AT END SET TrimIn-EOF TO TRUE
           END-READ.
           IF NOT TrimIn-OK
               SET TrimIn-EOF TO TRUE
           END-IF.

       2000-COPY-KEEP-BACK.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT TRIM-OUT.
           PERFORM 2010-READ-KEEP-ENTRY.
           PERFORM UNTIL Keep-EOF
               MOVE KEEP-RECORD TO TRIM-OUT-RECORD
               WRITE TRIM-OUT-RECORD
               PERFORM 2010-READ-KEEP-ENTRY
           END-PERFORM.
           CLOSE TRIM-OUT.
           CLOSE KEEP-FILE.

       2010-READ-KEEP-ENTRY.
           READ KEEP-FILE
               AT END SET Keep-EOF TO TRUE
           END-READ.
           IF NOT Keep-OK
               SET Keep-EOF TO TRUE
           END-IF.

       END PROGRAM RSTTRIM.
