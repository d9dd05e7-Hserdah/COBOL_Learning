      *          grade points per term and a cumulative GPA
      *          (A=4 B=3 C=2 D=1 F=0), then prints an honor-roll
      *          section for students at or above the GPA threshold.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRPT.
           02 WS-Count-Records PIC 9(5) VALUE 0.
           02 WS-Count-Students PIC 9(5) VALUE 0.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "TRNSCRPT: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 2000-SCAN-GRADE-HISTORY.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN INPUT GRADE-HISTORY.
           IF NOT GradeHist-OK
               DISPLAY "GRADE-HISTORY: OPEN FAILED "
