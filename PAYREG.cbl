      *          per customer: year-to-date gross, overtime and net,
      *          plus quarter-to-date totals for the current quarter.
      *          Customer names come from CUSTOMER-MASTER.
      * Tectonics: cobc -x -I copybooks (link with PARMLOAD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREG.
           02 FILLER PIC X VALUE SPACE.
           02 DL-QTD-Net PIC Z,ZZZ,ZZ9.99.

           COPY PARMBLK.

       PROCEDURE DIVISION.
       CALL "PARMLOAD" USING RUN-PARAMETERS.
       IF RP-Invalid
           DISPLAY "PAYREG: PARAMETER ERROR - " RP-Error-Message
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-OPEN-FILES.
       PERFORM 1100-WRITE-REPORT-HEADERS.
       PERFORM 1110-READ-PAY-HISTORY.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           COMPUTE WS-Run-Quarter = (WS-Run-Month + 2) / 3.
           OPEN INPUT PAY-HISTORY.
           IF NOT PayHist-OK
