           STOP RUN.

       1000-OPEN-FILES.
           MOVE RP-Run-Date TO WS-Run-Date.
           OPEN INPUT CLASS-ROSTER.
           IF NOT ClassRoster-OK
               DISPLAY "CLASS-ROSTER: OPEN FAILED "
