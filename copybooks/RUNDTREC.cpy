      ******************************************************************
      * RUNDTREC.cpy
      * Record layout for RUN-DATE-CONTROL (data/RUNDATE.CTL), the
      * single record that says which business day the job stream is
      * processing. Every step takes its run date from here (through
      * PARMLOAD) rather than from the clock, so a run that crosses
      * midnight or a catch-up run after an outage still processes
      * and stamps the right day. The day's calendar flags (pay date,
      * month-end, year-end) are carried with it. The RUNDATE utility
      * rolls it forward one business day on the processing calendar
      * after each completed run, keeping the date it rolled from,
      * and the operator can SET it to a given business day.
      ******************************************************************
       01 RUN-DATE-RECORD.
           02 RD-Run-Date PIC 9(8).
           02 RD-Pay-Date-Flag PIC X(1).
               88 RD-Pay-Date VALUE "P".
           02 RD-Month-End-Flag PIC X(1).
               88 RD-Month-End VALUE "M".
           02 RD-Year-End-Flag PIC X(1).
               88 RD-Year-End VALUE "Y".
           02 RD-Prior-Run-Date PIC 9(8).
           02 RD-Set-Timestamp PIC X(21).
