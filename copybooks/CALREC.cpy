      ******************************************************************
      * CALREC.cpy
      * Record layout for PROCESSING-CALENDAR (data/CALENDAR.TXT), one
      * card per calendar date: the date, its day type (B business
      * day, H holiday, W weekend - the job stream runs on business
      * days only), and the flags the steps are scheduled by: P when
      * payroll is paid that day, M on the last business day of the
      * month and Y on the last business day of the year (a blank
      * flag means no). The description names a holiday. Operations
      * keeps the calendar a year or more ahead; the run-date control
      * is rolled and set from it.
      ******************************************************************
       01 CALENDAR-RECORD.
           02 CL-Date PIC 9(8).
           02 CL-Day-Type PIC X(1).
               88 CL-Business-Day VALUE "B".
               88 CL-Holiday VALUE "H".
               88 CL-Weekend VALUE "W".
           02 CL-Pay-Date-Flag PIC X(1).
               88 CL-Pay-Date VALUE "P".
           02 CL-Month-End-Flag PIC X(1).
               88 CL-Month-End VALUE "M".
           02 CL-Year-End-Flag PIC X(1).
               88 CL-Year-End VALUE "Y".
           02 FILLER PIC X(1).
           02 CL-Description PIC X(20).
