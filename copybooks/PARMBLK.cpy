      * PARMBLK.cpy
      * Parameter block filled in by the PARMLOAD subroutine from the
      * RUNPARMS.TXT control cards: the business constants the shop
      * changes without a recompile - overtime
      * threshold and multiplier, voting eligibility age, the
      * lowest passing grade letter, the flat late charge the
      * collections step assesses per run on a past-due loan, the
      * a reject may recycle before the edit step flags it as
      * outstanding on the recycle report, and the number of days
      * the report-retention step keeps each night's dated report
      * generations before purging them, and the number of days a
      * prenote on new bank details must go unreturned before the
      * details become the live payment account, and the payroll
      * review limits - the percentage a customer's net pay may move
      * from the prior period and the hours ceiling - past which a
      * payment is held for operator release, and the number of
      * input records the pay run and loan posting process between
      * the restart points they commit on the checkpoint file, and
      * the date of the election voter eligibility is judged for.
      * PARMLOAD also reads the run-date control (RUNDTREC.cpy):
      * RP-Run-Date is the business day the job stream is processing,
      * with the date of the run before it and that day's calendar
      * flags, and RP-Pay-Period-Date is the same date, the pay date a
      * payroll step stamps on a pay day (see RP-Run-Pay-Date).
      * RP-Status tells the caller
      * whether every card was present and in range; on an error the
      * step should report RP-Error-Message and fail cleanly.
           02 RP-Retention-Days PIC 9(5).
           02 RP-Recycle-Max PIC 9(3).
           02 RP-Report-Days PIC 9(3).
           02 RP-Prenote-Days PIC 9(3).
           02 RP-Review-Pct PIC 9(3).
           02 RP-Hours-Max PIC 9(3)V99.
           02 RP-Checkpoint-Every PIC 9(5).
           02 RP-Election-Date PIC 9(8).
           02 RP-Run-Date PIC 9(8).
           02 RP-Prior-Run-Date PIC 9(8).
           02 RP-Run-Day-Flags.
               03 RP-Run-Pay-Flag PIC X(1).
                   88 RP-Run-Pay-Date VALUE "P".
               03 RP-Run-Month-End-Flag PIC X(1).
                   88 RP-Run-Month-End VALUE "M".
               03 RP-Run-Year-End-Flag PIC X(1).
                   88 RP-Run-Year-End VALUE "Y".
