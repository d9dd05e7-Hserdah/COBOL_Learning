      ******************************************************************
      * RTNAPPL.cpy
      * Record layout for RETURN-FILE-APPLIED (data/BANKRET.APPLIED),
      * one entry each time a step applies a BANK-RETURN-FILE: the
      * step that applied it, the extract run date off the return
      * file's H header, the run date it was applied on and the
      * return details it held. The bank's file stays on hand until
      * the bank sends the next one, so BANKRET (which blocks bank
      * details and fails prenotes) and GLEXTR (which books the
      * returned money) each look up the latest header date they
      * have applied here and pass over a file not dated later.
      ******************************************************************
       01 RETURN-FILE-APPLIED-RECORD.
           02 RA-Step-Name PIC X(10).
           02 RA-Return-Date PIC 9(8).
           02 RA-Applied-Date PIC 9(8).
           02 RA-Return-Count PIC 9(7).
