      ******************************************************************
      * VOTECHG.cpy
      * Record layout for VOTER-CHANGE-LOG, one entry per applied
      * registration transaction carrying the voter master record
      * image before and after it, so every registration, change and
      * cancellation leaves a trace of what it replaced. The before
      * image is spaces for a first registration.
      ******************************************************************
       01 VOTER-CHANGE-RECORD.
           02 VC-Timestamp PIC X(21).
           02 VC-Action PIC X(1).
           02 VC-Ident PIC 9(3).
           02 VC-Before-Image PIC X(40).
           02 VC-After-Image PIC X(40).
