      ******************************************************************
      * VOTEXTR.cpy
      * Record layouts for VOTER-EXTRACT, the certified eligible-voter
      * extract sent to the elections office: one H header carrying
      * the election date the list is certified for and the run date
      * it was produced on, one D detail per eligible registered
      * voter with the age as of the election date and where it came
      * from (D = customer date of birth, K = age keyed at
      * registration), and one T trailer carrying the detail count
      * and a hash total of the idents for the office to balance the
      * file against. All records are 30 bytes.
      ******************************************************************
       01 VOTER-EXTRACT-HEADER.
           02 VXH-Record-Type PIC X(1).
           02 VXH-Election-Date PIC 9(8).
           02 VXH-Run-Date PIC 9(8).
           02 VXH-Voting-Age PIC 99.
           02 FILLER PIC X(11).
       01 VOTER-EXTRACT-DETAIL.
           02 VXD-Record-Type PIC X(1).
           02 VXD-Ident PIC 9(3).
           02 VXD-Age PIC 9(3).
           02 VXD-Age-Source PIC X(1).
           02 FILLER PIC X(22).
       01 VOTER-EXTRACT-TRAILER.
           02 VXT-Record-Type PIC X(1).
           02 VXT-Detail-Count PIC 9(7).
           02 VXT-Ident-Hash PIC 9(11).
           02 FILLER PIC X(11).
