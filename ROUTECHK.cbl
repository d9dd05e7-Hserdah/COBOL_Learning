      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable bank routing number check. Given a nine-
      *          digit routing number, proves its check digit the
      *          way the banks assign it: the digits weighted 3, 7, 1
      *          repeating must sum to a multiple of ten. Returns Y
      *          when the number passes and N when it does not (a
      *          routing of all zeros is no routing at all and also
      *          returns N). Shared by the roster edit and customer
      *          maintenance so a mistyped routing is caught when it
      *          is keyed, not when the bank bounces the payment.
      * Tectonics: cobc -c -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTECHK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Routing-Digits.
           02 WS-Routing-Digit PIC 9 OCCURS 9 TIMES.
       01 WS-Routing-Number REDEFINES WS-Routing-Digits PIC 9(9).
       01 WS-Weighted-Sum PIC 9(4) VALUE ZEROS.
       01 WS-Sum-Quotient PIC 9(4) VALUE ZEROS.
       01 WS-Sum-Remainder PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Routing PIC 9(9).
       01 LS-Routing-Result PIC X(1).
           88 LS-Routing-Valid VALUE "Y".
           88 LS-Routing-Invalid VALUE "N".

       PROCEDURE DIVISION USING LS-Routing LS-Routing-Result.
       MAIN-PROCEDURE.
           SET LS-Routing-Invalid TO TRUE.
           IF LS-Routing IS NOT NUMERIC OR LS-Routing = ZEROS
               GOBACK
           END-IF.
           MOVE LS-Routing TO WS-Routing-Number.
           COMPUTE WS-Weighted-Sum =
               3 * (WS-Routing-Digit(1) + WS-Routing-Digit(4)
                    + WS-Routing-Digit(7))
               + 7 * (WS-Routing-Digit(2) + WS-Routing-Digit(5)
                      + WS-Routing-Digit(8))
               + WS-Routing-Digit(3) + WS-Routing-Digit(6)
               + WS-Routing-Digit(9).
           DIVIDE WS-Weighted-Sum BY 10 GIVING WS-Sum-Quotient
               REMAINDER WS-Sum-Remainder.
           IF WS-Sum-Remainder = 0
               SET LS-Routing-Valid TO TRUE
           END-IF.
           GOBACK.

       END PROGRAM ROUTECHK.
