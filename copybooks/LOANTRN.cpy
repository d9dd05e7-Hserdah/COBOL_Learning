      * else opens the loan fixed), action P posts a payment (number and
      * amount; the other fields are zero), action A authorizes a
      * payroll-deduction payment of LT-Amount per period (number and
      * amount; an amount of zero revokes the authorization), action C
      * closes the loan out against its payoff quote (number, ident
      * and the payoff amount received). Amounts share the PIC 9(7)V99
      * shape of the LOANCALC linkage. The same
      * layout carries the payment transactions the pay run generates
      * from the authorizations (data/LOANDED.TXT), so LOANPOST posts
      * keyed and generated payments through one path.
               88 LT-Action-New VALUE "N".
               88 LT-Action-Payment VALUE "P".
               88 LT-Action-Authorize VALUE "A".
               88 LT-Action-Payoff VALUE "C".
           02 LT-LoanNumber PIC 9(6).
           02 LT-Ident PIC 9(3).
           02 LT-Principal PIC 9(7)V99.
