      *> FROM THE FINANCE-CHARGE RUN, "(STDCHG)" FROM THE STANDING-
      *> CHARGE BILLING RUN - SO THE AGING SCANS CAN TELL THEM FROM
      *> REAL SALES: A CHARGE THE SYSTEM ADDED MUST NOT RESET THE
      *> CUSTOMER'S AGING CLOCK. SALES TAX ADDED AT INVOICE TIME
      *> (AND GIVEN BACK ON A CREDIT MEMO) CARRIES "(SLSTAX)", SO IT
      *> IS NEVER COUNTED AS A SALE. A PROMPT-PAYMENT DISCOUNT
      *> GRANTED BY THE POSTING RUN IS A NEGATIVE LINE MARKED
      *> "(PPDISC)", DATED THE DAY THE PAYMENT POSTED. A BAD DEBT
      *> WRITTEN OFF IS A NEGATIVE "(WRTOFF)" LINE, AND MONEY LATER
      *> RECOVERED FROM THE CUSTOMER REINSTATES THAT MUCH OF THE DEBT
      *> AS A "(RECOVR)" LINE AHEAD OF THE PAYMENT THAT CLEARS IT.
      *> A CREDIT BALANCE PAID BACK BY THE REFUND RUN IS CHARGED
      *> BACK ONTO THE BALANCE AS A "(REFUND)" LINE. A DISPUTE
      *> SETTLED IN THE CUSTOMER'S FAVOUR IS CREDITED AS A NEGATIVE
      *> "(DSPCRD)" LINE.
      *> -----------------------------------------------------------
       01 HISTORY-REC.
           05 HX-KEY.
