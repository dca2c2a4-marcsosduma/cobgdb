      *> DESCRIPTION ON LINES OLDER THAN THE MARKER) ARE NOT SALES
      *> AND EARN NO COMMISSION; STANDING CHARGES ("(STDCHG)") ARE
      *> RECURRING SERVICE REVENUE THE REP SOLD AND DELIBERATELY DO
      *> COUNT. SALES TAX ("(SLSTAX)" LINES) IS MONEY COLLECTED FOR
      *> THE STATE, NOT A SALE, AND IS LEFT OUT, AS ARE BAD DEBTS
      *> WRITTEN OFF ("(WRTOFF)") AND LATER RECOVERED ("(RECOVR)")
      *> AND CREDIT BALANCES REFUNDED ("(REFUND)"). OUTPUT IS
      *> custcomm.lst WITH A GRAND-TOTAL LINE.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
      *> SUMS THE HISTORY LINES DATED IN THE WANTED MONTH FOR THE
      *> CUSTOMER IN FILE1-REC. FINANCE-CHARGE LINES ARE EXCLUDED -
      *> THE SAME EXCLUSION THE AGING SCANS MAKE - SO A REP NEVER
      *> EARNS COMMISSION ON A CUSTOMER'S LATE CHARGES, AND SALES
      *> TAX LINES ARE EXCLUDED TOO, AS ARE THE BAD-DEBT AND REFUND
      *> LINES; "(STDCHG)" LINES STAY IN ON PURPOSE (SEE THE
      *> PROLOGUE).
      *> -----------------------------------------------------------
      003-SUM-CUSTOMER-MONTH.
          MOVE ZEROS TO WS-CUST-MONTH-AMT
                  UNTIL WS-HIST-IDX > HX-ITEM-COUNT
              IF HX-ITEM-DATE(WS-HIST-IDX)(1:6) = WS-MONTH-ENTRY
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(FINCHG)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(SLSTAX)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(WRTOFF)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(RECOVR)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(REFUND)"
                  AND HX-ITEM-DESC(WS-HIST-IDX) NOT = "FINANCE CHARGE"
                  ADD HX-ITEM-AMOUNT(WS-HIST-IDX)
                      TO WS-CUST-MONTH-AMT
