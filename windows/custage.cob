      *> - OTHERWISE ONE ASSESSED CHARGE WOULD MAKE A DELINQUENT
      *> READ CURRENT FOREVER - SO THEY ARE SKIPPED BY THEIR
      *> RESERVED MARKER CODES AND THE FINANCE-CHARGE DESCRIPTION
      *> OLDER LINES CARRY. A PROMPT-PAYMENT DISCOUNT ("(PPDISC)")
      *> IS DATED THE DAY THE PAYMENT POSTED, NOT A SALE, AND IS
      *> SKIPPED THE SAME WAY, AS ARE THE BAD-DEBT WRITE-OFF AND
      *> RECOVERY LINES ("(WRTOFF)", "(RECOVR)"), CREDIT REFUNDS
      *> ("(REFUND)") AND DISPUTE CREDITS ("(DSPCRD)").
          PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                  UNTIL WS-HIST-IDX > HX-ITEM-COUNT
              IF HX-ITEM-DESC(WS-HIST-IDX) NOT = "FINANCE CHARGE"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(FINCHG)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(STDCHG)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(PPDISC)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(WRTOFF)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(RECOVR)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(REFUND)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(DSPCRD)"
                  IF HX-ITEM-DATE(WS-HIST-IDX) > WS-LAST-DATE
                      MOVE HX-ITEM-DATE(WS-HIST-IDX) TO WS-LAST-DATE
                  END-IF
