      *> custhist.dat AND TALLIES QUANTITY AND AMOUNT PER ITEM CODE,
      *> SO THE SHOP FINALLY KNOWS WHAT IT ACTUALLY SELLS. LINES
      *> WRITTEN BEFORE THE ITEM MASTER EXISTED CARRY A BLANK CODE
      *> AND ARE POOLED UNDER "(NOCODE)"; SYSTEM CHARGES AND
      *> ALLOWANCES TALLY UNDER THEIR OWN MARKER CODES ("(FINCHG)",
      *> "(STDCHG)", "(SLSTAX)", "(PPDISC)", "(WRTOFF)", "(RECOVR)",
      *> "(REFUND)", "(DSPCRD)"), SO THEY NEVER MIX WITH SALES. THE
      *> DESCRIPTION PRINTED IS THE ONE ON THE ITEM MASTER WHEN THE
      *> CODE IS STILL ON FILE, OTHERWISE THE ONE SEEN ON THE
      *> HISTORY LINE. RETURN LINES FROM CREDIT MEMOS CARRY THE
      *> ORIGINAL ITEM CODE WITH A NEGATIVE AMOUNT, SO THEIR
      *> QUANTITY IS TAKEN BACK OFF THE ITEM AND GOODS RETURNED NET
      *> OUT OF SALES. OUTPUT IS custitmr.lst WITH CONTROL TOTALS AT
      *> THE BOTTOM.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
              MOVE ZEROS TO WS-TLY-AMOUNT(WS-TLY-HIT)
          END-IF
          IF HX-ITEM-QTY(WS-HIST-IDX) IS NUMERIC
              IF HX-ITEM-AMOUNT(WS-HIST-IDX) < ZERO
                  SUBTRACT HX-ITEM-QTY(WS-HIST-IDX)
                      FROM WS-TLY-QTY(WS-TLY-HIT)
                  SUBTRACT HX-ITEM-QTY(WS-HIST-IDX) FROM WS-GRAND-QTY
              ELSE
                  ADD HX-ITEM-QTY(WS-HIST-IDX)
                      TO WS-TLY-QTY(WS-TLY-HIT)
                  ADD HX-ITEM-QTY(WS-HIST-IDX) TO WS-GRAND-QTY
              END-IF
          END-IF
          ADD HX-ITEM-AMOUNT(WS-HIST-IDX)
              TO WS-TLY-AMOUNT(WS-TLY-HIT)
