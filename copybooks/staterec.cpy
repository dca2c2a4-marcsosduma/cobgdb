      *> CUSTOMER, SO CORRECTIONS NEVER NEED A CODE CHANGE. AN EMPTY
      *> TABLE MEANS VALIDATION IS NOT YET IN FORCE - EVERYTHING
      *> PASSES, SO A NEW SHOP IS NOT LOCKED OUT BEFORE THE TABLE IS
      *> KEYED. ST-TAX-RATE IS THE STATE'S SALES TAX RATE IN
      *> PERCENT, CHARGED ON EVERY INVOICE TO A CUSTOMER IN THE
      *> STATE WHO IS NOT EXEMPT; ZERO MEANS NO SALES TAX.
      *> -----------------------------------------------------------
       01 STATE-REC.
           05 ST-KEY.
           05 ST-NAME     PIC X(20).
           05 ST-ZIP-LOW  PIC 9(05).
           05 ST-ZIP-HIGH PIC 9(05).
           05 ST-TAX-RATE PIC 9(02)V9(03).
