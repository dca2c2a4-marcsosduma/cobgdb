      *> WITH THE SIGNED-ON OPERATOR ID THE SAME WAY 011-WRITE-AUDIT
      *> STAMPS AU-USER. THE DUNNING RUN READS THE PROMISE NOTES SO
      *> A CUSTOMER SPOKEN TO YESTERDAY IS NOT SENT A FINAL DEMAND.
      *> THE DIRECT-DEBIT RETURNS RUN LOGS EVERY DEBIT THE BANK
      *> SENDS BACK UNPAID AS A "B" (BANK) NOTE.
      *> -----------------------------------------------------------
       01 NOTE-REC.
           05 NT-KEY.
               88 NT-CALL    VALUE "C".
               88 NT-DISPUTE VALUE "D".
               88 NT-PROMISE VALUE "P".
               88 NT-BANK    VALUE "B".
           05 NT-TEXT PIC X(60).
