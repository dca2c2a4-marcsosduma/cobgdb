      *>               PA-NUMBER IS THE LAST AU-SEQ ISSUED AND
      *>               PA-AMOUNT THE LAST AU-CHECK, SO THE NEXT
      *>               AUDIT RECORD CHAINS ONTO THE LAST ONE.
      *>   "INVNO"   - PA-NUMBER IS THE LAST INVOICE NUMBER ISSUED
      *>               BY THE ORDER DESK.
      *>   "GLJRNL"  - PA-NUMBER IS THE YYYYMMDD OF THE LAST DAY
      *>               JOURNALLED TO THE GENERAL LEDGER (RERUN
      *>               PROTECTION); PA-AMOUNT ITS TOTAL DEBITS.
      *>   "CHEQNO"  - PA-NUMBER IS THE LAST REFUND CHEQUE NUMBER
      *>               ISSUED BY THE REFUND RUN.
      *>   "DDREF"   - PA-NUMBER IS THE LAST DIRECT-DEBIT COLLECTION
      *>               SEQUENCE; THE COLLECTION REFERENCE ON
      *>               custpmt.dat IS "DD" AND THIS NUMBER.
      *>   "AIJSEQ"  - PA-NUMBER IS THE LAST AFTER-IMAGE JOURNAL
      *>               SEQUENCE WRITTEN TO custaij.log; THE BACKUP'S
      *>               JOURNAL CUTOVER SETS IT BACK TO 1.
      *> -----------------------------------------------------------
       01 PARM-REC.
           05 PA-KEY.
