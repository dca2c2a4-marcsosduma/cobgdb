      *> -----------------------------------------------------------
      *> MANDREC - RECORD LAYOUT FOR THE DIRECT-DEBIT MANDATE FILE
      *> (custmand.dat), KEYED BY THE SAME PHONE NUMBER AS FILE1-REC.
      *> HOLDS THE BANK ACCOUNT THE CUSTOMER HAS AUTHORISED US TO
      *> DEBIT AND THE DAY OF THE MONTH TO COLLECT ON. THE MONTHLY
      *> COLLECTION RUN (custddeb) DEBITS EVERY ACTIVE MANDATE ONCE
      *> A MONTH, ON OR AFTER MD-DAY, FOR THE BALANCE OUTSTANDING,
      *> AND REMEMBERS THE MONTH AND REFERENCE IT COLLECTED UNDER.
      *> THE RETURNS RUN (custddrt) COUNTS DEBITS THE BANK SENDS
      *> BACK UNPAID IN MD-FAIL-COUNT AND CANCELS THE MANDATE WHEN
      *> TOO MANY COME BACK IN A ROW; A COLLECTION THAT IS NOT
      *> RETURNED CLEARS THE COUNT AT THE NEXT RUN.
      *> -----------------------------------------------------------
       01 MANDATE-REC.
           05 MD-KEY.
               10 MD-PHONE PIC 9(09).
           05 MD-BANK-CODE    PIC X(09).
           05 MD-ACCOUNT-NO   PIC X(17).
           05 MD-ACCOUNT-NAME PIC X(30).
           05 MD-DAY          PIC 9(02).
           05 MD-STATUS       PIC X(01).
               88 MD-ACTIVE    VALUE "A".
               88 MD-CANCELLED VALUE "C".
           05 MD-FAIL-COUNT   PIC 9(02).
           05 MD-LAST-MONTH   PIC 9(06).
           05 MD-LAST-REF     PIC X(12).
           05 MD-LAST-AMOUNT  PIC S9(7)V99.
           05 MD-RETURNED-REF PIC X(12).
           05 MD-CANCEL-DATE  PIC 9(08).
