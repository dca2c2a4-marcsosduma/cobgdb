      *> -----------------------------------------------------------
      *> TCODEREC - RECORD LAYOUT FOR THE PAYMENT TERMS REFERENCE
      *> FILE (custtcod.dat), KEYED BY THE THREE-CHARACTER CODE THE
      *> CUSTOMER'S TERMS RECORD CARRIES IN TM-TERMS-CODE ("N30",
      *> "2/10" AND SO ON). NET DAYS IS HOW LONG AFTER THE INVOICE
      *> DATE PAYMENT IS DUE; A PROMPT-PAYMENT DISCOUNT OF TC-DISC-PCT
      *> PERCENT OF THE GOODS IS ALLOWED WHEN THE WHOLE INVOICE IS
      *> PAID WITHIN TC-DISC-DAYS OF THE INVOICE DATE (ZERO PERCENT
      *> MEANS NO DISCOUNT). AN EMPTY FILE MEANS TERMS-CODE
      *> VALIDATION IS NOT YET IN FORCE, THE SAME WAY AN EMPTY STATE
      *> TABLE PASSES EVERYTHING; AN INVOICE FOR A CUSTOMER WITH NO
      *> CODE ON FILE IS DUE IN 30 DAYS WITH NO DISCOUNT.
      *> -----------------------------------------------------------
       01 TCODE-REC.
           05 TC-KEY.
               10 TC-CODE PIC X(03).
           05 TC-DESC      PIC X(20).
           05 TC-NET-DAYS  PIC 9(03).
           05 TC-DISC-PCT  PIC 9(02)V99.
           05 TC-DISC-DAYS PIC 9(03).
