      *> -----------------------------------------------------------
      *> CRMEMREC - RECORD LAYOUT FOR THE CREDIT MEMO FILE
      *> (custcrm.dat), KEYED BY A SEQUENTIALLY ASSIGNED MEMO NUMBER.
      *> ONE MEMO IS ISSUED EACH TIME GOODS COME BACK AGAINST AN
      *> INVOICED ORDER; IT NAMES THE ORDER AND CUSTOMER AND CARRIES
      *> ONE LINE PER ORDER LINE RETURNED - THE ORIGINAL ITEM CODE,
      *> THE QUANTITY TAKEN BACK AND THE AMOUNT CREDITED - SO THE
      *> DOCUMENT CAN BE PRINTED AGAIN AND THE CREDIT TRACED BACK TO
      *> THE SALE IT REVERSES. CM-TAX IS THE SHARE OF THE ORDER'S
      *> SALES TAX GIVEN BACK WITH THE GOODS; CM-TOTAL IS THE WHOLE
      *> CREDIT, GOODS AND TAX TOGETHER.
      *> -----------------------------------------------------------
       01 CRMEMO-REC.
           05 CM-KEY.
               10 CM-NUMBER PIC 9(06).
           05 CM-ORDER      PIC 9(06).
           05 CM-PHONE      PIC 9(09).
           05 CM-DATE       PIC 9(08).
           05 CM-LINE-COUNT PIC 99.
           05 CM-LINE OCCURS 5 TIMES.
               10 CM-LINE-CODE   PIC X(08).
               10 CM-LINE-DESC   PIC X(20).
               10 CM-LINE-QTY    PIC 9(03).
               10 CM-LINE-AMOUNT PIC S9(5)V99.
           05 CM-TOTAL PIC S9(7)V99.
           05 CM-TAX   PIC S9(5)V99.
