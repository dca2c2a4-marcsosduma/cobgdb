      *> ORDER -> SHIPPED -> INVOICED; ONLY THE INVOICED STEP TOUCHES
      *> FS-BALANCE AND WRITES THE HISTORY LINES, SO AN ORDER CAN BE
      *> TAKEN WITHOUT BILLING IT AND "WHERE IS MY ORDER" CAN BE
      *> ANSWERED FROM THE STATUS ON FILE. GOODS SENT BACK AGAINST
      *> AN INVOICED ORDER ARE COUNTED PER LINE IN OR-LINE-RETURNED
      *> (NEVER MORE THAN THE QUANTITY INVOICED), AND THE RETURN
      *> STATUS SHOWS WHETHER THE ORDER IS PARTLY OR FULLY RETURNED.
      *> THE INVOICE STEP STAMPS THE INVOICE DATE AND THE SALES TAX
      *> CHARGED - THE STATE IT WAS CHARGED FOR, WHETHER THE
      *> CUSTOMER WAS EXEMPT, AND THE AMOUNT - SO THE MONTHLY TAX
      *> REPORT NEVER DEPENDS ON TODAY'S RATES OR EXEMPTIONS; THE
      *> TAX GIVEN BACK ON CREDIT MEMOS IS COUNTED IN OR-TAX-CREDITED.
      *> WHEN ONLY PART OF AN ORDER IS IN STOCK, SHIPPING CUTS THE
      *> ORDER DOWN TO WHAT WENT OUT AND OPENS A NEW ORDER FOR THE
      *> REST - A BACKORDER, WHICH POINTS AT THE ORDER IT CAME FROM
      *> IN OR-BACKORDER-OF (ZERO ON AN ORDINARY ORDER). THE SHIP
      *> DATE, INVOICE NUMBER AND PAYMENT DUE DATE ARE STAMPED AS
      *> THE ORDER SHIPS AND IS INVOICED, SO THE PACKING SLIP AND
      *> THE INVOICE CAN BE PRINTED AGAIN EXACTLY AS FIRST ISSUED.
      *> THE INVOICE ALSO CARRIES THE CUSTOMER'S TERMS CODE AND ANY
      *> PROMPT-PAYMENT DISCOUNT OFFERED (PERCENT AND LAST DAY);
      *> OR-DISC-TAKEN IS SET WHEN THE POSTING RUN GRANTS IT, SO IT
      *> IS NEVER GRANTED TWICE.
      *> -----------------------------------------------------------
       01 ORDER-REC.
           05 OR-KEY.
               10 OR-LINE-QTY    PIC 9(03).
               10 OR-LINE-AMOUNT PIC S9(5)V99.
           05 OR-TOTAL PIC S9(7)V99.
           05 OR-LINE-RETURNED PIC 9(03) OCCURS 5 TIMES.
           05 OR-RETURN-STATUS PIC X(01).
               88 OR-NOT-RETURNED  VALUE " " "N".
               88 OR-PART-RETURNED VALUE "P".
               88 OR-ALL-RETURNED  VALUE "R".
           05 OR-INVOICE-DATE PIC 9(08).
           05 OR-TAX-STATE    PIC X(02).
           05 OR-TAX-EXEMPT   PIC X(01).
               88 OR-TAX-FREE VALUE "Y".
           05 OR-TAX-AMOUNT   PIC S9(5)V99.
           05 OR-TAX-CREDITED PIC S9(5)V99.
           05 OR-BACKORDER-OF PIC 9(06).
           05 OR-SHIP-DATE    PIC 9(08).
           05 OR-INVOICE-NO   PIC 9(06).
           05 OR-DUE-DATE     PIC 9(08).
           05 OR-TERMS-CODE   PIC X(03).
           05 OR-DISC-PCT     PIC 9(02)V99.
           05 OR-DISC-DATE    PIC 9(08).
           05 OR-DISC-TAKEN   PIC S9(5)V99.
