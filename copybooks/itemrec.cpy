      *> AND THE DESCRIPTION ON FILE IS THE ONE THAT GOES ON THE
      *> HISTORY LINE - SO "WIDGET", "WDGT" AND "widgets lg" STOP
      *> BEING THREE DIFFERENT PRODUCTS. AN ITEM FLAGGED INACTIVE
      *> STAYS ON FILE FOR OLD HISTORY BUT CANNOT BE SOLD. AN ITEM
      *> FLAGGED AS A STOCK ITEM CARRIES ITS QUANTITY ON HAND (BOOKED
      *> IN ON THE RECEIVING SCREEN, TAKEN OUT WHEN AN ORDER SHIPS),
      *> THE QUANTITY COMMITTED TO ORDERS TAKEN BUT NOT YET SHIPPED
      *> (BACKORDERS INCLUDED), AND THE REORDER POINT THE NIGHTLY
      *> STOCK-STATUS REPORT CHECKS IT AGAINST. A NON-STOCK ITEM - A
      *> SERVICE, OR A CODE SET UP BEFORE STOCK WAS KEPT - IS NEVER
      *> SHORT AND ALWAYS SHIPS IN FULL.
      *> -----------------------------------------------------------
       01 ITEM-REC.
           05 IT-KEY.
           05 IT-PRICE  PIC S9(5)V99.
           05 IT-ACTIVE PIC X(01).
               88 IT-IS-ACTIVE VALUE "Y".
           05 IT-STOCKED PIC X(01).
               88 IT-IS-STOCKED VALUE "Y".
           05 IT-QTY-ON-HAND   PIC S9(07).
           05 IT-QTY-COMMITTED PIC S9(07).
           05 IT-REORDER-POINT PIC 9(07).
