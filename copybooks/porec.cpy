      *> -----------------------------------------------------------
      *> POREC - RECORD LAYOUT FOR THE CUSTOMER PO INDEX
      *> (custpo.dat), KEYED BY CUSTOMER PHONE AND THE CUSTOMER'S
      *> OWN PURCHASE-ORDER NUMBER. THE BATCH ORDER INTAKE
      *> (custordi) WRITES ONE RECORD FOR EVERY ORDER IT LOADS, IN
      *> STEP WITH THE ORDER ITSELF, AND REFUSES ANY PO ALREADY ON
      *> FILE - SO A SPREADSHEET SENT TWICE, OR AN ORDER A RESTARTED
      *> RUN REACHES A SECOND TIME, IS NEVER TAKEN TWICE. THE RECORD
      *> NAMES THE ORDER NUMBER THE PO WAS LOADED AS AND THE DAY.
      *> -----------------------------------------------------------
       01 PO-REC.
           05 PO-KEY.
               10 PO-PHONE     PIC 9(09).
               10 PO-NUMBER    PIC X(20).
           05 PO-ORDER-NO  PIC 9(06).
           05 PO-LOADED    PIC 9(08).
           05 FILLER       PIC X(20).
