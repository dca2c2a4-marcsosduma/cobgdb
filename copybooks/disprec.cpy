      *> -----------------------------------------------------------
      *> DISPREC - RECORD LAYOUT FOR THE DISPUTE CASE FILE
      *> (custdisp.dat), KEYED BY THE CUSTOMER'S PHONE NUMBER AND A
      *> CASE NUMBER RUNNING FROM 1 FOR EACH CUSTOMER. A CASE NAMES
      *> THE AMOUNT THE CUSTOMER DISPUTES AND WHAT IT CONCERNS - AN
      *> INVOICE NUMBER, A HISTORY LINE, OR BOTH (DP-CONCERNS KEEPS
      *> THE DESCRIPTION AS IT WAS WHEN THE CASE WAS OPENED, SINCE A
      *> HISTORY LINE CAN LATER MOVE) - WHO OPENED IT AND WHO OWNS
      *> IT. WHILE THE CASE IS OPEN ("O") ITS AMOUNT IS HELD OUT OF
      *> FINANCE CHARGES, DUNNING AND DIRECT-DEBIT COLLECTION. A
      *> SUPERVISOR CLOSES IT EITHER BY UPHOLDING THE CHARGE ("U")
      *> OR BY CREDITING THE CUSTOMER ("C"); A CREDIT GOES ON THE
      *> HISTORY AS A NEGATIVE "(DSPCRD)" LINE AND DP-CREDIT-AMOUNT
      *> SAYS HOW MUCH WAS GIVEN BACK.
      *> -----------------------------------------------------------
       01 DISPUTE-REC.
           05 DP-KEY.
               10 DP-PHONE PIC 9(09).
               10 DP-CASE  PIC 9(03).
           05 DP-AMOUNT        PIC S9(7)V99.
           05 DP-INVOICE-NO    PIC 9(06).
           05 DP-HIST-LINE     PIC 9(02).
           05 DP-CONCERNS      PIC X(30).
           05 DP-REASON        PIC X(40).
           05 DP-OPENED-DATE   PIC 9(08).
           05 DP-OPENED-BY     PIC X(08).
           05 DP-OWNER         PIC X(08).
           05 DP-STATUS        PIC X(01).
               88 DP-OPEN      VALUE "O".
               88 DP-UPHELD    VALUE "U".
               88 DP-CREDITED  VALUE "C".
           05 DP-RESOLVED-DATE PIC 9(08).
           05 DP-RESOLVED-BY   PIC X(08).
           05 DP-CREDIT-AMOUNT PIC S9(7)V99.
           05 DP-RESOLUTION    PIC X(40).
