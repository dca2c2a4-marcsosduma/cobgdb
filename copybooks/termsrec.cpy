      *> COLLECTIONS RUN ESCALATES INSTEAD OF REPEATING ITSELF:
      *> 0 = NO LETTER YET, 1 = REMINDER, 2 = FIRM LETTER,
      *> 3 = FINAL DEMAND (WHICH ALSO PUTS THE ACCOUNT ON HOLD).
      *> A CUSTOMER FLAGGED TAX-EXEMPT IS INVOICED WITH NO SALES TAX;
      *> THE EXEMPTION CERTIFICATE NUMBER IS KEPT ALONGSIDE FOR THE
      *> TAX FILING. NO TERMS RECORD MEANS TAXABLE.
      *> A FINAL-DEMAND OR HELD ACCOUNT A SUPERVISOR HAS APPROVED FOR
      *> BAD-DEBT WRITE-OFF CARRIES THE MARK AND THE APPROVER'S ID
      *> UNTIL THE WRITE-OFF RUN CLEARS THE BALANCE AND CLOSES THE
      *> ACCOUNT; THE RUN LEAVES THE DATE AND AMOUNT WRITTEN OFF
      *> BEHIND, AND THE POSTING RUN ADDS UP WHAT IS LATER RECOVERED
      *> AGAINST IT. RECORDS WRITTEN BEFORE THESE FIELDS EXISTED
      *> CARRY SPACES THERE AND ARE TREATED AS NEVER WRITTEN OFF.
      *> -----------------------------------------------------------
       01 TERMS-REC.
           05 TM-KEY.
           05 TM-DUN-LEVEL PIC 9(01).
               88 TM-DUN-FINAL VALUE 3.
           05 TM-DUN-DATE  PIC 9(08).
           05 TM-TAX-EXEMPT PIC X(01).
               88 TM-TAX-FREE VALUE "Y".
           05 TM-TAX-CERT   PIC X(15).
           05 TM-WRTOFF-MARK   PIC X(01).
               88 TM-WRTOFF-APPROVED VALUE "Y".
           05 TM-WRTOFF-BY     PIC X(08).
           05 TM-WRTOFF-DATE   PIC 9(08).
           05 TM-WRTOFF-AMOUNT PIC S9(7)V99.
           05 TM-RECOVERED     PIC S9(7)V99.
