      *> -----------------------------------------------------------
      *> RFNDREC - RECORD LAYOUT FOR THE CREDIT-BALANCE REFUND FILE
      *> (custrfnd.dat), KEYED BY THE SAME PHONE NUMBER AS FILE1-REC.
      *> A SUPERVISOR APPROVES A REFUND AMOUNT FOR A CUSTOMER HOLDING
      *> A CREDIT ON THE REFUND REVIEW SCREEN (STATUS "A"); THE
      *> REFUND RUN PAYS IT (STATUS "P", WITH THE DATE, THE AMOUNT
      *> ACTUALLY PAID AND THE CHEQUE NUMBER) OR DROPS IT WHEN THE
      *> CREDIT HAS GONE (STATUS "X"). A PAID OR DROPPED RECORD IS
      *> KEPT UNTIL THE NEXT APPROVAL FOR THE CUSTOMER REPLACES IT.
      *> -----------------------------------------------------------
       01 REFUND-REC.
           05 RF-KEY.
               10 RF-PHONE PIC 9(09).
           05 RF-AMOUNT        PIC S9(7)V99.
           05 RF-APPROVED-BY   PIC X(08).
           05 RF-APPROVED-DATE PIC 9(08).
           05 RF-STATUS        PIC X(01).
               88 RF-APPROVED VALUE "A".
               88 RF-PAID     VALUE "P".
               88 RF-DROPPED  VALUE "X".
           05 RF-PAID-DATE     PIC 9(08).
           05 RF-PAID-AMOUNT   PIC S9(7)V99.
           05 RF-CHEQUE-NO     PIC 9(07).
