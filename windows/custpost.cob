      *> (WITH THE REASON), AND A "T" TRAILER WHOSE COUNTS AND
      *> AMOUNTS MATCH THE POSTING REGISTER - SO THEIR SYSTEM CAN
      *> RECONCILE AUTOMATICALLY AND THE WEEKLY PHONE CALL STOPS.
      *> A PAYMENT THAT ARRIVES INSIDE AN INVOICE'S PROMPT-PAYMENT
      *> WINDOW (OR-DISC-DATE, STAMPED FROM THE CUSTOMER'S TERMS
      *> CODE WHEN THE ORDER WAS INVOICED) AND COVERS THAT INVOICE
      *> LESS ITS DISCOUNT EARNS THE DISCOUNT: A "(PPDISC)" CREDIT
      *> LINE GOES ON custhist.dat, FS-BALANCE COMES DOWN BY IT,
      *> AND THE ORDER IS MARKED SO IT IS NEVER GRANTED TWICE.
      *> INVOICES ARE TAKEN OLDEST ORDER FIRST UNTIL THE PAYMENT IS
      *> USED UP. DISCOUNTS PRINT ON THEIR OWN REGISTER LINES AND
      *> TOTAL SEPARATELY FROM CASH; THE BANK ACKNOWLEDGMENT CARRIES
      *> CASH ONLY.
      *> MONEY FROM A CUSTOMER WHOSE DEBT WAS WRITTEN OFF (custwoff)
      *> IS A BAD-DEBT RECOVERY, NOT AN ORDINARY PAYMENT: AS MUCH OF
      *> IT AS IS STILL WRITTEN OFF IS FIRST REINSTATED WITH A
      *> "(RECOVR)" HISTORY LINE AND ADDED TO TM-RECOVERED ON
      *> custterm.dat, THEN THE PAYMENT CLEARS IT, SO THE RECOVERY
      *> NEVER LEAVES A FALSE CREDIT BALANCE. RECOVERIES ARE FLAGGED
      *> ON THE REGISTER AND TOTALLED ON THEIR OWN LINE (THEY ARE
      *> STILL CASH, SO THEY STAY IN THE PAYMENTS-APPLIED TOTAL).
      *> A PAYMENT FROM A PARENT ACCOUNT WITH BRANCHES (custgrp.dat)
      *> PAYS FOR THE WHOLE GROUP: IT IS SPREAD OVER THE PARENT'S
      *> AND THE BRANCHES' BALANCES, OLDEST FIRST, EACH SHARE POSTED
      *> TO ITS OWN ACCOUNT WITH ITS OWN REGISTER LINE, AND ANYTHING
      *> LEFT OVER STAYS WITH THE PARENT AS A CREDIT. A DIRECT DEBIT
      *> IS NEVER SPREAD AND NEVER EARNS A PROMPT-PAYMENT DISCOUNT,
      *> SO A RETURNED ONE (custddrt) UNDOES EXACTLY WHAT IT POSTED.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
          SELECT HISTORY-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS HX-STAT
              RECORD KEY IS HX-KEY.
          SELECT TERMS-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS TM-STAT
              RECORD KEY IS TM-KEY.
          SELECT GROUP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS GR-STAT
              RECORD KEY IS GR-KEY
              ALTERNATE RECORD KEY IS GR-BRANCH WITH DUPLICATES.
          SELECT RPT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RP-STAT.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AK-STAT.

          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      FD HISTORY-FILE VALUE OF FILE-ID IS "custhist.dat".
          COPY custhist.

      FD TERMS-FILE VALUE OF FILE-ID IS "custterm.dat".
          COPY termsrec.

      FD GROUP-FILE VALUE OF FILE-ID IS "custgrp.dat".
          COPY grprec.

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD ACK-FILE VALUE OF FILE-ID IS "custbank.ack".
      01 ACK-REC PIC X(80).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
      77 OR-STAT PIC 9(02).
          88 OR-OK        VALUE ZEROS.
          88 OR-NOT-EXIST VALUE 35.
      77 HX-STAT PIC 9(02).
          88 HX-OK        VALUE ZEROS.
          88 HX-NOT-EXIST VALUE 35.
      77 TM-STAT PIC 9(02).
          88 TM-FILE-OK        VALUE ZEROS.
          88 TM-FILE-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).
      77 AK-STAT PIC X(02).
      77 GR-STAT PIC 9(02).
          88 GR-FILE-OK        VALUE ZEROS.
          88 GR-FILE-NOT-EXIST VALUE 35.

      77 WS-AUDIT-WHO PIC X(08).
      77 WS-AUDIT-OP  PIC X(08).
      77 WS-ORDERS-PRESENT PIC X VALUE "N".
          88 ORDERS-PRESENT VALUE "Y".
      77 WS-BANK-PRESENT PIC X VALUE "N".
          88 BANK-PRESENT VALUE "Y".

      77 WS-APPLY-TOTAL   PIC S9(9)V99 VALUE ZEROS.
      77 WS-REJECT-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-REJECT-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-DISC-COUNT    PIC 9(07) VALUE ZEROS.
      77 WS-DISC-TOTAL    PIC S9(9)V99 VALUE ZEROS.

      *> PROMPT-PAYMENT DISCOUNT WORK AREAS. WS-PAY-LEFT IS WHAT IS
      *> LEFT OF THE PAYMENT AFTER THE INVOICES ALREADY SETTLED AT A
      *> DISCOUNT; WS-DISC-NET IS WHAT AN INVOICE COSTS THE CUSTOMER
      *> ONCE ITS DISCOUNT IS TAKEN OFF.
      77 WS-PAY-LEFT      PIC S9(9)V99.
      77 WS-DISC-AMOUNT   PIC S9(5)V99.
      77 WS-DISC-NET      PIC S9(9)V99.

      *> BAD-DEBT RECOVERY WORK AREAS. WS-RECOVER-AMOUNT IS HOW MUCH
      *> OF THE PAYMENT REINSTATES WRITTEN-OFF DEBT - NO MORE THAN
      *> IS STILL WRITTEN OFF, AND NO MORE THAN ONE HISTORY LINE
      *> HOLDS.
      77 WS-RECOVER-AMOUNT PIC S9(7)V99.
      77 WS-RECOVER-LEFT   PIC S9(7)V99.
      77 WS-RECOVER-MAX    PIC S9(5)V99 VALUE 99999,99.
      77 WS-RECOVER-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-RECOVER-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-RECOVER-FULL   PIC X VALUE "N".
          88 RECOVER-HIST-FULL VALUE "Y".

      *> GROUP PAYMENT WORK AREAS. THE PARENT AND EACH BRANCH OF A
      *> PAYING PARENT ARE LOADED INTO WS-SPREAD-TABLE WITH WHAT
      *> THEY OWE AND THE DATE OF THEIR LAST SALE (ZEROS FOR NONE -
      *> THE OLDEST OF ALL); THE PAYMENT IS THEN SHARED OUT OLDEST
      *> FIRST. A GROUP LARGER THAN THE TABLE HAS ITS LATER
      *> BRANCHES LEFT OUT OF THE SPREAD. THE PAYMENT'S OWN PHONE
      *> AND AMOUNT ARE KEPT ASIDE WHILE EACH SHARE IS POSTED.
      77 WS-GRP-BRANCHES   PIC 9(05).
      77 WS-SPREAD-MAX     PIC 9(03) COMP VALUE 50.
      77 WS-SPREAD-COUNT   PIC 9(03) COMP.
      77 WS-SPREAD-IDX     PIC 9(03) COMP.
      77 WS-SPREAD-PICK    PIC 9(03) COMP.
      77 WS-SPREAD-LEFT    PIC S9(9)V99.
      77 WS-SPREAD-SHARE   PIC S9(9)V99.
      77 WS-SPREAD-PHONE   PIC 9(09).
      77 WS-SPREAD-AMOUNT  PIC S9(7)V99.
      77 WS-LAST-SALE      PIC 9(08).
      77 WS-HIST-IDX       PIC 99 COMP.
      01 WS-SPREAD-TABLE.
          05 WS-SP-ENTRY OCCURS 50 TIMES.
              10 WS-SP-PHONE   PIC 9(09).
              10 WS-SP-OWED    PIC S9(7)V99.
              10 WS-SP-DATE    PIC 9(08).
              10 WS-SP-SHARE   PIC S9(7)V99.
              10 WS-SP-TAKEN   PIC X(01).

      01 WS-DETAIL-LINE.
          05 WD-REF    PIC X(12).
          05 FILLER    PIC X(02) VALUE SPACES.
          05 WT-AMOUNT PIC -(9)9,99.

      77 AJ-STAT PIC 9(02).
          88 AJ-OK        VALUE ZEROS.
          88 AJ-NOT-EXIST VALUE 35.
      *> WHAT THE NEXT AFTER-IMAGE RECORD SAYS HAPPENED ("W"
      *> WRITTEN OR REWRITTEN, "D" DELETED) AND THE CHECK-VALUE
      *> WORK AREAS.
      77 WS-AIJ-ACTION PIC X(01) VALUE "W".
      77 WS-AIJ-IDX    PIC 9(04) COMP.
      77 WS-AIJ-WORK   PIC 9(18) COMP.
      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.
          CLOSE PAYMENT-FILE
          CLOSE AUDIT-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          IF ORDERS-PRESENT
              CLOSE ORDER-FILE
          END-IF
          CLOSE HISTORY-FILE
          CLOSE TERMS-FILE
          CLOSE GROUP-FILE
          CLOSE RPT-FILE
          DISPLAY "POSTING COMPLETE - " WS-APPLY-COUNT " APPLIED, "
                  WS-REJECT-COUNT " REJECTED, " WS-DISC-COUNT
                  " DISCOUNT(S), " WS-RECOVER-COUNT
                  " RECOVERY(IES) - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.
      *> CUSTOMER'S BALANCE, ADVANCES FS-VERSION, APPENDS AN AUDIT
      *> RECORD, AND MARKS THE PAYMENT APPLIED. A PHONE NUMBER NOT
      *> ON FILE MARKS THE PAYMENT REJECTED WITH ITS REASON SO THE
      *> REGISTER CAN LIST IT. AN APPLIED PAYMENT IS THEN CHECKED
      *> FOR PROMPT-PAYMENT DISCOUNTS IT HAS EARNED. A PAYMENT FROM
      *> A PARENT WITH BRANCHES IS SPREAD OVER THE GROUP INSTEAD -
      *> EXCEPT A DIRECT DEBIT ("DD" REFERENCE), WHICH custddeb
      *> RAISED FOR THE MANDATE HOLDER'S OWN BALANCE AND custddrt
      *> PUTS BACK ON THAT ACCOUNT ALONE IF IT IS RETURNED, SO IT
      *> IS ALWAYS POSTED TO THE MANDATE HOLDER.
      *> -----------------------------------------------------------
      005-POST-ONE-PAYMENT.
          MOVE ZEROS TO WS-GRP-BRANCHES
          IF PY-REF(1:2) NOT = "DD"
              PERFORM 017-COUNT-BRANCHES THRU 017-COUNT-BRANCHES-END
          END-IF
          IF WS-GRP-BRANCHES > ZEROS
              PERFORM 018-SPREAD-PAYMENT THRU 018-SPREAD-PAYMENT-END
              GO 005-POST-ONE-PAYMENT-END
          END-IF
          MOVE PY-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE "REJECTED - PHONE NOT ON FILE" TO WD-REASON
                  PERFORM 008-WRITE-DETAIL THRU 008-WRITE-DETAIL-END
              NOT INVALID KEY
                  PERFORM 015-CHECK-RECOVERY
                      THRU 015-CHECK-RECOVERY-END
                  SUBTRACT PY-AMOUNT FROM FS-BALANCE
                  ADD WS-RECOVER-AMOUNT TO FS-BALANCE
                  ADD 1 TO FS-VERSION
                  REWRITE FILE1-REC
                      INVALID KEY
                          PERFORM 008-WRITE-DETAIL
                              THRU 008-WRITE-DETAIL-END
                      NOT INVALID KEY
                          PERFORM 094-JOURNAL-CUSTOMER
                              THRU 094-JOURNAL-CUSTOMER-END
                          MOVE "PAYMENT" TO WS-AUDIT-OP
                          PERFORM 011-WRITE-AUDIT
                              THRU 011-WRITE-AUDIT-END
                          MOVE "A" TO PY-STATUS
                          ADD 1 TO WS-APPLY-COUNT
                          ADD PY-AMOUNT TO WS-APPLY-TOTAL
                          MOVE "APPLIED" TO WD-REASON
                          IF RECOVER-HIST-FULL
                              MOVE "RECOVERY - HISTORY FULL"
                                  TO WD-REASON
                          END-IF
                          IF WS-RECOVER-AMOUNT > ZEROS
                              PERFORM 016-POST-RECOVERY
                                  THRU 016-POST-RECOVERY-END
                              MOVE "BAD-DEBT RECOVERY" TO WD-REASON
                          END-IF
                          PERFORM 008-WRITE-DETAIL
                              THRU 008-WRITE-DETAIL-END
                          PERFORM 012-GRANT-DISCOUNTS
                              THRU 012-GRANT-DISCOUNTS-END
                  END-REWRITE
          END-READ.
      005-POST-ONE-PAYMENT-END.
          MOVE WS-REJECT-COUNT TO WT-COUNT
          MOVE WS-REJECT-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "DISCOUNTS GRANTED: " TO WT-LABEL
          MOVE WS-DISC-COUNT TO WT-COUNT
          MOVE WS-DISC-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "BAD-DEBT RECOVERIES:" TO WT-LABEL
          MOVE WS-RECOVER-COUNT TO WT-COUNT
          MOVE WS-RECOVER-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, PAYMENT FILE AND AUDIT TRAIL.
      *> THE PAYMENT AND AUDIT FILES ARE CREATED ON FIRST USE, THE
      *> SAME WAY 007-OPEN-FILES IN customer.cob CREATES THEM. THE
      *> ORDER FILE IS ONLY READ FOR DISCOUNTS - WITH NO ORDERS ON
      *> FILE THERE ARE NONE TO GRANT.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN I-O FILE1
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF
          OPEN EXTEND AIJ-FILE
          IF AJ-NOT-EXIST THEN
              OPEN OUTPUT AIJ-FILE
              CLOSE AIJ-FILE
              OPEN EXTEND AIJ-FILE
          END-IF
          OPEN I-O ORDER-FILE
          IF OR-OK
              MOVE "Y" TO WS-ORDERS-PRESENT
          END-IF
          OPEN I-O HISTORY-FILE
          IF HX-NOT-EXIST THEN
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
          END-IF
          OPEN I-O TERMS-FILE
          IF TM-FILE-NOT-EXIST THEN
              OPEN OUTPUT TERMS-FILE
              CLOSE TERMS-FILE
              OPEN I-O TERMS-FILE
          END-IF
          OPEN INPUT GROUP-FILE
          IF GR-FILE-NOT-EXIST THEN
              OPEN OUTPUT GROUP-FILE
              CLOSE GROUP-FILE
              OPEN INPUT GROUP-FILE
          END-IF.

      *> -----------------------------------------------------------
      008-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE AUDIT RECORD FOR A POSTED PAYMENT OR DISCOUNT
      *> (WS-AUDIT-OP). NAME AND ADDRESS ARE UNCHANGED BY EITHER, SO
      *> BEFORE AND AFTER IMAGES BOTH SHOW THE RECORD AS IT STANDS.
      *> -----------------------------------------------------------
      011-WRITE-AUDIT.
          DISPLAY "USER" UPON ENVIRONMENT-NAME
          ACCEPT WS-AUDIT-WHO FROM ENVIRONMENT-VALUE
          MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
          MOVE WS-AUDIT-WHO TO AU-USER
          MOVE WS-AUDIT-OP  TO AU-OPERATION
          MOVE FS-PHONE     TO AU-PHONE
          MOVE FS-NAME      TO AU-BEFORE-NAME
          MOVE FS-ADDRESS   TO AU-BEFORE-ADDRESS
          WRITE AUDIT-REC.
      011-WRITE-AUDIT-END.

      *> -----------------------------------------------------------
      *> LOOKS FOR PROMPT-PAYMENT DISCOUNTS EARNED BY THE PAYMENT
      *> JUST APPLIED. EVERY INVOICED ORDER FOR THE CUSTOMER, OLDEST
      *> FIRST, THAT OFFERS A DISCOUNT NOT YET TAKEN, HAS NO GOODS
      *> RETURNED, AND WHOSE LAST DISCOUNT DAY IS NOT BEFORE THE
      *> PAYMENT DATE, IS GRANTED ITS DISCOUNT WHEN WHAT IS LEFT OF
      *> THE PAYMENT COVERS THE INVOICE (GOODS PLUS TAX) LESS THE
      *> DISCOUNT. THE DISCOUNT IS ON THE GOODS ONLY, NEVER THE TAX.
      *> A DIRECT DEBIT ("DD" REFERENCE) EARNS NO DISCOUNT: WE
      *> CHOSE THE DAY IT WAS COLLECTED, NOT THE CUSTOMER, AND THE
      *> BANK CAN STILL RETURN IT UNPAID AFTER IT HAS POSTED.
      *> -----------------------------------------------------------
      012-GRANT-DISCOUNTS.
          IF NOT ORDERS-PRESENT OR PY-REF(1:2) = "DD"
              GO 012-GRANT-DISCOUNTS-END
          END-IF
          MOVE PY-AMOUNT TO WS-PAY-LEFT
          MOVE ZEROS TO OR-NUMBER
          START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
              INVALID KEY
                  GO 012-GRANT-DISCOUNTS-END
          END-START.
      012-GRANT-DISCOUNTS-LOOP.
          READ ORDER-FILE NEXT RECORD
              AT END
                  GO 012-GRANT-DISCOUNTS-END
          END-READ
          IF OR-PHONE NOT = PY-PHONE OR NOT OR-INVOICED
              GO 012-GRANT-DISCOUNTS-LOOP
          END-IF
          IF OR-DISC-PCT IS NOT NUMERIC OR OR-DISC-PCT = ZEROS
              GO 012-GRANT-DISCOUNTS-LOOP
          END-IF
          IF OR-DISC-TAKEN IS NOT NUMERIC OR OR-DISC-TAKEN NOT = ZEROS
              GO 012-GRANT-DISCOUNTS-LOOP
          END-IF
          IF NOT OR-NOT-RETURNED OR PY-DATE > OR-DISC-DATE
              GO 012-GRANT-DISCOUNTS-LOOP
          END-IF
          COMPUTE WS-DISC-AMOUNT ROUNDED =
              OR-TOTAL * OR-DISC-PCT / 100
          COMPUTE WS-DISC-NET =
              OR-TOTAL + OR-TAX-AMOUNT - WS-DISC-AMOUNT
          IF WS-DISC-AMOUNT NOT > ZEROS OR WS-PAY-LEFT < WS-DISC-NET
              GO 012-GRANT-DISCOUNTS-LOOP
          END-IF
          PERFORM 013-POST-DISCOUNT THRU 013-POST-DISCOUNT-END
          GO 012-GRANT-DISCOUNTS-LOOP.
      012-GRANT-DISCOUNTS-END.

      *> -----------------------------------------------------------
      *> POSTS THE DISCOUNT ON THE ORDER IN ORDER-REC: BRINGS
      *> FS-BALANCE DOWN, ADDS THE "(PPDISC)" CREDIT LINE TO THE
      *> CUSTOMER'S HISTORY, STAMPS OR-DISC-TAKEN, AUDITS IT AND
      *> PRINTS IT ON THE REGISTER. A HISTORY ALREADY HOLDING 20
      *> LINES CANNOT TAKE THE CREDIT LINE, SO THE DISCOUNT IS LEFT
      *> UNGRANTED AND LISTED FOR THE OFFICE TO DEAL WITH.
      *> -----------------------------------------------------------
      013-POST-DISCOUNT.
          SUBTRACT WS-DISC-NET FROM WS-PAY-LEFT
          MOVE PY-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  MOVE SPACES   TO HISTORY-REC
                  MOVE ZEROS    TO HX-ITEM-COUNT
                  MOVE PY-PHONE TO HX-PHONE
          END-READ
          IF HX-ITEM-COUNT NOT < 20
              MOVE SPACES TO WD-REASON
              STRING "INV " OR-INVOICE-NO " DISC - HISTORY FULL"
                  INTO WD-REASON
              PERFORM 014-WRITE-DISC-DETAIL
                  THRU 014-WRITE-DISC-DETAIL-END
              GO 013-POST-DISCOUNT-END
          END-IF
          SUBTRACT WS-DISC-AMOUNT FROM FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
              INVALID KEY
                  ADD WS-DISC-AMOUNT TO FS-BALANCE
                  MOVE SPACES TO WD-REASON
                  STRING "INV " OR-INVOICE-NO " DISC - MASTER ERROR"
                      INTO WD-REASON
                  PERFORM 014-WRITE-DISC-DETAIL
                      THRU 014-WRITE-DISC-DETAIL-END
                  GO 013-POST-DISCOUNT-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          ADD 1 TO HX-ITEM-COUNT
          MOVE SPACES TO HX-ITEM-DESC(HX-ITEM-COUNT)
          STRING "DISCOUNT INV " OR-INVOICE-NO
              INTO HX-ITEM-DESC(HX-ITEM-COUNT)
          MOVE FUNCTION CURRENT-DATE(1:8)
              TO HX-ITEM-DATE(HX-ITEM-COUNT)
          COMPUTE HX-ITEM-AMOUNT(HX-ITEM-COUNT) = 0 - WS-DISC-AMOUNT
          MOVE "(PPDISC)" TO HX-ITEM-CODE(HX-ITEM-COUNT)
          MOVE ZEROS      TO HX-ITEM-QTY(HX-ITEM-COUNT)
          WRITE HISTORY-REC
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          MOVE WS-DISC-AMOUNT TO OR-DISC-TAKEN
          REWRITE ORDER-REC
          PERFORM 097-JOURNAL-ORDER THRU 097-JOURNAL-ORDER-END
          MOVE "DISCOUNT" TO WS-AUDIT-OP
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          ADD 1 TO WS-DISC-COUNT
          ADD WS-DISC-AMOUNT TO WS-DISC-TOTAL
          MOVE SPACES TO WD-REASON
          STRING "PROMPT-PAY DISCOUNT INV " OR-INVOICE-NO
              INTO WD-REASON
          PERFORM 014-WRITE-DISC-DETAIL THRU 014-WRITE-DISC-DETAIL-END.
      013-POST-DISCOUNT-END.

      *> -----------------------------------------------------------
      *> PRINTS ONE REGISTER LINE FOR A DISCOUNT, UNDER THE
      *> PAYMENT'S REFERENCE BUT SHOWING THE DISCOUNT AMOUNT, SO IT
      *> IS NEVER MISTAKEN FOR CASH. WD-REASON IS SET BY THE CALLER.
      *> -----------------------------------------------------------
      014-WRITE-DISC-DETAIL.
          MOVE PY-REF         TO WD-REF
          MOVE PY-DATE        TO WD-DATE
          MOVE PY-PHONE       TO WD-PHONE
          MOVE WS-DISC-AMOUNT TO WD-AMOUNT
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      014-WRITE-DISC-DETAIL-END.

      *> -----------------------------------------------------------
      *> WORKS OUT WHETHER THE PAYMENT IN PAYMENT-REC IS A BAD-DEBT
      *> RECOVERY. IT IS WHEN THE CUSTOMER'S TERMS SHOW A WRITE-OFF
      *> NOT YET FULLY RECOVERED; WS-RECOVER-AMOUNT IS THEN THE PART
      *> OF THE PAYMENT THAT REINSTATES THE DEBT. A HISTORY WITH NO
      *> ROOM FOR THE "(RECOVR)" LINE LEAVES IT AN ORDINARY PAYMENT,
      *> FLAGGED ON THE REGISTER FOR THE OFFICE TO DEAL WITH.
      *> -----------------------------------------------------------
      015-CHECK-RECOVERY.
          MOVE ZEROS TO WS-RECOVER-AMOUNT
          MOVE "N" TO WS-RECOVER-FULL
          MOVE PY-PHONE TO TM-PHONE
          READ TERMS-FILE
              INVALID KEY
                  GO 015-CHECK-RECOVERY-END
          END-READ
          IF TM-WRTOFF-AMOUNT NOT NUMERIC OR TM-RECOVERED NOT NUMERIC
              GO 015-CHECK-RECOVERY-END
          END-IF
          COMPUTE WS-RECOVER-LEFT = TM-WRTOFF-AMOUNT - TM-RECOVERED
          IF WS-RECOVER-LEFT NOT > ZEROS OR PY-AMOUNT NOT > ZEROS
              GO 015-CHECK-RECOVERY-END
          END-IF
          MOVE PY-AMOUNT TO WS-RECOVER-AMOUNT
          IF WS-RECOVER-AMOUNT > WS-RECOVER-LEFT
              MOVE WS-RECOVER-LEFT TO WS-RECOVER-AMOUNT
          END-IF
          IF WS-RECOVER-AMOUNT > WS-RECOVER-MAX
              MOVE WS-RECOVER-MAX TO WS-RECOVER-AMOUNT
          END-IF
          MOVE PY-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  MOVE SPACES   TO HISTORY-REC
                  MOVE ZEROS    TO HX-ITEM-COUNT
                  MOVE PY-PHONE TO HX-PHONE
          END-READ
          IF HX-ITEM-COUNT NOT < 20
              MOVE ZEROS TO WS-RECOVER-AMOUNT
              MOVE "Y" TO WS-RECOVER-FULL
          END-IF.
      015-CHECK-RECOVERY-END.

      *> -----------------------------------------------------------
      *> BOOKS THE RECOVERY WORKED OUT BY 015-CHECK-RECOVERY ONCE
      *> THE PAYMENT IS ON THE MASTER: THE "(RECOVR)" LINE GOES ON
      *> THE HISTORY READ THERE, TM-RECOVERED GOES UP, AND THE
      *> RECOVERY IS AUDITED AND COUNTED.
      *> -----------------------------------------------------------
      016-POST-RECOVERY.
          ADD 1 TO HX-ITEM-COUNT
          MOVE "BAD DEBT RECOVERED" TO HX-ITEM-DESC(HX-ITEM-COUNT)
          MOVE FUNCTION CURRENT-DATE(1:8)
              TO HX-ITEM-DATE(HX-ITEM-COUNT)
          MOVE WS-RECOVER-AMOUNT TO HX-ITEM-AMOUNT(HX-ITEM-COUNT)
          MOVE "(RECOVR)" TO HX-ITEM-CODE(HX-ITEM-COUNT)
          MOVE ZEROS      TO HX-ITEM-QTY(HX-ITEM-COUNT)
          WRITE HISTORY-REC
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          ADD WS-RECOVER-AMOUNT TO TM-RECOVERED
          REWRITE TERMS-REC
          PERFORM 096-JOURNAL-TERMS THRU 096-JOURNAL-TERMS-END
          MOVE "RECOVERY" TO WS-AUDIT-OP
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          ADD 1 TO WS-RECOVER-COUNT
          ADD WS-RECOVER-AMOUNT TO WS-RECOVER-TOTAL.
      016-POST-RECOVERY-END.

      *> -----------------------------------------------------------
      *> COUNTS THE BRANCHES LINKED UNDER THE PAYING CUSTOMER INTO
      *> WS-GRP-BRANCHES. A PAYER NOT ON THE MASTER COUNTS NONE, SO
      *> THE ORDINARY POSTING REJECTS IT THE USUAL WAY.
      *> -----------------------------------------------------------
      017-COUNT-BRANCHES.
          MOVE ZEROS TO WS-GRP-BRANCHES
          MOVE PY-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  GO 017-COUNT-BRANCHES-END
          END-READ
          MOVE PY-PHONE TO GR-PARENT
          MOVE ZEROS TO GR-BRANCH
          START GROUP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                  GO 017-COUNT-BRANCHES-END
          END-START.
      017-COUNT-BRANCHES-LOOP.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 017-COUNT-BRANCHES-END
          END-READ
          IF GR-PARENT NOT = PY-PHONE
              GO 017-COUNT-BRANCHES-END
          END-IF
          ADD 1 TO WS-GRP-BRANCHES
          GO 017-COUNT-BRANCHES-LOOP.
      017-COUNT-BRANCHES-END.

      *> -----------------------------------------------------------
      *> SPREADS A PARENT'S PAYMENT OVER ITS GROUP. THE PARENT AND
      *> EVERY BRANCH STILL ON FILE ARE LOADED WITH WHAT THEY OWE
      *> AND THEIR LAST SALE DATE; THEN, OLDEST FIRST, EACH ACCOUNT
      *> STILL OWING TAKES AS MUCH OF WHAT IS LEFT AS CLEARS IT.
      *> WHATEVER IS LEFT WHEN EVERY BALANCE IS CLEARED GOES TO THE
      *> PARENT. EACH SHARE IS THEN POSTED TO ITS ACCOUNT AND THE
      *> PAYMENT MARKED APPLIED ONCE, FOR ITS FULL AMOUNT.
      *> -----------------------------------------------------------
      018-SPREAD-PAYMENT.
          MOVE ZEROS TO WS-SPREAD-COUNT
          MOVE PY-PHONE TO WS-SPREAD-PHONE
          PERFORM 019-LOAD-MEMBER THRU 019-LOAD-MEMBER-END
          MOVE PY-PHONE TO GR-PARENT
          MOVE ZEROS TO GR-BRANCH
          START GROUP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                  GO 018-SPREAD-PAYMENT-SHARE
          END-START.
      018-SPREAD-PAYMENT-LOAD.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 018-SPREAD-PAYMENT-SHARE
          END-READ
          IF GR-PARENT NOT = PY-PHONE
              GO 018-SPREAD-PAYMENT-SHARE
          END-IF
          MOVE GR-BRANCH TO WS-SPREAD-PHONE
          PERFORM 019-LOAD-MEMBER THRU 019-LOAD-MEMBER-END
          GO 018-SPREAD-PAYMENT-LOAD.
      018-SPREAD-PAYMENT-SHARE.
          MOVE PY-AMOUNT TO WS-SPREAD-LEFT.
      018-SPREAD-PAYMENT-PICK.
          IF WS-SPREAD-LEFT NOT > ZEROS
              GO 018-SPREAD-PAYMENT-POST
          END-IF
          MOVE ZEROS TO WS-SPREAD-PICK
          PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
                  UNTIL WS-SPREAD-IDX > WS-SPREAD-COUNT
              IF WS-SP-TAKEN(WS-SPREAD-IDX) = "N"
                  AND WS-SP-OWED(WS-SPREAD-IDX) > ZEROS
                  IF WS-SPREAD-PICK = ZEROS
                      MOVE WS-SPREAD-IDX TO WS-SPREAD-PICK
                  ELSE
                      IF WS-SP-DATE(WS-SPREAD-IDX)
                          < WS-SP-DATE(WS-SPREAD-PICK)
                          MOVE WS-SPREAD-IDX TO WS-SPREAD-PICK
                      END-IF
                  END-IF
              END-IF
          END-PERFORM
          IF WS-SPREAD-PICK = ZEROS
      *> EVERY BALANCE IS CLEARED - THE REST IS THE PARENT'S CREDIT.
              ADD WS-SPREAD-LEFT TO WS-SP-SHARE(1)
              GO 018-SPREAD-PAYMENT-POST
          END-IF
          MOVE "Y" TO WS-SP-TAKEN(WS-SPREAD-PICK)
          MOVE WS-SP-OWED(WS-SPREAD-PICK) TO WS-SPREAD-SHARE
          IF WS-SPREAD-SHARE > WS-SPREAD-LEFT
              MOVE WS-SPREAD-LEFT TO WS-SPREAD-SHARE
          END-IF
          ADD WS-SPREAD-SHARE TO WS-SP-SHARE(WS-SPREAD-PICK)
          SUBTRACT WS-SPREAD-SHARE FROM WS-SPREAD-LEFT
          GO 018-SPREAD-PAYMENT-PICK.
      018-SPREAD-PAYMENT-POST.
          MOVE PY-PHONE  TO WS-SPREAD-PHONE
          MOVE PY-AMOUNT TO WS-SPREAD-AMOUNT
          PERFORM VARYING WS-SPREAD-IDX FROM 1 BY 1
                  UNTIL WS-SPREAD-IDX > WS-SPREAD-COUNT
              IF WS-SP-SHARE(WS-SPREAD-IDX) NOT = ZEROS
                  PERFORM 020-POST-SHARE THRU 020-POST-SHARE-END
              END-IF
          END-PERFORM
          MOVE WS-SPREAD-PHONE  TO PY-PHONE
          MOVE WS-SPREAD-AMOUNT TO PY-AMOUNT
          MOVE "A" TO PY-STATUS
          MOVE SPACES TO PY-REASON
          MOVE FUNCTION CURRENT-DATE(1:8) TO PY-APPLIED-DATE
          REWRITE PAYMENT-REC
          ADD 1 TO WS-APPLY-COUNT
          ADD PY-AMOUNT TO WS-APPLY-TOTAL.
      018-SPREAD-PAYMENT-END.

      *> -----------------------------------------------------------
      *> ADDS THE GROUP MEMBER WS-SPREAD-PHONE TO THE SPREAD TABLE
      *> WITH WHAT IT OWES AND ITS LAST SALE DATE. A MEMBER NO
      *> LONGER ON THE MASTER, OR ONE PAST THE END OF THE TABLE, IS
      *> LEFT OUT.
      *> -----------------------------------------------------------
      019-LOAD-MEMBER.
          IF WS-SPREAD-COUNT NOT < WS-SPREAD-MAX
              GO 019-LOAD-MEMBER-END
          END-IF
          MOVE WS-SPREAD-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  GO 019-LOAD-MEMBER-END
          END-READ
          PERFORM 021-FIND-LAST-SALE THRU 021-FIND-LAST-SALE-END
          ADD 1 TO WS-SPREAD-COUNT
          MOVE FS-PHONE     TO WS-SP-PHONE(WS-SPREAD-COUNT)
          MOVE FS-BALANCE   TO WS-SP-OWED(WS-SPREAD-COUNT)
          MOVE WS-LAST-SALE TO WS-SP-DATE(WS-SPREAD-COUNT)
          MOVE ZEROS        TO WS-SP-SHARE(WS-SPREAD-COUNT)
          MOVE "N"          TO WS-SP-TAKEN(WS-SPREAD-COUNT).
      019-LOAD-MEMBER-END.

      *> -----------------------------------------------------------
      *> POSTS ONE SHARE OF A GROUP PAYMENT THE WAY 005-POST-ONE-
      *> PAYMENT POSTS A WHOLE ONE - RECOVERY CHECK, BALANCE, AUDIT,
      *> REGISTER LINE AND DISCOUNTS - WITH PY-PHONE AND PY-AMOUNT
      *> STANDING IN FOR THE MEMBER AND ITS SHARE WHILE IT DOES.
      *> A MASTER THAT WILL NOT REWRITE LEAVES THE SHARE UNPOSTED
      *> AND FLAGGED ON THE REGISTER FOR THE OFFICE TO DEAL WITH.
      *> -----------------------------------------------------------
      020-POST-SHARE.
          MOVE WS-SP-PHONE(WS-SPREAD-IDX) TO PY-PHONE FS-PHONE
          MOVE WS-SP-SHARE(WS-SPREAD-IDX) TO PY-AMOUNT
          READ FILE1
              INVALID KEY
                  MOVE "GROUP SHARE - NOT ON FILE" TO WD-REASON
                  PERFORM 008-WRITE-DETAIL THRU 008-WRITE-DETAIL-END
                  GO 020-POST-SHARE-END
          END-READ
          PERFORM 015-CHECK-RECOVERY THRU 015-CHECK-RECOVERY-END
          SUBTRACT PY-AMOUNT FROM FS-BALANCE
          ADD WS-RECOVER-AMOUNT TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
              INVALID KEY
                  MOVE "GROUP SHARE - REWRITE FAILED" TO WD-REASON
                  PERFORM 008-WRITE-DETAIL THRU 008-WRITE-DETAIL-END
                  GO 020-POST-SHARE-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          MOVE "PAYMENT" TO WS-AUDIT-OP
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          IF PY-PHONE = WS-SPREAD-PHONE
              MOVE "GROUP PAYMENT - PARENT SHARE" TO WD-REASON
          ELSE
              MOVE "GROUP PAYMENT - BRANCH SHARE" TO WD-REASON
          END-IF
          IF RECOVER-HIST-FULL
              MOVE "RECOVERY - HISTORY FULL" TO WD-REASON
          END-IF
          IF WS-RECOVER-AMOUNT > ZEROS
              PERFORM 016-POST-RECOVERY THRU 016-POST-RECOVERY-END
              MOVE "BAD-DEBT RECOVERY" TO WD-REASON
          END-IF
          PERFORM 008-WRITE-DETAIL THRU 008-WRITE-DETAIL-END
          PERFORM 012-GRANT-DISCOUNTS THRU 012-GRANT-DISCOUNTS-END.
      020-POST-SHARE-END.

      *> -----------------------------------------------------------
      *> FINDS THE DATE OF THE LAST SALE ON THE HISTORY OF THE
      *> CUSTOMER IN FILE1-REC INTO WS-LAST-SALE, SKIPPING THE
      *> SYSTEM-GENERATED LINES THE WAY custage AND custdun DO SO A
      *> CHARGE OR CREDIT NEVER MAKES AN OLD BALANCE LOOK NEW.
      *> -----------------------------------------------------------
      021-FIND-LAST-SALE.
          MOVE ZEROS TO WS-LAST-SALE
          MOVE FS-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  GO 021-FIND-LAST-SALE-END
          END-READ
          PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                  UNTIL WS-HIST-IDX > HX-ITEM-COUNT
              IF HX-ITEM-DESC(WS-HIST-IDX) NOT = "FINANCE CHARGE"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(FINCHG)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(STDCHG)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(PPDISC)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(WRTOFF)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(RECOVR)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(REFUND)"
                  AND HX-ITEM-CODE(WS-HIST-IDX) NOT = "(DSPCRD)"
                  IF HX-ITEM-DATE(WS-HIST-IDX) > WS-LAST-SALE
                      MOVE HX-ITEM-DATE(WS-HIST-IDX) TO WS-LAST-SALE
                  END-IF
              END-IF
          END-PERFORM.
      021-FIND-LAST-SALE-END.

      *> -----------------------------------------------------------
      *> OPENS THE REPORT AS A DATED, RETAINED GENERATION (THE SAME
      *> NAMING IDEA AS THE custbkup.YYYYMMDD.seq BACKUPS) AND
          REWRITE PARM-REC.
      093-SEAL-AUDIT-REC-END.

      *> -----------------------------------------------------------
      *> AFTER-IMAGE JOURNAL HOOKS. EACH IS PERFORMED STRAIGHT AFTER
      *> THE WRITE, REWRITE OR DELETE IT RECORDS AND JOURNALS THE
      *> RECORD ONLY WHEN THE FILE STATUS SAYS THE CHANGE WAS MADE.
      *> A DELETE MOVES "D" TO WS-AIJ-ACTION FIRST; THE HOOK PUTS IT
      *> BACK TO "W" EITHER WAY.
      *> -----------------------------------------------------------
      094-JOURNAL-CUSTOMER.
          IF FS-STAT < 10
              MOVE "C" TO AJ-FILE
              MOVE LENGTH OF FILE1-REC TO AJ-LENGTH
              MOVE FILE1-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      094-JOURNAL-CUSTOMER-END.

      095-JOURNAL-HISTORY.
          IF HX-STAT < 10
              MOVE "H" TO AJ-FILE
              MOVE LENGTH OF HISTORY-REC TO AJ-LENGTH
              MOVE HISTORY-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      095-JOURNAL-HISTORY-END.

      096-JOURNAL-TERMS.
          IF TM-STAT < 10
              MOVE "T" TO AJ-FILE
              MOVE LENGTH OF TERMS-REC TO AJ-LENGTH
              MOVE TERMS-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      096-JOURNAL-TERMS-END.

      097-JOURNAL-ORDER.
          IF OR-STAT < 10
              MOVE "O" TO AJ-FILE
              MOVE LENGTH OF ORDER-REC TO AJ-LENGTH
              MOVE ORDER-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      097-JOURNAL-ORDER-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE IMAGE RECORD TO THE AFTER-IMAGE JOURNAL. THE
      *> SEQUENCE NUMBER IS THE NEXT ONE ON THE "AIJSEQ" CONTROL
      *> RECORD AND THE CHECK VALUE IS TAKEN OVER THE SEQUENCE AND
      *> EVERY BYTE OF THE RECORD BODY, SO THE ROLL-FORWARD RUN CAN
      *> TELL A DAMAGED OR MISSING RECORD FROM A GOOD ONE.
      *> -----------------------------------------------------------
      098-APPEND-JOURNAL.
          MOVE "AIJSEQ" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "AIJSEQ" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "AFTER-IMAGE JOURNAL" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          ADD 1 TO PA-NUMBER
          MOVE PA-NUMBER     TO AJ-SEQ
          MOVE FUNCTION CURRENT-DATE(1:14) TO AJ-STAMP
          MOVE "CUSTPOST" TO AJ-PROGRAM
          MOVE "I"           TO AJ-TYPE
          MOVE WS-AIJ-ACTION TO AJ-ACTION
          MOVE ZEROS         TO AJ-GEN
          MOVE AJ-SEQ TO WS-AIJ-WORK
          PERFORM VARYING WS-AIJ-IDX FROM 1 BY 1
                  UNTIL WS-AIJ-IDX > LENGTH OF AJ-BODY
              COMPUTE WS-AIJ-WORK = WS-AIJ-WORK
                  + FUNCTION ORD(AJ-BODY(WS-AIJ-IDX:1))
                  * WS-AIJ-IDX
          END-PERFORM
          COMPUTE AJ-CHECK = FUNCTION MOD(WS-AIJ-WORK, 999999937)
          REWRITE PARM-REC
          WRITE AIJ-REC.
      098-APPEND-JOURNAL-END.

      *> -----------------------------------------------------------
      *> RUN-CONTROL CHECK-IN. THE JOB REFUSES TO START WHILE THE
      *> ONLINE PROGRAM IS SIGNED ON, THEN RECORDS ITSELF ACTIVE SO
