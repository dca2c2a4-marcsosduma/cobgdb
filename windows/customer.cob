               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PA-STAT
               RECORD KEY IS PA-KEY.
           SELECT CRMEMO-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CM-STAT
               RECORD KEY IS CM-KEY.
           SELECT TCODE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TC-STAT
               RECORD KEY IS TC-KEY.
           SELECT GLMAP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GM-STAT
               RECORD KEY IS GM-KEY.
           SELECT REFUND-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RF-STAT
               RECORD KEY IS RF-KEY.
           SELECT MANDATE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MD-STAT
               RECORD KEY IS MD-KEY.
           SELECT DISPUTE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DP-STAT
               RECORD KEY IS DP-KEY.
           SELECT PO-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PO-STAT
               RECORD KEY IS PO-KEY.
           SELECT GROUP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GR-STAT
               RECORD KEY IS GR-KEY
               ALTERNATE RECORD KEY IS GR-BRANCH WITH DUPLICATES.
           SELECT PENDING-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PD-STAT
               RECORD KEY IS PD-KEY.
           SELECT DOC-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-STAT.
           SELECT AIJ-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
           COPY parmrec.

       FD CRMEMO-FILE VALUE OF FILE-ID IS "custcrm.dat".
           COPY crmemrec.

       FD TCODE-FILE VALUE OF FILE-ID IS "custtcod.dat".
           COPY tcoderec.

       FD GLMAP-FILE VALUE OF FILE-ID IS "custglac.dat".
           COPY glmaprec.

       FD REFUND-FILE VALUE OF FILE-ID IS "custrfnd.dat".
           COPY rfndrec.

       FD MANDATE-FILE VALUE OF FILE-ID IS "custmand.dat".
           COPY mandrec.

       FD DISPUTE-FILE VALUE OF FILE-ID IS "custdisp.dat".
           COPY disprec.

       FD PO-FILE VALUE OF FILE-ID IS "custpo.dat".
           COPY porec.

       FD GROUP-FILE VALUE OF FILE-ID IS "custgrp.dat".
           COPY grprec.

       FD PENDING-FILE VALUE OF FILE-ID IS "custpend.dat".
           COPY pendrec.

       FD DOC-FILE VALUE OF FILE-ID IS WS-DOC-NAME.
       01 DOC-LINE PIC X(100).

       FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
           COPY aijrec.

       WORKING-STORAGE SECTION.

       01 WS-MODULE.
           88 E-SREPS    VALUE IS "9".
           88 E-STCHG    VALUE IS "C" "c".
           88 E-VIEWER   VALUE IS "V" "v".
           88 E-RECEIVING VALUE IS "G" "g".
           88 E-TCODES   VALUE IS "T" "t".
           88 E-GLMAP    VALUE IS "L" "l".
           88 E-WRTOFF   VALUE IS "W" "w".
           88 E-REFUND   VALUE IS "F" "f".
           88 E-MANDATE  VALUE IS "D" "d".
           88 E-DISPUTE  VALUE IS "K" "k".
           88 E-APPROVALS VALUE IS "A" "a".
           88 E-EXIT  VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 WS-LATCH-TRIES      PIC 9(03) COMP.
       77 WS-LATCH-STALE-SECS PIC 9(05) VALUE 60.

      *> AFTER-IMAGE JOURNAL. custaij.log IS OPENED FOR EACH APPEND
      *> AND CLOSED STRAIGHT AFTER, UNDER THE SEAL LATCH, SO THE
      *> RECORDS OF CONCURRENT SESSIONS LAND IN SEQUENCE ORDER.
      *> WS-AIJ-ACTION SAYS WHAT THE NEXT RECORD RECORDS ("W"
      *> WRITTEN OR REWRITTEN, "D" DELETED).
       77 AJ-STAT PIC 9(02).
           88 AJ-OK        VALUE ZEROS.
           88 AJ-NOT-EXIST VALUE 35.
       77 WS-AIJ-ACTION PIC X(01) VALUE "W".
       77 WS-AIJ-IDX    PIC 9(04) COMP.
       77 WS-AIJ-WORK   PIC 9(18) COMP.

      *> STATE TABLE MAINTENANCE AND VALIDATION STATE. THE ZIP RANGE
      *> IS KEYED AS TEXT AND CHECKED NUMERIC BEFORE IT IS TAKEN; THE
      *> DELETE SWITCH LETS A WRONG CODE BE TAKEN OFF THE TABLE.
           88 STATE-ZIP-OK VALUE "Y".
       77 WS-STATE-TABLE-EMPTY PIC X.
           88 STATE-TABLE-EMPTY VALUE "Y".
      *> THE STATE'S SALES TAX RATE IS KEYED AS EDITED TEXT AND
      *> CHECKED WITH FUNCTION TEST-NUMVAL THE SAME WAY THE REP
      *> COMMISSION RATE IS.
       77 WS-TAX-RATE-ENTRY PIC X(06).
       77 WS-TAX-RATE       PIC 9(02)V9(03).
       77 WS-TAX-RATE-EDIT  PIC Z9,999.

      *> CREDIT TERMS MAINTENANCE AND ENFORCEMENT STATE. THE LIMIT IS
      *> KEYED AS EDITED TEXT AND VALIDATED WITH FUNCTION TEST-NUMVAL
           88 ORDER-TAKE    VALUE "T" "t".
           88 ORDER-SHIP    VALUE "S" "s".
           88 ORDER-INVOICE VALUE "I" "i".
           88 ORDER-RETURN  VALUE "R" "r".
           88 ORDER-LOCATE  VALUE "L" "l".
           88 ORDER-PRINT   VALUE "P" "p".
       77 WS-ORDER-NO-ENTRY PIC 9(06).
       77 WS-NEXT-ORDER-NO  PIC 9(06).
       77 WS-ORDER-TOTAL    PIC S9(7)V99.
       77 WS-ORDER-QTY      PIC 9(03).
       77 WS-ORD-IDX        PIC 99 COMP.
       77 WS-ORD-HIST-TOTAL PIC 9(03).
       01 WS-SAVED-ORDER    PIC X(400).
       01 WS-ORDER-VIEW.
           05 WS-ORD-LINE PIC X(78) OCCURS 8 TIMES.
       77 WS-ORD-AMT-EDIT PIC -(5)9,99.
       77 WS-ORD-TOT-EDIT PIC -(7)9,99.
       77 WS-ORDER-STATUS-DESC PIC X(26).
      *> SALES TAX ON THE ORDER BEING INVOICED, WORKED OUT BY
      *> 080-COMPUTE-SALES-TAX; WS-ORD-TAX-LINES IS THE HISTORY LINE
      *> IT NEEDS (NONE WHEN NO TAX IS DUE).
       77 WS-ORD-TAX       PIC S9(5)V99.
       77 WS-ORD-TAX-LINES PIC 9(01).
       77 WS-ORD-TAX-EDIT  PIC -(5)9,99.

       77 CM-STAT PIC 9(02).
           88 CM-FILE-OK        VALUE ZEROS.
           88 CM-FILE-NOT-EXIST VALUE 35.

      *> RETURNS STATE FOR 074-RETURN-ORDER. THE CLERK PICKS ORDER
      *> LINES BY NUMBER AND KEYS THE QUANTITY COMING BACK; THE
      *> PICKS ARE HELD HERE UNTIL THE CREDIT MEMO IS CONFIRMED, SO
      *> AN ABANDONED RETURN LEAVES NOTHING ON FILE. THE QUANTITY IS
      *> KEYED AS TEXT AND EDITED BY 061-VALIDATE-QUANTITY THE SAME
      *> WAY AN ORDER LINE'S IS.
       77 WS-RET-LINE-ENTRY PIC X(01).
       77 WS-RET-LINE       PIC 9(01).
       77 WS-RET-LN-DISP    PIC 9(01).
       01 WS-RET-PICKS.
           05 WS-RET-QTY    PIC 9(03) OCCURS 5 TIMES.
           05 WS-RET-AMOUNT PIC S9(5)V99 OCCURS 5 TIMES.
       77 WS-RET-AVAILABLE  PIC S9(04).
       77 WS-RET-AVAIL-EDIT PIC ZZ9.
       77 WS-RET-LINES      PIC 9(02).
       77 WS-RET-TOTAL      PIC S9(7)V99.
       77 WS-RET-BEFORE     PIC S9(7)V99.
       77 WS-RET-AFTER      PIC S9(7)V99.
       77 WS-RET-GOODS-AFTER PIC S9(7)V99.
       77 WS-RET-TAX        PIC S9(5)V99.
       77 WS-RET-CREDIT     PIC S9(7)V99.
       77 WS-RET-ALL-BACK   PIC X VALUE "N".
           88 RET-ALL-BACK VALUE "Y".
       77 WS-NEXT-MEMO-NO   PIC 9(06).

      *> PRINTED DOCUMENTS FROM THE ORDER DESK. EACH DOCUMENT IS
      *> WRITTEN TO ITS OWN DATED FILE (WS-DOC-PREFIX PLUS THE RUN
      *> STAMP, THE SAME NAMING THE BATCH REPORTS USE) AND
      *> REGISTERED ON THE SPOOL CATALOG UNDER WS-DOC-REPORT, SO IT
      *> CAN BE PULLED BACK UP IN THE REPORT VIEWER.
       77 DC-STAT PIC X(02).
       77 WS-DOC-NAME   PIC X(30).
       77 WS-DOC-PREFIX PIC X(08).
       77 WS-DOC-REPORT PIC X(08).
       77 WS-DOC-STAMP  PIC 9(14).
       01 WS-DOC-ITEM-HEADING.
           05 FILLER PIC X(10) VALUE "CODE".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(05) VALUE "  QTY".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
       01 WS-DOC-ITEM-LINE.
           05 WO-CODE   PIC X(08).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WO-DESC   PIC X(20).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WO-QTY    PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 WO-AMOUNT PIC -(7)9,99.
       01 WS-DOC-TOTAL-LINE.
           05 WO-TOTAL-LABEL PIC X(39).
           05 WO-TOTAL       PIC -(7)9,99.
      *> THE PACKING SLIP GOES TO THE WAREHOUSE AND IN THE BOX, SO
      *> ITS LINES CARRY NO PRICES. A REPRINT IS MARKED AS A COPY.
       01 WS-DOC-SLIP-HEADING.
           05 FILLER PIC X(10) VALUE "CODE".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(05) VALUE "  QTY".
       01 WS-DOC-SLIP-LINE.
           05 WO-SLIP-CODE PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WO-SLIP-DESC PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WO-SLIP-QTY  PIC ZZZZ9.
       77 WS-DOC-UNITS      PIC 9(05).
       77 WS-DOC-UNITS-EDIT PIC ZZZZ9.
       77 WS-DOC-CHOICE     PIC X.
           88 DOC-SLIP    VALUE "P" "p".
           88 DOC-INVOICE VALUE "I" "i".
       77 WS-DOC-REPRINT    PIC X VALUE "N".
           88 DOC-REPRINT VALUE "Y".
       77 WS-NEXT-INVOICE-NO PIC 9(06).
       77 WS-DUE-DAYS        PIC 9(03).

      *> SUSPENSE WORKBENCH STATE FOR 051-SUSPENSE. REJECTED BANK
      *> PAYMENTS ON custpmt.dat ARE LISTED FOR A SUPERVISOR, WHO
       77 WS-REN-NOTE-COUNT PIC 9(05).
       77 WS-REN-ORD-COUNT  PIC 9(05).
       01 WS-REN-NOTE-SAVE  PIC X(92).
       01 WS-REN-DISP-SAVE  PIC X(189).
       01 WS-REN-PO-SAVE    PIC X(63).
      *> THE CUSTOMER PO INDEX THE BATCH ORDER INTAKE KEEPS. IT IS
      *> ONLY TOUCHED HERE, TO CARRY A RENUMBERED CUSTOMER'S PO
      *> NUMBERS OVER SO A PO ALREADY LOADED STAYS REFUSED.
       77 PO-STAT PIC 9(02).
           88 PO-FILE-OK        VALUE ZEROS.
           88 PO-FILE-NOT-EXIST VALUE 35.

      *> PARENT/BRANCH GROUP STATE. THE TERMS SCREEN SHOWS THE
      *> PARENT A CUSTOMER IS A BRANCH OF (ZEROS FOR NONE) AND, ON A
      *> PARENT, THE GROUP CREDIT LIMIT, KEYED AS EDITED TEXT THE
      *> SAME WAY THE CREDIT LIMIT IS. 126-FIND-GROUP SETS
      *> WS-GRP-PARENT TO THE PARENT OF THE GROUP THE CUSTOMER IN
      *> FILE1-REC BELONGS TO (ITS OWN PHONE FOR A PARENT, ZEROS
      *> WHEN IT IS IN NO GROUP) AND 127-SUM-GROUP ADDS UP WHAT THE
      *> WHOLE GROUP OWES. WS-GRP-CUST-SAVE KEEPS FILE1-REC WHILE
      *> THE OTHER MEMBERS ARE READ.
       77 GR-STAT PIC 9(02).
           88 GR-FILE-OK        VALUE ZEROS.
           88 GR-FILE-NOT-EXIST VALUE 35.
       77 WS-GRP-PARENT-ENTRY PIC 9(09).
       77 WS-GRP-LIMIT-ENTRY  PIC X(11).
       77 WS-GRP-LIMIT        PIC S9(7)V99.
       77 WS-GRP-OLD-PARENT   PIC 9(09).
       77 WS-GRP-PARENT       PIC 9(09).
       77 WS-GRP-BALANCE      PIC S9(9)V99.
       77 WS-GRP-PROJECTED    PIC S9(9)V99.
       77 WS-GRP-BRANCHES     PIC 9(05).
       01 WS-GRP-CUST-SAVE    PIC X(120).
       01 WS-REN-GRP-SAVE     PIC X(63).

      *> APPROVAL QUEUE STATE. A CREDIT LIMIT OR GROUP LIMIT
      *> INCREASE, A HOLD RELEASE, A BALANCE CHANGE OR A
      *> REINSTATEMENT KEYED BY A CLERK IS HELD ON custpend.dat BY
      *> 131-QUEUE-CHANGE INSTEAD OF BEING MADE; WS-PEND-QUEUED
      *> COUNTS HOW MANY ONE SAVE SENT THERE. THE TERMS SCREEN KEEPS
      *> THE STATUS AND GROUP LIMIT AS THEY WERE BEFORE THE EDIT SO
      *> IT CAN TELL AN INCREASE OR A RELEASE. THE SUPERVISOR'S
      *> QUEUE PAGES TEN ITEMS AT A TIME THE WAY THE WRITE-OFF
      *> REVIEW DOES, WS-PEND-START BEING THE KEY OF THE LAST ITEM
      *> ON THE PAGE SHOWN. 137-DESCRIBE-PENDING TURNS AN ITEM INTO
      *> THE FROM/TO TEXT THE LIST, THE PROMPT AND THE AUDIT SHOW.
       77 PD-STAT PIC 9(02).
           88 PD-FILE-OK        VALUE ZEROS.
           88 PD-FILE-NOT-EXIST VALUE 35.
       77 WS-PEND-QUEUED        PIC 9(01).
       77 WS-PEND-OLD-STATUS    PIC X(01).
       77 WS-PEND-OLD-GRP-LIMIT PIC S9(7)V99.
       77 WS-PEND-PHONE         PIC 9(09).
       77 WS-PEND-TYPE          PIC X(01).
       01 WS-PEND-START.
           05 WS-PEND-START-PHONE PIC 9(09).
           05 WS-PEND-START-TYPE  PIC X(01).
       77 WS-PEND-COUNT         PIC 9(03).
       01 WS-PEND-VIEW.
           05 WS-PEND-LINE PIC X(78) OCCURS 10 TIMES.
       77 WS-PEND-IDX           PIC 99 COMP.
       77 WS-PEND-NAME          PIC X(14).
       77 WS-PEND-DESC          PIC X(08).
       77 WS-PEND-FROM          PIC X(11).
       77 WS-PEND-TO            PIC X(11).
       77 WS-PEND-AMT-EDIT      PIC -(7)9,99.
       77 WS-PEND-DELTA         PIC S9(7)V99.
       77 WS-PEND-APPLIED       PIC X VALUE "N".
           88 PEND-APPLIED VALUE "Y".
       01 WS-PEND-CUST-SAVE     PIC X(120).

       77 IT-STAT PIC 9(02).
           88 IT-FILE-OK        VALUE ZEROS.
       77 WS-QTY-VALID     PIC X VALUE "Y".
           88 QTY-VALID VALUE "Y".

      *> STOCK STATE. THE REORDER POINT AND A RECEIPT QUANTITY ARE
      *> KEYED AS TEXT AND CHECKED WITH FUNCTION TEST-NUMVAL IN
      *> 083-VALIDATE-STOCK-QTY, WHICH ONLY PASSES WHOLE NUMBERS
      *> THAT ARE NOT NEGATIVE. AVAILABLE STOCK IS
      *> ON HAND LESS COMMITTED; ORDER ENTRY ALSO TAKES OFF WHAT THE
      *> EARLIER LINES OF THE SAME ORDER ALREADY ASKED FOR, AND
      *> SHIPPING WORKS OUT WHAT EACH LINE CAN HAVE IN WS-SHIP-QTY
      *> BEFORE ANYTHING IS REWRITTEN.
       77 WS-ITEM-STOCKED-ENTRY PIC X(01).
       77 WS-ITEM-REORDER-ENTRY PIC X(07).
       77 WS-ITEM-ONHAND-EDIT   PIC -(6)9.
       77 WS-ITEM-COMMIT-EDIT   PIC -(6)9.
       77 WS-ITEM-AVAIL-EDIT    PIC -(6)9.
       77 WS-RCV-QTY-ENTRY      PIC X(07).
       77 WS-STOCK-QTY-ENTRY    PIC X(07).
       77 WS-STOCK-QTY          PIC 9(07).
       77 WS-STOCK-QTY-VALUE    PIC S9(07)V99.
       77 WS-STOCK-QTY-VALID    PIC X VALUE "Y".
           88 STOCK-QTY-VALID VALUE "Y".
       77 WS-STOCK-AVAIL        PIC S9(07).
       77 WS-STOCK-IDX          PIC 9(02).
       77 WS-STOCK-IDX2         PIC 9(02).
       77 WS-SHIP-UNITS         PIC 9(05).
       77 WS-SHORT-UNITS        PIC 9(05).
       77 WS-SHIP-AMOUNT        PIC S9(5)V99.
       77 WS-SHIP-COUNT         PIC 99.
       77 WS-BACKORDER-NUMBER   PIC 9(06).
       77 WS-BACKORDER-OF       PIC 9(06).
       77 WS-BACKORDER-EDIT     PIC Z(5)9.
       01 WS-SHIP-PLAN.
           05 WS-SHIP-QTY PIC 9(03) OCCURS 5 TIMES.
       01 WS-BACKORDER-REC      PIC X(400).

       77 SR-STAT PIC 9(02).
           88 SR-FILE-OK        VALUE ZEROS.
           88 SR-FILE-NOT-EXIST VALUE 35.
       77 WS-SREP-FILE-EMPTY PIC X.
           88 SREP-FILE-EMPTY VALUE "Y".

       77 TC-STAT PIC 9(02).
           88 TC-FILE-OK        VALUE ZEROS.
           88 TC-FILE-NOT-EXIST VALUE 35.

      *> PAYMENT TERMS CODE MAINTENANCE AND VALIDATION STATE. THE DAY
      *> COUNTS AND THE DISCOUNT PERCENT ARE KEYED AS TEXT AND CHECKED
      *> WITH FUNCTION TEST-NUMVAL THE SAME WAY THE REP RATE IS; AN
      *> EMPTY TERMS TABLE PASSES EVERY CODE, THE SAME WAY AN EMPTY
      *> REP FILE DOES. WS-DISC-DAYS AND WS-DISC-AMOUNT CARRY THE
      *> DISCOUNT OFFERED ON AN INVOICE.
       77 WS-TCODE-ENTRY      PIC X(03).
       77 WS-TCODE-NET-ENTRY  PIC X(03).
       77 WS-TCODE-PCT-ENTRY  PIC X(05).
       77 WS-TCODE-DAYS-ENTRY PIC X(03).
       77 WS-TCODE-TEXT       PIC X(05).
       77 WS-TCODE-NUM        PIC S9(05)V99.
       77 WS-TCODE-NET        PIC 9(03).
       77 WS-TCODE-PCT        PIC 9(02)V99.
       77 WS-TCODE-DAYS       PIC 9(03).
       77 WS-TCODE-DAYS-EDIT  PIC ZZ9.
       77 WS-TCODE-PCT-EDIT   PIC Z9,99.
       77 WS-TCODE-DEL        PIC X VALUE "N".
           88 TCODE-DEL-WANTED VALUE "Y" "y".
       77 WS-TCODE-VALID      PIC X VALUE "Y".
           88 TCODE-VALID VALUE "Y".
       77 WS-TCODE-FILE-EMPTY PIC X.
           88 TCODE-FILE-EMPTY VALUE "Y".
       77 WS-TCODE-IN-USE     PIC X.
           88 TCODE-IN-USE VALUE "Y".
       77 WS-DISC-DAYS        PIC 9(03).
       77 WS-DISC-AMOUNT      PIC S9(5)V99.
       77 WS-DISC-AMOUNT-EDIT PIC -(5)9,99.

       77 GM-STAT PIC 9(02).
           88 GM-FILE-OK        VALUE ZEROS.
           88 GM-FILE-NOT-EXIST VALUE 35.
       77 WS-GLMAP-ENTRY PIC X(08).
       77 WS-GLMAP-DEL   PIC X VALUE "N".
           88 GLMAP-DEL-WANTED VALUE "Y" "y".

      *> BAD-DEBT WRITE-OFF REVIEW STATE - THE SAME FLATTENED LIST THE
      *> SUSPENSE WORKBENCH USES, TEN ACCOUNTS A PAGE. WS-WOFF-START
      *> IS THE LAST PHONE ON THE PAGE SHOWN, SO THE NEXT PAGE CAN
      *> CARRY ON FROM IT.
       77 WS-WOFF-PHONE    PIC 9(09).
       77 WS-WOFF-START    PIC 9(09).
       77 WS-WOFF-COUNT    PIC 9(03).
       01 WS-WOFF-VIEW.
           05 WS-WOFF-LINE PIC X(78) OCCURS 10 TIMES.
       77 WS-WOFF-IDX      PIC 99 COMP.
       77 WS-WOFF-AMT-EDIT PIC -(7)9,99.
       77 WS-WOFF-NAME     PIC X(24).
       77 WS-WOFF-FLAG     PIC X(14).

      *> CREDIT-BALANCE REFUND REVIEW STATE - THE SAME PAGED LIST THE
      *> WRITE-OFF REVIEW USES, BUILT FROM customers.dat. THE CHOSEN
      *> CUSTOMER'S LAST EIGHT APPLIED PAYMENTS ARE KEPT NEWEST FIRST
      *> SO THE SUPERVISOR CAN SEE WHAT MADE THE CREDIT. THE REFUND
      *> IS KEYED AS EDITED TEXT AND VALIDATED WITH FUNCTION
      *> TEST-NUMVAL THE SAME WAY WS-PAY-AMT-ENTRY IS.
       77 RF-STAT PIC 9(02).
           88 RF-FILE-OK        VALUE ZEROS.
           88 RF-FILE-NOT-EXIST VALUE 35.
       77 WS-RFND-PHONE    PIC 9(09).
       77 WS-RFND-START    PIC 9(09).
       77 WS-RFND-COUNT    PIC 9(03).
       01 WS-RFND-VIEW.
           05 WS-RFND-LINE PIC X(78) OCCURS 10 TIMES.
       01 WS-RFND-PAY-VIEW.
           05 WS-RFND-PAY-LINE PIC X(78) OCCURS 8 TIMES.
       01 WS-RFND-PAY-DATES.
           05 WS-RFND-PAY-DATE PIC 9(08) OCCURS 8 TIMES.
       77 WS-RFND-PAY-COUNT PIC 99.
       77 WS-RFND-IDX      PIC 99 COMP.
       77 WS-RFND-SLOT     PIC 99 COMP.
       77 WS-RFND-HEAD     PIC X(78).
       77 WS-RFND-CREDIT   PIC S9(7)V99.
       77 WS-RFND-AMOUNT   PIC S9(7)V99.
       77 WS-RFND-AMT-ENTRY PIC X(11).
       77 WS-RFND-AMT-RETCODE PIC 9(04).
       77 WS-RFND-AMT-VALID PIC X VALUE "Y".
           88 RFND-AMT-VALID VALUE "Y".
       77 WS-RFND-AMT-EDIT PIC -(7)9,99.
       77 WS-RFND-CR-EDIT  PIC -(7)9,99.
       77 WS-RFND-NAME     PIC X(24).
       77 WS-RFND-FLAG     PIC X(30).

      *> DIRECT-DEBIT MANDATE MAINTENANCE STATE. THE COLLECTION DAY
      *> IS KEYED AS TEXT AND CHECKED THE WAY A STANDING CHARGE'S
      *> DUE DAY IS.
       77 MD-STAT PIC 9(02).
           88 MD-FILE-OK        VALUE ZEROS.
           88 MD-FILE-NOT-EXIST VALUE 35.
       77 WS-MAND-DAY-ENTRY PIC X(02).
       77 WS-MAND-OLD-STATUS PIC X(01).

      *> DISPUTE CASE STATE. THE CUSTOMER'S EIGHT MOST RECENT CASES
      *> ARE KEPT FOR THE LIST THE SAME WAY THE CONTACT LOG KEEPS ITS
      *> LAST EIGHT NOTES, AND THE OPEN AMOUNT IS TOTALLED ON THE
      *> WAY. AMOUNTS ARE KEYED AS EDITED TEXT AND VALIDATED WITH
      *> FUNCTION TEST-NUMVAL THE SAME WAY WS-PAY-AMT-ENTRY IS. A
      *> CREDIT BIGGER THAN ONE HISTORY LINE HOLDS GOES ON AS MORE
      *> THAN ONE "(DSPCRD)" LINE, THE WAY custwoff SPLITS A WRITE-
      *> OFF.
       77 DP-STAT PIC 9(02).
           88 DP-FILE-OK        VALUE ZEROS.
           88 DP-FILE-NOT-EXIST VALUE 35.
       01 WS-DISP-VIEW.
           05 WS-DISP-LINE PIC X(78) OCCURS 8 TIMES.
       77 WS-DISP-COUNT      PIC 99.
       77 WS-DISP-IDX        PIC 99 COMP.
       77 WS-DISP-HEAD       PIC X(78).
       77 WS-DISP-DETAIL     PIC X(78).
       77 WS-DISP-NEXT-CASE  PIC 9(03).
       77 WS-DISP-OPEN-TOTAL PIC S9(9)V99.
       77 WS-DISP-CASE-ENTRY PIC 9(03).
       77 WS-DISP-AMT-ENTRY  PIC X(11).
       77 WS-DISP-AMT-RETCODE PIC 9(04).
       77 WS-DISP-AMT-VALID  PIC X VALUE "Y".
           88 DISP-AMT-VALID VALUE "Y".
       77 WS-DISP-AMOUNT     PIC S9(7)V99.
       77 WS-DISP-AMT-EDIT   PIC -(7)9,99.
       77 WS-DISP-INV-ENTRY  PIC 9(06).
       77 WS-DISP-LINE-ENTRY PIC 9(02).
       77 WS-DISP-OWNER-ENTRY PIC X(08).
       77 WS-DISP-TEXT-ENTRY PIC X(40).
       77 WS-DISP-ACTION     PIC X(01).
           88 DISP-UPHOLD VALUE "U".
           88 DISP-CREDIT VALUE "C".
           88 DISP-OWNER  VALUE "O".
       77 WS-DISP-STATUS-TEXT PIC X(08).
       77 WS-DISP-INV-DATE   PIC 9(08).
       77 WS-DISP-INV-FOUND  PIC X.
           88 DISP-INV-FOUND VALUE "Y".
       77 WS-DISP-CREDIT-LEFT PIC S9(7)V99.
       77 WS-DISP-LINE-AMOUNT PIC S9(5)V99.
       77 WS-DISP-LINES-NEEDED PIC 9(03).
       77 WS-DISP-NOTE-TEXT  PIC X(60).

       COPY screenio.

       SCREEN SECTION.
           05 LINE 20 COLUMN 15 VALUE "S - SUSPENDED BANK PAYMENTS".
           05 LINE 21 COLUMN 15 VALUE "N - CHANGE PHONE NUMBER".
           05 LINE 22 COLUMN 15 VALUE "X - EXIT".
           05 LINE 04 COLUMN 47 VALUE "G - GOODS RECEIVING".
           05 LINE 05 COLUMN 47 VALUE "T - PAYMENT TERMS CODES".
           05 LINE 06 COLUMN 47 VALUE "L - GL ACCOUNT MAPPING".
           05 LINE 07 COLUMN 47 VALUE "W - BAD-DEBT WRITE-OFF".
           05 LINE 08 COLUMN 47 VALUE "F - CREDIT-BALANCE REFUNDS".
           05 LINE 09 COLUMN 47 VALUE "D - DIRECT-DEBIT MANDATES".
           05 LINE 10 COLUMN 47 VALUE "K - DISPUTE CASES".
           05 LINE 11 COLUMN 47 VALUE "A - APPROVAL QUEUE".
           05 LINE 23 COLUMN 15 VALUE "CHOICE: ".
           05 LINE 23 COL PLUS 1 USING WS-CHOICE AUTO.

      *> MENU AS A CLERK SEES IT - DELETE AND THE OTHER SUPERVISOR
      *> OPTIONS DO NOT APPEAR. THE EVALUATE IN 001-START STILL
      *> REFUSES THEM IF A CLERK KEYS ONE ANYWAY. A CLERK'S RESTORE
      *> ONLY ASKS FOR THE REINSTATEMENT - IT WAITS ON THE
      *> SUPERVISOR'S APPROVAL QUEUE.
       01 SS-MENU-CLERK FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUDE".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULT".
           05 LINE 17 COLUMN 15 VALUE "P - POST PAYMENT".
           05 LINE 18 COLUMN 15 VALUE "V - VIEW REPORTS".
           05 LINE 19 COLUMN 15 VALUE "X - EXIT".
           05 LINE 07 COLUMN 47 VALUE "G - GOODS RECEIVING".
           05 LINE 08 COLUMN 47 VALUE "T - PAYMENT TERMS CODES".
           05 LINE 09 COLUMN 47 VALUE "D - DIRECT-DEBIT MANDATES".
           05 LINE 10 COLUMN 47 VALUE "K - DISPUTE CASES".
           05 LINE 11 COLUMN 47 VALUE "R - RESTORE DELETED CUSTOMER".
           05 LINE 20 COLUMN 15 VALUE "CHOICE: ".
           05 LINE 20 COL PLUS 1 USING WS-CHOICE AUTO.

           05 COLUMN PLUS 4 PIC X(05) USING WS-ZIP-LOW-ENTRY.
           05 LINE 13 COLUMN 10 VALUE " HIGHEST ZIP:".
           05 COLUMN PLUS 4 PIC X(05) USING WS-ZIP-HIGH-ENTRY.
           05 LINE 14 COLUMN 10 VALUE "TAX RATE (PCT):".
           05 COLUMN PLUS 2 PIC X(06) USING WS-TAX-RATE-ENTRY.
           05 LINE 15 COLUMN 10 VALUE "DELETE (Y/N):".
           05 COLUMN PLUS 4 PIC X(01) USING WS-STATE-DEL AUTO.

       01 SS-MERGE-KEYS FOREGROUND-COLOR 2.
       01 SS-TERMS-ENTRY FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 10 VALUE "   CREDIT LIMIT:".
           05 COLUMN PLUS 2 PIC X(11) USING WS-TERM-LIMIT-ENTRY.
           05 LINE 16 COLUMN 45 VALUE "PARENT ACCOUNT:".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-GRP-PARENT-ENTRY
              BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 45 VALUE "   GROUP LIMIT:".
           05 COLUMN PLUS 2 PIC X(11) USING WS-GRP-LIMIT-ENTRY.
           05 LINE 17 COLUMN 10 VALUE "     TERMS CODE:".
           05 COLUMN PLUS 2 PIC X(03) USING TM-TERMS-CODE.
           05 LINE 18 COLUMN 10 VALUE " STATUS (O/H/C):".
           05 COLUMN PLUS 2 PIC X(01) USING TM-STATUS.
           05 LINE 19 COLUMN 10 VALUE "FIN CHG EXEMPT (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING TM-FINCHG-EXEMPT.
           05 LINE 20 COLUMN 10 VALUE "    TAX EXEMPT (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING TM-TAX-EXEMPT.
           05 LINE 21 COLUMN 10 VALUE " EXEMPTION CERT NO:".
           05 COLUMN PLUS 4 PIC X(15) USING TM-TAX-CERT.

       01 SS-MANDATE-ENTRY FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 10 VALUE "  BANK ROUTING NO:".
           05 COLUMN PLUS 2 PIC X(09) USING MD-BANK-CODE.
           05 LINE 17 COLUMN 10 VALUE "   ACCOUNT NUMBER:".
           05 COLUMN PLUS 2 PIC X(17) USING MD-ACCOUNT-NO.
           05 LINE 18 COLUMN 10 VALUE "   ACCOUNT HOLDER:".
           05 COLUMN PLUS 2 PIC X(30) USING MD-ACCOUNT-NAME.
           05 LINE 19 COLUMN 10 VALUE "COLLECTION DAY:".
           05 COLUMN PLUS 5 PIC X(02) USING WS-MAND-DAY-ENTRY.
           05 LINE 20 COLUMN 10 VALUE "     STATUS (A/C):".
           05 COLUMN PLUS 2 PIC X(01) USING MD-STATUS.
           05 LINE 21 COLUMN 10 VALUE "    FAILED DEBITS:".
           05 COLUMN PLUS 2 PIC Z9 FROM MD-FAIL-COUNT.
           05 COLUMN PLUS 3 VALUE "LAST COLLECTED:".
           05 COLUMN PLUS 2 PIC X(12) FROM MD-LAST-REF.

       01 SS-DISP-LIST FOREGROUND-COLOR 2.
           05 LINE 03 COLUMN 02 PIC X(78) FROM WS-DISP-HEAD.
           05 LINE 04 COLUMN 02
              VALUE "CASE OPENED        AMOUNT OWNER    STATUS   CONCERNS".
           05 LINE 05 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(1).
           05 LINE 06 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(2).
           05 LINE 07 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(3).
           05 LINE 08 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(4).
           05 LINE 09 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(5).
           05 LINE 10 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(6).
           05 LINE 11 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(7).
           05 LINE 12 COLUMN 02 PIC X(78) FROM WS-DISP-LINE(8).

       01 SS-DISP-CASE FOREGROUND-COLOR 2.
           05 LINE 14 COLUMN 02
              VALUE "CASE TO WORK (BLANK = OPEN A NEW CASE):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-DISP-CASE-ENTRY
              BLANK WHEN ZEROS.

       01 SS-DISP-ENTRY FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02 VALUE "DISPUTED AMOUNT:".
           05 COLUMN PLUS 2 PIC X(11) USING WS-DISP-AMT-ENTRY.
           05 LINE 17 COLUMN 02 VALUE " INVOICE NUMBER:".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-DISP-INV-ENTRY
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 3 VALUE "OR HISTORY LINE:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-DISP-LINE-ENTRY
              BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 02 VALUE "     CASE OWNER:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-DISP-OWNER-ENTRY.
           05 LINE 19 COLUMN 02 VALUE "         REASON:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-DISP-TEXT-ENTRY.

       01 SS-DISP-RESOLVE FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02 PIC X(78) FROM WS-DISP-DETAIL.
           05 LINE 17 COLUMN 02 VALUE "REASON:".
           05 COLUMN PLUS 2 PIC X(40) FROM DP-REASON.
           05 LINE 18 COLUMN 02
              VALUE "U=UPHOLD THE CHARGE, C=CREDIT THE CUSTOMER, O=CHANGE OWNER:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DISP-ACTION.
           05 LINE 19 COLUMN 02 VALUE "CREDIT AMOUNT:".
           05 COLUMN PLUS 2 PIC X(11) USING WS-DISP-AMT-ENTRY.
           05 COLUMN PLUS 3 VALUE "NEW OWNER:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-DISP-OWNER-ENTRY.
           05 LINE 20 COLUMN 02 VALUE "RESOLUTION:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-DISP-TEXT-ENTRY.

       01 SS-PAYMENT-ENTRY FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 10 VALUE "  PAYMENT AMOUNT:".
           05 COLUMN PLUS 3 PIC 9(09) USING WS-SUSP-PHONE
              BLANK WHEN ZEROS.

       01 SS-WRTOFF-LIST FOREGROUND-COLOR 2.
           05 LINE 03 COLUMN 02
              VALUE "FINAL-DEMAND AND HELD ACCOUNTS OWING MONEY".
           05 LINE 04 COLUMN 02
              VALUE "PHONE     NAME                         BALANCE DUN DATE  WRITE-OFF".
           05 LINE 05 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(1).
           05 LINE 06 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(2).
           05 LINE 07 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(3).
           05 LINE 08 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(4).
           05 LINE 09 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(5).
           05 LINE 10 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(6).
           05 LINE 11 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(7).
           05 LINE 12 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(8).
           05 LINE 13 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(9).
           05 LINE 14 COLUMN 02 PIC X(78) FROM WS-WOFF-LINE(10).

       01 SS-WRTOFF-PHONE FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02
              VALUE "PHONE TO APPROVE OR WITHDRAW (BLANK = NEXT PAGE):".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-WOFF-PHONE
              BLANK WHEN ZEROS.

       01 SS-PEND-LIST FOREGROUND-COLOR 2.
           05 LINE 03 COLUMN 02
              VALUE "CHANGES KEYED BY CLERKS WAITING FOR APPROVAL".
           05 LINE 04 COLUMN 02
              VALUE "PHONE     NAME           CHANGE   FROM        TO          KEYED BY KEYED ON".
           05 LINE 05 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(1).
           05 LINE 06 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(2).
           05 LINE 07 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(3).
           05 LINE 08 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(4).
           05 LINE 09 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(5).
           05 LINE 10 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(6).
           05 LINE 11 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(7).
           05 LINE 12 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(8).
           05 LINE 13 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(9).
           05 LINE 14 COLUMN 02 PIC X(78) FROM WS-PEND-LINE(10).

       01 SS-PEND-PICK FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02
              VALUE "PHONE TO DECIDE (BLANK = NEXT PAGE):".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-PEND-PHONE
              BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 02
              VALUE "CHANGE (L=LIMIT G=GROUP LIMIT H=HOLD B=BALANCE R=RESTORE):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-PEND-TYPE.

       01 SS-RFND-LIST FOREGROUND-COLOR 2.
           05 LINE 03 COLUMN 02
              VALUE "CUSTOMERS HOLDING A CREDIT BALANCE".
           05 LINE 04 COLUMN 02
              VALUE "PHONE     NAME                          CREDIT  APPROVED REFUND".
           05 LINE 05 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(1).
           05 LINE 06 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(2).
           05 LINE 07 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(3).
           05 LINE 08 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(4).
           05 LINE 09 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(5).
           05 LINE 10 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(6).
           05 LINE 11 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(7).
           05 LINE 12 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(8).
           05 LINE 13 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(9).
           05 LINE 14 COLUMN 02 PIC X(78) FROM WS-RFND-LINE(10).

       01 SS-RFND-PHONE FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02
              VALUE "PHONE TO APPROVE OR WITHDRAW (BLANK = NEXT PAGE):".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-RFND-PHONE
              BLANK WHEN ZEROS.

       01 SS-RFND-PAYMENTS FOREGROUND-COLOR 2.
           05 LINE 03 COLUMN 02 PIC X(78) FROM WS-RFND-HEAD.
           05 LINE 04 COLUMN 02
              VALUE "APPLIED   REFERENCE          AMOUNT".
           05 LINE 05 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(1).
           05 LINE 06 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(2).
           05 LINE 07 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(3).
           05 LINE 08 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(4).
           05 LINE 09 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(5).
           05 LINE 10 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(6).
           05 LINE 11 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(7).
           05 LINE 12 COLUMN 02 PIC X(78) FROM WS-RFND-PAY-LINE(8).

       01 SS-RFND-AMOUNT FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 02
              VALUE "REFUND AMOUNT (BLANK OR ZERO = WITHDRAW):".
           05 COLUMN PLUS 2 PIC X(11) USING WS-RFND-AMT-ENTRY.

       01 SS-ORDER-MODE-PROMPT FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10
              VALUE "ORDERS: (T)AKE, (S)HIP, (I)NVOICE, (R)ETURN, (L)OCATE, (P)RINT:".
           05 COLUMN PLUS 2 PIC X USING WS-ORDER-MODE AUTO.

       01 SS-ORDER-NO FOREGROUND-COLOR 2.
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ORDER-NO-ENTRY
              BLANK WHEN ZEROS.

       01 SS-DOC-CHOICE FOREGROUND-COLOR 2.
           05 LINE 13 COLUMN 10
              VALUE "REPRINT (P)ACKING SLIP OR (I)NVOICE:".
           05 COLUMN PLUS 2 PIC X USING WS-DOC-CHOICE AUTO.

       01 SS-ORDER-LINE-ENTRY FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 10 VALUE "       ITEM CODE:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-NEW-ITEM-CODE.
           05 LINE 19 COLUMN 02 PIC X(78) FROM WS-ORD-LINE(7).
           05 LINE 20 COLUMN 02 PIC X(78) FROM WS-ORD-LINE(8).

       01 SS-RETURN-LINE-ENTRY FOREGROUND-COLOR 2.
           05 LINE 21 COLUMN 10 VALUE "LINE NUMBER RETURNED:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-RET-LINE-ENTRY.
           05 LINE 22 COLUMN 10 VALUE "   QUANTITY RETURNED:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-ORD-QTY-ENTRY.

       01 SS-HISTORY-ENTRY FOREGROUND-COLOR 2.
           05 LINE 12 COLUMN 10 VALUE "       ITEM CODE:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-NEW-ITEM-CODE.
           05 LINE 13 COLUMN 10 VALUE "   DELETE (Y/N):".
           05 COLUMN PLUS 3 PIC X(01) USING WS-SREP-DEL AUTO.

       01 SS-TCODE-KEY FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "TERMS CODE:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-TCODE-ENTRY AUTO.

       01 SS-TCODE-ENTRY FOREGROUND-COLOR 2.
           05 LINE 11 COLUMN 10 VALUE "       DESCRIPTION:".
           05 COLUMN PLUS 2 PIC X(20) USING TC-DESC.
           05 LINE 12 COLUMN 10 VALUE "          NET DAYS:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-TCODE-NET-ENTRY.
           05 LINE 13 COLUMN 10 VALUE "  DISCOUNT PERCENT:".
           05 COLUMN PLUS 2 PIC X(05) USING WS-TCODE-PCT-ENTRY.
           05 LINE 14 COLUMN 10 VALUE "     DISCOUNT DAYS:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-TCODE-DAYS-ENTRY.
           05 LINE 15 COLUMN 10 VALUE "      DELETE (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-TCODE-DEL AUTO.

       01 SS-GLMAP-KEY FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "TRANSACTION TYPE:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-GLMAP-ENTRY AUTO.

       01 SS-GLMAP-ENTRY FOREGROUND-COLOR 2.
           05 LINE 11 COLUMN 10 VALUE " DESCRIPTION:".
           05 COLUMN PLUS 2 PIC X(30) USING GM-DESC.
           05 LINE 12 COLUMN 10 VALUE "  GL ACCOUNT:".
           05 COLUMN PLUS 2 PIC X(10) USING GM-ACCOUNT.
           05 LINE 13 COLUMN 10 VALUE "DELETE (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-GLMAP-DEL AUTO.

       01 SS-ITEM-KEY FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "ITEM CODE:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-ITEM-CODE-ENTRY AUTO.
           05 COLUMN PLUS 2 PIC X(09) USING WS-ITEM-PRICE-ENTRY.
           05 LINE 13 COLUMN 10 VALUE " ACTIVE (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ITEM-ACTIVE-ENTRY.
           05 LINE 14 COLUMN 10 VALUE "  STOCK (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ITEM-STOCKED-ENTRY.
           05 LINE 15 COLUMN 10 VALUE "REORDER POINT:".
           05 COLUMN PLUS 2 PIC X(07) USING WS-ITEM-REORDER-ENTRY.
           05 LINE 16 COLUMN 10 VALUE "      ON HAND:".
           05 COLUMN PLUS 2 PIC X(07) FROM WS-ITEM-ONHAND-EDIT.
           05 LINE 17 COLUMN 10 VALUE "    COMMITTED:".
           05 COLUMN PLUS 2 PIC X(07) FROM WS-ITEM-COMMIT-EDIT.
           05 LINE 18 COLUMN 10 VALUE " DELETE (Y/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-ITEM-DEL AUTO.

      *> GOODS RECEIVING. THE ITEM IS SHOWN WITH WHAT IS ON HAND AND
      *> ALREADY PROMISED BEFORE THE CLERK KEYS THE QUANTITY IN.
       01 SS-RECEIVE-KEY FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "   ITEM CODE:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-NEW-ITEM-CODE AUTO.

       01 SS-RECEIVE-ENTRY FOREGROUND-COLOR 2.
           05 LINE 11 COLUMN 10 VALUE " DESCRIPTION:".
           05 COLUMN PLUS 2 PIC X(20) FROM IT-DESC.
           05 LINE 12 COLUMN 10 VALUE "     ON HAND:".
           05 COLUMN PLUS 2 PIC X(07) FROM WS-ITEM-ONHAND-EDIT.
           05 LINE 13 COLUMN 10 VALUE "   COMMITTED:".
           05 COLUMN PLUS 2 PIC X(07) FROM WS-ITEM-COMMIT-EDIT.
           05 LINE 14 COLUMN 10 VALUE "   AVAILABLE:".
           05 COLUMN PLUS 2 PIC X(07) FROM WS-ITEM-AVAIL-EDIT.
           05 LINE 16 COLUMN 10 VALUE "QTY RECEIVED:".
           05 COLUMN PLUS 2 PIC X(07) USING WS-RCV-QTY-ENTRY.

       01 SS-ERROR.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS_NUMR COLUMN 2 PIC X(80) FROM WS-ERRMSG BELL.
                   ACCEPT SS-MENU-CLERK
               END-IF
               EVALUATE TRUE
                   WHEN (E-DELETE OR E-MERGE OR E-OPERS
                           OR E-SUSPENSE OR E-RENUMBER OR E-GLMAP
                           OR E-WRTOFF OR E-REFUND OR E-APPROVALS)
                           AND NOT SUPERVISOR-SIGNED-ON
                       MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WS-ERRMSG
                       PERFORM 008-SHOW-ERROR
                   WHEN E-VIEWER
                       PERFORM 071-VIEW-REPORTS
                           THRU 071-VIEW-REPORTS-END
                   WHEN E-RECEIVING
                       PERFORM 082-RECEIVE-STOCK
                           THRU 082-RECEIVE-STOCK-END
                   WHEN E-TCODES
                       PERFORM 096-MAINTAIN-TCODES
                           THRU 096-MAINTAIN-TCODES-END
                   WHEN E-GLMAP
                       PERFORM 102-MAINTAIN-GLMAP
                           THRU 102-MAINTAIN-GLMAP-END
                   WHEN E-WRTOFF
                       PERFORM 103-WRITE-OFF-REVIEW
                           THRU 103-WRITE-OFF-REVIEW-END
                   WHEN E-REFUND
                       PERFORM 106-REFUND-REVIEW
                           THRU 106-REFUND-REVIEW-END
                   WHEN E-MANDATE
                       PERFORM 111-MAINTAIN-MANDATES
                           THRU 111-MAINTAIN-MANDATES-END
                   WHEN E-DISPUTE
                       PERFORM 112-DISPUTE-CASES
                           THRU 112-DISPUTE-CASES-END
                   WHEN E-APPROVALS
                       PERFORM 133-APPROVAL-QUEUE
                           THRU 133-APPROVAL-QUEUE-END
                   WHEN E-ORDERS
                       PERFORM 045-ORDER-DESK THRU 045-ORDER-DESK-END
                   WHEN E-PAYMENT
           CLOSE LOCK-FILE.
           CLOSE STCHG-FILE.
           CLOSE PARM-FILE.
           CLOSE CRMEMO-FILE.
           CLOSE TCODE-FILE.
           CLOSE GLMAP-FILE.
           CLOSE REFUND-FILE.
           CLOSE MANDATE-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE PO-FILE.
           CLOSE GROUP-FILE.
           CLOSE PENDING-FILE.
           PERFORM 042-RUN-CONTROL-FINISH
               THRU 042-RUN-CONTROL-FINISH-END.
           STOP RUN.
               PERFORM 008-SHOW-ERROR
               MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
               PERFORM 121-JOURNAL-CUSTOMER
                   THRU 121-JOURNAL-CUSTOMER-END
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "INCLUDE" TO WS-AUDIT-OP
               PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
               PERFORM 008-SHOW-ERROR
               GO 004-UPDATE-LOOP
           END-IF
      *> A CLERK'S BALANCE CHANGE WAITS FOR A SUPERVISOR; THE REST OF
      *> THE UPDATE GOES THROUGH WITH THE BALANCE LEFT AS IT WAS.
           MOVE ZEROS TO WS-PEND-QUEUED
           IF NOT SUPERVISOR-SIGNED-ON AND WE-BALANCE NOT = FS-BALANCE
               MOVE SPACES     TO PENDING-REC
               MOVE FS-PHONE   TO PD-PHONE
               MOVE "B"        TO PD-TYPE
               MOVE FS-BALANCE TO PD-BEFORE-AMOUNT
               MOVE WE-BALANCE TO PD-AFTER-AMOUNT
               PERFORM 131-QUEUE-CHANGE THRU 131-QUEUE-CHANGE-END
               MOVE FS-BALANCE TO WE-BALANCE
           END-IF
           MOVE WE-PHONE   TO FS-PHONE
           MOVE WE-NAME    TO FS-NAME
           MOVE WE-STREET  TO FS-STREET
                    MOVE "ERROR WRITING RECORD" TO WS-ERRMSG
                    PERFORM 008-SHOW-ERROR
                NOT INVALID KEY
                    PERFORM 121-JOURNAL-CUSTOMER
                        THRU 121-JOURNAL-CUSTOMER-END
                    MOVE "UPDATE" TO WS-AUDIT-OP
                    PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
                    IF WS-PEND-QUEUED > ZEROS
                        MOVE "BALANCE CHANGE SENT FOR APPROVAL"
                            TO WS-ERRMSG
                        PERFORM 008-SHOW-ERROR
                    END-IF
           END-REWRITE.
           GO 004-UPDATE-LOOP.
       004-UPDATE-END.
               PERFORM 008-SHOW-ERROR
               GO 005-DELETE-END
           END-IF
           PERFORM 130-COUNT-BRANCHES THRU 130-COUNT-BRANCHES-END
           IF WS-GRP-BRANCHES > ZEROS
               MOVE "ACCOUNT STILL HAS BRANCHES - UNLINK THEM FIRST"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 005-DELETE-END
           END-IF
           MOVE FS-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT TO WS-BALANCE-ENTRY
           DISPLAY SS-DATA.
                   MOVE "ERROR DELETING RECORD" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
               NOT INVALID KEY
                   MOVE "D" TO WS-AIJ-ACTION
                   PERFORM 121-JOURNAL-CUSTOMER
                       THRU 121-JOURNAL-CUSTOMER-END
                   PERFORM 013-SAVE-TO-RECYCLE THRU 013-SAVE-TO-RECYCLE-END
                   MOVE SPACES TO FS-NAME FS-ADDRESS
                   MOVE "DELETE" TO WS-AUDIT-OP
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
               OPEN I-O PARM-FILE
           END-IF
           OPEN I-O CRMEMO-FILE
           IF CM-FILE-NOT-EXIST THEN
               OPEN OUTPUT CRMEMO-FILE
               CLOSE CRMEMO-FILE
               OPEN I-O CRMEMO-FILE
           END-IF
           OPEN I-O TCODE-FILE
           IF TC-FILE-NOT-EXIST THEN
               OPEN OUTPUT TCODE-FILE
               CLOSE TCODE-FILE
               OPEN I-O TCODE-FILE
           END-IF
           OPEN I-O GLMAP-FILE
           IF GM-FILE-NOT-EXIST THEN
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           OPEN I-O REFUND-FILE
           IF RF-FILE-NOT-EXIST THEN
               OPEN OUTPUT REFUND-FILE
               CLOSE REFUND-FILE
               OPEN I-O REFUND-FILE
           END-IF
           OPEN I-O MANDATE-FILE
           IF MD-FILE-NOT-EXIST THEN
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           OPEN I-O DISPUTE-FILE
           IF DP-FILE-NOT-EXIST THEN
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           OPEN I-O PO-FILE
           IF PO-FILE-NOT-EXIST THEN
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF
           OPEN I-O GROUP-FILE
           IF GR-FILE-NOT-EXIST THEN
               OPEN OUTPUT GROUP-FILE
               CLOSE GROUP-FILE
               OPEN I-O GROUP-FILE
           END-IF
           OPEN I-O PENDING-FILE
           IF PD-FILE-NOT-EXIST THEN
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.

      *> -----------------------------------
      *> PHONE NUMBER, THE RECYCLED RECORD IS SHOWN FOR CONFIRMATION
      *> (WITH A WARNING IF IT IS PAST THE NORMAL GRACE WINDOW - STILL
      *> ALLOWED, JUST FLAGGED), AND ON CONFIRMATION IT IS WRITTEN BACK
      *> INTO FILE1 AND REMOVED FROM RECYCLE-FILE. A CLERK'S
      *> CONFIRMATION ONLY ASKS FOR IT: THE REINSTATEMENT GOES ON THE
      *> APPROVAL QUEUE AND THE RECORD STAYS IN THE RECYCLE BIN UNTIL
      *> A SUPERVISOR APPROVES IT.
       012-RESTORE.
           MOVE "RESTORE" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           IF NOT E-YES
               GO 012-RESTORE-LOOP
           END-IF
           IF NOT SUPERVISOR-SIGNED-ON
               MOVE SPACES     TO PENDING-REC
               MOVE RC-PHONE   TO PD-PHONE
               MOVE "R"        TO PD-TYPE
               MOVE ZEROS      TO PD-BEFORE-AMOUNT
               MOVE RC-BALANCE TO PD-AFTER-AMOUNT
               PERFORM 131-QUEUE-CHANGE THRU 131-QUEUE-CHANGE-END
               MOVE "REINSTATEMENT SENT FOR SUPERVISOR APPROVAL"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 012-RESTORE-LOOP
           END-IF
           MOVE RC-PHONE   TO FS-PHONE
           MOVE RC-NAME    TO FS-NAME
           MOVE RC-ADDRESS TO FS-ADDRESS
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
               NOT INVALID KEY
                   PERFORM 121-JOURNAL-CUSTOMER
                       THRU 121-JOURNAL-CUSTOMER-END
                   DELETE RECYCLE-FILE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "RESTORE" TO WS-AUDIT-OP
                               INVALID KEY
                                   REWRITE HISTORY-REC
                           END-WRITE
                           PERFORM 122-JOURNAL-HISTORY
                               THRU 122-JOURNAL-HISTORY-END
                           ADD WS-NEW-ITEM-AMOUNT TO FS-BALANCE
                           ADD 1 TO FS-VERSION
                           REWRITE FILE1-REC
                                       TO WS-ERRMSG
                                   PERFORM 008-SHOW-ERROR
                               NOT INVALID KEY
                                   PERFORM 121-JOURNAL-CUSTOMER
                                       THRU 121-JOURNAL-CUSTOMER-END
                                   MOVE FS-NAME    TO WS-BEFORE-NAME
                                   MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
                                   MOVE "ORDER" TO WS-AUDIT-OP
                   MOVE "ERROR WRITING RECORD" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
               NOT INVALID KEY
                   PERFORM 121-JOURNAL-CUSTOMER
                       THRU 121-JOURNAL-CUSTOMER-END
                   MOVE FS-NAME    TO WS-BEFORE-NAME
                   MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
                   MOVE "PAYMENT" TO WS-AUDIT-OP
      *> TERMS (OR THE OPEN/NO-LIMIT DEFAULTS FOR A CUSTOMER WITH NO
      *> TERMS RECORD YET) ARE SHOWN FOR EDIT, AND THE RECORD IS
      *> WRITTEN BACK KEYED BY THE SAME PHONE NUMBER AS FILE1-REC.
      *> A CLERK WHO RAISES THE CREDIT LIMIT OR THE GROUP LIMIT, OR
      *> TAKES THE ACCOUNT OFF HOLD, HAS THAT PART SENT TO THE
      *> APPROVAL QUEUE AND THE REST OF THE EDIT SAVED WITHOUT IT.
       033-MAINTAIN-TERMS.
           MOVE "CREDIT TERMS" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           MOVE WS-BALANCE-EDIT TO WS-BALANCE-ENTRY
           DISPLAY SS-DATA
           MOVE FS-PHONE TO TM-PHONE
           MOVE "Y" TO WS-TERMS-ON-FILE
           READ TERMS-FILE
               INVALID KEY
                   MOVE "N"      TO WS-TERMS-ON-FILE
                   MOVE ZEROS    TO TM-CREDIT-LIMIT
                   MOVE SPACES   TO TM-TERMS-CODE
                   MOVE "O"      TO TM-STATUS
                   MOVE "N"      TO TM-FINCHG-EXEMPT
                   MOVE ZEROS    TO TM-DUN-LEVEL TM-DUN-DATE
                   MOVE "N"      TO TM-TAX-EXEMPT
                   MOVE SPACES   TO TM-TAX-CERT
                   MOVE "N"      TO TM-WRTOFF-MARK
                   MOVE SPACES   TO TM-WRTOFF-BY
                   MOVE ZEROS    TO TM-WRTOFF-DATE TM-WRTOFF-AMOUNT
                                    TM-RECOVERED
                   MOVE FS-PHONE TO TM-PHONE
           END-READ
           IF TM-FINCHG-EXEMPT NOT = "Y" AND TM-FINCHG-EXEMPT NOT = "N"
               MOVE "N" TO TM-FINCHG-EXEMPT
           END-IF
           IF TM-TAX-EXEMPT NOT = "Y" AND TM-TAX-EXEMPT NOT = "N"
               MOVE "N" TO TM-TAX-EXEMPT
               MOVE SPACES TO TM-TAX-CERT
           END-IF
           IF TM-DUN-LEVEL NOT NUMERIC
               MOVE ZEROS TO TM-DUN-LEVEL TM-DUN-DATE
           END-IF
           IF TM-WRTOFF-AMOUNT NOT NUMERIC
               MOVE "N" TO TM-WRTOFF-MARK
               MOVE SPACES TO TM-WRTOFF-BY
               MOVE ZEROS TO TM-WRTOFF-DATE TM-WRTOFF-AMOUNT
                             TM-RECOVERED
           END-IF
           MOVE TM-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT TO WS-TERM-LIMIT-ENTRY
      *> A BRANCH SHOWS ITS PARENT; A PARENT SHOWS ITS GROUP LIMIT.
           PERFORM 126-FIND-GROUP THRU 126-FIND-GROUP-END
           MOVE ZEROS TO WS-GRP-OLD-PARENT
           MOVE SPACES TO WS-GRP-LIMIT-ENTRY
           IF WS-GRP-PARENT NOT = ZEROS AND WS-GRP-PARENT NOT = FS-PHONE
               MOVE WS-GRP-PARENT TO WS-GRP-OLD-PARENT
           END-IF
           IF WS-GRP-PARENT = FS-PHONE AND WS-GRP-LIMIT NOT = ZEROS
               MOVE WS-GRP-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-GRP-LIMIT-ENTRY
           END-IF
           MOVE WS-GRP-OLD-PARENT TO WS-GRP-PARENT-ENTRY
           MOVE TM-STATUS TO WS-PEND-OLD-STATUS
           MOVE ZEROS TO WS-PEND-OLD-GRP-LIMIT
           IF WS-GRP-PARENT = FS-PHONE
               MOVE WS-GRP-LIMIT TO WS-PEND-OLD-GRP-LIMIT
           END-IF
           DISPLAY SS-TERMS-ENTRY
           ACCEPT SS-TERMS-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               PERFORM 008-SHOW-ERROR
               GO 033-MAINTAIN-TERMS-LOOP
           END-IF
           IF TM-TAX-EXEMPT NOT = "Y" AND TM-TAX-EXEMPT NOT = "N"
               MOVE "TAX EXEMPT MUST BE Y OR N" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 033-MAINTAIN-TERMS-LOOP
           END-IF
           IF TM-TAX-FREE AND TM-TAX-CERT = SPACES
               MOVE "A TAX-EXEMPT CUSTOMER NEEDS A CERTIFICATE NUMBER"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 033-MAINTAIN-TERMS-LOOP
           END-IF
           PERFORM 100-VALIDATE-TERMS-CODE
               THRU 100-VALIDATE-TERMS-CODE-END
           IF NOT TCODE-VALID
               PERFORM 008-SHOW-ERROR
               GO 033-MAINTAIN-TERMS-LOOP
           END-IF
           PERFORM 128-VALIDATE-GROUP THRU 128-VALIDATE-GROUP-END
           IF NOT TERM-LIMIT-VALID
               PERFORM 008-SHOW-ERROR
               GO 033-MAINTAIN-TERMS-LOOP
           END-IF
           MOVE ZEROS TO WS-PEND-QUEUED
           IF NOT SUPERVISOR-SIGNED-ON
               PERFORM 132-QUEUE-TERMS-CHANGES
                   THRU 132-QUEUE-TERMS-CHANGES-END
           END-IF
           MOVE WS-TERM-LIMIT TO TM-CREDIT-LIMIT
           WRITE TERMS-REC
               INVALID KEY
                   REWRITE TERMS-REC
           END-WRITE
           PERFORM 123-JOURNAL-TERMS THRU 123-JOURNAL-TERMS-END
           PERFORM 129-SAVE-GROUP THRU 129-SAVE-GROUP-END
           IF WS-PEND-QUEUED > ZEROS
               MOVE SPACES TO WS-ERRMSG
               STRING "CREDIT TERMS SAVED - " WS-PEND-QUEUED
                   " CHANGE(S) SENT FOR SUPERVISOR APPROVAL"
                   DELIMITED BY SIZE INTO WS-ERRMSG
           ELSE
               MOVE "CREDIT TERMS SAVED" TO WS-ERRMSG
           END-IF
           PERFORM 008-SHOW-ERROR.
           GO 033-MAINTAIN-TERMS-LOOP.
       033-MAINTAIN-TERMS-END.
      *> OPEN-ACCOUNT, NO-LIMIT TREATMENT THE SHOP ALWAYS GAVE; AN
      *> ACCOUNT ON HOLD OR CLOSED REFUSES ANY ORDER, AND AN ORDER
      *> THAT WOULD PUSH FS-BALANCE PAST TM-CREDIT-LIMIT IS REFUSED
      *> WITH THE LIMIT IN THE MESSAGE. A BRANCH OR PARENT ACCOUNT
      *> IS THEN CHECKED AS A GROUP: A BRANCH BUYS NOTHING WHILE
      *> ITS PARENT IS ON HOLD OR CLOSED, AND NO ORDER MAY TAKE
      *> WHAT THE PARENT AND ALL ITS BRANCHES OWE TOGETHER PAST THE
      *> GROUP LIMIT.
       034-CHECK-CREDIT.
           MOVE "Y" TO WS-CREDIT-OK
           MOVE "N" TO WS-TERMS-ON-FILE
                   MOVE "Y" TO WS-TERMS-ON-FILE
           END-READ
           IF NOT TERMS-ON-FILE
               GO 034-CHECK-GROUP
           END-IF
           IF TM-HOLD
               MOVE "N" TO WS-CREDIT-OK
               STRING "ORDER WOULD EXCEED CREDIT LIMIT OF "
                   WS-LIMIT-EDIT " - ORDER REFUSED"
                   INTO WS-ERRMSG
               GO 034-CHECK-CREDIT-END
           END-IF.
       034-CHECK-GROUP.
           PERFORM 126-FIND-GROUP THRU 126-FIND-GROUP-END
           IF WS-GRP-PARENT = ZEROS
               GO 034-CHECK-CREDIT-END
           END-IF
           IF WS-GRP-PARENT NOT = FS-PHONE
               MOVE WS-GRP-PARENT TO TM-PHONE
               READ TERMS-FILE
                   INVALID KEY
                       MOVE "O" TO TM-STATUS
               END-READ
               IF TM-HOLD OR TM-CLOSED
                   MOVE "N" TO WS-CREDIT-OK
                   MOVE "PARENT ACCOUNT IS ON HOLD OR CLOSED - REFUSED"
                       TO WS-ERRMSG
                   GO 034-CHECK-CREDIT-END
               END-IF
           END-IF
           IF WS-GRP-LIMIT = ZEROS
               GO 034-CHECK-CREDIT-END
           END-IF
           PERFORM 127-SUM-GROUP THRU 127-SUM-GROUP-END
           COMPUTE WS-GRP-PROJECTED =
               WS-GRP-BALANCE + WS-NEW-ITEM-AMOUNT
           IF WS-GRP-PROJECTED > WS-GRP-LIMIT
               MOVE "N" TO WS-CREDIT-OK
               MOVE WS-GRP-LIMIT TO WS-LIMIT-EDIT
               MOVE SPACES TO WS-ERRMSG
               STRING "ORDER WOULD EXCEED GROUP CREDIT LIMIT OF "
                   WS-LIMIT-EDIT " - ORDER REFUSED"
                   INTO WS-ERRMSG
           END-IF.
       034-CHECK-CREDIT-END.

                   INVALID KEY
                       REWRITE HISTORY-REC
               END-WRITE
               PERFORM 122-JOURNAL-HISTORY THRU 122-JOURNAL-HISTORY-END
               MOVE WS-MERGE-DUP-PHONE TO HX-PHONE
               DELETE HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "D" TO WS-AIJ-ACTION
               PERFORM 122-JOURNAL-HISTORY THRU 122-JOURNAL-HISTORY-END
           END-IF
           MOVE WS-MERGE-SURV-PHONE TO FS-PHONE
           READ FILE1
                   PERFORM 008-SHOW-ERROR
                   GO 037-EXECUTE-MERGE-END
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "MERGE" TO WS-AUDIT-OP
                   MOVE "ERROR RETIRING DUPLICATE" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
               NOT INVALID KEY
                   MOVE "D" TO WS-AIJ-ACTION
                   PERFORM 121-JOURNAL-CUSTOMER
                       THRU 121-JOURNAL-CUSTOMER-END
                   PERFORM 013-SAVE-TO-RECYCLE
                       THRU 013-SAVE-TO-RECYCLE-END
                   MOVE SPACES TO FS-NAME FS-ADDRESS
      *> -----------------------------------
      *> MAINTENANCE SCREEN FOR THE STATE/ZIP REFERENCE TABLE. THE
      *> CLERK KEYS A STATE CODE, SEES THE ENTRY (OR BLANKS FOR A NEW
      *> ONE), AND SAVES THE NAME, ZIP RANGE AND SALES TAX RATE - OR
      *> TAKES THE CODE OFF THE TABLE WITH THE DELETE SWITCH.
      *> CORRECTING THE TABLE HERE IS WHAT KEEPS STATE "XX" AND
      *> LETTERED ZIPS OUT OF THE MAILINGS WITHOUT A CODE CHANGE.
       039-MAINTAIN-STATES.
           MOVE "STATE TABLE" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           READ STATE-FILE
               INVALID KEY
                   MOVE SPACES TO ST-NAME
                   MOVE ZEROS  TO ST-ZIP-LOW ST-ZIP-HIGH ST-TAX-RATE
                   MOVE FUNCTION UPPER-CASE(WS-STATE-CODE-ENTRY)
                       TO ST-CODE
           END-READ
           IF ST-TAX-RATE IS NOT NUMERIC
               MOVE ZEROS TO ST-TAX-RATE
           END-IF
           MOVE ST-TAX-RATE TO WS-TAX-RATE-EDIT
           MOVE WS-TAX-RATE-EDIT TO WS-TAX-RATE-ENTRY
           MOVE ST-ZIP-LOW  TO WS-ZIP-LOW-ENTRY
           MOVE ST-ZIP-HIGH TO WS-ZIP-HIGH-ENTRY
           MOVE "N" TO WS-STATE-DEL
               PERFORM 008-SHOW-ERROR
               GO 039-MAINTAIN-STATES-LOOP
           END-IF
           PERFORM 081-VALIDATE-TAX-RATE
               THRU 081-VALIDATE-TAX-RATE-END
           IF WS-TAX-RATE-ENTRY = "*"
               GO 039-MAINTAIN-STATES-LOOP
           END-IF
           MOVE WS-TAX-RATE TO ST-TAX-RATE
           WRITE STATE-REC
               INVALID KEY
                   REWRITE STATE-REC
                   PERFORM 048-SHIP-ORDER THRU 048-SHIP-ORDER-END
               WHEN ORDER-INVOICE
                   PERFORM 049-INVOICE-ORDER THRU 049-INVOICE-ORDER-END
               WHEN ORDER-RETURN
                   PERFORM 074-RETURN-ORDER THRU 074-RETURN-ORDER-END
               WHEN ORDER-LOCATE
                   PERFORM 050-LOCATE-ORDER THRU 050-LOCATE-ORDER-END
               WHEN ORDER-PRINT
                   PERFORM 092-REPRINT-DOCUMENT
                       THRU 092-REPRINT-DOCUMENT-END
               WHEN OTHER
                   MOVE "MODE MUST BE T, S, I, R, L OR P" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
           END-EVALUATE
           DISPLAY SS-CLS
      *> FULL), THE WHOLE ORDER IS CHECKED AGAINST THE CUSTOMER'S
      *> CREDIT TERMS THE SAME WAY A HISTORY LINE IS, AND THE ORDER
      *> IS WRITTEN IN ORDER STATUS WITHOUT TOUCHING FS-BALANCE -
      *> BILLING WAITS FOR THE INVOICE STEP. A LINE FOR MORE THAN IS
      *> AVAILABLE IS WARNED ABOUT BUT TAKEN, AND THE ORDER'S STOCK
      *> ITEMS ARE COMMITTED ONCE IT IS ON FILE.
       046-TAKE-ORDER.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-RECORD-SCREEN.
           DISPLAY SS-DATA
           MOVE SPACES TO ORDER-REC
           MOVE ZEROS TO OR-LINE-COUNT OR-TOTAL WS-ORDER-TOTAL
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 5
               MOVE ZEROS TO OR-LINE-RETURNED(WS-ORD-IDX)
           END-PERFORM
           MOVE "N" TO OR-RETURN-STATUS
           MOVE ZEROS TO OR-INVOICE-DATE OR-TAX-AMOUNT OR-TAX-CREDITED
           MOVE "N" TO OR-TAX-EXEMPT
           MOVE ZEROS TO OR-BACKORDER-OF OR-SHIP-DATE OR-INVOICE-NO
                         OR-DUE-DATE
           MOVE SPACES TO OR-TERMS-CODE
           MOVE ZEROS TO OR-DISC-PCT OR-DISC-DATE OR-DISC-TAKEN
           MOVE FS-PHONE TO OR-PHONE.
       046-TAKE-ORDER-LINE.
           IF OR-LINE-COUNT NOT < 5
               PERFORM 008-SHOW-ERROR
               GO 046-TAKE-ORDER-LINE
           END-IF
           PERFORM 084-CHECK-STOCK THRU 084-CHECK-STOCK-END
           ADD 1 TO OR-LINE-COUNT
           MOVE IT-CODE          TO OR-LINE-CODE(OR-LINE-COUNT)
           MOVE IT-DESC          TO OR-LINE-DESC(OR-LINE-COUNT)
                   PERFORM 008-SHOW-ERROR
                   GO 046-TAKE-ORDER-END
           END-WRITE
           PERFORM 124-JOURNAL-ORDER THRU 124-JOURNAL-ORDER-END
           PERFORM 085-COMMIT-STOCK THRU 085-COMMIT-STOCK-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "ORDER" TO WS-AUDIT-OP
      *> -----------------------------------
      *> MOVES AN ORDER FROM ORDER TO SHIPPED STATUS. ONLY AN ORDER
      *> STILL IN ORDER STATUS CAN SHIP; BILLING STILL WAITS FOR THE
      *> INVOICE STEP. WHAT GOES OUT IS WHAT IS ON HAND (SEE 086-
      *> PLAN-SHIPMENT): WITH NOTHING IN STOCK THE ORDER STAYS OPEN,
      *> AND WHEN ONLY PART IS IN STOCK THE CLERK CONFIRMS AND THE
      *> REST IS SPLIT OFF ONTO A BACKORDER BEFORE THE SHIPPED LINES
      *> COME OFF STOCK. A PACKING SLIP FOR WHAT WENT OUT IS PRINTED
      *> FOR THE WAREHOUSE.
       048-SHIP-ORDER.
           MOVE ZEROS TO WS-ORDER-NO-ENTRY
           DISPLAY SS-ORDER-NO
               PERFORM 008-SHOW-ERROR
               GO 048-SHIP-ORDER-END
           END-IF
           PERFORM 086-PLAN-SHIPMENT THRU 086-PLAN-SHIPMENT-END
           IF WS-SHIP-UNITS = ZEROS
               MOVE "NOTHING ON THIS ORDER IS IN STOCK - ORDER LEFT OPEN"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 048-SHIP-ORDER-END
           END-IF
           MOVE ZEROS TO WS-BACKORDER-NUMBER
           IF WS-SHORT-UNITS > ZEROS
               MOVE "N" TO WS-ERROR
               MOVE "PART IN STOCK - SHIP IT AND BACKORDER THE REST (Y/N)?"
                   TO WS-ERRMSG
               ACCEPT SS-ERROR
               IF NOT E-YES
                   GO 048-SHIP-ORDER-END
               END-IF
               PERFORM 087-SPLIT-BACKORDER
                   THRU 087-SPLIT-BACKORDER-END
               IF WS-BACKORDER-NUMBER = ZEROS
                   MOVE "ERROR WRITING BACKORDER - ORDER NOT SHIPPED"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 048-SHIP-ORDER-END
               END-IF
           END-IF
           PERFORM 088-RELEASE-STOCK THRU 088-RELEASE-STOCK-END
           MOVE "S" TO OR-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO OR-SHIP-DATE
           REWRITE ORDER-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 048-SHIP-ORDER-END
           END-REWRITE
           PERFORM 124-JOURNAL-ORDER THRU 124-JOURNAL-ORDER-END
           MOVE "N" TO WS-DOC-REPRINT
           PERFORM 090-PRINT-PACKING-SLIP
               THRU 090-PRINT-PACKING-SLIP-END
           IF WS-BACKORDER-NUMBER = ZEROS
               MOVE "ORDER MARKED SHIPPED - READY TO INVOICE"
                   TO WS-ERRMSG
           ELSE
               MOVE WS-BACKORDER-NUMBER TO WS-BACKORDER-EDIT
               MOVE SPACES TO WS-ERRMSG
               STRING "ORDER SHIPPED IN PART - BACKORDER "
                   FUNCTION TRIM(WS-BACKORDER-EDIT)
                   " OPENED FOR THE REST"
                   INTO WS-ERRMSG
           END-IF
           PERFORM 008-SHOW-ERROR.
       048-SHIP-ORDER-END.

      *> -----------------------------------
      *> CUSTOMER'S MONEY. THE HISTORY FIT IS CHECKED FIRST SO AN
      *> INVOICE THAT WOULD NOT FIT THE 20-LINE TABLE IS REFUSED
      *> WHOLE (THE SAME RULE 037-EXECUTE-MERGE APPLIES), THEN THE
      *> ORDER LINES GO ONTO custhist.dat, FOLLOWED BY A "(SLSTAX)"
      *> LINE FOR THE SALES TAX WHEN ANY IS DUE (SEE 080-COMPUTE-
      *> SALES-TAX), OR-TOTAL AND THE TAX ARE CHARGED TO FS-BALANCE
      *> WITH FS-VERSION ADVANCED, AN AUDIT RECORD IS WRITTEN, AND
      *> THE ORDER MOVES TO INVOICED STATUS WITH THE INVOICE DATE,
      *> THE TAX CHARGED, THE NEXT INVOICE NUMBER AND THE PAYMENT DUE
      *> DATE STAMPED ON IT, AND THE INVOICE IS PRINTED.
       049-INVOICE-ORDER.
           MOVE ZEROS TO WS-ORDER-NO-ENTRY
           DISPLAY SS-ORDER-NO
                   PERFORM 008-SHOW-ERROR
                   GO 049-INVOICE-ORDER-END
           END-READ
           PERFORM 080-COMPUTE-SALES-TAX THRU 080-COMPUTE-SALES-TAX-END
           MOVE FS-PHONE TO HX-PHONE
           READ HISTORY-FILE
               INVALID KEY
                   MOVE ZEROS    TO HX-ITEM-COUNT
                   MOVE FS-PHONE TO HX-PHONE
           END-READ
           COMPUTE WS-ORD-HIST-TOTAL =
               HX-ITEM-COUNT + OR-LINE-COUNT + WS-ORD-TAX-LINES
           IF WS-ORD-HIST-TOTAL > 20
               MOVE "HISTORY WOULD EXCEED 20 LINES - ARCHIVE FIRST"
                   TO WS-ERRMSG
               MOVE OR-LINE-QTY(WS-ORD-IDX)
                   TO HX-ITEM-QTY(HX-ITEM-COUNT)
           END-PERFORM
           IF WS-ORD-TAX-LINES > ZEROS
               ADD 1 TO HX-ITEM-COUNT
               MOVE SPACES TO HX-ITEM-DESC(HX-ITEM-COUNT)
               STRING "SALES TAX " OR-TAX-STATE
                   INTO HX-ITEM-DESC(HX-ITEM-COUNT)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO HX-ITEM-DATE(HX-ITEM-COUNT)
               MOVE WS-ORD-TAX TO HX-ITEM-AMOUNT(HX-ITEM-COUNT)
               MOVE "(SLSTAX)" TO HX-ITEM-CODE(HX-ITEM-COUNT)
               MOVE ZEROS      TO HX-ITEM-QTY(HX-ITEM-COUNT)
           END-IF
           WRITE HISTORY-REC
               INVALID KEY
                   REWRITE HISTORY-REC
           END-WRITE
           PERFORM 122-JOURNAL-HISTORY THRU 122-JOURNAL-HISTORY-END
           ADD OR-TOTAL TO FS-BALANCE
           ADD WS-ORD-TAX TO FS-BALANCE
           ADD 1 TO FS-VERSION
           REWRITE FILE1-REC
               INVALID KEY
                   PERFORM 008-SHOW-ERROR
                   GO 049-INVOICE-ORDER-END
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "INVOICE" TO WS-AUDIT-OP
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE "I" TO OR-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO OR-INVOICE-DATE
           MOVE WS-ORD-TAX TO OR-TAX-AMOUNT
           MOVE ZEROS TO OR-TAX-CREDITED
           PERFORM 089-NEXT-INVOICE-NUMBER
               THRU 089-NEXT-INVOICE-NUMBER-END
           MOVE WS-NEXT-INVOICE-NO TO OR-INVOICE-NO
           PERFORM 101-STAMP-TERMS THRU 101-STAMP-TERMS-END
           REWRITE ORDER-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 049-INVOICE-ORDER-END
           END-REWRITE
           PERFORM 124-JOURNAL-ORDER THRU 124-JOURNAL-ORDER-END
           MOVE "N" TO WS-DOC-REPRINT
           PERFORM 091-PRINT-INVOICE THRU 091-PRINT-INVOICE-END
           MOVE SPACES TO WS-ERRMSG
           STRING "ORDER INVOICED - BALANCE CHARGED - INVOICE "
               OR-INVOICE-NO " PRINTED"
               INTO WS-ERRMSG
           PERFORM 008-SHOW-ERROR.
       049-INVOICE-ORDER-END.

      *> -----------------------------------
               WHEN OR-SHIPPED
                   MOVE "SHIPPED - AWAITING INVOICE"
                       TO WS-ORDER-STATUS-DESC
               WHEN OR-INVOICED AND OR-PART-RETURNED
                   MOVE "INVOICED - PART RETURNED" TO WS-ORDER-STATUS-DESC
               WHEN OR-INVOICED AND OR-ALL-RETURNED
                   MOVE "INVOICED - FULLY RETURNED"
                       TO WS-ORDER-STATUS-DESC
               WHEN OR-INVOICED
                   MOVE "INVOICED AND BILLED" TO WS-ORDER-STATUS-DESC
               WHEN OTHER
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 8
               MOVE SPACES TO WS-ORD-LINE(WS-ORD-IDX)
           END-PERFORM
           IF OR-BACKORDER-OF IS NUMERIC AND OR-BACKORDER-OF > ZEROS
               STRING "ORDER " OR-NUMBER "  TAKEN " OR-DATE
                   "  STATUS: " FUNCTION TRIM(WS-ORDER-STATUS-DESC)
                   "  B/O OF " OR-BACKORDER-OF
                   INTO WS-ORD-LINE(1)
           ELSE
               STRING "ORDER " OR-NUMBER "  TAKEN " OR-DATE
                   "  STATUS: " WS-ORDER-STATUS-DESC
                   INTO WS-ORD-LINE(1)
           END-IF
           MOVE OR-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               MOVE OR-LINE-AMOUNT(WS-ORD-IDX) TO WS-ORD-AMT-EDIT
               IF OR-LINE-RETURNED(WS-ORD-IDX) IS NUMERIC
                   AND OR-LINE-RETURNED(WS-ORD-IDX) > ZEROS
                   STRING "  " OR-LINE-DESC(WS-ORD-IDX)
                       "  QTY " OR-LINE-QTY(WS-ORD-IDX)
                       "  " WS-ORD-AMT-EDIT
                       "  RETURNED " OR-LINE-RETURNED(WS-ORD-IDX)
                       INTO WS-ORD-LINE(WS-ORD-IDX + 2)
               ELSE
                   STRING "  " OR-LINE-DESC(WS-ORD-IDX)
                       "  QTY " OR-LINE-QTY(WS-ORD-IDX)
                       "  " WS-ORD-AMT-EDIT
                       INTO WS-ORD-LINE(WS-ORD-IDX + 2)
               END-IF
           END-PERFORM
           MOVE OR-TOTAL TO WS-ORD-TOT-EDIT
           IF OR-INVOICED AND OR-TAX-AMOUNT IS NUMERIC
               AND OR-TAX-AMOUNT NOT = ZEROS
               MOVE OR-TAX-AMOUNT TO WS-ORD-TAX-EDIT
               STRING "ORDER TOTAL: " WS-ORD-TOT-EDIT
                   "  SALES TAX " OR-TAX-STATE ": " WS-ORD-TAX-EDIT
                   INTO WS-ORD-LINE(8)
           ELSE
               STRING "ORDER TOTAL: " WS-ORD-TOT-EDIT
                   INTO WS-ORD-LINE(8)
           END-IF
           DISPLAY SS-ORDER-VIEW
           MOVE "PRESS ENTER" TO WS-ERRMSG
           PERFORM 008-SHOW-ERROR.
                   PERFORM 008-SHOW-ERROR
                   GO 053-APPLY-SUSPENSE-END
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "PAYMENT" TO WS-AUDIT-OP
                       MOVE "DISPUTE" TO WS-NOTE-TYPE-DESC
                   WHEN NT-PROMISE
                       MOVE "PROMISE TO PAY" TO WS-NOTE-TYPE-DESC
                   WHEN NT-BANK
                       MOVE "BANK RETURN" TO WS-NOTE-TYPE-DESC
                   WHEN OTHER
                       MOVE "NOTE" TO WS-NOTE-TYPE-DESC
               END-EVALUATE
      *> CARRIES OUT THE CONFIRMED RENUMBER. THE NEW FILE1 RECORD IS
      *> WRITTEN BEFORE THE OLD ONE IS DELETED, SO A FAILURE PART
      *> WAY THROUGH NEVER LOSES THE CUSTOMER. THE HISTORY, TERMS,
      *> REFUND APPROVAL, DIRECT-DEBIT MANDATE, PENDING PAYMENTS,
      *> ORDERS, DISPUTE CASES, PO NUMBERS, ACCOUNT GROUP LINKS AND
      *> CONTACT-LOG NOTES ALL FOLLOW THE CUSTOMER TO THE NEW NUMBER.
       058-EXECUTE-RENUMBER.
           MOVE WS-REN-REC TO FILE1-REC
           MOVE WS-REN-NEW-PHONE TO FS-PHONE
                   PERFORM 008-SHOW-ERROR
                   GO 058-EXECUTE-RENUMBER-END
           END-WRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "RENUMBER" TO WS-AUDIT-OP
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "D" TO WS-AIJ-ACTION
                   PERFORM 121-JOURNAL-CUSTOMER
                       THRU 121-JOURNAL-CUSTOMER-END
                   MOVE SPACES TO FS-NAME FS-ADDRESS
                   MOVE "RENUMBER" TO WS-AUDIT-OP
                   PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
                       INVALID KEY
                           REWRITE HISTORY-REC
                   END-WRITE
                   PERFORM 122-JOURNAL-HISTORY
                       THRU 122-JOURNAL-HISTORY-END
                   MOVE WS-REN-OLD-PHONE TO HX-PHONE
                   DELETE HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "D" TO WS-AIJ-ACTION
                   PERFORM 122-JOURNAL-HISTORY
                       THRU 122-JOURNAL-HISTORY-END
           END-READ
           MOVE WS-REN-OLD-PHONE TO TM-PHONE
           READ TERMS-FILE
                       INVALID KEY
                           REWRITE TERMS-REC
                   END-WRITE
                   PERFORM 123-JOURNAL-TERMS THRU 123-JOURNAL-TERMS-END
                   MOVE WS-REN-OLD-PHONE TO TM-PHONE
                   DELETE TERMS-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "D" TO WS-AIJ-ACTION
                   PERFORM 123-JOURNAL-TERMS THRU 123-JOURNAL-TERMS-END
           END-READ
           MOVE WS-REN-OLD-PHONE TO RF-PHONE
           READ REFUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-REN-NEW-PHONE TO RF-PHONE
                   WRITE REFUND-REC
                       INVALID KEY
                           REWRITE REFUND-REC
                   END-WRITE
                   MOVE WS-REN-OLD-PHONE TO RF-PHONE
                   DELETE REFUND-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ
           MOVE WS-REN-OLD-PHONE TO MD-PHONE
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-REN-NEW-PHONE TO MD-PHONE
                   WRITE MANDATE-REC
                       INVALID KEY
                           REWRITE MANDATE-REC
                   END-WRITE
                   MOVE WS-REN-OLD-PHONE TO MD-PHONE
                   DELETE MANDATE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ
           MOVE ZEROS TO WS-REN-PAY-COUNT WS-REN-ORD-COUNT
                         WS-REN-NOTE-COUNT.
                       IF OR-PHONE = WS-REN-OLD-PHONE
                           MOVE WS-REN-NEW-PHONE TO OR-PHONE
                           REWRITE ORDER-REC
                           PERFORM 124-JOURNAL-ORDER
                               THRU 124-JOURNAL-ORDER-END
                           ADD 1 TO WS-REN-ORD-COUNT
                       END-IF
               END-READ
           MOVE ZEROS TO SC-SEQ
           START STCHG-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   GO 058-RENUMBER-DISPUTES
           END-START
           READ STCHG-FILE NEXT RECORD
               AT END
                   GO 058-RENUMBER-DISPUTES
           END-READ
           IF SC-PHONE NOT = WS-REN-OLD-PHONE
               GO 058-RENUMBER-DISPUTES
           END-IF
           MOVE STCHG-REC TO WS-REN-STCHG-SAVE
           DELETE STCHG-FILE
               INVALID KEY
                   GO 058-RENUMBER-DISPUTES
           END-DELETE
           MOVE WS-REN-STCHG-SAVE TO STCHG-REC
           MOVE WS-REN-NEW-PHONE TO SC-PHONE
                   CONTINUE
           END-WRITE
           GO 058-RENUMBER-STCHG.
      *> DISPUTE CASES ARE REKEYED THE SAME WAY, KEEPING THEIR CASE
      *> NUMBERS.
       058-RENUMBER-DISPUTES.
           MOVE WS-REN-OLD-PHONE TO DP-PHONE
           MOVE ZEROS TO DP-CASE
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   GO 058-RENUMBER-POS
           END-START
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   GO 058-RENUMBER-POS
           END-READ
           IF DP-PHONE NOT = WS-REN-OLD-PHONE
               GO 058-RENUMBER-POS
           END-IF
           MOVE DISPUTE-REC TO WS-REN-DISP-SAVE
           DELETE DISPUTE-FILE
               INVALID KEY
                   GO 058-RENUMBER-POS
           END-DELETE
           MOVE WS-REN-DISP-SAVE TO DISPUTE-REC
           MOVE WS-REN-NEW-PHONE TO DP-PHONE
           WRITE DISPUTE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           GO 058-RENUMBER-DISPUTES.
      *> PO NUMBERS LOADED BY THE BATCH ORDER INTAKE FOLLOW THE
      *> CUSTOMER TOO, THE SAME WAY.
       058-RENUMBER-POS.
           MOVE WS-REN-OLD-PHONE TO PO-PHONE
           MOVE LOW-VALUES TO PO-NUMBER
           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   GO 058-RENUMBER-BRANCH
           END-START
           READ PO-FILE NEXT RECORD
               AT END
                   GO 058-RENUMBER-BRANCH
           END-READ
           IF PO-PHONE NOT = WS-REN-OLD-PHONE
               GO 058-RENUMBER-BRANCH
           END-IF
           MOVE PO-REC TO WS-REN-PO-SAVE
           DELETE PO-FILE
               INVALID KEY
                   GO 058-RENUMBER-BRANCH
           END-DELETE
           MOVE WS-REN-PO-SAVE TO PO-REC
           MOVE WS-REN-NEW-PHONE TO PO-PHONE
           WRITE PO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           GO 058-RENUMBER-POS.
      *> A RENUMBERED BRANCH KEEPS ITS LINK TO ITS PARENT, AND A
      *> RENUMBERED PARENT TAKES ITS GROUP RECORD AND EVERY BRANCH
      *> LINK WITH IT.
       058-RENUMBER-BRANCH.
           MOVE WS-REN-OLD-PHONE TO GR-BRANCH
           READ GROUP-FILE KEY IS GR-BRANCH
               INVALID KEY
                   GO 058-RENUMBER-GROUP
           END-READ
           MOVE GROUP-REC TO WS-REN-GRP-SAVE
           DELETE GROUP-FILE
               INVALID KEY
                   GO 058-RENUMBER-GROUP
           END-DELETE
           MOVE WS-REN-GRP-SAVE TO GROUP-REC
           MOVE WS-REN-NEW-PHONE TO GR-BRANCH
           WRITE GROUP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       058-RENUMBER-GROUP.
           MOVE WS-REN-OLD-PHONE TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH
           START GROUP-FILE KEY IS NOT LESS THAN GR-KEY
               INVALID KEY
                   GO 058-RENUMBER-NOTES
           END-START
           READ GROUP-FILE NEXT RECORD
               AT END
                   GO 058-RENUMBER-NOTES
           END-READ
           IF GR-PARENT NOT = WS-REN-OLD-PHONE
               GO 058-RENUMBER-NOTES
           END-IF
           MOVE GROUP-REC TO WS-REN-GRP-SAVE
           DELETE GROUP-FILE
               INVALID KEY
                   GO 058-RENUMBER-NOTES
           END-DELETE
           MOVE WS-REN-GRP-SAVE TO GROUP-REC
           MOVE WS-REN-NEW-PHONE TO GR-PARENT
           WRITE GROUP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           GO 058-RENUMBER-GROUP.
      *> EACH PASS REKEYS THE CUSTOMER'S FIRST REMAINING NOTE AND
      *> STARTS OVER, SO THE WALK NEVER READS PAST ITS OWN DELETES.
       058-RENUMBER-NOTES.
      *> MAINTENANCE SCREEN FOR THE ITEM MASTER - THE SAME KEY-THEN-
      *> EDIT PATTERN AS 039-MAINTAIN-STATES. THE CLERK KEYS AN ITEM
      *> CODE, SEES THE ENTRY (OR BLANKS FOR A NEW ONE), AND SAVES
      *> THE DESCRIPTION, UNIT PRICE, ACTIVE FLAG, STOCK FLAG AND
      *> REORDER POINT - OR TAKES THE CODE OFF THE FILE WITH THE
      *> DELETE SWITCH. ON HAND AND COMMITTED ARE SHOWN BUT ONLY
      *> RECEIVING, ORDER ENTRY AND SHIPPING MOVE THEM; A CODE WITH
      *> STOCK STILL ON IT CANNOT BE DELETED OR MADE NON-STOCK.
       059-MAINTAIN-ITEMS.
           MOVE "ITEM MASTER" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
                   MOVE SPACES TO IT-DESC
                   MOVE ZEROS  TO IT-PRICE
                   MOVE "Y"    TO IT-ACTIVE
                   MOVE "Y"    TO IT-STOCKED
                   MOVE ZEROS  TO IT-QTY-ON-HAND IT-QTY-COMMITTED
                                  IT-REORDER-POINT
                   MOVE FUNCTION UPPER-CASE(WS-ITEM-CODE-ENTRY)
                       TO IT-CODE
           END-READ
           IF NOT IT-IS-STOCKED
               MOVE "N"   TO IT-STOCKED
               MOVE ZEROS TO IT-QTY-ON-HAND IT-QTY-COMMITTED
                             IT-REORDER-POINT
           END-IF
           MOVE IT-PRICE TO WS-HIST-AMOUNT-EDIT
           MOVE WS-HIST-AMOUNT-EDIT TO WS-ITEM-PRICE-ENTRY
           MOVE IT-ACTIVE TO WS-ITEM-ACTIVE-ENTRY
           MOVE IT-STOCKED       TO WS-ITEM-STOCKED-ENTRY
           MOVE IT-REORDER-POINT TO WS-ITEM-AVAIL-EDIT
           MOVE WS-ITEM-AVAIL-EDIT TO WS-ITEM-REORDER-ENTRY
           MOVE IT-QTY-ON-HAND   TO WS-ITEM-ONHAND-EDIT
           MOVE IT-QTY-COMMITTED TO WS-ITEM-COMMIT-EDIT
           MOVE "N" TO WS-ITEM-DEL
           DISPLAY SS-ITEM-ENTRY
           ACCEPT SS-ITEM-ENTRY
               GO 059-MAINTAIN-ITEMS-LOOP
           END-IF
           IF ITEM-DEL-WANTED
               IF IT-QTY-ON-HAND NOT = ZEROS
                   OR IT-QTY-COMMITTED NOT = ZEROS
                   MOVE "ITEM HAS STOCK ON HAND OR ON ORDER - NOT REMOVED"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 059-MAINTAIN-ITEMS-LOOP
               END-IF
               DELETE ITEM-FILE
                   INVALID KEY
                       MOVE "ITEM CODE NOT ON FILE" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 059-MAINTAIN-ITEMS-LOOP
           END-IF
           IF WS-ITEM-STOCKED-ENTRY NOT = "Y"
               AND WS-ITEM-STOCKED-ENTRY NOT = "N"
               MOVE "STOCK ITEM MUST BE Y OR N" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 059-MAINTAIN-ITEMS-LOOP
           END-IF
           IF WS-ITEM-STOCKED-ENTRY = "N"
               AND (IT-QTY-ON-HAND NOT = ZEROS
                   OR IT-QTY-COMMITTED NOT = ZEROS)
               MOVE "ITEM HAS STOCK ON HAND OR ON ORDER - KEEP IT STOCKED"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 059-MAINTAIN-ITEMS-LOOP
           END-IF
           MOVE WS-ITEM-REORDER-ENTRY TO WS-STOCK-QTY-ENTRY
           PERFORM 083-VALIDATE-STOCK-QTY
               THRU 083-VALIDATE-STOCK-QTY-END
           IF NOT STOCK-QTY-VALID
               MOVE "REORDER POINT MUST BE A WHOLE NUMBER" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 059-MAINTAIN-ITEMS-LOOP
           END-IF
           MOVE WS-ITEM-PRICE        TO IT-PRICE
           MOVE WS-ITEM-ACTIVE-ENTRY TO IT-ACTIVE
           MOVE WS-ITEM-STOCKED-ENTRY TO IT-STOCKED
           MOVE WS-STOCK-QTY          TO IT-REORDER-POINT
           WRITE ITEM-REC
               INVALID KEY
                   REWRITE ITEM-REC
       073-PAGE-REPORT-END.

      *> -----------------------------------
      *> TAKES GOODS BACK AGAINST AN INVOICED ORDER AND ISSUES A
      *> NUMBERED CREDIT MEMO. THE ORDER'S LINES ARE SHOWN WITH THE
      *> QUANTITY INVOICED AND ALREADY RETURNED; THE CLERK KEYS A
      *> LINE NUMBER AND THE QUANTITY COMING BACK (KEYING THE SAME
      *> LINE AGAIN REPLACES THE EARLIER PICK) AND LEAVES THE LINE
      *> NUMBER BLANK TO FINISH. A LINE CAN NEVER TAKE BACK MORE
      *> THAN WAS INVOICED LESS WHAT EARLIER MEMOS ALREADY CREDITED,
      *> SO THE ORDER CAN NEVER BE CREDITED BEYOND ITS INVOICE. ON
      *> CONFIRMATION THE MEMO IS WRITTEN TO custcrm.dat, A
      *> REVERSING HISTORY LINE CARRYING THE ORIGINAL ITEM CODE GOES
      *> ON custhist.dat FOR EACH LINE RETURNED, FS-BALANCE IS
      *> CREDITED WITH FS-VERSION ADVANCED, A "CREDIT" AUDIT RECORD
      *> IS WRITTEN, THE ORDER IS MARKED PARTLY OR FULLY RETURNED,
      *> AND THE CREDIT MEMO DOCUMENT IS PRINTED.
       074-RETURN-ORDER.
           MOVE ZEROS TO WS-ORDER-NO-ENTRY
           DISPLAY SS-ORDER-NO
           ACCEPT SS-ORDER-NO
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 074-RETURN-ORDER-END
           END-IF
           MOVE WS-ORDER-NO-ENTRY TO OR-NUMBER
           READ ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 074-RETURN-ORDER-END
           END-READ
           IF NOT OR-INVOICED
               MOVE "ORDER HAS NOT BEEN INVOICED - NOTHING TO CREDIT"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           IF OR-ALL-RETURNED
               MOVE "ORDER IS ALREADY FULLY RETURNED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 5
               IF OR-LINE-RETURNED(WS-ORD-IDX) IS NOT NUMERIC
                   MOVE ZEROS TO OR-LINE-RETURNED(WS-ORD-IDX)
               END-IF
               MOVE ZEROS TO WS-RET-QTY(WS-ORD-IDX)
               MOVE ZEROS TO WS-RET-AMOUNT(WS-ORD-IDX)
           END-PERFORM
           IF OR-TAX-AMOUNT IS NOT NUMERIC
               OR OR-TAX-CREDITED IS NOT NUMERIC
               MOVE ZEROS TO OR-TAX-AMOUNT OR-TAX-CREDITED
           END-IF
           MOVE OR-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE FOR THIS ORDER"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 074-RETURN-ORDER-END
           END-READ.
       074-RETURN-ORDER-PICK.
           PERFORM 075-BUILD-RETURN-VIEW THRU 075-BUILD-RETURN-VIEW-END
           DISPLAY SS-CLS
           DISPLAY SS-ORDER-VIEW
           MOVE SPACES TO WS-RET-LINE-ENTRY WS-ORD-QTY-ENTRY
           DISPLAY SS-RETURN-LINE-ENTRY
           ACCEPT SS-RETURN-LINE-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "RETURN ABANDONED - NOTHING CREDITED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           IF WS-RET-LINE-ENTRY = SPACES
               GO 074-RETURN-ORDER-ISSUE
           END-IF
           IF WS-RET-LINE-ENTRY IS NOT NUMERIC
               MOVE "PLEASE KEY A LINE NUMBER FROM THE ORDER" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-PICK
           END-IF
           MOVE WS-RET-LINE-ENTRY TO WS-RET-LINE
           IF WS-RET-LINE = ZERO OR WS-RET-LINE > OR-LINE-COUNT
               MOVE "PLEASE KEY A LINE NUMBER FROM THE ORDER" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-PICK
           END-IF
           PERFORM 061-VALIDATE-QUANTITY
               THRU 061-VALIDATE-QUANTITY-END
           IF NOT QTY-VALID
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-PICK
           END-IF
           COMPUTE WS-RET-AVAILABLE = OR-LINE-QTY(WS-RET-LINE)
               - OR-LINE-RETURNED(WS-RET-LINE)
           IF WS-ORDER-QTY > WS-RET-AVAILABLE
               MOVE WS-RET-AVAILABLE TO WS-RET-AVAIL-EDIT
               MOVE SPACES TO WS-ERRMSG
               STRING "ONLY " WS-RET-AVAIL-EDIT
                   " LEFT TO RETURN ON THAT LINE"
                   INTO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-PICK
           END-IF
           MOVE WS-ORDER-QTY TO WS-RET-QTY(WS-RET-LINE)
           GO 074-RETURN-ORDER-PICK.
      *> EACH LINE'S CREDIT IS THE SHARE OF ITS INVOICED AMOUNT FOR
      *> EVERYTHING RETURNED SO FAR LESS THE SHARE ALREADY CREDITED,
      *> BOTH ROUNDED THE SAME WAY - SO THE MEMOS FOR A LINE ALWAYS
      *> ADD UP TO EXACTLY ITS INVOICED AMOUNT, NEVER A CENT OVER.
      *> THE ORDER'S SALES TAX IS GIVEN BACK THE SAME WAY: THE SHARE
      *> OF OR-TAX-AMOUNT FOR ALL THE GOODS CREDITED SO FAR, LESS
      *> THE TAX EARLIER MEMOS ALREADY GAVE BACK.
       074-RETURN-ORDER-ISSUE.
           MOVE ZEROS TO WS-RET-LINES WS-RET-TOTAL
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               IF WS-RET-QTY(WS-ORD-IDX) > ZEROS
                   COMPUTE WS-RET-BEFORE ROUNDED =
                       OR-LINE-AMOUNT(WS-ORD-IDX)
                       * OR-LINE-RETURNED(WS-ORD-IDX)
                       / OR-LINE-QTY(WS-ORD-IDX)
                   COMPUTE WS-RET-AFTER ROUNDED =
                       OR-LINE-AMOUNT(WS-ORD-IDX)
                       * (OR-LINE-RETURNED(WS-ORD-IDX)
                          + WS-RET-QTY(WS-ORD-IDX))
                       / OR-LINE-QTY(WS-ORD-IDX)
                   COMPUTE WS-RET-AMOUNT(WS-ORD-IDX) =
                       WS-RET-AFTER - WS-RET-BEFORE
                   ADD WS-RET-AMOUNT(WS-ORD-IDX) TO WS-RET-TOTAL
                   ADD 1 TO WS-RET-LINES
               END-IF
           END-PERFORM
           IF WS-RET-LINES = ZEROS
               MOVE "NO LINES PICKED - NO CREDIT MEMO ISSUED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           MOVE ZEROS TO WS-RET-TAX WS-ORD-TAX-LINES
           IF OR-TAX-AMOUNT NOT = ZEROS AND OR-TOTAL NOT = ZEROS
               MOVE ZEROS TO WS-RET-GOODS-AFTER
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > OR-LINE-COUNT
                   IF OR-LINE-QTY(WS-ORD-IDX) > ZEROS
                       COMPUTE WS-RET-AFTER ROUNDED =
                           OR-LINE-AMOUNT(WS-ORD-IDX)
                           * (OR-LINE-RETURNED(WS-ORD-IDX)
                              + WS-RET-QTY(WS-ORD-IDX))
                           / OR-LINE-QTY(WS-ORD-IDX)
                       ADD WS-RET-AFTER TO WS-RET-GOODS-AFTER
                   END-IF
               END-PERFORM
               COMPUTE WS-RET-TAX ROUNDED =
                   OR-TAX-AMOUNT * WS-RET-GOODS-AFTER / OR-TOTAL
               SUBTRACT OR-TAX-CREDITED FROM WS-RET-TAX
               IF WS-RET-TAX NOT = ZEROS
                   MOVE 1 TO WS-ORD-TAX-LINES
               END-IF
           END-IF
           COMPUTE WS-RET-CREDIT = WS-RET-TOTAL + WS-RET-TAX
           MOVE FS-PHONE TO HX-PHONE
           READ HISTORY-FILE
               INVALID KEY
                   MOVE SPACES   TO HISTORY-REC
                   MOVE ZEROS    TO HX-ITEM-COUNT
                   MOVE FS-PHONE TO HX-PHONE
           END-READ
           COMPUTE WS-ORD-HIST-TOTAL =
               HX-ITEM-COUNT + WS-RET-LINES + WS-ORD-TAX-LINES
           IF WS-ORD-HIST-TOTAL > 20
               MOVE "HISTORY WOULD EXCEED 20 LINES - ARCHIVE FIRST"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           MOVE WS-RET-CREDIT TO WS-ORD-TOT-EDIT
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           STRING "ISSUE CREDIT MEMO FOR " WS-ORD-TOT-EDIT " (Y/N)?"
               INTO WS-ERRMSG
           ACCEPT SS-ERROR
           IF NOT E-YES
               MOVE "RETURN ABANDONED - NOTHING CREDITED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 074-RETURN-ORDER-END
           END-IF
           PERFORM 076-NEXT-MEMO-NUMBER THRU 076-NEXT-MEMO-NUMBER-END
           MOVE SPACES TO CRMEMO-REC
           MOVE WS-NEXT-MEMO-NO TO CM-NUMBER
           MOVE OR-NUMBER TO CM-ORDER
           MOVE FS-PHONE  TO CM-PHONE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-DATE
           MOVE ZEROS TO CM-LINE-COUNT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               IF WS-RET-QTY(WS-ORD-IDX) > ZEROS
                   ADD 1 TO CM-LINE-COUNT
                   MOVE OR-LINE-CODE(WS-ORD-IDX)
                       TO CM-LINE-CODE(CM-LINE-COUNT)
                   MOVE OR-LINE-DESC(WS-ORD-IDX)
                       TO CM-LINE-DESC(CM-LINE-COUNT)
                   MOVE WS-RET-QTY(WS-ORD-IDX)
                       TO CM-LINE-QTY(CM-LINE-COUNT)
                   MOVE WS-RET-AMOUNT(WS-ORD-IDX)
                       TO CM-LINE-AMOUNT(CM-LINE-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-RET-CREDIT TO CM-TOTAL
           MOVE WS-RET-TAX    TO CM-TAX
           WRITE CRMEMO-REC
               INVALID KEY
                   MOVE "ERROR WRITING CREDIT MEMO" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 074-RETURN-ORDER-END
           END-WRITE
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > CM-LINE-COUNT
               ADD 1 TO HX-ITEM-COUNT
               MOVE SPACES TO HX-ITEM-DESC(HX-ITEM-COUNT)
               STRING "RETURN " CM-LINE-DESC(WS-ORD-IDX)
                   INTO HX-ITEM-DESC(HX-ITEM-COUNT)
               MOVE CM-DATE TO HX-ITEM-DATE(HX-ITEM-COUNT)
               COMPUTE HX-ITEM-AMOUNT(HX-ITEM-COUNT) =
                   ZERO - CM-LINE-AMOUNT(WS-ORD-IDX)
               MOVE CM-LINE-CODE(WS-ORD-IDX)
                   TO HX-ITEM-CODE(HX-ITEM-COUNT)
               MOVE CM-LINE-QTY(WS-ORD-IDX)
                   TO HX-ITEM-QTY(HX-ITEM-COUNT)
           END-PERFORM
           IF WS-ORD-TAX-LINES > ZEROS
               ADD 1 TO HX-ITEM-COUNT
               MOVE SPACES TO HX-ITEM-DESC(HX-ITEM-COUNT)
               STRING "SALES TAX CREDIT " OR-TAX-STATE
                   INTO HX-ITEM-DESC(HX-ITEM-COUNT)
               MOVE CM-DATE TO HX-ITEM-DATE(HX-ITEM-COUNT)
               COMPUTE HX-ITEM-AMOUNT(HX-ITEM-COUNT) =
                   ZERO - WS-RET-TAX
               MOVE "(SLSTAX)" TO HX-ITEM-CODE(HX-ITEM-COUNT)
               MOVE ZEROS      TO HX-ITEM-QTY(HX-ITEM-COUNT)
           END-IF
           WRITE HISTORY-REC
               INVALID KEY
                   REWRITE HISTORY-REC
           END-WRITE
           PERFORM 122-JOURNAL-HISTORY THRU 122-JOURNAL-HISTORY-END
           SUBTRACT WS-RET-CREDIT FROM FS-BALANCE
           ADD 1 TO FS-VERSION
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERROR WRITING RECORD" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 074-RETURN-ORDER-END
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "CREDIT" TO WS-AUDIT-OP
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE "Y" TO WS-RET-ALL-BACK
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               ADD WS-RET-QTY(WS-ORD-IDX)
                   TO OR-LINE-RETURNED(WS-ORD-IDX)
               IF OR-LINE-RETURNED(WS-ORD-IDX)
                   < OR-LINE-QTY(WS-ORD-IDX)
                   MOVE "N" TO WS-RET-ALL-BACK
               END-IF
           END-PERFORM
           ADD WS-RET-TAX TO OR-TAX-CREDITED
           IF RET-ALL-BACK
               MOVE "R" TO OR-RETURN-STATUS
           ELSE
               MOVE "P" TO OR-RETURN-STATUS
           END-IF
           REWRITE ORDER-REC
               INVALID KEY
                   MOVE "ERROR WRITING ORDER" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
           END-REWRITE
           PERFORM 124-JOURNAL-ORDER THRU 124-JOURNAL-ORDER-END
           PERFORM 077-PRINT-CREDIT-MEMO THRU 077-PRINT-CREDIT-MEMO-END
           MOVE SPACES TO WS-ERRMSG
           STRING "CREDIT MEMO " CM-NUMBER " ISSUED - PRINTED TO "
               FUNCTION TRIM(WS-DOC-NAME)
               INTO WS-ERRMSG
           PERFORM 008-SHOW-ERROR.
       074-RETURN-ORDER-END.

      *> -----------------------------------
      *> FLATTENS THE ORDER BEING RETURNED INTO THE ORDER VIEW: ONE
      *> LINE PER ORDER LINE WITH THE QUANTITY INVOICED, ALREADY
      *> RETURNED, AND PICKED FOR THIS MEMO.
       075-BUILD-RETURN-VIEW.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 8
               MOVE SPACES TO WS-ORD-LINE(WS-ORD-IDX)
           END-PERFORM
           STRING "RETURN AGAINST ORDER " OR-NUMBER "  CUSTOMER "
               FS-PHONE " " FUNCTION TRIM(FS-NAME)
               INTO WS-ORD-LINE(1)
           MOVE
           "LN CODE     DESCRIPTION           INVOICED  RETURNED  THIS MEMO"
               TO WS-ORD-LINE(2)
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               MOVE WS-ORD-IDX TO WS-RET-LN-DISP
               STRING WS-RET-LN-DISP "  " OR-LINE-CODE(WS-ORD-IDX)
                   " " OR-LINE-DESC(WS-ORD-IDX)
                   "  " OR-LINE-QTY(WS-ORD-IDX)
                   "       " OR-LINE-RETURNED(WS-ORD-IDX)
                   "       " WS-RET-QTY(WS-ORD-IDX)
                   INTO WS-ORD-LINE(WS-ORD-IDX + 2)
           END-PERFORM
           MOVE "BLANK LINE NUMBER TO FINISH, ESC TO ABANDON"
               TO WS-ORD-LINE(8).
       075-BUILD-RETURN-VIEW-END.

      *> -----------------------------------
      *> FINDS THE NEXT FREE CREDIT MEMO NUMBER BY SCANNING
      *> custcrm.dat FOR THE HIGHEST ONE ON FILE, THE SAME WAY
      *> 047-NEXT-ORDER-NUMBER FINDS THE NEXT ORDER NUMBER.
       076-NEXT-MEMO-NUMBER.
           MOVE ZEROS TO WS-NEXT-MEMO-NO
           MOVE ZEROS TO CM-NUMBER
           START CRMEMO-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
       076-NEXT-MEMO-NUMBER-LOOP.
           IF CM-FILE-OK
               READ CRMEMO-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CM-STAT
                   NOT AT END
                       IF CM-NUMBER > WS-NEXT-MEMO-NO
                           MOVE CM-NUMBER TO WS-NEXT-MEMO-NO
                       END-IF
               END-READ
               IF CM-FILE-OK
                   GO 076-NEXT-MEMO-NUMBER-LOOP
               END-IF
           END-IF
           ADD 1 TO WS-NEXT-MEMO-NO.
       076-NEXT-MEMO-NUMBER-END.

      *> -----------------------------------
      *> PRINTS THE CREDIT MEMO IN CRMEMO-REC FOR THE CUSTOMER IN
      *> FILE1-REC: MEMO NUMBER AND DATE, THE NAME/ADDRESS BLOCK
      *> POSITIONED FOR A WINDOW ENVELOPE THE SAME WAY THE MONTHLY
      *> STATEMENT PRINTS IT, THE ORDER CREDITED, ONE LINE PER ITEM
      *> RETURNED, THE TOTAL CREDIT AND THE BALANCE AFTER IT.
       077-PRINT-CREDIT-MEMO.
           MOVE "custcrm" TO WS-DOC-PREFIX
           MOVE "CRMEMO"  TO WS-DOC-REPORT
           PERFORM 078-OPEN-DOCUMENT THRU 078-OPEN-DOCUMENT-END
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "CREDIT MEMO " CM-NUMBER
               "                    DATE " CM-DATE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           PERFORM 079-PRINT-ADDRESS-BLOCK
               THRU 079-PRINT-ADDRESS-BLOCK-END
           MOVE SPACES TO DOC-LINE
           STRING "CREDIT AGAINST ORDER " CM-ORDER
               "  ORDERED " OR-DATE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE WS-DOC-ITEM-HEADING TO DOC-LINE
           WRITE DOC-LINE
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > CM-LINE-COUNT
               MOVE CM-LINE-CODE(WS-ORD-IDX)   TO WO-CODE
               MOVE CM-LINE-DESC(WS-ORD-IDX)   TO WO-DESC
               MOVE CM-LINE-QTY(WS-ORD-IDX)    TO WO-QTY
               MOVE CM-LINE-AMOUNT(WS-ORD-IDX) TO WO-AMOUNT
               MOVE WS-DOC-ITEM-LINE TO DOC-LINE
               WRITE DOC-LINE
           END-PERFORM
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           IF CM-TAX NOT = ZEROS
               MOVE SPACES TO WO-TOTAL-LABEL
               STRING "SALES TAX CREDITED (" OR-TAX-STATE "):"
                   INTO WO-TOTAL-LABEL
               MOVE CM-TAX TO WO-TOTAL
               MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE "TOTAL CREDIT:" TO WO-TOTAL-LABEL
           MOVE CM-TOTAL TO WO-TOTAL
           MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
           WRITE DOC-LINE
           MOVE "ACCOUNT BALANCE AFTER THIS CREDIT:" TO WO-TOTAL-LABEL
           MOVE FS-BALANCE TO WO-TOTAL
           MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
           WRITE DOC-LINE
           CLOSE DOC-FILE.
       077-PRINT-CREDIT-MEMO-END.

      *> -----------------------------------
      *> OPENS A NEW DOCUMENT FILE NAMED FROM WS-DOC-PREFIX AND THE
      *> CURRENT STAMP AND REGISTERS IT ON THE SPOOL CATALOG UNDER
      *> WS-DOC-REPORT, THE WAY THE BATCH JOBS' 092-OPEN-SPOOLED-
      *> REPORT DOES, SO EVERY DOCUMENT PRINTED AT THE DESK CAN BE
      *> FOUND AGAIN IN THE REPORT VIEWER. THE CALLER CLOSES DOC-FILE.
       078-OPEN-DOCUMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DOC-STAMP
           MOVE SPACES TO WS-DOC-NAME
           STRING FUNCTION TRIM(WS-DOC-PREFIX) "." WS-DOC-STAMP(1:8)
               "." WS-DOC-STAMP(9:6) ".prt"
               INTO WS-DOC-NAME
           OPEN OUTPUT DOC-FILE
           OPEN I-O SPOOL-FILE
           IF SP-FILE-NOT-EXIST
               OPEN OUTPUT SPOOL-FILE
               CLOSE SPOOL-FILE
               OPEN I-O SPOOL-FILE
           END-IF
           MOVE WS-DOC-STAMP(1:8) TO SP-DATE
           MOVE WS-DOC-STAMP(9:6) TO SP-TIME
           MOVE WS-DOC-REPORT TO SP-REPORT
           MOVE WS-DOC-NAME TO SP-FILE-NAME
           WRITE SPOOL-REC
               INVALID KEY
                   REWRITE SPOOL-REC
           END-WRITE
           CLOSE SPOOL-FILE.
       078-OPEN-DOCUMENT-END.

      *> -----------------------------------
      *> PRINTS THE CUSTOMER'S NAME AND ADDRESS FROM FILE1-REC,
      *> INDENTED FOR A WINDOW ENVELOPE THE SAME WAY custstmt.cob
      *> PRINTS ITS STATEMENT BLOCK, FOLLOWED BY A BLANK LINE.
       079-PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO DOC-LINE
           STRING "   " FUNCTION TRIM(FS-NAME) INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "   " FUNCTION TRIM(FS-STREET) INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "   " FUNCTION TRIM(FS-CITY) ", " FS-STATE
               " " FS-ZIP INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE.
       079-PRINT-ADDRESS-BLOCK-END.

      *> -----------------------------------
      *> WORKS OUT THE SALES TAX ON THE ORDER IN ORDER-REC FOR THE
      *> CUSTOMER IN FILE1-REC. A CUSTOMER FLAGGED TAX-EXEMPT ON
      *> THEIR TERMS RECORD PAYS NONE; OTHERWISE THE RATE IS THE ONE
      *> ON THE STATE TABLE FOR FS-STATE, AND A STATE NOT ON THE
      *> TABLE (OR WITH NO RATE KEYED) CHARGES NONE. THE STATE AND
      *> THE EXEMPT FLAG ARE LEFT ON THE ORDER SO THE MONTHLY TAX
      *> REPORT FILES THE SALE UNDER WHAT APPLIED ON THE DAY.
       080-COMPUTE-SALES-TAX.
           MOVE ZEROS TO WS-ORD-TAX WS-ORD-TAX-LINES
           MOVE FS-STATE TO OR-TAX-STATE
           MOVE "N" TO OR-TAX-EXEMPT
           MOVE FS-PHONE TO TM-PHONE
           READ TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-TAX-FREE
                       MOVE "Y" TO OR-TAX-EXEMPT
                   END-IF
           END-READ
           IF OR-TAX-FREE
               GO 080-COMPUTE-SALES-TAX-END
           END-IF
           MOVE FS-STATE TO ST-CODE
           READ STATE-FILE
               INVALID KEY
                   GO 080-COMPUTE-SALES-TAX-END
           END-READ
           IF ST-TAX-RATE IS NOT NUMERIC
               GO 080-COMPUTE-SALES-TAX-END
           END-IF
           COMPUTE WS-ORD-TAX ROUNDED = OR-TOTAL * ST-TAX-RATE / 100
           IF WS-ORD-TAX NOT = ZEROS
               MOVE 1 TO WS-ORD-TAX-LINES
           END-IF.
       080-COMPUTE-SALES-TAX-END.

      *> -----------------------------------
      *> VALIDATES WS-TAX-RATE-ENTRY THE SAME WAY 065-VALIDATE-SREP-
      *> RATE VALIDATES THE COMMISSION RATE: A BLANK FIELD MEANS NO
      *> SALES TAX IN THE STATE, AND A BAD ENTRY SHOWS THE ERROR AND
      *> FLAGS THE FIELD WITH "*" SO THE CALLER LOOPS.
       081-VALIDATE-TAX-RATE.
           IF FUNCTION TEST-NUMVAL(WS-TAX-RATE-ENTRY)
               > LENGTH OF WS-TAX-RATE-ENTRY
               MOVE ZEROS TO WS-TAX-RATE
               GO 081-VALIDATE-TAX-RATE-END
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TAX-RATE-ENTRY) NOT = ZEROS
               MOVE "TAX RATE MUST BE NUMERIC (PERCENT)" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               MOVE "*" TO WS-TAX-RATE-ENTRY
               GO 081-VALIDATE-TAX-RATE-END
           END-IF
           MOVE FUNCTION NUMVAL(WS-TAX-RATE-ENTRY) TO WS-TAX-RATE.
       081-VALIDATE-TAX-RATE-END.

      *> -----------------------------------
      *> SEALS THE AUDIT RECORD ABOUT TO BE WRITTEN: THE NEXT
      *> SEQUENCE NUMBER IS TAKEN FROM THE "AUDSEAL" CONTROL RECORD
      *> AND THE CHECK VALUE IS CHAINED OVER THE PREVIOUS CHECK, THE
      *> SEQUENCE AND EVERY BYTE OF THE RECORD BODY. ANYONE EDITING
      *> OR DELETING A LOG LINE AFTERWARD BREAKS THE CHAIN, WHICH
      *> THE NIGHTLY CUSTSEAL VERIFY REPORTS.
       093-SEAL-AUDIT-REC.
           MOVE "AUDSEAL" TO PA-NAME
           READ PARM-FILE
               INVALID KEY
                   MOVE SPACES TO PARM-REC
                   MOVE "AUDSEAL" TO PA-NAME
                   MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                   MOVE "AUDIT TRAIL SEAL" TO PA-TEXT
      *> -----------------------------------
      *> TAKES THE SEAL LATCH - THE SENTINEL RECORD ON custlock.dat
      *> THAT SERIALIZES 093-SEAL-AUDIT-REC PLUS THE APPEND TO
      *> custaudit.log (AND 125-APPEND-JOURNAL'S APPEND TO
      *> custaij.log) ACROSS THE CONCURRENT SESSIONS, SO THE CHAIN
      *> ON FILE ALWAYS MATCHES THE ORDER THE RECORDS WERE SEALED
      *> IN. A FRESH WRITE WINS THE LATCH; A LATCH ALREADY ON FILE
      *> IS RETRIED (AN APPEND TAKES MILLISECONDS), RECLAIMED WHEN
                   END-IF
           END-READ.
       095-FREE-SEAL-LATCH-END.

      *> -----------------------------------
      *> GOODS RECEIVING. THE CLERK KEYS A STOCK ITEM, SEES WHAT IS
      *> ON HAND AND ALREADY PROMISED, AND BOOKS THE QUANTITY THAT
      *> CAME IN THE DOOR ONTO THE QUANTITY ON HAND. BACKORDERS
      *> WAITING ON THE ITEM ARE NOT SHIPPED FROM HERE - THEY STAY
      *> OPEN UNTIL THE ORDER DESK SHIPS THEM, AND THE NIGHTLY STOCK
      *> REPORT LISTS THEM UNDER THE ITEM.
       082-RECEIVE-STOCK.
           MOVE "GOODS RECEIVING" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           DISPLAY SS-CLS.
       082-RECEIVE-STOCK-LOOP.
           MOVE SPACES TO WS-NEW-ITEM-CODE
           DISPLAY SS-RECEIVE-KEY
           ACCEPT SS-RECEIVE-KEY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 082-RECEIVE-STOCK-END
           END-IF
           PERFORM 060-LOOKUP-ITEM THRU 060-LOOKUP-ITEM-END
           IF NOT ITEM-FOUND
               PERFORM 008-SHOW-ERROR
               GO 082-RECEIVE-STOCK-LOOP
           END-IF
           IF NOT IT-IS-STOCKED
               MOVE "NOT A STOCK ITEM - SEE THE ITEM MASTER"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 082-RECEIVE-STOCK-LOOP
           END-IF
           MOVE IT-QTY-ON-HAND   TO WS-ITEM-ONHAND-EDIT
           MOVE IT-QTY-COMMITTED TO WS-ITEM-COMMIT-EDIT
           COMPUTE WS-STOCK-AVAIL = IT-QTY-ON-HAND - IT-QTY-COMMITTED
           MOVE WS-STOCK-AVAIL   TO WS-ITEM-AVAIL-EDIT
           MOVE SPACES TO WS-RCV-QTY-ENTRY
           DISPLAY SS-RECEIVE-ENTRY
           ACCEPT SS-RECEIVE-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               DISPLAY SS-CLS
               GO 082-RECEIVE-STOCK-LOOP
           END-IF
           MOVE WS-RCV-QTY-ENTRY TO WS-STOCK-QTY-ENTRY
           PERFORM 083-VALIDATE-STOCK-QTY
               THRU 083-VALIDATE-STOCK-QTY-END
           IF NOT STOCK-QTY-VALID OR WS-STOCK-QTY = ZEROS
               MOVE "QUANTITY RECEIVED MUST BE A WHOLE NUMBER ABOVE ZERO"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 082-RECEIVE-STOCK-LOOP
           END-IF
           ADD WS-STOCK-QTY TO IT-QTY-ON-HAND
           REWRITE ITEM-REC
               INVALID KEY
                   MOVE "ERROR WRITING ITEM" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 082-RECEIVE-STOCK-LOOP
           END-REWRITE
           MOVE IT-QTY-ON-HAND TO WS-ITEM-ONHAND-EDIT
           MOVE SPACES TO WS-ERRMSG
           STRING "STOCK RECEIVED - " IT-CODE " NOW ON HAND: "
               WS-ITEM-ONHAND-EDIT
               INTO WS-ERRMSG
           PERFORM 008-SHOW-ERROR
           DISPLAY SS-CLS
           GO 082-RECEIVE-STOCK-LOOP.
       082-RECEIVE-STOCK-END.

      *> -----------------------------------
      *> EDITS A KEYED STOCK QUANTITY (REORDER POINT OR RECEIPT) IN
      *> WS-STOCK-QTY-ENTRY INTO WS-STOCK-QTY. A BLANK FIELD IS ZERO,
      *> THE SAME AS A BLANK PRICE IN 062-VALIDATE-ITEM-PRICE; A
      *> NEGATIVE OR FRACTIONAL QUANTITY IS REFUSED.
       083-VALIDATE-STOCK-QTY.
           MOVE "Y" TO WS-STOCK-QTY-VALID
           MOVE ZEROS TO WS-STOCK-QTY
           IF WS-STOCK-QTY-ENTRY = SPACES
               GO 083-VALIDATE-STOCK-QTY-END
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-STOCK-QTY-ENTRY) NOT = ZEROS
               MOVE "N" TO WS-STOCK-QTY-VALID
               GO 083-VALIDATE-STOCK-QTY-END
           END-IF
           MOVE FUNCTION NUMVAL(WS-STOCK-QTY-ENTRY) TO WS-STOCK-QTY-VALUE
           MOVE WS-STOCK-QTY-VALUE TO WS-STOCK-QTY
           IF WS-STOCK-QTY-VALUE < ZEROS
               OR WS-STOCK-QTY-VALUE NOT = WS-STOCK-QTY
               MOVE "N" TO WS-STOCK-QTY-VALID
               MOVE ZEROS TO WS-STOCK-QTY
           END-IF.
       083-VALIDATE-STOCK-QTY-END.

      *> -----------------------------------
      *> WORKS OUT WHETHER THE LINE JUST KEYED ON A NEW ORDER CAN BE
      *> MET FROM STOCK: WHAT IS ON HAND, LESS WHAT OTHER ORDERS
      *> ALREADY HAVE COMMITTED, LESS WHAT EARLIER LINES OF THIS
      *> ORDER ASKED FOR. A SHORT LINE IS STILL TAKEN - THE CLERK
      *> IS WARNED SO THE CUSTOMER CAN BE TOLD THE REST WILL FOLLOW
      *> ON A BACKORDER. ITEM-REC MUST HOLD THE LINE'S ITEM.
       084-CHECK-STOCK.
           IF NOT IT-IS-STOCKED
               GO 084-CHECK-STOCK-END
           END-IF
           COMPUTE WS-STOCK-AVAIL = IT-QTY-ON-HAND - IT-QTY-COMMITTED
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               IF OR-LINE-CODE(WS-STOCK-IDX) = IT-CODE
                   SUBTRACT OR-LINE-QTY(WS-STOCK-IDX) FROM WS-STOCK-AVAIL
               END-IF
           END-PERFORM
           IF WS-STOCK-AVAIL < ZEROS
               MOVE ZEROS TO WS-STOCK-AVAIL
           END-IF
           IF WS-STOCK-AVAIL < WS-ORDER-QTY
               MOVE WS-STOCK-AVAIL TO WS-ITEM-AVAIL-EDIT
               MOVE SPACES TO WS-ERRMSG
               STRING "ONLY " FUNCTION TRIM(WS-ITEM-AVAIL-EDIT)
                   " AVAILABLE - THE REST WILL BE BACKORDERED"
                   INTO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
           END-IF.
       084-CHECK-STOCK-END.

      *> -----------------------------------
      *> COMMITS THE LINES OF THE ORDER IN ORDER-REC AGAINST STOCK
      *> ONCE IT IS ON FILE. ONLY STOCK ITEMS ARE COUNTED.
       085-COMMIT-STOCK.
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               MOVE OR-LINE-CODE(WS-STOCK-IDX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IT-IS-STOCKED
                           ADD OR-LINE-QTY(WS-STOCK-IDX)
                               TO IT-QTY-COMMITTED
                           REWRITE ITEM-REC
                       END-IF
               END-READ
           END-PERFORM.
       085-COMMIT-STOCK-END.

      *> -----------------------------------
      *> PLANS A SHIPMENT OF THE ORDER IN ORDER-REC: EACH LINE GETS
      *> WHAT IS ON HAND, LESS WHAT EARLIER LINES OF THE SAME ORDER
      *> ARE ALREADY TAKING, UP TO THE QUANTITY ORDERED. A NON-STOCK
      *> ITEM (OR ONE NO LONGER ON THE MASTER) SHIPS IN FULL. THE
      *> UNITS GOING OUT AND THE UNITS LEFT SHORT ARE TOTALLED FOR
      *> 048-SHIP-ORDER.
       086-PLAN-SHIPMENT.
           MOVE ZEROS TO WS-SHIP-UNITS WS-SHORT-UNITS
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1 UNTIL WS-STOCK-IDX > 5
               MOVE ZEROS TO WS-SHIP-QTY(WS-STOCK-IDX)
           END-PERFORM
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               MOVE OR-LINE-QTY(WS-STOCK-IDX) TO WS-SHIP-QTY(WS-STOCK-IDX)
               MOVE OR-LINE-CODE(WS-STOCK-IDX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE "N" TO IT-STOCKED
               END-READ
               IF IT-IS-STOCKED
                   MOVE IT-QTY-ON-HAND TO WS-STOCK-AVAIL
                   PERFORM VARYING WS-STOCK-IDX2 FROM 1 BY 1
                           UNTIL WS-STOCK-IDX2 = WS-STOCK-IDX
                       IF OR-LINE-CODE(WS-STOCK-IDX2) = IT-CODE
                           SUBTRACT WS-SHIP-QTY(WS-STOCK-IDX2)
                               FROM WS-STOCK-AVAIL
                       END-IF
                   END-PERFORM
                   IF WS-STOCK-AVAIL < ZEROS
                       MOVE ZEROS TO WS-STOCK-AVAIL
                   END-IF
                   IF WS-STOCK-AVAIL < OR-LINE-QTY(WS-STOCK-IDX)
                       MOVE WS-STOCK-AVAIL TO WS-SHIP-QTY(WS-STOCK-IDX)
                   END-IF
               END-IF
               ADD WS-SHIP-QTY(WS-STOCK-IDX) TO WS-SHIP-UNITS
               COMPUTE WS-SHORT-UNITS = WS-SHORT-UNITS
                   + OR-LINE-QTY(WS-STOCK-IDX) - WS-SHIP-QTY(WS-STOCK-IDX)
           END-PERFORM.
       086-PLAN-SHIPMENT-END.

      *> -----------------------------------
      *> SPLITS A PART-SHIPPED ORDER. WHAT COULD NOT SHIP GOES ONTO A
      *> NEW ORDER IN ORDER STATUS UNDER THE NEXT FREE NUMBER, DATED
      *> AS THE ORIGINAL WAS TAKEN AND POINTING BACK AT IT (AT THE
      *> FIRST ORDER OF THE CHAIN WHEN A BACKORDER IS ITSELF SPLIT);
      *> ORDER-REC IS THEN CUT DOWN TO THE LINES AND QUANTITIES THAT
      *> ARE GOING OUT. LINE AMOUNTS ARE SHARED PRO RATA ON QUANTITY
      *> AND THE BACKORDER TAKES WHATEVER THE ROUNDING LEAVES, SO THE
      *> TWO ORDERS ADD BACK TO WHAT WAS ORDERED. THE STOCK STAYS
      *> COMMITTED TO THE BACKORDER. WS-BACKORDER-NUMBER IS ZERO IF
      *> THE BACKORDER COULD NOT BE WRITTEN.
       087-SPLIT-BACKORDER.
           MOVE ZEROS TO WS-BACKORDER-NUMBER
           PERFORM 047-NEXT-ORDER-NUMBER
               THRU 047-NEXT-ORDER-NUMBER-END
           MOVE ORDER-REC TO WS-BACKORDER-REC
           IF OR-BACKORDER-OF IS NUMERIC AND OR-BACKORDER-OF > ZEROS
               MOVE OR-BACKORDER-OF TO WS-BACKORDER-OF
           ELSE
               MOVE OR-NUMBER TO WS-BACKORDER-OF
           END-IF
           MOVE ZEROS TO WS-SHIP-COUNT OR-TOTAL
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               IF WS-SHIP-QTY(WS-STOCK-IDX) < OR-LINE-QTY(WS-STOCK-IDX)
                   ADD 1 TO WS-SHIP-COUNT
                   COMPUTE WS-SHIP-AMOUNT ROUNDED =
                       OR-LINE-AMOUNT(WS-STOCK-IDX)
                       * WS-SHIP-QTY(WS-STOCK-IDX)
                       / OR-LINE-QTY(WS-STOCK-IDX)
                   MOVE OR-LINE-CODE(WS-STOCK-IDX)
                       TO OR-LINE-CODE(WS-SHIP-COUNT)
                   MOVE OR-LINE-DESC(WS-STOCK-IDX)
                       TO OR-LINE-DESC(WS-SHIP-COUNT)
                   COMPUTE OR-LINE-AMOUNT(WS-SHIP-COUNT) =
                       OR-LINE-AMOUNT(WS-STOCK-IDX) - WS-SHIP-AMOUNT
                   COMPUTE OR-LINE-QTY(WS-SHIP-COUNT) =
                       OR-LINE-QTY(WS-STOCK-IDX) - WS-SHIP-QTY(WS-STOCK-IDX)
                   ADD OR-LINE-AMOUNT(WS-SHIP-COUNT) TO OR-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1 UNTIL WS-STOCK-IDX > 5
               IF WS-STOCK-IDX > WS-SHIP-COUNT
                   MOVE SPACES TO OR-LINE-CODE(WS-STOCK-IDX)
                                  OR-LINE-DESC(WS-STOCK-IDX)
                   MOVE ZEROS  TO OR-LINE-QTY(WS-STOCK-IDX)
                                  OR-LINE-AMOUNT(WS-STOCK-IDX)
               END-IF
               MOVE ZEROS TO OR-LINE-RETURNED(WS-STOCK-IDX)
           END-PERFORM
           MOVE WS-SHIP-COUNT     TO OR-LINE-COUNT
           MOVE WS-NEXT-ORDER-NO  TO OR-NUMBER
           MOVE WS-BACKORDER-OF   TO OR-BACKORDER-OF
           MOVE "O" TO OR-STATUS
           MOVE "N" TO OR-RETURN-STATUS
           WRITE ORDER-REC
               INVALID KEY
                   MOVE WS-BACKORDER-REC TO ORDER-REC
                   GO 087-SPLIT-BACKORDER-END
           END-WRITE
           PERFORM 124-JOURNAL-ORDER THRU 124-JOURNAL-ORDER-END
           MOVE OR-NUMBER TO WS-BACKORDER-NUMBER
           MOVE WS-BACKORDER-REC TO ORDER-REC
           MOVE ZEROS TO WS-SHIP-COUNT OR-TOTAL
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               IF WS-SHIP-QTY(WS-STOCK-IDX) > ZEROS
                   ADD 1 TO WS-SHIP-COUNT
                   COMPUTE WS-SHIP-AMOUNT ROUNDED =
                       OR-LINE-AMOUNT(WS-STOCK-IDX)
                       * WS-SHIP-QTY(WS-STOCK-IDX)
                       / OR-LINE-QTY(WS-STOCK-IDX)
                   MOVE OR-LINE-CODE(WS-STOCK-IDX)
                       TO OR-LINE-CODE(WS-SHIP-COUNT)
                   MOVE OR-LINE-DESC(WS-STOCK-IDX)
                       TO OR-LINE-DESC(WS-SHIP-COUNT)
                   MOVE WS-SHIP-AMOUNT TO OR-LINE-AMOUNT(WS-SHIP-COUNT)
                   MOVE WS-SHIP-QTY(WS-STOCK-IDX)
                       TO OR-LINE-QTY(WS-SHIP-COUNT)
                   MOVE WS-SHIP-QTY(WS-STOCK-IDX)
                       TO WS-SHIP-QTY(WS-SHIP-COUNT)
                   ADD OR-LINE-AMOUNT(WS-SHIP-COUNT) TO OR-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1 UNTIL WS-STOCK-IDX > 5
               IF WS-STOCK-IDX > WS-SHIP-COUNT
                   MOVE SPACES TO OR-LINE-CODE(WS-STOCK-IDX)
                                  OR-LINE-DESC(WS-STOCK-IDX)
                   MOVE ZEROS  TO OR-LINE-QTY(WS-STOCK-IDX)
                                  OR-LINE-AMOUNT(WS-STOCK-IDX)
                                  WS-SHIP-QTY(WS-STOCK-IDX)
               END-IF
           END-PERFORM
           MOVE WS-SHIP-COUNT TO OR-LINE-COUNT.
       087-SPLIT-BACKORDER-END.

      *> -----------------------------------
      *> TAKES THE LINES OF THE ORDER IN ORDER-REC, NOW CUT DOWN TO
      *> WHAT IS GOING OUT, OFF STOCK: BOTH THE QUANTITY ON HAND AND
      *> THE QUANTITY COMMITTED COME DOWN BY WHAT SHIPPED.
       088-RELEASE-STOCK.
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > OR-LINE-COUNT
               MOVE OR-LINE-CODE(WS-STOCK-IDX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IT-IS-STOCKED
                           SUBTRACT OR-LINE-QTY(WS-STOCK-IDX)
                               FROM IT-QTY-ON-HAND IT-QTY-COMMITTED
                           IF IT-QTY-COMMITTED < ZEROS
                               MOVE ZEROS TO IT-QTY-COMMITTED
                           END-IF
                           REWRITE ITEM-REC
                       END-IF
               END-READ
           END-PERFORM.
       088-RELEASE-STOCK-END.

      *> -----------------------------------
      *> ISSUES THE NEXT INVOICE NUMBER FROM THE "INVNO" CONTROL
      *> RECORD, CREATING IT ON FIRST USE THE SAME WAY 093-SEAL-
      *> AUDIT-REC CREATES "AUDSEAL".
       089-NEXT-INVOICE-NUMBER.
           MOVE "INVNO" TO PA-NAME
           READ PARM-FILE
               INVALID KEY
                   MOVE SPACES TO PARM-REC
                   MOVE "INVNO" TO PA-NAME
                   MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                   MOVE "LAST INVOICE NUMBER" TO PA-TEXT
                   WRITE PARM-REC
                       INVALID KEY
                           REWRITE PARM-REC
                   END-WRITE
           END-READ
           COMPUTE WS-NEXT-INVOICE-NO = PA-NUMBER + 1
           MOVE WS-NEXT-INVOICE-NO TO PA-NUMBER
           REWRITE PARM-REC.
       089-NEXT-INVOICE-NUMBER-END.

      *> -----------------------------------
      *> PRINTS THE PACKING SLIP FOR THE ORDER IN ORDER-REC: THE
      *> SHIP-TO BLOCK, THE ORDER NUMBER AND DATES, AND THE CODES,
      *> DESCRIPTIONS AND QUANTITIES GOING OUT - NO PRICES. WHEN THE
      *> SHIPMENT LEFT A BACKORDER (WS-BACKORDER-NUMBER) THE SLIP
      *> SAYS WHERE THE REST IS.
       090-PRINT-PACKING-SLIP.
           MOVE OR-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE SPACES TO FS-NAME FS-STREET FS-CITY FS-STATE
                                  FS-ZIP
                   MOVE "(CUSTOMER NO LONGER ON FILE)" TO FS-NAME
           END-READ
           MOVE "custslip" TO WS-DOC-PREFIX
           MOVE "PACKSLIP" TO WS-DOC-REPORT
           PERFORM 078-OPEN-DOCUMENT THRU 078-OPEN-DOCUMENT-END
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "PACKING SLIP - ORDER " OR-NUMBER
               "          SHIPPED " OR-SHIP-DATE
               INTO DOC-LINE
           WRITE DOC-LINE
           IF DOC-REPRINT
               MOVE "*** COPY ***" TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE "SHIP TO:" TO DOC-LINE
           WRITE DOC-LINE
           PERFORM 079-PRINT-ADDRESS-BLOCK
               THRU 079-PRINT-ADDRESS-BLOCK-END
           MOVE SPACES TO DOC-LINE
           IF OR-BACKORDER-OF IS NUMERIC AND OR-BACKORDER-OF > ZEROS
               STRING "ORDER " OR-NUMBER "  TAKEN " OR-DATE
                   "  BACKORDER OF " OR-BACKORDER-OF
                   "  CUSTOMER " OR-PHONE
                   INTO DOC-LINE
           ELSE
               STRING "ORDER " OR-NUMBER "  TAKEN " OR-DATE
                   "  CUSTOMER " OR-PHONE
                   INTO DOC-LINE
           END-IF
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE WS-DOC-SLIP-HEADING TO DOC-LINE
           WRITE DOC-LINE
           MOVE ZEROS TO WS-DOC-UNITS
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               MOVE OR-LINE-CODE(WS-ORD-IDX) TO WO-SLIP-CODE
               MOVE OR-LINE-DESC(WS-ORD-IDX) TO WO-SLIP-DESC
               MOVE OR-LINE-QTY(WS-ORD-IDX)  TO WO-SLIP-QTY
               ADD OR-LINE-QTY(WS-ORD-IDX)   TO WS-DOC-UNITS
               MOVE WS-DOC-SLIP-LINE TO DOC-LINE
               WRITE DOC-LINE
           END-PERFORM
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE WS-DOC-UNITS TO WS-DOC-UNITS-EDIT
           STRING "TOTAL UNITS: " WS-DOC-UNITS-EDIT INTO DOC-LINE
           WRITE DOC-LINE
           IF NOT DOC-REPRINT AND WS-BACKORDER-NUMBER > ZEROS
               MOVE SPACES TO DOC-LINE
               STRING "THE REST OF THIS ORDER FOLLOWS ON BACKORDER "
                   WS-BACKORDER-NUMBER
                   INTO DOC-LINE
               WRITE DOC-LINE
           END-IF
           CLOSE DOC-FILE.
       090-PRINT-PACKING-SLIP-END.

      *> -----------------------------------
      *> PRINTS THE INVOICE FOR THE ORDER IN ORDER-REC TO THE
      *> CUSTOMER IN FILE1-REC: INVOICE NUMBER AND DATE, THE WINDOW-
      *> ENVELOPE NAME/ADDRESS BLOCK, THE PRICED LINES, THE SALES
      *> TAX, THE TOTAL AND THE DATE PAYMENT IS DUE. EVERYTHING
      *> COMES FROM WHAT WAS STAMPED ON THE ORDER, SO A REPRINT
      *> MATCHES THE ORIGINAL. AN ORDER INVOICED BEFORE INVOICES
      *> WERE NUMBERED PRINTS UNDER ITS ORDER NUMBER.
       091-PRINT-INVOICE.
           MOVE "custinv" TO WS-DOC-PREFIX
           MOVE "INVOICE" TO WS-DOC-REPORT
           PERFORM 078-OPEN-DOCUMENT THRU 078-OPEN-DOCUMENT-END
           MOVE ALL "=" TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           IF OR-INVOICE-NO IS NUMERIC AND OR-INVOICE-NO > ZEROS
               STRING "INVOICE " OR-INVOICE-NO
                   "                        DATE " OR-INVOICE-DATE
                   INTO DOC-LINE
           ELSE
               STRING "INVOICE FOR ORDER " OR-NUMBER
                   "              DATE " OR-INVOICE-DATE
                   INTO DOC-LINE
           END-IF
           WRITE DOC-LINE
           IF DOC-REPRINT
               MOVE "*** COPY ***" TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           PERFORM 079-PRINT-ADDRESS-BLOCK
               THRU 079-PRINT-ADDRESS-BLOCK-END
           MOVE SPACES TO DOC-LINE
           STRING "ORDER " OR-NUMBER "  TAKEN " OR-DATE
               "  CUSTOMER " OR-PHONE
               INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE WS-DOC-ITEM-HEADING TO DOC-LINE
           WRITE DOC-LINE
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > OR-LINE-COUNT
               MOVE OR-LINE-CODE(WS-ORD-IDX)   TO WO-CODE
               MOVE OR-LINE-DESC(WS-ORD-IDX)   TO WO-DESC
               MOVE OR-LINE-QTY(WS-ORD-IDX)    TO WO-QTY
               MOVE OR-LINE-AMOUNT(WS-ORD-IDX) TO WO-AMOUNT
               MOVE WS-DOC-ITEM-LINE TO DOC-LINE
               WRITE DOC-LINE
           END-PERFORM
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE "GOODS:" TO WO-TOTAL-LABEL
           MOVE OR-TOTAL TO WO-TOTAL
           MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
           WRITE DOC-LINE
           IF OR-TAX-AMOUNT IS NUMERIC AND OR-TAX-AMOUNT NOT = ZEROS
               MOVE SPACES TO WO-TOTAL-LABEL
               STRING "SALES TAX (" OR-TAX-STATE "):"
                   INTO WO-TOTAL-LABEL
               MOVE OR-TAX-AMOUNT TO WO-TOTAL
               MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
               WRITE DOC-LINE
               COMPUTE WO-TOTAL = OR-TOTAL + OR-TAX-AMOUNT
           ELSE
               MOVE OR-TOTAL TO WO-TOTAL
           END-IF
           MOVE "INVOICE TOTAL:" TO WO-TOTAL-LABEL
           MOVE WS-DOC-TOTAL-LINE TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           IF OR-DUE-DATE IS NUMERIC AND OR-DUE-DATE > ZEROS
               STRING "PAYMENT DUE BY " OR-DUE-DATE INTO DOC-LINE
               WRITE DOC-LINE
           END-IF
           IF OR-TERMS-CODE IS NOT = SPACES AND OR-TERMS-CODE
               IS NOT = LOW-VALUES
               MOVE SPACES TO DOC-LINE
               STRING "TERMS: " OR-TERMS-CODE INTO DOC-LINE
               WRITE DOC-LINE
           END-IF
           IF OR-DISC-PCT IS NUMERIC AND OR-DISC-PCT > ZEROS
               COMPUTE WS-DISC-AMOUNT ROUNDED =
                   OR-TOTAL * OR-DISC-PCT / 100
               MOVE OR-DISC-PCT TO WS-TCODE-PCT-EDIT
               MOVE WS-DISC-AMOUNT TO WS-DISC-AMOUNT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING "LESS " FUNCTION TRIM(WS-TCODE-PCT-EDIT)
                   "% OF GOODS ("
                   FUNCTION TRIM(WS-DISC-AMOUNT-EDIT)
                   ") IF PAID IN FULL BY " OR-DISC-DATE
                   INTO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE SPACES TO DOC-LINE
           STRING "PLEASE QUOTE YOUR PHONE NUMBER " OR-PHONE
               " WITH YOUR PAYMENT"
               INTO DOC-LINE
           WRITE DOC-LINE
           CLOSE DOC-FILE.
       091-PRINT-INVOICE-END.

      *> -----------------------------------
      *> REPRINTS A PACKING SLIP OR AN INVOICE FROM THE ORDER
      *> NUMBER, MARKED AS A COPY. A SLIP NEEDS THE ORDER TO HAVE
      *> SHIPPED AND AN INVOICE NEEDS IT INVOICED.
       092-REPRINT-DOCUMENT.
           MOVE ZEROS TO WS-ORDER-NO-ENTRY
           DISPLAY SS-ORDER-NO
           ACCEPT SS-ORDER-NO
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 092-REPRINT-DOCUMENT-END
           END-IF
           MOVE WS-ORDER-NO-ENTRY TO OR-NUMBER
           READ ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 092-REPRINT-DOCUMENT-END
           END-READ
           MOVE "P" TO WS-DOC-CHOICE
           DISPLAY SS-DOC-CHOICE
           ACCEPT SS-DOC-CHOICE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 092-REPRINT-DOCUMENT-END
           END-IF
           MOVE "Y" TO WS-DOC-REPRINT
           MOVE ZEROS TO WS-BACKORDER-NUMBER
           EVALUATE TRUE
               WHEN DOC-SLIP AND OR-OPEN
                   MOVE "ORDER HAS NOT SHIPPED - NO PACKING SLIP"
                       TO WS-ERRMSG
               WHEN DOC-SLIP
                   PERFORM 090-PRINT-PACKING-SLIP
                       THRU 090-PRINT-PACKING-SLIP-END
                   MOVE "PACKING SLIP REPRINTED" TO WS-ERRMSG
               WHEN DOC-INVOICE AND NOT OR-INVOICED
                   MOVE "ORDER HAS NOT BEEN INVOICED - NO INVOICE"
                       TO WS-ERRMSG
               WHEN DOC-INVOICE
                   MOVE OR-PHONE TO FS-PHONE
                   READ FILE1
                       INVALID KEY
                           MOVE SPACES TO FS-NAME FS-STREET FS-CITY
                                          FS-STATE FS-ZIP
                           MOVE "(CUSTOMER NO LONGER ON FILE)"
                               TO FS-NAME
                   END-READ
                   PERFORM 091-PRINT-INVOICE THRU 091-PRINT-INVOICE-END
                   MOVE "INVOICE REPRINTED" TO WS-ERRMSG
               WHEN OTHER
                   MOVE "DOCUMENT MUST BE P OR I" TO WS-ERRMSG
           END-EVALUATE
           MOVE "N" TO WS-DOC-REPRINT
           PERFORM 008-SHOW-ERROR.
       092-REPRINT-DOCUMENT-END.

      *> -----------------------------------
      *> MAINTENANCE SCREEN FOR THE PAYMENT TERMS REFERENCE FILE -
      *> THE SAME KEY-THEN-EDIT PATTERN AS 063-MAINTAIN-SREPS. EACH
      *> CODE CARRIES ITS NET DAYS AND ANY PROMPT-PAYMENT DISCOUNT
      *> (PERCENT OF THE GOODS AND THE DAYS ALLOWED TO TAKE IT). A
      *> CODE STILL ON A CUSTOMER'S CREDIT TERMS CANNOT BE REMOVED.
       096-MAINTAIN-TCODES.
           MOVE "PAYMENT TERMS CODES" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           DISPLAY SS-CLS.
       096-MAINTAIN-TCODES-LOOP.
           MOVE SPACES TO WS-TCODE-ENTRY
           DISPLAY SS-TCODE-KEY
           ACCEPT SS-TCODE-KEY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 096-MAINTAIN-TCODES-END
           END-IF
           IF WS-TCODE-ENTRY = SPACES
               MOVE "PLEASE ENTER A TERMS CODE" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 096-MAINTAIN-TCODES-LOOP
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TCODE-ENTRY) TO TC-CODE
           READ TCODE-FILE
               INVALID KEY
                   MOVE SPACES TO TC-DESC
                   MOVE 30     TO TC-NET-DAYS
                   MOVE ZEROS  TO TC-DISC-PCT TC-DISC-DAYS
                   MOVE FUNCTION UPPER-CASE(WS-TCODE-ENTRY)
                       TO TC-CODE
           END-READ
           MOVE TC-NET-DAYS TO WS-TCODE-DAYS-EDIT
           MOVE WS-TCODE-DAYS-EDIT TO WS-TCODE-NET-ENTRY
           MOVE TC-DISC-PCT TO WS-TCODE-PCT-EDIT
           MOVE WS-TCODE-PCT-EDIT TO WS-TCODE-PCT-ENTRY
           MOVE TC-DISC-DAYS TO WS-TCODE-DAYS-EDIT
           MOVE WS-TCODE-DAYS-EDIT TO WS-TCODE-DAYS-ENTRY
           MOVE "N" TO WS-TCODE-DEL
           DISPLAY SS-TCODE-ENTRY
           ACCEPT SS-TCODE-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 096-MAINTAIN-TCODES-LOOP
           END-IF
           IF TCODE-DEL-WANTED
               PERFORM 099-CHECK-TCODE-IN-USE
                   THRU 099-CHECK-TCODE-IN-USE-END
               IF TCODE-IN-USE
                   MOVE SPACES TO WS-ERRMSG
                   STRING "TERMS CODE " TC-CODE
                       " IS STILL ON A CUSTOMER'S TERMS - NOT REMOVED"
                       INTO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 096-MAINTAIN-TCODES-LOOP
               END-IF
               DELETE TCODE-FILE
                   INVALID KEY
                       MOVE "TERMS CODE NOT ON FILE" TO WS-ERRMSG
                       PERFORM 008-SHOW-ERROR
                       GO 096-MAINTAIN-TCODES-LOOP
               END-DELETE
               MOVE "TERMS CODE REMOVED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 096-MAINTAIN-TCODES-LOOP
           END-IF
           IF TC-DESC = SPACES
               MOVE "PLEASE PROVIDE A DESCRIPTION" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 096-MAINTAIN-TCODES-LOOP
           END-IF
           PERFORM 097-VALIDATE-TCODE-ENTRY
               THRU 097-VALIDATE-TCODE-ENTRY-END
           IF NOT TCODE-VALID
               PERFORM 008-SHOW-ERROR
               GO 096-MAINTAIN-TCODES-LOOP
           END-IF
           MOVE WS-TCODE-NET  TO TC-NET-DAYS
           MOVE WS-TCODE-PCT  TO TC-DISC-PCT
           MOVE WS-TCODE-DAYS TO TC-DISC-DAYS
           WRITE TCODE-REC
               INVALID KEY
                   REWRITE TCODE-REC
           END-WRITE
           MOVE "TERMS CODE SAVED" TO WS-ERRMSG
           PERFORM 008-SHOW-ERROR
           GO 096-MAINTAIN-TCODES-LOOP.
       096-MAINTAIN-TCODES-END.

      *> -----------------------------------
      *> VALIDATES THE NET DAYS, DISCOUNT PERCENT AND DISCOUNT DAYS
      *> KEYED ON SS-TCODE-ENTRY. NET DAYS IS A WHOLE NUMBER FROM 1
      *> TO 999; THE PERCENT IS UNDER 100; A DISCOUNT NEEDS DAYS TO
      *> TAKE IT IN, NO MORE THAN THE NET DAYS, AND DISCOUNT DAYS
      *> WITHOUT A PERCENT ARE REFUSED. THE ERROR IS LEFT IN
      *> WS-ERRMSG FOR THE CALLER.
       097-VALIDATE-TCODE-ENTRY.
           MOVE "Y" TO WS-TCODE-VALID
           MOVE WS-TCODE-NET-ENTRY TO WS-TCODE-TEXT
           PERFORM 098-VALIDATE-TCODE-NUMBER
               THRU 098-VALIDATE-TCODE-NUMBER-END
           MOVE WS-TCODE-NUM TO WS-TCODE-NET
           IF NOT TCODE-VALID OR WS-TCODE-NET NOT = WS-TCODE-NUM
               OR WS-TCODE-NET = ZEROS
               MOVE "N" TO WS-TCODE-VALID
               MOVE "NET DAYS MUST BE A WHOLE NUMBER FROM 1 TO 999"
                   TO WS-ERRMSG
               GO 097-VALIDATE-TCODE-ENTRY-END
           END-IF
           MOVE WS-TCODE-PCT-ENTRY TO WS-TCODE-TEXT
           PERFORM 098-VALIDATE-TCODE-NUMBER
               THRU 098-VALIDATE-TCODE-NUMBER-END
           MOVE WS-TCODE-NUM TO WS-TCODE-PCT
           IF NOT TCODE-VALID OR WS-TCODE-NUM NOT < 100
               MOVE "N" TO WS-TCODE-VALID
               MOVE "DISCOUNT MUST BE A PERCENT UNDER 100" TO WS-ERRMSG
               GO 097-VALIDATE-TCODE-ENTRY-END
           END-IF
           MOVE WS-TCODE-DAYS-ENTRY TO WS-TCODE-TEXT
           PERFORM 098-VALIDATE-TCODE-NUMBER
               THRU 098-VALIDATE-TCODE-NUMBER-END
           MOVE WS-TCODE-NUM TO WS-TCODE-DAYS
           IF NOT TCODE-VALID OR WS-TCODE-DAYS NOT = WS-TCODE-NUM
               MOVE "N" TO WS-TCODE-VALID
               MOVE "DISCOUNT DAYS MUST BE A WHOLE NUMBER" TO WS-ERRMSG
               GO 097-VALIDATE-TCODE-ENTRY-END
           END-IF
           IF WS-TCODE-PCT > ZEROS AND WS-TCODE-DAYS = ZEROS
               MOVE "N" TO WS-TCODE-VALID
               MOVE "A DISCOUNT NEEDS THE NUMBER OF DAYS TO TAKE IT IN"
                   TO WS-ERRMSG
               GO 097-VALIDATE-TCODE-ENTRY-END
           END-IF
           IF WS-TCODE-PCT = ZEROS AND WS-TCODE-DAYS > ZEROS
               MOVE "N" TO WS-TCODE-VALID
               MOVE "DISCOUNT DAYS GIVEN BUT NO DISCOUNT PERCENT"
                   TO WS-ERRMSG
               GO 097-VALIDATE-TCODE-ENTRY-END
           END-IF
           IF WS-TCODE-DAYS > WS-TCODE-NET
               MOVE "N" TO WS-TCODE-VALID
               MOVE "DISCOUNT DAYS CANNOT BE MORE THAN THE NET DAYS"
                   TO WS-ERRMSG
           END-IF.
       097-VALIDATE-TCODE-ENTRY-END.

      *> -----------------------------------
      *> TURNS WS-TCODE-TEXT INTO WS-TCODE-NUM. A BLANK FIELD IS
      *> ZERO; ANYTHING NOT NUMERIC, OR NEGATIVE, CLEARS
      *> WS-TCODE-VALID.
       098-VALIDATE-TCODE-NUMBER.
           MOVE ZEROS TO WS-TCODE-NUM
           IF WS-TCODE-TEXT = SPACES
               GO 098-VALIDATE-TCODE-NUMBER-END
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-TCODE-TEXT) NOT = ZEROS
               MOVE "N" TO WS-TCODE-VALID
               GO 098-VALIDATE-TCODE-NUMBER-END
           END-IF
           MOVE FUNCTION NUMVAL(WS-TCODE-TEXT) TO WS-TCODE-NUM
           IF WS-TCODE-NUM < ZEROS
               MOVE "N" TO WS-TCODE-VALID
           END-IF.
       098-VALIDATE-TCODE-NUMBER-END.

      *> -----------------------------------
      *> SETS WS-TCODE-IN-USE WHEN ANY CUSTOMER'S CREDIT TERMS STILL
      *> CARRY THE CODE IN TC-CODE.
       099-CHECK-TCODE-IN-USE.
           MOVE "N" TO WS-TCODE-IN-USE
           MOVE ZEROS TO TM-PHONE
           START TERMS-FILE KEY IS NOT LESS THAN TM-KEY
               INVALID KEY
                   GO 099-CHECK-TCODE-IN-USE-END
           END-START.
       099-CHECK-TCODE-IN-USE-LOOP.
           READ TERMS-FILE NEXT RECORD
               AT END
                   GO 099-CHECK-TCODE-IN-USE-END
           END-READ
           IF FUNCTION UPPER-CASE(TM-TERMS-CODE) = TC-CODE
               MOVE "Y" TO WS-TCODE-IN-USE
               GO 099-CHECK-TCODE-IN-USE-END
           END-IF
           GO 099-CHECK-TCODE-IN-USE-LOOP.
       099-CHECK-TCODE-IN-USE-END.

      *> -----------------------------------
      *> VALIDATES TM-TERMS-CODE AGAINST THE PAYMENT TERMS TABLE,
      *> THE SAME WAY 064-VALIDATE-REP VALIDATES FS-REP-CODE: AN
      *> EMPTY TABLE PASSES EVERYTHING, AND SPACES (NO CODE - THE
      *> HOUSE 30 DAYS NET) ALWAYS PASSES.
       100-VALIDATE-TERMS-CODE.
           MOVE "Y" TO WS-TCODE-VALID
           IF TM-TERMS-CODE = SPACES
               GO 100-VALIDATE-TERMS-CODE-END
           END-IF
           MOVE "N" TO WS-TCODE-FILE-EMPTY
           MOVE SPACES TO TC-KEY
           START TCODE-FILE KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TCODE-FILE-EMPTY
           END-START
           IF NOT TCODE-FILE-EMPTY
               READ TCODE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TCODE-FILE-EMPTY
               END-READ
           END-IF
           IF TCODE-FILE-EMPTY
               GO 100-VALIDATE-TERMS-CODE-END
           END-IF
           MOVE FUNCTION UPPER-CASE(TM-TERMS-CODE) TO TM-TERMS-CODE
           MOVE TM-TERMS-CODE TO TC-CODE
           READ TCODE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TCODE-VALID
                   MOVE SPACES TO WS-ERRMSG
                   STRING "TERMS CODE NOT ON FILE: " TM-TERMS-CODE
                       INTO WS-ERRMSG
           END-READ.
       100-VALIDATE-TERMS-CODE-END.

      *> -----------------------------------
      *> STAMPS THE INVOICE IN ORDER-REC WITH THE CUSTOMER'S PAYMENT
      *> TERMS. THE DUE DATE IS THE INVOICE DATE PLUS THE CODE'S NET
      *> DAYS; A CODE OFFERING A PROMPT-PAYMENT DISCOUNT ALSO PUTS
      *> THE PERCENT AND THE LAST DAY TO PAY ON THE ORDER, WHERE THE
      *> POSTING RUN LOOKS FOR THEM. NO TERMS RECORD, NO CODE, OR A
      *> CODE NOT ON THE TABLE MEANS 30 DAYS NET AND NO DISCOUNT.
       101-STAMP-TERMS.
           MOVE SPACES TO OR-TERMS-CODE
           MOVE ZEROS TO OR-DISC-PCT OR-DISC-DATE OR-DISC-TAKEN
           MOVE 30 TO WS-DUE-DAYS
           MOVE ZEROS TO WS-DISC-DAYS
           MOVE OR-PHONE TO TM-PHONE
           READ TERMS-FILE
               INVALID KEY
                   MOVE SPACES TO TM-TERMS-CODE
           END-READ
           IF TM-TERMS-CODE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(TM-TERMS-CODE) TO TC-CODE
               READ TCODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TC-CODE TO OR-TERMS-CODE
                       IF TC-NET-DAYS > ZEROS
                           MOVE TC-NET-DAYS TO WS-DUE-DAYS
                       END-IF
                       IF TC-DISC-PCT > ZEROS AND TC-DISC-DAYS > ZEROS
                           MOVE TC-DISC-PCT  TO OR-DISC-PCT
                           MOVE TC-DISC-DAYS TO WS-DISC-DAYS
                       END-IF
               END-READ
           END-IF
           COMPUTE OR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(OR-INVOICE-DATE) + WS-DUE-DAYS)
           IF WS-DISC-DAYS > ZEROS
               COMPUTE OR-DISC-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OR-INVOICE-DATE)
                   + WS-DISC-DAYS)
           END-IF.
       101-STAMP-TERMS-END.

      *> -----------------------------------
      *> MAINTENANCE SCREEN FOR THE GENERAL-LEDGER ACCOUNT MAPPING -
      *> THE SAME KEY-THEN-EDIT PATTERN AS 096-MAINTAIN-TCODES. EACH
      *> TRANSACTION TYPE THE NIGHTLY JOURNAL SUMMARISES IS MAPPED TO
      *> THE GL ACCOUNT IT POSTS TO; TYPE "AR" IS THE RECEIVABLES
      *> CONTROL ACCOUNT EVERY OTHER TYPE POSTS AGAINST.
       102-MAINTAIN-GLMAP.
           MOVE "GL ACCOUNT MAPPING" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           DISPLAY SS-CLS.
       102-MAINTAIN-GLMAP-LOOP.
           MOVE SPACES TO WS-GLMAP-ENTRY
           DISPLAY SS-GLMAP-KEY
           ACCEPT SS-GLMAP-KEY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 102-MAINTAIN-GLMAP-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-GLMAP-ENTRY) TO GM-TYPE
           IF NOT GM-KNOWN-TYPE
               MOVE "NOT A TRANSACTION TYPE THE GL JOURNAL POSTS"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 102-MAINTAIN-GLMAP-LOOP
           END-IF
           READ GLMAP-FILE
               INVALID KEY
                   MOVE SPACES TO GM-DESC GM-ACCOUNT
                   MOVE FUNCTION UPPER-CASE(WS-GLMAP-ENTRY)
                       TO GM-TYPE
           END-READ
           MOVE "N" TO WS-GLMAP-DEL
           DISPLAY SS-GLMAP-ENTRY
           ACCEPT SS-GLMAP-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 102-MAINTAIN-GLMAP-LOOP
           END-IF
           IF GLMAP-DEL-WANTED
               DELETE GLMAP-FILE
                   INVALID KEY
                       MOVE "TYPE NOT MAPPED" TO WS-ERRMSG
                       PERFORM 008-SHOW-ERROR
                       GO 102-MAINTAIN-GLMAP-LOOP
               END-DELETE
               MOVE "GL MAPPING REMOVED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 102-MAINTAIN-GLMAP-LOOP
           END-IF
           IF GM-ACCOUNT = SPACES
               MOVE "PLEASE PROVIDE A GL ACCOUNT" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 102-MAINTAIN-GLMAP-LOOP
           END-IF
           WRITE GLMAP-REC
               INVALID KEY
                   REWRITE GLMAP-REC
           END-WRITE
           MOVE "GL MAPPING SAVED" TO WS-ERRMSG
           PERFORM 008-SHOW-ERROR
           GO 102-MAINTAIN-GLMAP-LOOP.
       102-MAINTAIN-GLMAP-END.

      *> -----------------------------------
      *> BAD-DEBT WRITE-OFF REVIEW, SUPERVISOR ONLY. LISTS THE
      *> ACCOUNTS THE DUNNING RUN HAS TAKEN TO FINAL DEMAND OR PUT ON
      *> HOLD THAT STILL OWE MONEY, TEN TO A PAGE, WITH ANY APPROVAL
      *> ALREADY GIVEN. THE SUPERVISOR KEYS A PHONE TO APPROVE THE
      *> ACCOUNT FOR WRITE-OFF (OR TO WITHDRAW AN APPROVAL); NOTHING
      *> IS WRITTEN OFF HERE - THE WRITE-OFF RUN (custwoff) CLEARS
      *> THE APPROVED BALANCES AND CLOSES THE ACCOUNTS.
       103-WRITE-OFF-REVIEW.
           MOVE "BAD-DEBT WRITE-OFF" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           MOVE ZEROS TO WS-WOFF-START.
           DISPLAY SS-CLS.
       103-WRITE-OFF-REVIEW-LOOP.
           PERFORM 104-BUILD-WRTOFF-LIST
               THRU 104-BUILD-WRTOFF-LIST-END
           IF WS-WOFF-COUNT = ZEROS AND WS-WOFF-START NOT = ZEROS
               MOVE ZEROS TO WS-WOFF-START
               PERFORM 104-BUILD-WRTOFF-LIST
                   THRU 104-BUILD-WRTOFF-LIST-END
           END-IF
           DISPLAY SS-CLS
           DISPLAY SS-WRTOFF-LIST
           IF WS-WOFF-COUNT = ZEROS
               MOVE "NO FINAL-DEMAND OR HELD ACCOUNTS OWING MONEY"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 103-WRITE-OFF-REVIEW-END
           END-IF
           MOVE ZEROS TO WS-WOFF-PHONE
           DISPLAY SS-WRTOFF-PHONE
           ACCEPT SS-WRTOFF-PHONE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 103-WRITE-OFF-REVIEW-END
           END-IF
           IF WS-WOFF-PHONE = ZEROS
               GO 103-WRITE-OFF-REVIEW-LOOP
           END-IF
           PERFORM 105-MARK-WRITE-OFF THRU 105-MARK-WRITE-OFF-END
           MOVE ZEROS TO WS-WOFF-START
           GO 103-WRITE-OFF-REVIEW-LOOP.
       103-WRITE-OFF-REVIEW-END.

      *> -----------------------------------
      *> WALKS custterm.dat FROM THE PHONE AFTER WS-WOFF-START AND
      *> FLATTENS THE NEXT TEN FINAL-DEMAND OR HELD, NOT YET CLOSED,
      *> ACCOUNTS WITH A BALANCE OWING INTO DISPLAY LINES.
       104-BUILD-WRTOFF-LIST.
           MOVE ZEROS TO WS-WOFF-COUNT
           PERFORM VARYING WS-WOFF-IDX FROM 1 BY 1
                   UNTIL WS-WOFF-IDX > 10
               MOVE SPACES TO WS-WOFF-LINE(WS-WOFF-IDX)
           END-PERFORM
           MOVE WS-WOFF-START TO TM-PHONE
           START TERMS-FILE KEY IS GREATER THAN TM-KEY
               INVALID KEY
                   GO 104-BUILD-WRTOFF-LIST-END
           END-START.
       104-BUILD-WRTOFF-LOOP.
           IF WS-WOFF-COUNT < 10
               READ TERMS-FILE NEXT RECORD
                   AT END
                       GO 104-BUILD-WRTOFF-LIST-END
               END-READ
               IF (TM-DUN-FINAL OR TM-HOLD) AND NOT TM-CLOSED
                   MOVE TM-PHONE TO FS-PHONE
                   READ FILE1
                       INVALID KEY
                           MOVE ZEROS TO FS-BALANCE
                   END-READ
                   IF FS-BALANCE > ZEROS
                       ADD 1 TO WS-WOFF-COUNT
                       MOVE FS-NAME TO WS-WOFF-NAME
                       MOVE FS-BALANCE TO WS-WOFF-AMT-EDIT
                       MOVE SPACES TO WS-WOFF-FLAG
                       IF TM-WRTOFF-APPROVED
                           STRING "APPROVED " TM-WRTOFF-BY
                               INTO WS-WOFF-FLAG
                       END-IF
                       STRING TM-PHONE " " WS-WOFF-NAME " "
                           WS-WOFF-AMT-EDIT "  " TM-DUN-LEVEL " "
                           TM-DUN-DATE "  " WS-WOFF-FLAG
                           INTO WS-WOFF-LINE(WS-WOFF-COUNT)
                       MOVE TM-PHONE TO WS-WOFF-START
                   END-IF
               END-IF
               GO 104-BUILD-WRTOFF-LOOP
           END-IF.
       104-BUILD-WRTOFF-LIST-END.

      *> -----------------------------------
      *> APPROVES THE ACCOUNT THE SUPERVISOR KEYED FOR WRITE-OFF, OR
      *> WITHDRAWS AN APPROVAL ALREADY GIVEN, AFTER CONFIRMING BY
      *> NAME AND BALANCE. THE APPROVER'S ID GOES ON THE TERMS
      *> RECORD FOR THE WRITE-OFF REGISTER, AND THE DECISION IS
      *> AUDITED AGAINST THE CUSTOMER.
       105-MARK-WRITE-OFF.
           MOVE WS-WOFF-PHONE TO TM-PHONE
           READ TERMS-FILE
               INVALID KEY
                   MOVE "NO CREDIT TERMS ON FILE FOR THAT PHONE"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 105-MARK-WRITE-OFF-END
           END-READ
           IF NOT (TM-DUN-FINAL OR TM-HOLD) OR TM-CLOSED
               MOVE "ACCOUNT IS NOT ON FINAL DEMAND OR HOLD" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 105-MARK-WRITE-OFF-END
           END-IF
           MOVE WS-WOFF-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 105-MARK-WRITE-OFF-END
           END-READ
           IF FS-BALANCE NOT > ZEROS
               MOVE "NOTHING OWED - NOTHING TO WRITE OFF" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 105-MARK-WRITE-OFF-END
           END-IF
           MOVE FS-BALANCE TO WS-WOFF-AMT-EDIT
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           IF TM-WRTOFF-APPROVED
               STRING "WITHDRAW WRITE-OFF APPROVAL FOR "
                   FUNCTION TRIM(FS-NAME) " (Y/N)?"
                   INTO WS-ERRMSG
           ELSE
               STRING "WRITE OFF " FUNCTION TRIM(WS-WOFF-AMT-EDIT)
                   " FOR " FUNCTION TRIM(FS-NAME) " (Y/N)?"
                   INTO WS-ERRMSG
           END-IF
           ACCEPT SS-ERROR
           IF NOT E-YES
               GO 105-MARK-WRITE-OFF-END
           END-IF
           IF TM-WRTOFF-APPROVED
               MOVE "N" TO TM-WRTOFF-MARK
               MOVE SPACES TO TM-WRTOFF-BY
               MOVE "WOWITHDR" TO WS-AUDIT-OP
           ELSE
               MOVE "Y" TO TM-WRTOFF-MARK
               MOVE WS-SIGNON-ID TO TM-WRTOFF-BY
               MOVE "WOAPPRV" TO WS-AUDIT-OP
           END-IF
           IF TM-WRTOFF-AMOUNT NOT NUMERIC
               MOVE ZEROS TO TM-WRTOFF-DATE TM-WRTOFF-AMOUNT
                             TM-RECOVERED
           END-IF
           REWRITE TERMS-REC
               INVALID KEY
                   MOVE "ERROR WRITING CREDIT TERMS" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 105-MARK-WRITE-OFF-END
           END-REWRITE
           PERFORM 123-JOURNAL-TERMS THRU 123-JOURNAL-TERMS-END
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           IF TM-WRTOFF-APPROVED
               MOVE "APPROVED FOR WRITE-OFF" TO WS-ERRMSG
           ELSE
               MOVE "WRITE-OFF APPROVAL WITHDRAWN" TO WS-ERRMSG
           END-IF
           PERFORM 008-SHOW-ERROR.
       105-MARK-WRITE-OFF-END.

      *> -----------------------------------
      *> CREDIT-BALANCE REFUND REVIEW, SUPERVISOR ONLY. LISTS THE
      *> CUSTOMERS WHOSE BALANCE HAS GONE NEGATIVE, TEN TO A PAGE,
      *> WITH ANY REFUND ALREADY APPROVED. THE SUPERVISOR KEYS A
      *> PHONE TO SEE THE PAYMENTS BEHIND THE CREDIT AND APPROVE A
      *> REFUND AMOUNT (OR WITHDRAW ONE); NOTHING IS PAID HERE - THE
      *> REFUND RUN (custrfnd) CHARGES THE APPROVED REFUNDS BACK
      *> ONTO THE BALANCES AND PRINTS THE CHEQUES.
       106-REFUND-REVIEW.
           MOVE "CREDIT REFUNDS" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           MOVE ZEROS TO WS-RFND-START.
           DISPLAY SS-CLS.
       106-REFUND-REVIEW-LOOP.
           PERFORM 107-BUILD-RFND-LIST
               THRU 107-BUILD-RFND-LIST-END
           IF WS-RFND-COUNT = ZEROS AND WS-RFND-START NOT = ZEROS
               MOVE ZEROS TO WS-RFND-START
               PERFORM 107-BUILD-RFND-LIST
                   THRU 107-BUILD-RFND-LIST-END
           END-IF
           DISPLAY SS-CLS
           DISPLAY SS-RFND-LIST
           IF WS-RFND-COUNT = ZEROS
               MOVE "NO CUSTOMER HOLDS A CREDIT BALANCE" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 106-REFUND-REVIEW-END
           END-IF
           MOVE ZEROS TO WS-RFND-PHONE
           DISPLAY SS-RFND-PHONE
           ACCEPT SS-RFND-PHONE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 106-REFUND-REVIEW-END
           END-IF
           IF WS-RFND-PHONE = ZEROS
               GO 106-REFUND-REVIEW-LOOP
           END-IF
           PERFORM 108-APPROVE-REFUND THRU 108-APPROVE-REFUND-END
           MOVE ZEROS TO WS-RFND-START
           GO 106-REFUND-REVIEW-LOOP.
       106-REFUND-REVIEW-END.

      *> -----------------------------------
      *> WALKS customers.dat FROM THE PHONE AFTER WS-RFND-START AND
      *> FLATTENS THE NEXT TEN CUSTOMERS WITH A NEGATIVE BALANCE INTO
      *> DISPLAY LINES, THE CREDIT SHOWN AS A POSITIVE AMOUNT.
       107-BUILD-RFND-LIST.
           MOVE ZEROS TO WS-RFND-COUNT
           PERFORM VARYING WS-RFND-IDX FROM 1 BY 1
                   UNTIL WS-RFND-IDX > 10
               MOVE SPACES TO WS-RFND-LINE(WS-RFND-IDX)
           END-PERFORM
           MOVE WS-RFND-START TO FS-PHONE
           START FILE1 KEY IS GREATER THAN FS-KEY
               INVALID KEY
                   GO 107-BUILD-RFND-LIST-END
           END-START.
       107-BUILD-RFND-LOOP.
           IF WS-RFND-COUNT < 10
               READ FILE1 NEXT RECORD
                   AT END
                       GO 107-BUILD-RFND-LIST-END
               END-READ
               IF FS-BALANCE < ZEROS
                   ADD 1 TO WS-RFND-COUNT
                   MOVE FS-NAME TO WS-RFND-NAME
                   COMPUTE WS-RFND-CR-EDIT = 0 - FS-BALANCE
                   MOVE SPACES TO WS-RFND-FLAG
                   MOVE FS-PHONE TO RF-PHONE
                   READ REFUND-FILE
                       INVALID KEY
                           MOVE SPACES TO RF-STATUS
                   END-READ
                   IF RF-APPROVED
                       MOVE RF-AMOUNT TO WS-RFND-AMT-EDIT
                       STRING WS-RFND-AMT-EDIT " BY " RF-APPROVED-BY
                           INTO WS-RFND-FLAG
                   END-IF
                   STRING FS-PHONE " " WS-RFND-NAME " "
                       WS-RFND-CR-EDIT "  " WS-RFND-FLAG
                       INTO WS-RFND-LINE(WS-RFND-COUNT)
                   MOVE FS-PHONE TO WS-RFND-START
               END-IF
               GO 107-BUILD-RFND-LOOP
           END-IF.
       107-BUILD-RFND-LIST-END.

      *> -----------------------------------
      *> SHOWS THE KEYED CUSTOMER'S CREDIT AND THE PAYMENTS BEHIND
      *> IT, AND TAKES THE REFUND AMOUNT - OFFERED AT THE WHOLE
      *> CREDIT, OR AT THE AMOUNT ALREADY APPROVED. A REFUND CAN
      *> NEVER BE MORE THAN THE CREDIT ON THE ACCOUNT; BLANK OR ZERO
      *> WITHDRAWS AN APPROVAL. THE APPROVER'S ID GOES ON THE REFUND
      *> RECORD FOR THE CHEQUE REGISTER, AND THE DECISION IS AUDITED
      *> AGAINST THE CUSTOMER.
       108-APPROVE-REFUND.
           MOVE WS-RFND-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 108-APPROVE-REFUND-END
           END-READ
           IF FS-BALANCE NOT < ZEROS
               MOVE "NO CREDIT BALANCE - NOTHING TO REFUND" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 108-APPROVE-REFUND-END
           END-IF
           COMPUTE WS-RFND-CREDIT = 0 - FS-BALANCE
           MOVE WS-RFND-CREDIT TO WS-RFND-CR-EDIT
           MOVE WS-RFND-PHONE TO RF-PHONE
           READ REFUND-FILE
               INVALID KEY
                   MOVE ZEROS TO RF-AMOUNT RF-APPROVED-DATE
                                 RF-PAID-DATE RF-PAID-AMOUNT
                                 RF-CHEQUE-NO
                   MOVE SPACES TO RF-APPROVED-BY RF-STATUS
           END-READ
           IF RF-APPROVED AND RF-AMOUNT NOT > WS-RFND-CREDIT
               MOVE RF-AMOUNT TO WS-RFND-AMT-EDIT
           ELSE
               MOVE WS-RFND-CREDIT TO WS-RFND-AMT-EDIT
           END-IF
           MOVE WS-RFND-AMT-EDIT TO WS-RFND-AMT-ENTRY
           PERFORM 109-BUILD-RFND-PAYMENTS
               THRU 109-BUILD-RFND-PAYMENTS-END
           MOVE SPACES TO WS-RFND-HEAD
           STRING FS-PHONE " " FUNCTION TRIM(FS-NAME)
               " - CREDIT " FUNCTION TRIM(WS-RFND-CR-EDIT)
               INTO WS-RFND-HEAD
           DISPLAY SS-CLS
           DISPLAY SS-RFND-PAYMENTS
           IF WS-RFND-PAY-COUNT = ZEROS
               MOVE "NO APPLIED PAYMENTS ON FILE" TO WS-RFND-PAY-LINE(1)
               DISPLAY SS-RFND-PAYMENTS
           END-IF.
       108-APPROVE-REFUND-ENTRY.
           DISPLAY SS-RFND-AMOUNT
           ACCEPT SS-RFND-AMOUNT
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 108-APPROVE-REFUND-END
           END-IF
           PERFORM 110-VALIDATE-RFND-AMOUNT
               THRU 110-VALIDATE-RFND-AMOUNT-END
           IF NOT RFND-AMT-VALID
               PERFORM 008-SHOW-ERROR
               GO 108-APPROVE-REFUND-ENTRY
           END-IF
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           IF WS-RFND-AMOUNT = ZEROS
               IF NOT RF-APPROVED
                   MOVE "NO REFUND APPROVED - NOTHING CHANGED"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 108-APPROVE-REFUND-END
               END-IF
               STRING "WITHDRAW REFUND APPROVAL FOR "
                   FUNCTION TRIM(FS-NAME) " (Y/N)?"
                   INTO WS-ERRMSG
           ELSE
               MOVE WS-RFND-AMOUNT TO WS-RFND-AMT-EDIT
               STRING "REFUND " FUNCTION TRIM(WS-RFND-AMT-EDIT)
                   " TO " FUNCTION TRIM(FS-NAME) " (Y/N)?"
                   INTO WS-ERRMSG
           END-IF
           ACCEPT SS-ERROR
           IF NOT E-YES
               GO 108-APPROVE-REFUND-END
           END-IF
           IF WS-RFND-AMOUNT = ZEROS
               MOVE "X" TO RF-STATUS
               MOVE "RFWITHDR" TO WS-AUDIT-OP
           ELSE
               MOVE "A" TO RF-STATUS
               MOVE WS-RFND-AMOUNT TO RF-AMOUNT
               MOVE WS-SIGNON-ID TO RF-APPROVED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO RF-APPROVED-DATE
               MOVE ZEROS TO RF-PAID-DATE RF-PAID-AMOUNT RF-CHEQUE-NO
               MOVE "RFAPPRV" TO WS-AUDIT-OP
           END-IF
           WRITE REFUND-REC
               INVALID KEY
                   REWRITE REFUND-REC
           END-WRITE
           IF NOT RF-FILE-OK
               MOVE "ERROR WRITING REFUND APPROVAL" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 108-APPROVE-REFUND-END
           END-IF
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           IF RF-APPROVED
               MOVE "REFUND APPROVED" TO WS-ERRMSG
           ELSE
               MOVE "REFUND APPROVAL WITHDRAWN" TO WS-ERRMSG
           END-IF
           PERFORM 008-SHOW-ERROR.
       108-APPROVE-REFUND-END.

      *> -----------------------------------
      *> WALKS custpmt.dat FOR THE PAYMENTS APPLIED TO WS-RFND-PHONE
      *> AND KEEPS THE EIGHT MOST RECENTLY APPLIED, NEWEST FIRST -
      *> EACH ONE IS SLOTTED IN BY ITS APPLIED DATE AND THE OLDER
      *> ONES SHIFT DOWN, THE LAST FALLING OFF THE END.
       109-BUILD-RFND-PAYMENTS.
           MOVE ZEROS TO WS-RFND-PAY-COUNT
           PERFORM VARYING WS-RFND-IDX FROM 1 BY 1
                   UNTIL WS-RFND-IDX > 8
               MOVE SPACES TO WS-RFND-PAY-LINE(WS-RFND-IDX)
               MOVE ZEROS TO WS-RFND-PAY-DATE(WS-RFND-IDX)
           END-PERFORM
           MOVE LOW-VALUES TO PY-KEY
           START PAYMENT-FILE KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   GO 109-BUILD-RFND-PAYMENTS-END
           END-START.
       109-BUILD-RFND-PAYMENTS-LOOP.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   GO 109-BUILD-RFND-PAYMENTS-END
           END-READ
           IF PY-PHONE NOT = WS-RFND-PHONE OR NOT PY-APPLIED
               GO 109-BUILD-RFND-PAYMENTS-LOOP
           END-IF
           PERFORM VARYING WS-RFND-SLOT FROM 1 BY 1
                   UNTIL WS-RFND-SLOT > WS-RFND-PAY-COUNT
                      OR PY-APPLIED-DATE > WS-RFND-PAY-DATE(WS-RFND-SLOT)
               CONTINUE
           END-PERFORM
           IF WS-RFND-SLOT > 8
               GO 109-BUILD-RFND-PAYMENTS-LOOP
           END-IF
           PERFORM VARYING WS-RFND-IDX FROM 8 BY -1
                   UNTIL WS-RFND-IDX NOT > WS-RFND-SLOT
               MOVE WS-RFND-PAY-LINE(WS-RFND-IDX - 1)
                   TO WS-RFND-PAY-LINE(WS-RFND-IDX)
               MOVE WS-RFND-PAY-DATE(WS-RFND-IDX - 1)
                   TO WS-RFND-PAY-DATE(WS-RFND-IDX)
           END-PERFORM
           MOVE PY-AMOUNT TO WS-RFND-AMT-EDIT
           MOVE SPACES TO WS-RFND-PAY-LINE(WS-RFND-SLOT)
           STRING PY-APPLIED-DATE "  " PY-REF "   " WS-RFND-AMT-EDIT
               INTO WS-RFND-PAY-LINE(WS-RFND-SLOT)
           MOVE PY-APPLIED-DATE TO WS-RFND-PAY-DATE(WS-RFND-SLOT)
           IF WS-RFND-PAY-COUNT < 8
               ADD 1 TO WS-RFND-PAY-COUNT
           END-IF
           GO 109-BUILD-RFND-PAYMENTS-LOOP.
       109-BUILD-RFND-PAYMENTS-END.

      *> -----------------------------------
      *> VALIDATES WS-RFND-AMT-ENTRY THE SAME WAY 029-VALIDATE-PAY-
      *> AMOUNT VALIDATES A PAYMENT, EXCEPT A BLANK FIELD IS TAKEN AS
      *> ZERO (A WITHDRAWAL) AND THE AMOUNT MAY NOT BE MORE THAN THE
      *> CREDIT ON THE ACCOUNT.
       110-VALIDATE-RFND-AMOUNT.
           MOVE "Y" TO WS-RFND-AMT-VALID
           MOVE FUNCTION TEST-NUMVAL(WS-RFND-AMT-ENTRY)
               TO WS-RFND-AMT-RETCODE
           IF WS-RFND-AMT-RETCODE > LENGTH OF WS-RFND-AMT-ENTRY
               MOVE ZEROS TO WS-RFND-AMOUNT
               GO 110-VALIDATE-RFND-AMOUNT-END
           END-IF
           IF WS-RFND-AMT-RETCODE NOT = ZERO
               MOVE "N" TO WS-RFND-AMT-VALID
               MOVE SPACES TO WS-ERRMSG
               STRING "INVALID AMOUNT - BAD CHARACTER AT POSITION "
                   WS-RFND-AMT-RETCODE
                   INTO WS-ERRMSG
               GO 110-VALIDATE-RFND-AMOUNT-END
           END-IF
           MOVE FUNCTION NUMVAL(WS-RFND-AMT-ENTRY) TO WS-RFND-AMOUNT
           IF WS-RFND-AMOUNT < ZEROS
               MOVE "N" TO WS-RFND-AMT-VALID
               MOVE "A REFUND CANNOT BE NEGATIVE" TO WS-ERRMSG
           END-IF
           IF WS-RFND-AMOUNT > WS-RFND-CREDIT
               MOVE "N" TO WS-RFND-AMT-VALID
               MOVE SPACES TO WS-ERRMSG
               STRING "A REFUND CANNOT EXCEED THE CREDIT OF "
                   FUNCTION TRIM(WS-RFND-CR-EDIT)
                   INTO WS-ERRMSG
           END-IF.
       110-VALIDATE-RFND-AMOUNT-END.

      *> -----------------------------------
      *> DIRECT-DEBIT MANDATE MAINTENANCE. THE CUSTOMER IS FOUND THE
      *> SAME WAY 033-MAINTAIN-TERMS FINDS ONE; A CUSTOMER WITH NO
      *> MANDATE YET STARTS AS ACTIVE, COLLECTED ON THE 1ST. A
      *> MANDATE IS NEVER DELETED - IT IS CANCELLED (STATUS C), AND
      *> RE-ACTIVATING A CANCELLED ONE STARTS ITS FAILED-DEBIT COUNT
      *> AGAIN. BANK DETAILS ARE MONEY-MOVING DATA, SO EVERY SAVE IS
      *> AUDITED AGAINST THE CUSTOMER.
       111-MAINTAIN-MANDATES.
           MOVE "DIRECT-DEBIT MANDATES" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           DISPLAY SS-CLS.
       111-MAINTAIN-MANDATES-LOOP.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-RECORD-SCREEN.
           PERFORM 006-READ-CUSTOMER THRU 006-READ-CUSTOMER-END.
           IF FS-CANCEL
               GO 111-MAINTAIN-MANDATES-END
           END-IF
           IF NOT FS-OK
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           MOVE FS-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-BALANCE-EDIT TO WS-BALANCE-ENTRY
           DISPLAY SS-DATA
           MOVE FS-PHONE TO MD-PHONE
           READ MANDATE-FILE
               INVALID KEY
                   MOVE SPACES   TO MD-BANK-CODE MD-ACCOUNT-NO
                                    MD-LAST-REF MD-RETURNED-REF
                   MOVE FS-NAME  TO MD-ACCOUNT-NAME
                   MOVE 1        TO MD-DAY
                   MOVE "A"      TO MD-STATUS
                   MOVE ZEROS    TO MD-FAIL-COUNT MD-LAST-MONTH
                                    MD-LAST-AMOUNT MD-CANCEL-DATE
                   MOVE FS-PHONE TO MD-PHONE
           END-READ
           MOVE MD-STATUS TO WS-MAND-OLD-STATUS
           MOVE MD-DAY TO WS-MAND-DAY-ENTRY
           DISPLAY SS-MANDATE-ENTRY
           ACCEPT SS-MANDATE-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           MOVE FUNCTION UPPER-CASE(MD-STATUS) TO MD-STATUS
           IF MD-BANK-CODE = SPACES OR MD-ACCOUNT-NO = SPACES
               MOVE "PLEASE PROVIDE THE ROUTING AND ACCOUNT NUMBERS"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           IF MD-BANK-CODE IS NOT NUMERIC
               MOVE "ROUTING NUMBER MUST BE 9 DIGITS" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           IF MD-ACCOUNT-NAME = SPACES
               MOVE "PLEASE PROVIDE THE ACCOUNT HOLDER" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           IF WS-MAND-DAY-ENTRY IS NOT NUMERIC
               MOVE "COLLECTION DAY MUST BE NUMERIC" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           MOVE WS-MAND-DAY-ENTRY TO MD-DAY
           IF MD-DAY < 1 OR MD-DAY > 28
               MOVE "COLLECTION DAY MUST BE 1 THROUGH 28" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           IF NOT (MD-ACTIVE OR MD-CANCELLED)
               MOVE "STATUS MUST BE A (ACTIVE) OR C (CANCELLED)"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           IF MD-ACTIVE AND WS-MAND-OLD-STATUS = "C"
               MOVE ZEROS TO MD-FAIL-COUNT MD-CANCEL-DATE
           END-IF
           IF MD-CANCELLED AND WS-MAND-OLD-STATUS NOT = "C"
               MOVE FUNCTION CURRENT-DATE(1:8) TO MD-CANCEL-DATE
           END-IF
           WRITE MANDATE-REC
               INVALID KEY
                   REWRITE MANDATE-REC
           END-WRITE
           IF NOT MD-FILE-OK
               MOVE "ERROR WRITING MANDATE" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 111-MAINTAIN-MANDATES-LOOP
           END-IF
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "MANDATE" TO WS-AUDIT-OP
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE "MANDATE SAVED" TO WS-ERRMSG
           PERFORM 008-SHOW-ERROR.
           GO 111-MAINTAIN-MANDATES-LOOP.
       111-MAINTAIN-MANDATES-END.

      *> -----------------------------------
      *> DISPUTE CASES. THE CUSTOMER IS FOUND THE SAME WAY
      *> 111-MAINTAIN-MANDATES FINDS ONE, THEN THEIR EIGHT MOST
      *> RECENT CASES ARE LISTED WITH THE AMOUNT STILL OPEN. A BLANK
      *> CASE NUMBER OPENS A NEW CASE; KEYING A CASE NUMBER WORKS IT.
      *> ANY OPERATOR CAN OPEN A CASE OR HAND IT TO ANOTHER OWNER,
      *> BUT ONLY A SUPERVISOR CLOSES ONE - BY UPHOLDING THE CHARGE
      *> OR BY CREDITING THE CUSTOMER. WHILE A CASE IS OPEN ITS
      *> AMOUNT IS KEPT OUT OF FINANCE CHARGES (custfin), DUNNING
      *> (custdun) AND DIRECT-DEBIT COLLECTION (custddeb).
       112-DISPUTE-CASES.
           MOVE "DISPUTE CASES" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           DISPLAY SS-CLS.
       112-DISPUTE-CASES-LOOP.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-CLS.
           DISPLAY SS-RECORD-SCREEN.
           PERFORM 006-READ-CUSTOMER THRU 006-READ-CUSTOMER-END.
           IF FS-CANCEL
               GO 112-DISPUTE-CASES-END
           END-IF
           IF NOT FS-OK
               GO 112-DISPUTE-CASES-LOOP
           END-IF.
       112-DISPUTE-CASES-LIST.
           PERFORM 113-BUILD-DISP-LIST THRU 113-BUILD-DISP-LIST-END
           DISPLAY SS-CLS
           DISPLAY SS-DISP-LIST
           MOVE ZEROS TO WS-DISP-CASE-ENTRY
           DISPLAY SS-DISP-CASE
           ACCEPT SS-DISP-CASE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 112-DISPUTE-CASES-LOOP
           END-IF
           IF WS-DISP-CASE-ENTRY = ZEROS
               PERFORM 114-OPEN-DISPUTE THRU 114-OPEN-DISPUTE-END
           ELSE
               PERFORM 117-WORK-DISPUTE THRU 117-WORK-DISPUTE-END
           END-IF
           GO 112-DISPUTE-CASES-LIST.
       112-DISPUTE-CASES-END.

      *> -----------------------------------
      *> WALKS THE CUSTOMER'S CASES IN CASE ORDER, KEEPING THE LAST
      *> EIGHT AS DISPLAY LINES, TOTALLING WHAT IS STILL OPEN AND
      *> WORKING OUT THE NEXT CASE NUMBER.
       113-BUILD-DISP-LIST.
           MOVE ZEROS TO WS-DISP-COUNT WS-DISP-OPEN-TOTAL
           MOVE 1 TO WS-DISP-NEXT-CASE
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > 8
               MOVE SPACES TO WS-DISP-LINE(WS-DISP-IDX)
           END-PERFORM
           MOVE FS-PHONE TO DP-PHONE
           MOVE ZEROS TO DP-CASE
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   GO 113-BUILD-DISP-LIST-HEAD
           END-START.
       113-BUILD-DISP-LIST-LOOP.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   GO 113-BUILD-DISP-LIST-HEAD
           END-READ
           IF DP-PHONE NOT = FS-PHONE
               GO 113-BUILD-DISP-LIST-HEAD
           END-IF
           COMPUTE WS-DISP-NEXT-CASE = DP-CASE + 1
           IF DP-OPEN
               ADD DP-AMOUNT TO WS-DISP-OPEN-TOTAL
           END-IF
           IF WS-DISP-COUNT < 8
               ADD 1 TO WS-DISP-COUNT
           ELSE
               PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                       UNTIL WS-DISP-IDX > 7
                   MOVE WS-DISP-LINE(WS-DISP-IDX + 1)
                       TO WS-DISP-LINE(WS-DISP-IDX)
               END-PERFORM
           END-IF
           PERFORM 116-SET-DISP-STATUS-TEXT
               THRU 116-SET-DISP-STATUS-TEXT-END
           MOVE DP-AMOUNT TO WS-DISP-AMT-EDIT
           MOVE SPACES TO WS-DISP-LINE(WS-DISP-COUNT)
           STRING DP-CASE "  " DP-OPENED-DATE " " WS-DISP-AMT-EDIT
               " " DP-OWNER " " WS-DISP-STATUS-TEXT " " DP-CONCERNS
               DELIMITED BY SIZE
               INTO WS-DISP-LINE(WS-DISP-COUNT)
           GO 113-BUILD-DISP-LIST-LOOP.
       113-BUILD-DISP-LIST-HEAD.
           MOVE WS-DISP-OPEN-TOTAL TO WS-DISP-AMT-EDIT
           MOVE SPACES TO WS-DISP-HEAD
           STRING FS-PHONE " " FUNCTION TRIM(FS-NAME)
               " - OPEN IN DISPUTE " FUNCTION TRIM(WS-DISP-AMT-EDIT)
               INTO WS-DISP-HEAD
           IF WS-DISP-COUNT = ZEROS
               MOVE "NO DISPUTE CASES ON FILE" TO WS-DISP-LINE(1)
           END-IF.
       113-BUILD-DISP-LIST-END.

      *> -----------------------------------
      *> OPENS A NEW CASE. THE CASE MUST NAME AN INVOICE OF THIS
      *> CUSTOMER'S OR ONE OF THEIR HISTORY LINES (OR BOTH); THE
      *> OWNER DEFAULTS TO WHOEVER IS SIGNED ON AND MUST BE ON THE
      *> OPERATOR FILE. THE CASE IS AUDITED AGAINST THE CUSTOMER AND
      *> A DISPUTE NOTE GOES ON THE CONTACT LOG, SO THE CALL HISTORY
      *> SHOWS IT AS IT ALWAYS HAS.
       114-OPEN-DISPUTE.
           MOVE SPACES TO WS-DISP-AMT-ENTRY WS-DISP-TEXT-ENTRY
           MOVE ZEROS TO WS-DISP-INV-ENTRY WS-DISP-LINE-ENTRY
           MOVE WS-SIGNON-ID TO WS-DISP-OWNER-ENTRY.
       114-OPEN-DISPUTE-ENTRY.
           DISPLAY SS-DISP-ENTRY
           ACCEPT SS-DISP-ENTRY
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 114-OPEN-DISPUTE-END
           END-IF
           PERFORM 115-VALIDATE-DISP-AMOUNT
               THRU 115-VALIDATE-DISP-AMOUNT-END
           IF NOT DISP-AMT-VALID
               PERFORM 008-SHOW-ERROR
               GO 114-OPEN-DISPUTE-ENTRY
           END-IF
           IF WS-DISP-AMOUNT = ZEROS
               MOVE "PLEASE PROVIDE THE DISPUTED AMOUNT" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 114-OPEN-DISPUTE-ENTRY
           END-IF
           IF WS-DISP-INV-ENTRY = ZEROS AND WS-DISP-LINE-ENTRY = ZEROS
               MOVE "NAME THE INVOICE OR THE HISTORY LINE IN DISPUTE"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 114-OPEN-DISPUTE-ENTRY
           END-IF
           MOVE SPACES TO DP-CONCERNS
           IF WS-DISP-INV-ENTRY NOT = ZEROS
               PERFORM 118-FIND-DISP-INVOICE
                   THRU 118-FIND-DISP-INVOICE-END
               IF NOT DISP-INV-FOUND
                   MOVE "INVOICE NOT FOUND FOR THIS CUSTOMER"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 114-OPEN-DISPUTE-ENTRY
               END-IF
               STRING "INVOICE " WS-DISP-INV-ENTRY " OF "
                   WS-DISP-INV-DATE
                   DELIMITED BY SIZE INTO DP-CONCERNS
           END-IF
           IF WS-DISP-LINE-ENTRY NOT = ZEROS
               MOVE FS-PHONE TO HX-PHONE
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE ZEROS TO HX-ITEM-COUNT
               END-READ
               IF WS-DISP-LINE-ENTRY > HX-ITEM-COUNT
                   MOVE "NO SUCH LINE ON THE CUSTOMER'S HISTORY"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 114-OPEN-DISPUTE-ENTRY
               END-IF
               MOVE SPACES TO DP-CONCERNS
               STRING HX-ITEM-DESC(WS-DISP-LINE-ENTRY) " "
                   HX-ITEM-DATE(WS-DISP-LINE-ENTRY)
                   DELIMITED BY SIZE INTO DP-CONCERNS
           END-IF
           IF WS-DISP-OWNER-ENTRY = SPACES
               MOVE WS-SIGNON-ID TO WS-DISP-OWNER-ENTRY
           END-IF
           MOVE WS-DISP-OWNER-ENTRY TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "CASE OWNER IS NOT AN OPERATOR ID" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 114-OPEN-DISPUTE-ENTRY
           END-READ
           IF WS-DISP-TEXT-ENTRY = SPACES
               MOVE "PLEASE PROVIDE THE REASON FOR THE DISPUTE"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 114-OPEN-DISPUTE-ENTRY
           END-IF
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           MOVE WS-DISP-AMOUNT TO WS-DISP-AMT-EDIT
           STRING "OPEN A DISPUTE FOR " FUNCTION TRIM(WS-DISP-AMT-EDIT)
               " ON " FUNCTION TRIM(DP-CONCERNS) " (Y/N)?"
               INTO WS-ERRMSG
           ACCEPT SS-ERROR
           IF NOT E-YES
               GO 114-OPEN-DISPUTE-END
           END-IF
           MOVE FS-PHONE            TO DP-PHONE
           MOVE WS-DISP-NEXT-CASE   TO DP-CASE
           MOVE WS-DISP-AMOUNT      TO DP-AMOUNT
           MOVE WS-DISP-INV-ENTRY   TO DP-INVOICE-NO
           MOVE WS-DISP-LINE-ENTRY  TO DP-HIST-LINE
           MOVE WS-DISP-TEXT-ENTRY  TO DP-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO DP-OPENED-DATE
           MOVE WS-SIGNON-ID        TO DP-OPENED-BY
           MOVE WS-DISP-OWNER-ENTRY TO DP-OWNER
           MOVE "O"                 TO DP-STATUS
           MOVE ZEROS  TO DP-RESOLVED-DATE DP-CREDIT-AMOUNT
           MOVE SPACES TO DP-RESOLVED-BY DP-RESOLUTION
           WRITE DISPUTE-REC
               INVALID KEY
                   MOVE "ERROR WRITING DISPUTE CASE" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 114-OPEN-DISPUTE-END
           END-WRITE
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "DSPOPEN" TO WS-AUDIT-OP
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE SPACES TO WS-DISP-NOTE-TEXT
           STRING "CASE " DP-CASE " OPENED FOR "
               FUNCTION TRIM(WS-DISP-AMT-EDIT) " - " DP-REASON
               DELIMITED BY SIZE INTO WS-DISP-NOTE-TEXT
           PERFORM 119-WRITE-DISP-NOTE THRU 119-WRITE-DISP-NOTE-END
           MOVE SPACES TO WS-ERRMSG
           STRING "DISPUTE CASE " DP-CASE " OPENED" INTO WS-ERRMSG
           PERFORM 008-SHOW-ERROR.
       114-OPEN-DISPUTE-END.

      *> -----------------------------------
      *> VALIDATES WS-DISP-AMT-ENTRY THE SAME WAY 110-VALIDATE-RFND-
      *> AMOUNT VALIDATES A REFUND: A BLANK FIELD IS TAKEN AS ZERO
      *> (THE CALLER DECIDES WHAT ZERO MEANS) AND A NEGATIVE AMOUNT
      *> IS REFUSED.
       115-VALIDATE-DISP-AMOUNT.
           MOVE "Y" TO WS-DISP-AMT-VALID
           MOVE FUNCTION TEST-NUMVAL(WS-DISP-AMT-ENTRY)
               TO WS-DISP-AMT-RETCODE
           IF WS-DISP-AMT-RETCODE > LENGTH OF WS-DISP-AMT-ENTRY
               MOVE ZEROS TO WS-DISP-AMOUNT
               GO 115-VALIDATE-DISP-AMOUNT-END
           END-IF
           IF WS-DISP-AMT-RETCODE NOT = ZERO
               MOVE "N" TO WS-DISP-AMT-VALID
               MOVE SPACES TO WS-ERRMSG
               STRING "INVALID AMOUNT - BAD CHARACTER AT POSITION "
                   WS-DISP-AMT-RETCODE
                   INTO WS-ERRMSG
               GO 115-VALIDATE-DISP-AMOUNT-END
           END-IF
           MOVE FUNCTION NUMVAL(WS-DISP-AMT-ENTRY) TO WS-DISP-AMOUNT
           IF WS-DISP-AMOUNT < ZEROS
               MOVE "N" TO WS-DISP-AMT-VALID
               MOVE "AN AMOUNT IN DISPUTE CANNOT BE NEGATIVE"
                   TO WS-ERRMSG
           END-IF.
       115-VALIDATE-DISP-AMOUNT-END.

      *> -----------------------------------
      *> SETS THE STATUS WORD SHOWN FOR THE CASE IN DISPUTE-REC.
       116-SET-DISP-STATUS-TEXT.
           EVALUATE TRUE
               WHEN DP-OPEN
                   MOVE "OPEN"     TO WS-DISP-STATUS-TEXT
               WHEN DP-UPHELD
                   MOVE "UPHELD"   TO WS-DISP-STATUS-TEXT
               WHEN DP-CREDITED
                   MOVE "CREDITED" TO WS-DISP-STATUS-TEXT
               WHEN OTHER
                   MOVE "?"        TO WS-DISP-STATUS-TEXT
           END-EVALUATE.
       116-SET-DISP-STATUS-TEXT-END.

      *> -----------------------------------
      *> WORKS AN EXISTING CASE. A CLOSED CASE IS SHOWN AND LEFT
      *> ALONE. ON AN OPEN ONE THE OPERATOR CAN HAND THE CASE TO A
      *> NEW OWNER; A SUPERVISOR CAN ALSO UPHOLD THE CHARGE (THE
      *> AMOUNT SIMPLY GOES BACK INTO COLLECTIONS) OR CREDIT THE
      *> CUSTOMER - THE WHOLE DISPUTED AMOUNT BY DEFAULT, OR LESS.
      *> EVERY CHANGE IS AUDITED AND NOTED ON THE CONTACT LOG.
       117-WORK-DISPUTE.
           MOVE FS-PHONE TO DP-PHONE
           MOVE WS-DISP-CASE-ENTRY TO DP-CASE
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE "NO SUCH CASE FOR THIS CUSTOMER" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 117-WORK-DISPUTE-END
           END-READ
           PERFORM 116-SET-DISP-STATUS-TEXT
               THRU 116-SET-DISP-STATUS-TEXT-END
           MOVE DP-AMOUNT TO WS-DISP-AMT-EDIT
           MOVE SPACES TO WS-DISP-DETAIL
           STRING "CASE " DP-CASE " " WS-DISP-STATUS-TEXT " "
               FUNCTION TRIM(WS-DISP-AMT-EDIT) " ON "
               FUNCTION TRIM(DP-CONCERNS) " - OPENED " DP-OPENED-DATE
               " BY " DP-OPENED-BY
               INTO WS-DISP-DETAIL
           IF NOT DP-OPEN
               MOVE SPACES TO WS-ERRMSG
               STRING "CASE CLOSED " DP-RESOLVED-DATE " BY "
                   FUNCTION TRIM(DP-RESOLVED-BY) " - "
                   DP-RESOLUTION
                   INTO WS-ERRMSG
               DISPLAY SS-DISP-RESOLVE
               PERFORM 008-SHOW-ERROR
               GO 117-WORK-DISPUTE-END
           END-IF
           MOVE SPACES TO WS-DISP-ACTION WS-DISP-TEXT-ENTRY
           MOVE DP-OWNER TO WS-DISP-OWNER-ENTRY
           MOVE WS-DISP-AMT-EDIT TO WS-DISP-AMT-ENTRY.
       117-WORK-DISPUTE-ENTRY.
           DISPLAY SS-DISP-RESOLVE
           ACCEPT SS-DISP-RESOLVE
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 117-WORK-DISPUTE-END
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DISP-ACTION) TO WS-DISP-ACTION
           IF NOT (DISP-UPHOLD OR DISP-CREDIT OR DISP-OWNER)
               MOVE "ACTION MUST BE U, C OR O" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 117-WORK-DISPUTE-ENTRY
           END-IF
           IF DISP-OWNER
               IF WS-DISP-OWNER-ENTRY = SPACES
                   OR WS-DISP-OWNER-ENTRY = DP-OWNER
                   MOVE "KEY THE NEW OWNER'S OPERATOR ID" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 117-WORK-DISPUTE-ENTRY
               END-IF
               MOVE WS-DISP-OWNER-ENTRY TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "CASE OWNER IS NOT AN OPERATOR ID"
                           TO WS-ERRMSG
                       PERFORM 008-SHOW-ERROR
                       GO 117-WORK-DISPUTE-ENTRY
               END-READ
               MOVE WS-DISP-OWNER-ENTRY TO DP-OWNER
               REWRITE DISPUTE-REC
                   INVALID KEY
                       MOVE "ERROR WRITING DISPUTE CASE" TO WS-ERRMSG
                       PERFORM 008-SHOW-ERROR
                       GO 117-WORK-DISPUTE-END
               END-REWRITE
               MOVE FS-NAME    TO WS-BEFORE-NAME
               MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
               MOVE "DSPOWNER" TO WS-AUDIT-OP
               PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
               MOVE SPACES TO WS-DISP-NOTE-TEXT
               STRING "CASE " DP-CASE " HANDED TO " DP-OWNER
                   DELIMITED BY SIZE INTO WS-DISP-NOTE-TEXT
               PERFORM 119-WRITE-DISP-NOTE
                   THRU 119-WRITE-DISP-NOTE-END
               MOVE "CASE OWNER CHANGED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 117-WORK-DISPUTE-END
           END-IF
           IF NOT SUPERVISOR-SIGNED-ON
               MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 117-WORK-DISPUTE-END
           END-IF
           IF WS-DISP-TEXT-ENTRY = SPACES
               MOVE "PLEASE PROVIDE THE RESOLUTION" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 117-WORK-DISPUTE-ENTRY
           END-IF
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           IF DISP-CREDIT
               PERFORM 115-VALIDATE-DISP-AMOUNT
                   THRU 115-VALIDATE-DISP-AMOUNT-END
               IF NOT DISP-AMT-VALID
                   PERFORM 008-SHOW-ERROR
                   GO 117-WORK-DISPUTE-ENTRY
               END-IF
               IF WS-DISP-AMOUNT = ZEROS
                   MOVE DP-AMOUNT TO WS-DISP-AMOUNT
               END-IF
               IF WS-DISP-AMOUNT > DP-AMOUNT
                   MOVE "A CREDIT CANNOT EXCEED THE AMOUNT IN DISPUTE"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 117-WORK-DISPUTE-ENTRY
               END-IF
               MOVE WS-DISP-AMOUNT TO WS-DISP-AMT-EDIT
               STRING "CREDIT " FUNCTION TRIM(WS-DISP-AMT-EDIT)
                   " TO " FUNCTION TRIM(FS-NAME) " (Y/N)?"
                   INTO WS-ERRMSG
           ELSE
               STRING "UPHOLD THE CHARGE AND CLOSE CASE " DP-CASE
                   " (Y/N)?"
                   INTO WS-ERRMSG
           END-IF
           ACCEPT SS-ERROR
           IF NOT E-YES
               GO 117-WORK-DISPUTE-END
           END-IF
           IF DISP-CREDIT
               PERFORM 120-POST-DISP-CREDIT
                   THRU 120-POST-DISP-CREDIT-END
               IF WS-DISP-CREDIT-LEFT NOT = ZEROS
                   GO 117-WORK-DISPUTE-END
               END-IF
               MOVE "C" TO DP-STATUS
               MOVE WS-DISP-AMOUNT TO DP-CREDIT-AMOUNT
               MOVE "DSPCREDT" TO WS-AUDIT-OP
           ELSE
               MOVE "U" TO DP-STATUS
               MOVE ZEROS TO DP-CREDIT-AMOUNT
               MOVE "DSPUPHLD" TO WS-AUDIT-OP
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DP-RESOLVED-DATE
           MOVE WS-SIGNON-ID       TO DP-RESOLVED-BY
           MOVE WS-DISP-TEXT-ENTRY TO DP-RESOLUTION
           REWRITE DISPUTE-REC
               INVALID KEY
                   MOVE "ERROR WRITING DISPUTE CASE" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 117-WORK-DISPUTE-END
           END-REWRITE
           MOVE FS-NAME    TO WS-BEFORE-NAME
           MOVE FS-ADDRESS TO WS-BEFORE-ADDRESS
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE SPACES TO WS-DISP-NOTE-TEXT
           IF DP-CREDITED
               STRING "CASE " DP-CASE " CREDITED "
                   FUNCTION TRIM(WS-DISP-AMT-EDIT) " - "
                   DP-RESOLUTION
                   DELIMITED BY SIZE INTO WS-DISP-NOTE-TEXT
               MOVE "DISPUTE CLOSED - CREDIT POSTED" TO WS-ERRMSG
           ELSE
               STRING "CASE " DP-CASE " UPHELD - " DP-RESOLUTION
                   DELIMITED BY SIZE INTO WS-DISP-NOTE-TEXT
               MOVE "DISPUTE CLOSED - CHARGE UPHELD" TO WS-ERRMSG
           END-IF
           PERFORM 119-WRITE-DISP-NOTE THRU 119-WRITE-DISP-NOTE-END
           PERFORM 008-SHOW-ERROR.
       117-WORK-DISPUTE-END.

      *> -----------------------------------
      *> LOOKS FOR INVOICE WS-DISP-INV-ENTRY AMONG THE CUSTOMER'S
      *> ORDERS. custordr.dat IS KEYED BY ORDER NUMBER, SO THE WALK
      *> READS THE FILE THROUGH THE WAY 058-RENUMBER-ORDERS DOES.
       118-FIND-DISP-INVOICE.
           MOVE "N" TO WS-DISP-INV-FOUND
           MOVE ZEROS TO WS-DISP-INV-DATE
           MOVE ZEROS TO OR-NUMBER
           START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
               INVALID KEY
                   GO 118-FIND-DISP-INVOICE-END
           END-START.
       118-FIND-DISP-INVOICE-LOOP.
           READ ORDER-FILE NEXT RECORD
               AT END
                   GO 118-FIND-DISP-INVOICE-END
           END-READ
           IF OR-INVOICE-NO = WS-DISP-INV-ENTRY
               AND OR-PHONE = FS-PHONE
               MOVE "Y" TO WS-DISP-INV-FOUND
               MOVE OR-INVOICE-DATE TO WS-DISP-INV-DATE
               GO 118-FIND-DISP-INVOICE-END
           END-IF
           GO 118-FIND-DISP-INVOICE-LOOP.
       118-FIND-DISP-INVOICE-END.

      *> -----------------------------------
      *> ADDS WS-DISP-NOTE-TEXT TO THE CONTACT LOG AS A DISPUTE NOTE
      *> FOR THE CUSTOMER ON SCREEN, STAMPED THE WAY 055-ADD-NOTE
      *> STAMPS ONE.
       119-WRITE-DISP-NOTE.
           MOVE FS-PHONE TO NT-PHONE
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-STAMP
           MOVE WS-SIGNON-ID      TO NT-USER
           MOVE "D"               TO NT-TYPE
           MOVE WS-DISP-NOTE-TEXT TO NT-TEXT
           WRITE NOTE-REC
               INVALID KEY
                   ADD 1 TO NT-STAMP
                   WRITE NOTE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE.
       119-WRITE-DISP-NOTE-END.

      *> -----------------------------------
      *> POSTS THE CREDIT FOR A DISPUTE: NEGATIVE "(DSPCRD)" LINES ON
      *> THE HISTORY, AS MANY AS THE AMOUNT NEEDS, THEN THE BALANCE
      *> COMES DOWN WITH FS-VERSION ADVANCED. WHEN THE HISTORY HAS
      *> NO ROOM NOTHING IS POSTED AND WS-DISP-CREDIT-LEFT IS LEFT
      *> NON-ZERO SO THE CASE STAYS OPEN.
       120-POST-DISP-CREDIT.
           MOVE WS-DISP-AMOUNT TO WS-DISP-CREDIT-LEFT
           MOVE FS-PHONE TO HX-PHONE
           READ HISTORY-FILE
               INVALID KEY
                   MOVE SPACES   TO HISTORY-REC
                   MOVE ZEROS    TO HX-ITEM-COUNT
                   MOVE FS-PHONE TO HX-PHONE
           END-READ
           DIVIDE WS-DISP-AMOUNT BY 99999,99
               GIVING WS-DISP-LINES-NEEDED
           IF WS-DISP-LINES-NEEDED * 99999,99 < WS-DISP-AMOUNT
               ADD 1 TO WS-DISP-LINES-NEEDED
           END-IF
           IF HX-ITEM-COUNT + WS-DISP-LINES-NEEDED > 20
               MOVE "HISTORY FULL - CREDIT NOT POSTED, CASE LEFT OPEN"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 120-POST-DISP-CREDIT-END
           END-IF.
       120-POST-DISP-CREDIT-LOOP.
           IF WS-DISP-CREDIT-LEFT > 99999,99
               MOVE 99999,99 TO WS-DISP-LINE-AMOUNT
           ELSE
               MOVE WS-DISP-CREDIT-LEFT TO WS-DISP-LINE-AMOUNT
           END-IF
           ADD 1 TO HX-ITEM-COUNT
           MOVE "DISPUTE CREDIT" TO HX-ITEM-DESC(HX-ITEM-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO HX-ITEM-DATE(HX-ITEM-COUNT)
           COMPUTE HX-ITEM-AMOUNT(HX-ITEM-COUNT) =
               0 - WS-DISP-LINE-AMOUNT
           MOVE "(DSPCRD)" TO HX-ITEM-CODE(HX-ITEM-COUNT)
           MOVE ZEROS TO HX-ITEM-QTY(HX-ITEM-COUNT)
           SUBTRACT WS-DISP-LINE-AMOUNT FROM WS-DISP-CREDIT-LEFT
           IF WS-DISP-CREDIT-LEFT > ZEROS
               GO 120-POST-DISP-CREDIT-LOOP
           END-IF
           WRITE HISTORY-REC
               INVALID KEY
                   REWRITE HISTORY-REC
           END-WRITE
           PERFORM 122-JOURNAL-HISTORY THRU 122-JOURNAL-HISTORY-END
           SUBTRACT WS-DISP-AMOUNT FROM FS-BALANCE
           ADD 1 TO FS-VERSION
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERROR WRITING RECORD" TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END.
       120-POST-DISP-CREDIT-END.

      *> -----------------------------------
      *> AFTER-IMAGE JOURNAL HOOKS, ONE PER JOURNALED FILE. EACH IS
      *> PERFORMED STRAIGHT AFTER THE WRITE, REWRITE OR DELETE IT
      *> RECORDS AND JOURNALS THE RECORD ONLY WHEN THE FILE STATUS
      *> SAYS THE CHANGE WAS MADE. A DELETE MOVES "D" TO
      *> WS-AIJ-ACTION FIRST; THE HOOK PUTS IT BACK TO "W" EITHER WAY.
       121-JOURNAL-CUSTOMER.
           IF FS-STAT < 10
               MOVE "C" TO AJ-FILE
               MOVE LENGTH OF FILE1-REC TO AJ-LENGTH
               MOVE FILE1-REC TO AJ-IMAGE
               PERFORM 125-APPEND-JOURNAL THRU 125-APPEND-JOURNAL-END
           END-IF
           MOVE "W" TO WS-AIJ-ACTION.
       121-JOURNAL-CUSTOMER-END.

      *> -----------------------------------
       122-JOURNAL-HISTORY.
           IF HX-STAT < 10
               MOVE "H" TO AJ-FILE
               MOVE LENGTH OF HISTORY-REC TO AJ-LENGTH
               MOVE HISTORY-REC TO AJ-IMAGE
               PERFORM 125-APPEND-JOURNAL THRU 125-APPEND-JOURNAL-END
           END-IF
           MOVE "W" TO WS-AIJ-ACTION.
       122-JOURNAL-HISTORY-END.

      *> -----------------------------------
       123-JOURNAL-TERMS.
           IF TM-STAT < 10
               MOVE "T" TO AJ-FILE
               MOVE LENGTH OF TERMS-REC TO AJ-LENGTH
               MOVE TERMS-REC TO AJ-IMAGE
               PERFORM 125-APPEND-JOURNAL THRU 125-APPEND-JOURNAL-END
           END-IF
           MOVE "W" TO WS-AIJ-ACTION.
       123-JOURNAL-TERMS-END.

      *> -----------------------------------
       124-JOURNAL-ORDER.
           IF OR-STAT < 10
               MOVE "O" TO AJ-FILE
               MOVE LENGTH OF ORDER-REC TO AJ-LENGTH
               MOVE ORDER-REC TO AJ-IMAGE
               PERFORM 125-APPEND-JOURNAL THRU 125-APPEND-JOURNAL-END
           END-IF
           MOVE "W" TO WS-AIJ-ACTION.
       124-JOURNAL-ORDER-END.

      *> -----------------------------------
      *> APPENDS ONE IMAGE RECORD TO custaij.log. THE SEQUENCE NUMBER
      *> IS THE NEXT ONE ON THE "AIJSEQ" CONTROL RECORD AND THE CHECK
      *> VALUE IS TAKEN OVER THE SEQUENCE AND EVERY BYTE OF THE BODY,
      *> SO THE ROLL-FORWARD RUN (CUSTROLL) CAN TELL A DAMAGED OR
      *> MISSING RECORD FROM A GOOD ONE. THE SEAL LATCH IS HELD FROM
      *> TAKING THE NUMBER TO CLOSING THE JOURNAL.
       125-APPEND-JOURNAL.
           PERFORM 094-TAKE-SEAL-LATCH THRU 094-TAKE-SEAL-LATCH-END
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
           MOVE "CUSTOMER"    TO AJ-PROGRAM
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
           OPEN EXTEND AIJ-FILE
           IF AJ-NOT-EXIST
               OPEN OUTPUT AIJ-FILE
           END-IF
           WRITE AIJ-REC
           CLOSE AIJ-FILE
           PERFORM 095-FREE-SEAL-LATCH THRU 095-FREE-SEAL-LATCH-END.
       125-APPEND-JOURNAL-END.

      *> -----------------------------------
      *> FINDS THE GROUP THE CUSTOMER IN FILE1-REC BELONGS TO. A
      *> BRANCH'S PARENT COMES OFF THE ALTERNATE KEY; ANY OTHER
      *> CUSTOMER IS TRIED AS A PARENT ITSELF. WITH NO GROUP RECORD
      *> FOR THE PARENT, WS-GRP-PARENT IS LEFT ZEROS - THE CUSTOMER
      *> STANDS ALONE. WS-GRP-LIMIT IS THE GROUP'S COMBINED LIMIT.
       126-FIND-GROUP.
           MOVE ZEROS TO WS-GRP-PARENT WS-GRP-LIMIT
           MOVE FS-PHONE TO GR-BRANCH
           READ GROUP-FILE KEY IS GR-BRANCH
               INVALID KEY
                   MOVE FS-PHONE TO GR-PARENT
           END-READ
           MOVE ZEROS TO GR-BRANCH
           READ GROUP-FILE
               INVALID KEY
                   GO 126-FIND-GROUP-END
           END-READ
           MOVE GR-PARENT      TO WS-GRP-PARENT
           MOVE GR-GROUP-LIMIT TO WS-GRP-LIMIT.
       126-FIND-GROUP-END.

      *> -----------------------------------
      *> ADDS UP WHAT THE WHOLE GROUP OF WS-GRP-PARENT OWES INTO
      *> WS-GRP-BALANCE - THE PARENT AND EVERY BRANCH. THE CUSTOMER
      *> ON SCREEN COUNTS AT THE BALANCE IN FILE1-REC; THE OTHERS
      *> ARE READ OFF THE MASTER, AND A LINK TO A BRANCH NO LONGER
      *> ON FILE ADDS NOTHING. FILE1-REC IS PUT BACK AFTERWARDS.
       127-SUM-GROUP.
           MOVE FILE1-REC TO WS-GRP-CUST-SAVE
           MOVE FS-BALANCE TO WS-GRP-BALANCE
           MOVE ZEROS TO WS-GRP-BRANCHES
           IF WS-GRP-PARENT NOT = FS-PHONE
               MOVE WS-GRP-PARENT TO FS-PHONE
               READ FILE1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD FS-BALANCE TO WS-GRP-BALANCE
               END-READ
               MOVE WS-GRP-CUST-SAVE TO FILE1-REC
           END-IF
           MOVE WS-GRP-PARENT TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH
           START GROUP-FILE KEY IS GREATER THAN GR-KEY
               INVALID KEY
                   GO 127-SUM-GROUP-END
           END-START.
       127-SUM-GROUP-LOOP.
           READ GROUP-FILE NEXT RECORD
               AT END
                   GO 127-SUM-GROUP-DONE
           END-READ
           IF GR-PARENT NOT = WS-GRP-PARENT
               GO 127-SUM-GROUP-DONE
           END-IF
           ADD 1 TO WS-GRP-BRANCHES
           MOVE WS-GRP-CUST-SAVE TO FILE1-REC
           IF GR-BRANCH = FS-PHONE
               GO 127-SUM-GROUP-LOOP
           END-IF
           MOVE GR-BRANCH TO FS-PHONE
           READ FILE1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FS-BALANCE TO WS-GRP-BALANCE
           END-READ
           GO 127-SUM-GROUP-LOOP.
       127-SUM-GROUP-DONE.
           MOVE WS-GRP-CUST-SAVE TO FILE1-REC.
       127-SUM-GROUP-END.

      *> -----------------------------------
      *> CHECKS THE PARENT ACCOUNT AND GROUP LIMIT KEYED ON THE
      *> TERMS SCREEN. A BRANCH'S PARENT MUST BE ON FILE, MUST NOT
      *> BE THE CUSTOMER ITSELF AND MUST NOT BE A BRANCH ITSELF -
      *> GROUPS ARE ONE LEVEL DEEP - AND A CUSTOMER WITH BRANCHES OF
      *> ITS OWN CANNOT BECOME A BRANCH. ONLY A PARENT CARRIES A
      *> GROUP LIMIT; A BLANK LIMIT MEANS NONE.
       128-VALIDATE-GROUP.
           MOVE "Y" TO WS-TERM-LIMIT-VALID
           MOVE FUNCTION TEST-NUMVAL(WS-GRP-LIMIT-ENTRY)
               TO WS-TERM-LIMIT-RETCODE
           IF WS-TERM-LIMIT-RETCODE > LENGTH OF WS-GRP-LIMIT-ENTRY
               MOVE ZEROS TO WS-GRP-LIMIT
           ELSE
               IF WS-TERM-LIMIT-RETCODE NOT = ZERO
                   MOVE "N" TO WS-TERM-LIMIT-VALID
                   MOVE SPACES TO WS-ERRMSG
                   STRING "INVALID GROUP LIMIT - BAD CHARACTER AT "
                       "POSITION " WS-TERM-LIMIT-RETCODE
                       INTO WS-ERRMSG
                   GO 128-VALIDATE-GROUP-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-GRP-LIMIT-ENTRY) TO WS-GRP-LIMIT
           END-IF
           IF WS-GRP-LIMIT < ZEROS
               MOVE "N" TO WS-TERM-LIMIT-VALID
               MOVE "GROUP LIMIT CANNOT BE NEGATIVE" TO WS-ERRMSG
               GO 128-VALIDATE-GROUP-END
           END-IF
           IF WS-GRP-PARENT-ENTRY = ZEROS
               GO 128-VALIDATE-GROUP-END
           END-IF
           MOVE "N" TO WS-TERM-LIMIT-VALID
           IF WS-GRP-PARENT-ENTRY = FS-PHONE
               MOVE "A CUSTOMER CANNOT BE ITS OWN PARENT ACCOUNT"
                   TO WS-ERRMSG
               GO 128-VALIDATE-GROUP-END
           END-IF
           IF WS-GRP-LIMIT NOT = ZEROS
               MOVE SPACES TO WS-ERRMSG
               STRING "A BRANCH SHARES ITS PARENT'S GROUP LIMIT - "
                   "LEAVE IT BLANK" DELIMITED BY SIZE
                   INTO WS-ERRMSG
               GO 128-VALIDATE-GROUP-END
           END-IF
           PERFORM 130-COUNT-BRANCHES THRU 130-COUNT-BRANCHES-END
           IF WS-GRP-BRANCHES > ZEROS
               MOVE SPACES TO WS-ERRMSG
               STRING "CUSTOMER HAS BRANCHES OF ITS OWN - "
                   "CANNOT BE A BRANCH" DELIMITED BY SIZE
                   INTO WS-ERRMSG
               GO 128-VALIDATE-GROUP-END
           END-IF
           MOVE WS-GRP-PARENT-ENTRY TO GR-BRANCH
           READ GROUP-FILE KEY IS GR-BRANCH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PARENT ACCOUNT IS ITSELF A BRANCH" TO WS-ERRMSG
                   GO 128-VALIDATE-GROUP-END
           END-READ
           MOVE FILE1-REC TO WS-GRP-CUST-SAVE
           MOVE WS-GRP-PARENT-ENTRY TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE "PARENT ACCOUNT NOT ON FILE" TO WS-ERRMSG
               NOT INVALID KEY
                   MOVE "Y" TO WS-TERM-LIMIT-VALID
           END-READ
           MOVE WS-GRP-CUST-SAVE TO FILE1-REC.
       128-VALIDATE-GROUP-END.

      *> -----------------------------------
      *> FILES THE GROUP LINKS AS VALIDATED BY 128-VALIDATE-GROUP.
      *> A BRANCH MOVED TO ANOTHER PARENT, OR TAKEN OUT OF ITS
      *> GROUP, LOSES ITS OLD LINK; A NEW LINK MAKES SURE THE
      *> PARENT'S GROUP RECORD EXISTS. A CUSTOMER THAT IS NOT A
      *> BRANCH HAS ITS GROUP LIMIT KEPT ON ITS OWN GROUP RECORD.
       129-SAVE-GROUP.
           IF WS-GRP-OLD-PARENT NOT = ZEROS
               AND WS-GRP-OLD-PARENT NOT = WS-GRP-PARENT-ENTRY
               MOVE WS-GRP-OLD-PARENT TO GR-PARENT
               MOVE FS-PHONE TO GR-BRANCH
               DELETE GROUP-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-GRP-PARENT-ENTRY = ZEROS
               GO 129-SAVE-GROUP-LIMIT
           END-IF
           IF WS-GRP-PARENT-ENTRY = WS-GRP-OLD-PARENT
               GO 129-SAVE-GROUP-END
           END-IF
           MOVE SPACES TO GROUP-REC
           MOVE WS-GRP-PARENT-ENTRY TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH GR-GROUP-LIMIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO GR-LINKED
           MOVE WS-SIGNON-ID TO GR-LINKED-BY
           WRITE GROUP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE FS-PHONE TO GR-BRANCH
           WRITE GROUP-REC
               INVALID KEY
                   REWRITE GROUP-REC
           END-WRITE
           GO 129-SAVE-GROUP-END.
       129-SAVE-GROUP-LIMIT.
           MOVE FS-PHONE TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH
           READ GROUP-FILE
               INVALID KEY
                   IF WS-GRP-LIMIT = ZEROS
                       GO 129-SAVE-GROUP-END
                   END-IF
                   MOVE SPACES TO GROUP-REC
                   MOVE FS-PHONE TO GR-PARENT
                   MOVE ZEROS TO GR-BRANCH
                   MOVE FUNCTION CURRENT-DATE(1:8) TO GR-LINKED
                   MOVE WS-SIGNON-ID TO GR-LINKED-BY
           END-READ
           MOVE WS-GRP-LIMIT TO GR-GROUP-LIMIT
           WRITE GROUP-REC
               INVALID KEY
                   REWRITE GROUP-REC
           END-WRITE.
       129-SAVE-GROUP-END.

      *> -----------------------------------
      *> COUNTS THE BRANCHES LINKED UNDER THE CUSTOMER IN FILE1-REC
      *> INTO WS-GRP-BRANCHES.
       130-COUNT-BRANCHES.
           MOVE ZEROS TO WS-GRP-BRANCHES
           MOVE FS-PHONE TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH
           START GROUP-FILE KEY IS GREATER THAN GR-KEY
               INVALID KEY
                   GO 130-COUNT-BRANCHES-END
           END-START.
       130-COUNT-BRANCHES-LOOP.
           READ GROUP-FILE NEXT RECORD
               AT END
                   GO 130-COUNT-BRANCHES-END
           END-READ
           IF GR-PARENT NOT = FS-PHONE
               GO 130-COUNT-BRANCHES-END
           END-IF
           ADD 1 TO WS-GRP-BRANCHES
           GO 130-COUNT-BRANCHES-LOOP.
       130-COUNT-BRANCHES-END.

      *> -----------------------------------
      *> PUTS THE CHANGE DESCRIBED IN PENDING-REC (PHONE, KIND AND
      *> THE VALUES BEFORE AND AFTER) ON THE APPROVAL QUEUE AS KEYED
      *> NOW BY THE SIGNED-ON CLERK, REPLACING ANY EARLIER CHANGE OF
      *> THE SAME KIND FOR THE CUSTOMER, AND COUNTS IT IN
      *> WS-PEND-QUEUED.
       131-QUEUE-CHANGE.
           MOVE "P" TO PD-STATUS
           MOVE WS-SIGNON-ID TO PD-MAKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO PD-KEYED-AT
           MOVE SPACES TO PD-CHECKER
           MOVE ZEROS TO PD-DECIDED-AT
           WRITE PENDING-REC
               INVALID KEY
                   REWRITE PENDING-REC
           END-WRITE
           ADD 1 TO WS-PEND-QUEUED.
       131-QUEUE-CHANGE-END.

      *> -----------------------------------
      *> TAKES THE PARTS OF A CLERK'S TERMS EDIT THAT NEED A
      *> SUPERVISOR OUT OF THE EDIT AND PUTS THEM ON THE APPROVAL
      *> QUEUE: A CREDIT LIMIT RAISED ON AN ACCOUNT THAT ALREADY HAS
      *> TERMS (A FIRST LIMIT ONLY NARROWS THE OLD NO-LIMIT
      *> TREATMENT), AN ACCOUNT TAKEN FROM HOLD TO OPEN, AND A
      *> PARENT'S GROUP LIMIT RAISED OR TAKEN OFF (ZERO MEANS NO
      *> GROUP LIMIT AT ALL). EACH ONE QUEUED IS PUT BACK AS IT WAS
      *> BEFORE THE TERMS ARE SAVED.
       132-QUEUE-TERMS-CHANGES.
           IF TERMS-ON-FILE AND WS-TERM-LIMIT > TM-CREDIT-LIMIT
               MOVE SPACES          TO PENDING-REC
               MOVE FS-PHONE        TO PD-PHONE
               MOVE "L"             TO PD-TYPE
               MOVE TM-CREDIT-LIMIT TO PD-BEFORE-AMOUNT
               MOVE WS-TERM-LIMIT   TO PD-AFTER-AMOUNT
               PERFORM 131-QUEUE-CHANGE THRU 131-QUEUE-CHANGE-END
               MOVE TM-CREDIT-LIMIT TO WS-TERM-LIMIT
           END-IF
           IF WS-PEND-OLD-STATUS = "H" AND TM-OPEN
               MOVE SPACES   TO PENDING-REC
               MOVE FS-PHONE TO PD-PHONE
               MOVE "H"      TO PD-TYPE
               MOVE ZEROS    TO PD-BEFORE-AMOUNT PD-AFTER-AMOUNT
               MOVE "H"      TO PD-BEFORE-STATUS
               MOVE "O"      TO PD-AFTER-STATUS
               PERFORM 131-QUEUE-CHANGE THRU 131-QUEUE-CHANGE-END
               MOVE "H" TO TM-STATUS
           END-IF
           IF WS-GRP-PARENT-ENTRY = ZEROS
               AND WS-PEND-OLD-GRP-LIMIT NOT = ZEROS
               AND (WS-GRP-LIMIT = ZEROS
                    OR WS-GRP-LIMIT > WS-PEND-OLD-GRP-LIMIT)
               MOVE SPACES                TO PENDING-REC
               MOVE FS-PHONE              TO PD-PHONE
               MOVE "G"                   TO PD-TYPE
               MOVE WS-PEND-OLD-GRP-LIMIT TO PD-BEFORE-AMOUNT
               MOVE WS-GRP-LIMIT          TO PD-AFTER-AMOUNT
               PERFORM 131-QUEUE-CHANGE THRU 131-QUEUE-CHANGE-END
               MOVE WS-PEND-OLD-GRP-LIMIT TO WS-GRP-LIMIT
           END-IF.
       132-QUEUE-TERMS-CHANGES-END.

      *> -----------------------------------
      *> APPROVAL QUEUE, SUPERVISOR ONLY. LISTS THE CHANGES CLERKS
      *> HAVE KEYED THAT ARE STILL WAITING, TEN TO A PAGE, WITH THE
      *> VALUE BEFORE AND AFTER AND WHO KEYED IT WHEN. THE
      *> SUPERVISOR KEYS A PHONE AND THE KIND OF CHANGE TO APPROVE
      *> OR REJECT IT.
       133-APPROVAL-QUEUE.
           MOVE "APPROVAL QUEUE" TO WS-OP.
           MOVE "ESC TO EXIT" TO WS-STATUS.
           MOVE ZEROS TO WS-PEND-START-PHONE.
           MOVE SPACES TO WS-PEND-START-TYPE.
           DISPLAY SS-CLS.
       133-APPROVAL-QUEUE-LOOP.
           PERFORM 134-BUILD-PEND-LIST THRU 134-BUILD-PEND-LIST-END
           IF WS-PEND-COUNT = ZEROS AND WS-PEND-START-PHONE NOT = ZEROS
               MOVE ZEROS TO WS-PEND-START-PHONE
               MOVE SPACES TO WS-PEND-START-TYPE
               PERFORM 134-BUILD-PEND-LIST THRU 134-BUILD-PEND-LIST-END
           END-IF
           DISPLAY SS-CLS
           DISPLAY SS-PEND-LIST
           IF WS-PEND-COUNT = ZEROS
               MOVE "NO CHANGES WAITING FOR APPROVAL" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 133-APPROVAL-QUEUE-END
           END-IF
           MOVE ZEROS TO WS-PEND-PHONE
           MOVE SPACES TO WS-PEND-TYPE
           DISPLAY SS-PEND-PICK
           ACCEPT SS-PEND-PICK
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO 133-APPROVAL-QUEUE-END
           END-IF
           IF WS-PEND-PHONE = ZEROS
               GO 133-APPROVAL-QUEUE-LOOP
           END-IF
           PERFORM 135-DECIDE-PENDING THRU 135-DECIDE-PENDING-END
           MOVE ZEROS TO WS-PEND-START-PHONE
           MOVE SPACES TO WS-PEND-START-TYPE
           GO 133-APPROVAL-QUEUE-LOOP.
       133-APPROVAL-QUEUE-END.

      *> -----------------------------------
      *> WALKS custpend.dat FROM THE KEY AFTER WS-PEND-START AND
      *> FLATTENS THE NEXT TEN CHANGES STILL PENDING INTO DISPLAY
      *> LINES. A CUSTOMER WAITING TO BE REINSTATED IS NAMED FROM
      *> THE RECYCLE BIN.
       134-BUILD-PEND-LIST.
           MOVE ZEROS TO WS-PEND-COUNT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > 10
               MOVE SPACES TO WS-PEND-LINE(WS-PEND-IDX)
           END-PERFORM
           MOVE WS-PEND-START TO PD-KEY
           START PENDING-FILE KEY IS GREATER THAN PD-KEY
               INVALID KEY
                   GO 134-BUILD-PEND-LIST-END
           END-START.
       134-BUILD-PEND-LIST-LOOP.
           IF WS-PEND-COUNT < 10
               READ PENDING-FILE NEXT RECORD
                   AT END
                       GO 134-BUILD-PEND-LIST-END
               END-READ
               IF PD-PENDING
                   MOVE PD-PHONE TO FS-PHONE
                   READ FILE1
                       INVALID KEY
                           MOVE PD-PHONE TO RC-PHONE
                           READ RECYCLE-FILE
                               INVALID KEY
                                   MOVE "(NOT ON FILE)" TO RC-NAME
                           END-READ
                           MOVE RC-NAME TO FS-NAME
                   END-READ
                   PERFORM 137-DESCRIBE-PENDING
                       THRU 137-DESCRIBE-PENDING-END
                   ADD 1 TO WS-PEND-COUNT
                   MOVE FS-NAME TO WS-PEND-NAME
                   STRING PD-PHONE " " WS-PEND-NAME " " WS-PEND-DESC " "
                       WS-PEND-FROM " " WS-PEND-TO " " PD-MAKER " "
                       PD-KEYED-AT(1:8)
                       INTO WS-PEND-LINE(WS-PEND-COUNT)
                   MOVE PD-KEY TO WS-PEND-START
               END-IF
               GO 134-BUILD-PEND-LIST-LOOP
           END-IF.
       134-BUILD-PEND-LIST-END.

      *> -----------------------------------
      *> APPROVES OR REJECTS THE CHANGE THE SUPERVISOR KEYED, AFTER
      *> SHOWING WHAT IT IS AND WHO KEYED IT (AND, FOR A
      *> REINSTATEMENT, THE SAME WARNINGS 012-RESTORE GIVES).
      *> APPROVAL MAKES THE CHANGE THROUGH 136-APPLY-PENDING AND IS
      *> REFUSED IF IT CAN NO LONGER BE MADE. EITHER DECISION STAMPS
      *> THE SUPERVISOR ON THE QUEUE RECORD AND IS AUDITED NAMING
      *> BOTH OPERATORS. NOBODY DECIDES A CHANGE THEY KEYED.
       135-DECIDE-PENDING.
           MOVE WS-PEND-PHONE TO PD-PHONE
           MOVE FUNCTION UPPER-CASE(WS-PEND-TYPE) TO PD-TYPE
           READ PENDING-FILE
               INVALID KEY
                   MOVE "NO CHANGE OF THAT KIND KEYED FOR THAT PHONE"
                       TO WS-ERRMSG
                   PERFORM 008-SHOW-ERROR
                   GO 135-DECIDE-PENDING-END
           END-READ
           IF NOT PD-PENDING
               MOVE "THAT CHANGE HAS ALREADY BEEN DECIDED" TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 135-DECIDE-PENDING-END
           END-IF
           IF PD-MAKER = WS-SIGNON-ID
               MOVE "A CHANGE CANNOT BE DECIDED BY WHOEVER KEYED IT"
                   TO WS-ERRMSG
               PERFORM 008-SHOW-ERROR
               GO 135-DECIDE-PENDING-END
           END-IF
           PERFORM 137-DESCRIBE-PENDING THRU 137-DESCRIBE-PENDING-END
           IF PD-RESTORE
               MOVE PD-PHONE TO RC-PHONE
               READ RECYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 016-CHECK-GRACE-WINDOW
                           THRU 016-CHECK-GRACE-WINDOW-END
                       PERFORM 044-CHECK-MERGE-RETIRED
                           THRU 044-CHECK-MERGE-RETIRED-END
               END-READ
           END-IF
           MOVE "N" TO WS-ERROR
           MOVE SPACES TO WS-ERRMSG
           STRING "APPROVE " FUNCTION TRIM(WS-PEND-DESC) " "
               FUNCTION TRIM(WS-PEND-FROM) " -> "
               FUNCTION TRIM(WS-PEND-TO) " KEYED BY "
               FUNCTION TRIM(PD-MAKER) " (Y/N)?"
               INTO WS-ERRMSG
           ACCEPT SS-ERROR
           IF E-YES
               PERFORM 136-APPLY-PENDING THRU 136-APPLY-PENDING-END
               IF NOT PEND-APPLIED
                   PERFORM 008-SHOW-ERROR
                   GO 135-DECIDE-PENDING-END
               END-IF
               MOVE "A" TO PD-STATUS
               MOVE "APPROVED" TO WS-AUDIT-OP
           ELSE
               MOVE "N" TO WS-ERROR
               MOVE "REJECT THIS CHANGE INSTEAD (Y/N)?" TO WS-ERRMSG
               ACCEPT SS-ERROR
               IF NOT E-YES
                   GO 135-DECIDE-PENDING-END
               END-IF
               MOVE "X" TO PD-STATUS
               MOVE "REJECTED" TO WS-AUDIT-OP
           END-IF
           MOVE WS-SIGNON-ID TO PD-CHECKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO PD-DECIDED-AT
           REWRITE PENDING-REC
           PERFORM 138-AUDIT-DECISION THRU 138-AUDIT-DECISION-END
           IF PD-APPROVED
               MOVE "CHANGE APPROVED AND MADE" TO WS-ERRMSG
           ELSE
               MOVE "CHANGE REJECTED - NOTHING WAS CHANGED" TO WS-ERRMSG
           END-IF
           PERFORM 008-SHOW-ERROR.
       135-DECIDE-PENDING-END.

      *> -----------------------------------
      *> MAKES THE APPROVED CHANGE IN PENDING-REC WITH THE SAME
      *> WRITES AND JOURNALLING AS WHEN A SUPERVISOR KEYS IT. A
      *> LIMIT, GROUP LIMIT OR HOLD THAT HAS BEEN CHANGED SINCE THE
      *> CLERK KEYED IT IS REFUSED - THE CLERK'S "BEFORE" NO LONGER
      *> HOLDS - SO THE SUPERVISOR REJECTS IT AND IT IS KEYED AGAIN.
      *> A BALANCE CHANGE IS MADE AS THE ADJUSTMENT THE CLERK KEYED
      *> (AFTER LESS BEFORE), SO PAYMENTS AND ORDERS POSTED WHILE IT
      *> WAITED ARE NOT UNDONE, AND WS-PEND-FROM/TO ARE RESET TO THE
      *> BALANCE AS IT ACTUALLY MOVED FOR THE AUDIT. WS-PEND-APPLIED
      *> SAYS WHETHER THE CHANGE WAS MADE AND WS-ERRMSG WHY NOT.
       136-APPLY-PENDING.
           MOVE "N" TO WS-PEND-APPLIED
           EVALUATE TRUE
               WHEN PD-LIMIT
                   GO 136-APPLY-PENDING-LIMIT
               WHEN PD-RELEASE
                   GO 136-APPLY-PENDING-RELEASE
               WHEN PD-GRP-LIMIT
                   GO 136-APPLY-PENDING-GROUP
               WHEN PD-BALANCE
                   GO 136-APPLY-PENDING-BALANCE
           END-EVALUATE.
       136-APPLY-PENDING-RESTORE.
           MOVE PD-PHONE TO RC-PHONE
           READ RECYCLE-FILE
               INVALID KEY
                   MOVE "CUSTOMER IS NO LONGER IN THE RECYCLE BIN"
                       TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-READ
           MOVE RC-PHONE   TO FS-PHONE
           MOVE RC-NAME    TO FS-NAME
           MOVE RC-ADDRESS TO FS-ADDRESS
           MOVE RC-BALANCE TO FS-BALANCE
           MOVE 1          TO FS-VERSION
           MOVE SPACES     TO FS-REP-CODE FS-RESERVED
           WRITE FILE1-REC
               INVALID KEY
                   MOVE "CANNOT RESTORE - PHONE NUMBER NOW IN USE"
                       TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-WRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           DELETE RECYCLE-FILE
           MOVE "Y" TO WS-PEND-APPLIED
           GO 136-APPLY-PENDING-END.
       136-APPLY-PENDING-LIMIT.
           MOVE PD-PHONE TO TM-PHONE
           READ TERMS-FILE
               INVALID KEY
                   MOVE "NO CREDIT TERMS ON FILE FOR THAT PHONE"
                       TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-READ
           IF TM-CREDIT-LIMIT NOT = PD-BEFORE-AMOUNT
               MOVE "CREDIT LIMIT HAS CHANGED SINCE IT WAS KEYED"
                   TO WS-ERRMSG
               GO 136-APPLY-PENDING-END
           END-IF
           MOVE PD-AFTER-AMOUNT TO TM-CREDIT-LIMIT
           GO 136-APPLY-PENDING-TERMS.
       136-APPLY-PENDING-RELEASE.
           MOVE PD-PHONE TO TM-PHONE
           READ TERMS-FILE
               INVALID KEY
                   MOVE "NO CREDIT TERMS ON FILE FOR THAT PHONE"
                       TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-READ
           IF NOT TM-HOLD
               MOVE "ACCOUNT IS NO LONGER ON HOLD" TO WS-ERRMSG
               GO 136-APPLY-PENDING-END
           END-IF
           MOVE "O" TO TM-STATUS.
       136-APPLY-PENDING-TERMS.
           REWRITE TERMS-REC
               INVALID KEY
                   MOVE "ERROR WRITING CREDIT TERMS" TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-REWRITE
           PERFORM 123-JOURNAL-TERMS THRU 123-JOURNAL-TERMS-END
           MOVE "Y" TO WS-PEND-APPLIED
           GO 136-APPLY-PENDING-END.
       136-APPLY-PENDING-GROUP.
           MOVE PD-PHONE TO GR-PARENT
           MOVE ZEROS TO GR-BRANCH
           READ GROUP-FILE
               INVALID KEY
                   MOVE "ACCOUNT NO LONGER HEADS A GROUP" TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-READ
           IF GR-GROUP-LIMIT NOT = PD-BEFORE-AMOUNT
               MOVE "GROUP LIMIT HAS CHANGED SINCE IT WAS KEYED"
                   TO WS-ERRMSG
               GO 136-APPLY-PENDING-END
           END-IF
           MOVE PD-AFTER-AMOUNT TO GR-GROUP-LIMIT
           REWRITE GROUP-REC
               INVALID KEY
                   MOVE "ERROR WRITING GROUP RECORD" TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-REWRITE
           MOVE "Y" TO WS-PEND-APPLIED
           GO 136-APPLY-PENDING-END.
       136-APPLY-PENDING-BALANCE.
           MOVE PD-PHONE TO FS-PHONE
           READ FILE1
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-ERRMSG
                   GO 136-APPLY-PENDING-END
           END-READ
           PERFORM 066-ACQUIRE-LOCK THRU 066-ACQUIRE-LOCK-END
           IF NOT LOCK-OK
               GO 136-APPLY-PENDING-END
           END-IF
           COMPUTE WS-PEND-DELTA = PD-AFTER-AMOUNT - PD-BEFORE-AMOUNT
           MOVE FS-BALANCE TO WS-PEND-AMT-EDIT
           MOVE WS-PEND-AMT-EDIT TO WS-PEND-FROM
           ADD WS-PEND-DELTA TO FS-BALANCE
           ADD 1 TO FS-VERSION
           REWRITE FILE1-REC
               INVALID KEY
                   MOVE "ERROR WRITING RECORD" TO WS-ERRMSG
                   PERFORM 067-RELEASE-LOCK THRU 067-RELEASE-LOCK-END
                   GO 136-APPLY-PENDING-END
           END-REWRITE
           PERFORM 121-JOURNAL-CUSTOMER THRU 121-JOURNAL-CUSTOMER-END
           PERFORM 067-RELEASE-LOCK THRU 067-RELEASE-LOCK-END
           MOVE FS-BALANCE TO WS-PEND-AMT-EDIT
           MOVE WS-PEND-AMT-EDIT TO WS-PEND-TO
           MOVE "Y" TO WS-PEND-APPLIED.
       136-APPLY-PENDING-END.

      *> -----------------------------------
      *> SETS WS-PEND-DESC, WS-PEND-FROM AND WS-PEND-TO FOR THE
      *> CHANGE IN PENDING-REC - THE WORDS THE QUEUE, THE PROMPT,
      *> THE AUDIT AND THE NIGHTLY REPORT USE FOR IT.
       137-DESCRIBE-PENDING.
           MOVE PD-BEFORE-AMOUNT TO WS-PEND-AMT-EDIT
           MOVE WS-PEND-AMT-EDIT TO WS-PEND-FROM
           MOVE PD-AFTER-AMOUNT TO WS-PEND-AMT-EDIT
           MOVE WS-PEND-AMT-EDIT TO WS-PEND-TO
           EVALUATE TRUE
               WHEN PD-LIMIT
                   MOVE "LIMIT"    TO WS-PEND-DESC
               WHEN PD-GRP-LIMIT
                   MOVE "GRP LIM"  TO WS-PEND-DESC
                   IF PD-AFTER-AMOUNT = ZEROS
                       MOVE "NO LIMIT" TO WS-PEND-TO
                   END-IF
               WHEN PD-RELEASE
                   MOVE "RELEASE"  TO WS-PEND-DESC
                   MOVE "ON HOLD"  TO WS-PEND-FROM
                   MOVE "OPEN"     TO WS-PEND-TO
               WHEN PD-BALANCE
                   MOVE "BALANCE"  TO WS-PEND-DESC
               WHEN PD-RESTORE
                   MOVE "RESTORE"  TO WS-PEND-DESC
                   MOVE "DELETED"  TO WS-PEND-FROM
               WHEN OTHER
                   MOVE PD-TYPE    TO WS-PEND-DESC
           END-EVALUATE.
       137-DESCRIBE-PENDING-END.

      *> -----------------------------------
      *> AUDITS A DECISION ON THE APPROVAL QUEUE. THE RECORD GOES
      *> OUT UNDER THE SUPERVISOR'S ID LIKE ANY OTHER; ITS NAME
      *> FIELDS CARRY WHO KEYED THE CHANGE AND WHEN AGAINST WHO
      *> DECIDED IT, AND ITS ADDRESS FIELDS WHAT WAS CHANGED FROM
      *> AND TO, SO THE ONE RECORD NAMES BOTH MAKER AND APPROVER.
      *> FILE1-REC IS KEPT ASIDE WHILE THE AUDIT IMAGE IS BUILT.
       138-AUDIT-DECISION.
           MOVE FILE1-REC TO WS-PEND-CUST-SAVE
           MOVE PD-PHONE TO FS-PHONE
           MOVE SPACES TO WS-BEFORE-IMAGE FS-NAME FS-ADDRESS
           STRING "KEYED BY " PD-MAKER " ON " PD-KEYED-AT(1:8)
               INTO WS-BEFORE-NAME
           STRING FUNCTION TRIM(WS-PEND-DESC) " "
               FUNCTION TRIM(WS-PEND-FROM)
               INTO WS-BEFORE-ADDRESS
           IF PD-APPROVED
               STRING "APPROVED BY " WS-SIGNON-ID INTO FS-NAME
           ELSE
               STRING "REJECTED BY " WS-SIGNON-ID INTO FS-NAME
           END-IF
           STRING FUNCTION TRIM(WS-PEND-DESC) " "
               FUNCTION TRIM(WS-PEND-TO)
               INTO FS-ADDRESS
           PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
           MOVE WS-PEND-CUST-SAVE TO FILE1-REC.
       138-AUDIT-DECISION-END.
