      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTORDI.
      *> -----------------------------------------------------------
      *> BATCH ORDER INTAKE FROM A CSV FILE (custordi.csv) INTO
      *> custordr.dat - THE ORDERS THE BIGGER ACCOUNTS SEND IN AS
      *> SPREADSHEETS, TAKEN WITHOUT RE-KEYING THEM THROUGH THE
      *> ORDER DESK. THE FILE IS A HEADER LINE FOLLOWED BY ORDERS,
      *> EACH AN ORDER LINE AND THEN ITS ITEM LINES:
      *>   O,PHONE,CUSTOMER PO NUMBER
      *>   L,ITEM CODE,QUANTITY
      *>   L,ITEM CODE,QUANTITY      (UP TO 5 ITEM LINES)
      *> EVERY ORDER IS CHECKED THE WAY 046-TAKE-ORDER IN
      *> customer.cob CHECKS ONE KEYED AT THE DESK: THE CUSTOMER ON
      *> FILE, EVERY ITEM CODE ON custitem.dat AND ACTIVE (AND
      *> PRICED FROM IT), EVERY QUANTITY A WHOLE NUMBER FROM 1 TO
      *> 999, AND THE WHOLE ORDER PASSED BY THE SAME HOLD, CLOSED
      *> AND CREDIT-LIMIT RULES AS 034-CHECK-CREDIT. A GOOD ORDER IS
      *> WRITTEN IN ORDER STATUS UNDER THE NEXT ORDER NUMBER, ITS
      *> STOCK ITEMS ARE COMMITTED AND AN "ORDER" AUDIT RECORD IS
      *> APPENDED, JUST AS AT THE DESK; A LINE SHORT OF STOCK IS
      *> STILL TAKEN AND NOTED ON THE REGISTER. THE CUSTOMER'S PO
      *> NUMBER IS KEPT ON custpo.dat AND A PO ALREADY LOADED FOR
      *> THAT CUSTOMER IS REFUSED.
      *> A REJECTED ORDER IS WRITTEN, ORDER LINE AND ITEM LINES
      *> EXACTLY AS THEY CAME IN, UNDER THE USUAL HEADER LINE TO
      *> custordi.rej - THE SAME IDEA AS custcsvi.cob'S custimp.rej -
      *> SO IT CAN BE CORRECTED AND FED STRAIGHT BACK IN AS THE NEXT
      *> custordi.csv. AN ITEM LINE WITH NO ORDER LINE ABOVE IT IS
      *> REJECTED ON ITS OWN.
      *> THE RUN CHECKPOINTS TO custordi.ckp AFTER EVERY ORDER, SO A
      *> RUN CUT OFF MID-FILE CAN BE RERUN AND RESUMES AT THE FIRST
      *> ORDER NOT FINISHED. SHOULD THE CUT COME BETWEEN AN ORDER
      *> BEING LOADED AND ITS CHECKPOINT, THE RERUN FINDS THE PO
      *> ALREADY ON FILE AND REJECTS IT, NAMING THE ORDER IT WAS
      *> LOADED AS - IT IS NEVER TAKEN TWICE. THE PO IS FILED BEFORE
      *> THE ORDER IS WRITTEN; A PO WHOSE ORDER NEVER REACHED
      *> custordr.dat IS TAKEN OFF AND THE ORDER LOADED AFRESH.
      *> THE INTAKE REGISTER (custordi.YYYYMMDD.HHMMSS.lst) SHOWS
      *> EVERY ORDER CREATED AND EVERY ORDER REJECTED WITH ITS
      *> REASON, AND THE RUN'S TOTALS.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
          SOURCE-COMPUTER.
                GNUCOBOL.
              OBJECT-COMPUTER.
                GNUCOBOL.
          SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          SELECT FILE1 ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FS-STAT
              RECORD KEY IS FS-KEY
              ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES.
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
          SELECT ITEM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS IT-STAT
              RECORD KEY IS IT-KEY.
          SELECT TERMS-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS TM-STAT
              RECORD KEY IS TM-KEY.
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
          SELECT CSV-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CS-STAT.
          SELECT CKP-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CK-STAT.
          SELECT CKW-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CW-STAT.
          SELECT REJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RJ-STAT.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
          SELECT RPT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RP-STAT.

          SELECT SPOOL-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SP-STAT
              RECORD KEY IS SP-KEY.

          SELECT RCTL-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS RL-STAT
              RECORD KEY IS RL-KEY.

      DATA DIVISION.
      FILE SECTION.
      FD FILE1 VALUE OF FILE-ID IS "customers.dat".
          COPY cust1fd.

      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      FD ITEM-FILE VALUE OF FILE-ID IS "custitem.dat".
          COPY itemrec.

      FD TERMS-FILE VALUE OF FILE-ID IS "custterm.dat".
          COPY termsrec.

      FD PO-FILE VALUE OF FILE-ID IS "custpo.dat".
          COPY porec.

      FD GROUP-FILE VALUE OF FILE-ID IS "custgrp.dat".
          COPY grprec.

      FD CSV-FILE VALUE OF FILE-ID IS "custordi.csv".
      01 CSV-LINE PIC X(132).

      FD CKP-FILE VALUE OF FILE-ID IS "custordi.ckp".
      01 CKP-REC.
          05 CK-STATUS PIC X(01).
          05 CK-LINES  PIC 9(07).
          05 CK-TAKEN  PIC 9(07).
          05 CK-REJECT PIC 9(07).
          05 CK-VALUE  PIC 9(09)V99.

      FD CKW-FILE VALUE OF FILE-ID IS "custordi.ckw".
      01 CKW-REC PIC X(33).

      FD REJ-FILE VALUE OF FILE-ID IS "custordi.rej".
      01 REJ-LINE PIC X(132).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 FS-STAT PIC 9(02).
          88 FS-OK        VALUE ZEROS.
          88 FS-NOT-EXIST VALUE 35.
      77 OR-STAT PIC 9(02).
          88 OR-FILE-OK        VALUE ZEROS.
          88 OR-FILE-NOT-EXIST VALUE 35.
      77 IT-STAT PIC 9(02).
          88 IT-FILE-OK        VALUE ZEROS.
          88 IT-FILE-NOT-EXIST VALUE 35.
      77 TM-STAT PIC 9(02).
          88 TM-FILE-OK        VALUE ZEROS.
          88 TM-FILE-NOT-EXIST VALUE 35.
      77 PO-STAT PIC 9(02).
          88 PO-FILE-OK        VALUE ZEROS.
          88 PO-FILE-NOT-EXIST VALUE 35.
      77 GR-STAT PIC 9(02).
          88 GR-FILE-OK        VALUE ZEROS.
          88 GR-FILE-NOT-EXIST VALUE 35.
      77 CS-STAT PIC X(02).
          88 CS-NOT-EXIST VALUE "35".
          88 CS-EOF       VALUE "10".
      77 CK-STAT PIC X(02).
          88 CK-NOT-EXIST VALUE "35".
          88 CK-EOF       VALUE "10".
      77 CW-STAT PIC X(02).
      77 RJ-STAT PIC X(02).
          88 RJ-NOT-EXIST VALUE "35".
      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).

      77 WS-TODAY-YMD PIC 9(08).
      77 WS-AUDIT-WHO PIC X(08).

      *> ONE CSV LINE, SPLIT. EVERY LINE HAS EXACTLY TWO COMMAS
      *> (THREE FIELDS); THE FIELDS ARE TAKEN WIDER THAN THEY MAY BE
      *> SO AN OVER-LONG VALUE IS SEEN AND REFUSED, NOT CUT SHORT.
      77 WS-CSV-TYPE     PIC X(02).
      77 WS-CSV-FIELD-1  PIC X(40).
      77 WS-CSV-FIELD-2  PIC X(40).
      77 WS-COMMA-COUNT  PIC 9(03).
      77 WS-LINE-VALID   PIC X VALUE "Y".
          88 LINE-VALID VALUE "Y".

      *> THE ORDER BEING GATHERED. ITS LINES ARE HELD EXACTLY AS
      *> READ SO A REJECTED ORDER GOES TO THE REJECTS FILE AS IT CAME
      *> IN. A GOOD ORDER IS AT MOST SIX LINES (THE ORDER LINE AND
      *> FIVE ITEM LINES); ONE THAT RUNS PAST THAT IS ALREADY
      *> REJECTED, SO WHAT IS HELD IS WRITTEN OUT ("FLUSHED") AND THE
      *> REST OF ITS LINES GO STRAIGHT TO THE REJECTS FILE.
      77 WS-ORDER-OPEN    PIC X VALUE "N".
          88 ORDER-OPEN VALUE "Y".
      77 WS-ORDER-BAD     PIC X VALUE "N".
          88 ORDER-BAD VALUE "Y".
      77 WS-ORDER-FLUSHED PIC X VALUE "N".
          88 ORDER-FLUSHED VALUE "Y".
      77 WS-ORDER-FIRST   PIC 9(07).
      77 WS-ORDER-LAST    PIC 9(07).
      77 WS-ORDER-PHONE   PIC X(40).
      77 WS-ORDER-PO      PIC X(40).
      77 WS-REASON        PIC X(70).
      77 WS-NEW-REASON    PIC X(70).
      01 WS-RAW-TABLE.
          05 WS-RAW-COUNT PIC 9(02).
          05 WS-RAW-LINE  PIC X(132) OCCURS 6 TIMES.
      77 WS-RAW-IDX PIC 9(02) COMP.
      01 WS-ITEM-TABLE.
          05 WS-GL-COUNT PIC 9(02).
          05 WS-GL OCCURS 5 TIMES.
              10 WS-GL-CODE PIC X(40).
              10 WS-GL-QTY  PIC X(40).
      77 WS-GL-IDX PIC 9(02) COMP.
      77 WS-LINE-EDIT PIC Z(06)9.

      *> PRICING, QUANTITY, STOCK AND CREDIT STATE - THE SAME ITEMS
      *> THE ORDER DESK USES.
      77 WS-ORDER-QTY         PIC 9(03).
      77 WS-QTY-VALUE         PIC S9(7)V99.
      77 WS-ORDER-TOTAL       PIC S9(7)V99.
      77 WS-NEW-ITEM-AMOUNT   PIC S9(7)V99.
      77 WS-PROJECTED-BALANCE PIC S9(8)V99.
      77 WS-LIMIT-EDIT        PIC -(7)9,99.
      *> THE GROUP CREDIT CHECK FOR A BRANCH OR PARENT ACCOUNT -
      *> THE SAME ITEMS AS 034-CHECK-CREDIT USES. FILE1-REC IS
      *> KEPT IN WS-GRP-CUST-SAVE WHILE THE OTHER MEMBERS ARE READ.
      77 WS-GRP-PARENT        PIC 9(09).
      77 WS-GRP-LIMIT         PIC S9(7)V99.
      77 WS-GRP-BALANCE       PIC S9(9)V99.
      77 WS-GRP-PROJECTED     PIC S9(9)V99.
      01 WS-GRP-CUST-SAVE     PIC X(120).
      77 WS-STOCK-AVAIL       PIC S9(07).
      77 WS-STOCK-IDX         PIC 9(02) COMP.
      77 WS-SHORT-LINES       PIC 9(01).
      77 WS-NEXT-ORDER-NO     PIC 9(06).
      77 WS-ORDER-NO-EDIT     PIC 9(06).

      77 WS-TAKEN-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-REJECT-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-TAKEN-VALUE  PIC 9(09)V99 VALUE ZEROS.
      77 WS-SHORT-COUNT  PIC 9(07) VALUE ZEROS.

      *> RESTART STATE. WS-LINE-NO COUNTS EVERY LINE READ FROM THE
      *> CSV (HEADER INCLUDED); LINES UP TO WS-RESUME-LINES BELONG TO
      *> ORDERS THE RUN THAT WAS CUT OFF ALREADY FINISHED AND ARE
      *> SKIPPED. WS-CKP-LINES IS THE LAST LINE OF THE LAST ORDER
      *> FINISHED - WHAT THE CHECKPOINT RECORDS.
      77 WS-LINE-NO      PIC 9(07) VALUE ZEROS.
      77 WS-CKP-LINES    PIC 9(07) VALUE ZEROS.
      77 WS-CKP-STATUS   PIC X(01).
      77 WS-RESUME-LINES PIC 9(07) VALUE ZEROS.
      77 WS-RESUMING     PIC X VALUE "N".
          88 RESUMING VALUE "Y".
      77 WS-CKP-RENAME-FROM PIC X(12) VALUE "custordi.ckw".
      77 WS-CKP-RENAME-TO   PIC X(12) VALUE "custordi.ckp".

      01 WS-HEADING-1.
          05 FILLER PIC X(42)
             VALUE "ORDER INTAKE REGISTER - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(09) VALUE "LINE".
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(22) VALUE "CUSTOMER PO".
          05 FILLER PIC X(08) VALUE "ORDER".
          05 FILLER PIC X(03) VALUE "LN".
          05 FILLER PIC X(13) VALUE "      TOTAL".
          05 FILLER PIC X(04) VALUE "NOTE".
      01 WS-DETAIL-LINE.
          05 WD-LINE-NO PIC Z(06)9.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-PHONE   PIC X(09).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-PO      PIC X(20).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-ORDER   PIC 9(06) BLANK WHEN ZEROS.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-LINES   PIC Z(01).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-TOTAL   PIC -(7)9,99 BLANK WHEN ZEROS.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-NOTE    PIC X(30).
      01 WS-REASON-LINE.
          05 FILLER     PIC X(09) VALUE SPACES.
          05 FILLER     PIC X(08) VALUE "REASON: ".
          05 WR-REASON  PIC X(70).
      01 WS-TOTAL-LINE.
          05 WT-LABEL  PIC X(20).
          05 WT-COUNT  PIC ZZZZZZ9.
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

      77 SP-STAT PIC 9(02).
          88 SP-FILE-OK        VALUE ZEROS.
          88 SP-FILE-NOT-EXIST VALUE 35.
      77 WS-RPT-NAME    PIC X(30).
      77 WS-SPOOL-STAMP PIC 9(14).

      77 WS-SEAL-SEQ   PIC 9(07).
      77 WS-SEAL-CHECK PIC 9(09).
      77 WS-SEAL-IDX   PIC 9(03) COMP.
      77 WS-SEAL-WORK  PIC 9(18) COMP.

      77 RL-STAT PIC 9(02).
          88 RL-FILE-OK        VALUE ZEROS.
          88 RL-FILE-NOT-EXIST VALUE 35.
      77 WS-RCTL-BLOCKED PIC X VALUE "N".
          88 RCTL-BLOCKED VALUE "Y".

      PROCEDURE DIVISION.
      001-START.
          PERFORM 090-RUN-CONTROL-BEGIN
              THRU 090-RUN-CONTROL-BEGIN-END
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
          PERFORM 008-READ-CHECKPOINT THRU 008-READ-CHECKPOINT-END
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-TODAY-YMD TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          IF RESUMING
              MOVE WS-RESUME-LINES TO WS-LINE-EDIT
              MOVE SPACES TO RPT-LINE
              STRING "RESUMED AFTER LINE " WS-LINE-EDIT
                  " - ORDERS BEFORE IT ARE ON THE CUT-OFF RUN'S "
                  "REGISTER" INTO RPT-LINE
              WRITE RPT-LINE
          END-IF
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 010-FIND-LAST-ORDER THRU 010-FIND-LAST-ORDER-END
          PERFORM 002-INTAKE-FILE THRU 002-INTAKE-FILE-END
          MOVE "C" TO CK-STATUS
          MOVE WS-LINE-NO TO WS-CKP-LINES
          PERFORM 009-WRITE-CHECKPOINT THRU 009-WRITE-CHECKPOINT-END
          PERFORM 013-PRINT-TOTALS THRU 013-PRINT-TOTALS-END
          CLOSE RPT-FILE
          PERFORM 018-CLOSE-FILES
          DISPLAY "ORDER INTAKE COMPLETE - " WS-TAKEN-COUNT
                  " TAKEN, " WS-REJECT-COUNT " REJECTED - SEE "
                  WS-RPT-NAME
          IF WS-REJECT-COUNT > ZEROS
              DISPLAY "REJECTED ORDERS WRITTEN TO custordi.rej - "
                      "CORRECT AND RESUBMIT AS custordi.csv"
          END-IF
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> READS custordi.csv LINE BY LINE, SKIPPING THE HEADER LINE,
      *> BLANK LINES AND ANY LINES A CUT-OFF RUN ALREADY FINISHED.
      *> AN ORDER LINE CLOSES OFF THE ORDER BEFORE IT AND STARTS A
      *> NEW ONE; ANY OTHER LINE JOINS THE ORDER BEING GATHERED. THE
      *> END OF THE FILE CLOSES OFF THE LAST ORDER.
      *> -----------------------------------------------------------
      002-INTAKE-FILE.
          READ CSV-FILE
              AT END
                  SET CS-EOF TO TRUE
          END-READ.
      002-INTAKE-FILE-LOOP.
          IF CS-EOF
              PERFORM 003-END-ORDER THRU 003-END-ORDER-END
              GO 002-INTAKE-FILE-END
          END-IF
          ADD 1 TO WS-LINE-NO
          IF WS-LINE-NO > WS-RESUME-LINES
              AND WS-LINE-NO > 1
              AND CSV-LINE NOT = SPACES
              PERFORM 004-PARSE-CSV-LINE THRU 004-PARSE-CSV-LINE-END
              IF WS-CSV-TYPE = "O"
                  PERFORM 003-END-ORDER THRU 003-END-ORDER-END
                  PERFORM 005-START-ORDER THRU 005-START-ORDER-END
              ELSE
                  IF ORDER-OPEN
                      PERFORM 006-ADD-ORDER-LINE
                          THRU 006-ADD-ORDER-LINE-END
                  ELSE
                      PERFORM 012-REJECT-STRAY-LINE
                          THRU 012-REJECT-STRAY-LINE-END
                  END-IF
              END-IF
          END-IF
          READ CSV-FILE
              AT END
                  SET CS-EOF TO TRUE
          END-READ
          GO 002-INTAKE-FILE-LOOP.
      002-INTAKE-FILE-END.

      *> -----------------------------------------------------------
      *> CLOSES OFF THE ORDER GATHERED SO FAR: VALIDATES AND LOADS
      *> IT, OR REJECTS IT, THEN CHECKPOINTS PAST ITS LAST LINE.
      *> -----------------------------------------------------------
      003-END-ORDER.
          IF NOT ORDER-OPEN
              GO 003-END-ORDER-END
          END-IF
          IF NOT ORDER-BAD
              PERFORM 014-VALIDATE-ORDER THRU 014-VALIDATE-ORDER-END
          END-IF
          IF NOT ORDER-BAD
              PERFORM 016-LOAD-ORDER THRU 016-LOAD-ORDER-END
          END-IF
          IF ORDER-BAD
              PERFORM 011-FLUSH-REJECT-LINES
                  THRU 011-FLUSH-REJECT-LINES-END
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-ORDER-FIRST      TO WD-LINE-NO
              MOVE WS-ORDER-PHONE(1:9) TO WD-PHONE
              MOVE WS-ORDER-PO(1:20)   TO WD-PO
              MOVE ZEROS               TO WD-ORDER
              MOVE WS-GL-COUNT         TO WD-LINES
              MOVE ZEROS               TO WD-TOTAL
              MOVE "REJECTED"          TO WD-NOTE
              PERFORM 017-WRITE-DETAIL THRU 017-WRITE-DETAIL-END
          END-IF
          MOVE "N" TO WS-ORDER-OPEN
          MOVE WS-ORDER-LAST TO WS-CKP-LINES
          MOVE "R" TO CK-STATUS
          PERFORM 009-WRITE-CHECKPOINT THRU 009-WRITE-CHECKPOINT-END.
      003-END-ORDER-END.

      *> -----------------------------------------------------------
      *> SPLITS ONE CSV-LINE INTO ITS LINE TYPE AND TWO FIELDS. A
      *> LINE WITHOUT EXACTLY TWO COMMAS IS FLAGGED - A FIELD TYPED
      *> WITH AN EMBEDDED COMMA WOULD OTHERWISE SHIFT THE REST OVER.
      *> -----------------------------------------------------------
      004-PARSE-CSV-LINE.
          MOVE "Y" TO WS-LINE-VALID
          MOVE ZEROS TO WS-COMMA-COUNT
          INSPECT CSV-LINE TALLYING WS-COMMA-COUNT FOR ALL ","
          IF WS-COMMA-COUNT NOT = 2
              MOVE "N" TO WS-LINE-VALID
          END-IF
          MOVE SPACES TO WS-CSV-TYPE WS-CSV-FIELD-1 WS-CSV-FIELD-2
          UNSTRING CSV-LINE DELIMITED BY ","
              INTO WS-CSV-TYPE WS-CSV-FIELD-1 WS-CSV-FIELD-2
          END-UNSTRING
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-TYPE))
              TO WS-CSV-TYPE
          MOVE FUNCTION TRIM(WS-CSV-FIELD-1) TO WS-CSV-FIELD-1
          MOVE FUNCTION TRIM(WS-CSV-FIELD-2) TO WS-CSV-FIELD-2.
      004-PARSE-CSV-LINE-END.

      *> -----------------------------------------------------------
      *> STARTS GATHERING A NEW ORDER FROM ITS ORDER LINE.
      *> -----------------------------------------------------------
      005-START-ORDER.
          MOVE "Y" TO WS-ORDER-OPEN
          MOVE "N" TO WS-ORDER-BAD
          MOVE "N" TO WS-ORDER-FLUSHED
          MOVE SPACES TO WS-REASON
          MOVE WS-LINE-NO TO WS-ORDER-FIRST
          MOVE WS-LINE-NO TO WS-ORDER-LAST
          MOVE 1 TO WS-RAW-COUNT
          MOVE CSV-LINE TO WS-RAW-LINE(1)
          MOVE ZEROS TO WS-GL-COUNT
          MOVE WS-CSV-FIELD-1 TO WS-ORDER-PHONE
          MOVE WS-CSV-FIELD-2 TO WS-ORDER-PO
          IF NOT LINE-VALID
              PERFORM 019-BAD-FIELD-COUNT THRU 019-BAD-FIELD-COUNT-END
          END-IF.
      005-START-ORDER-END.

      *> -----------------------------------------------------------
      *> ADDS ONE MORE LINE TO THE ORDER BEING GATHERED. ONLY AN
      *> ITEM LINE WITH BOTH FIELDS IS KEPT FOR PRICING; ANYTHING
      *> ELSE MARKS THE WHOLE ORDER FOR REJECTION.
      *> -----------------------------------------------------------
      006-ADD-ORDER-LINE.
          MOVE WS-LINE-NO TO WS-ORDER-LAST
          IF ORDER-FLUSHED
              MOVE CSV-LINE TO REJ-LINE
              WRITE REJ-LINE
              GO 006-ADD-ORDER-LINE-END
          END-IF
          IF WS-RAW-COUNT NOT < 6
              MOVE "MORE THAN 5 ITEM LINES ON THE ORDER"
                  TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              PERFORM 011-FLUSH-REJECT-LINES
                  THRU 011-FLUSH-REJECT-LINES-END
              MOVE CSV-LINE TO REJ-LINE
              WRITE REJ-LINE
              GO 006-ADD-ORDER-LINE-END
          END-IF
          ADD 1 TO WS-RAW-COUNT
          MOVE CSV-LINE TO WS-RAW-LINE(WS-RAW-COUNT)
          IF NOT LINE-VALID
              PERFORM 019-BAD-FIELD-COUNT THRU 019-BAD-FIELD-COUNT-END
              GO 006-ADD-ORDER-LINE-END
          END-IF
          IF WS-CSV-TYPE NOT = "L"
              MOVE WS-LINE-NO TO WS-LINE-EDIT
              MOVE SPACES TO WS-NEW-REASON
              STRING "LINE " FUNCTION TRIM(WS-LINE-EDIT)
                  " IS NEITHER AN ORDER (O) NOR AN ITEM (L) LINE"
                  INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 006-ADD-ORDER-LINE-END
          END-IF
          ADD 1 TO WS-GL-COUNT
          MOVE WS-CSV-FIELD-1 TO WS-GL-CODE(WS-GL-COUNT)
          MOVE WS-CSV-FIELD-2 TO WS-GL-QTY(WS-GL-COUNT).
      006-ADD-ORDER-LINE-END.

      *> -----------------------------------------------------------
      *> OPENS THE FILES. THE CUSTOMER MASTER AND THE CSV MUST BE
      *> THERE; THE REST ARE CREATED ON FIRST USE. A FRESH RUN
      *> STARTS A NEW REJECTS FILE WITH THE USUAL HEADER LINE SO IT
      *> CAN BE RESUBMITTED AS IS; A RESUMED RUN APPENDS TO THE ONE
      *> THE CUT-OFF RUN LEFT BEHIND.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NO ORDERS CAN BE TAKEN"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN INPUT CSV-FILE
          IF CS-NOT-EXIST THEN
              DISPLAY "custordi.csv NOT FOUND - NOTHING TO TAKE IN"
              CLOSE FILE1
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN I-O ORDER-FILE
          IF OR-FILE-NOT-EXIST THEN
              OPEN OUTPUT ORDER-FILE
              CLOSE ORDER-FILE
              OPEN I-O ORDER-FILE
          END-IF
          OPEN I-O ITEM-FILE
          IF IT-FILE-NOT-EXIST THEN
              OPEN OUTPUT ITEM-FILE
              CLOSE ITEM-FILE
              OPEN I-O ITEM-FILE
          END-IF
          OPEN INPUT TERMS-FILE
          IF TM-FILE-NOT-EXIST THEN
              OPEN OUTPUT TERMS-FILE
              CLOSE TERMS-FILE
              OPEN INPUT TERMS-FILE
          END-IF
          OPEN I-O PO-FILE
          IF PO-FILE-NOT-EXIST THEN
              OPEN OUTPUT PO-FILE
              CLOSE PO-FILE
              OPEN I-O PO-FILE
          END-IF
          OPEN INPUT GROUP-FILE
          IF GR-FILE-NOT-EXIST THEN
              OPEN OUTPUT GROUP-FILE
              CLOSE GROUP-FILE
              OPEN INPUT GROUP-FILE
          END-IF
          OPEN I-O PARM-FILE
          IF PA-FILE-NOT-EXIST THEN
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
          OPEN EXTEND AUDIT-FILE
          IF AU-NOT-EXIST THEN
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
          END-IF
          IF RESUMING
              OPEN EXTEND REJ-FILE
              IF RJ-NOT-EXIST
                  OPEN OUTPUT REJ-FILE
                  CLOSE REJ-FILE
                  OPEN EXTEND REJ-FILE
              END-IF
          ELSE
              OPEN OUTPUT REJ-FILE
              MOVE "TYPE,PHONE OR ITEM CODE,PO NUMBER OR QUANTITY"
                  TO REJ-LINE
              WRITE REJ-LINE
          END-IF.

      *> -----------------------------------------------------------
      *> READS THE CHECKPOINT LEFT BY THE LAST RUN. A CHECKPOINT
      *> STILL MARKED RUNNING MEANS THAT RUN WAS CUT OFF MID-FILE:
      *> ITS COUNTS ARE RESTORED AND THE LINES OF THE ORDERS IT
      *> FINISHED ARE SKIPPED. A CHECKPOINT MARKED COMPLETE (OR NONE
      *> AT ALL) MEANS A FRESH START FROM THE TOP OF THE FILE.
      *> -----------------------------------------------------------
      008-READ-CHECKPOINT.
          OPEN INPUT CKP-FILE
          IF CK-NOT-EXIST
              GO 008-READ-CHECKPOINT-END
          END-IF
          READ CKP-FILE
              AT END
                  CLOSE CKP-FILE
                  GO 008-READ-CHECKPOINT-END
          END-READ
          IF CK-STATUS = "R"
              MOVE "Y" TO WS-RESUMING
              MOVE CK-LINES  TO WS-RESUME-LINES
              MOVE CK-TAKEN  TO WS-TAKEN-COUNT
              MOVE CK-REJECT TO WS-REJECT-COUNT
              MOVE CK-VALUE  TO WS-TAKEN-VALUE
              DISPLAY "PRIOR RUN WAS CUT OFF - RESUMING AFTER LINE "
                      WS-RESUME-LINES
          END-IF
          CLOSE CKP-FILE.
      008-READ-CHECKPOINT-END.

      *> -----------------------------------------------------------
      *> REPLACES THE CHECKPOINT WITH THE CURRENT PROGRESS, WRITING
      *> A WORK FILE AND RENAMING IT OVER custordi.ckp IN ONE STEP -
      *> THE SAME SAFEGUARD AS 009-WRITE-CHECKPOINT IN custcsvi.cob,
      *> SO A CRASH NEVER LEAVES A BLANK CHECKPOINT THAT WOULD READ
      *> AS A FRESH START.
      *> -----------------------------------------------------------
      009-WRITE-CHECKPOINT.
          MOVE CK-STATUS TO WS-CKP-STATUS
          OPEN OUTPUT CKW-FILE
          MOVE WS-CKP-STATUS   TO CK-STATUS
          MOVE WS-CKP-LINES    TO CK-LINES
          MOVE WS-TAKEN-COUNT  TO CK-TAKEN
          MOVE WS-REJECT-COUNT TO CK-REJECT
          MOVE WS-TAKEN-VALUE  TO CK-VALUE
          MOVE CKP-REC TO CKW-REC
          WRITE CKW-REC
          CLOSE CKW-FILE
          CALL "CBL_RENAME_FILE" USING WS-CKP-RENAME-FROM
                                       WS-CKP-RENAME-TO.
      009-WRITE-CHECKPOINT-END.

      *> -----------------------------------------------------------
      *> FINDS THE HIGHEST ORDER NUMBER ON FILE, THE SAME SCAN AS
      *> 047-NEXT-ORDER-NUMBER IN customer.cob. IT IS DONE ONCE -
      *> THE ORDER DESK CANNOT TAKE ORDERS WHILE THIS JOB RUNS - AND
      *> EACH ORDER LOADED TAKES THE NEXT NUMBER ON FROM IT.
      *> -----------------------------------------------------------
      010-FIND-LAST-ORDER.
          MOVE ZEROS TO WS-NEXT-ORDER-NO
          MOVE ZEROS TO OR-NUMBER
          START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
              INVALID KEY
                  GO 010-FIND-LAST-ORDER-END
          END-START.
      010-FIND-LAST-ORDER-LOOP.
          READ ORDER-FILE NEXT RECORD
              AT END
                  GO 010-FIND-LAST-ORDER-END
          END-READ
          IF OR-NUMBER > WS-NEXT-ORDER-NO
              MOVE OR-NUMBER TO WS-NEXT-ORDER-NO
          END-IF
          GO 010-FIND-LAST-ORDER-LOOP.
      010-FIND-LAST-ORDER-END.

      *> -----------------------------------------------------------
      *> WRITES THE LINES HELD FOR A REJECTED ORDER TO THE REJECTS
      *> FILE, EXACTLY AS THEY CAME IN.
      *> -----------------------------------------------------------
      011-FLUSH-REJECT-LINES.
          PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                  UNTIL WS-RAW-IDX > WS-RAW-COUNT
              MOVE WS-RAW-LINE(WS-RAW-IDX) TO REJ-LINE
              WRITE REJ-LINE
          END-PERFORM
          MOVE ZEROS TO WS-RAW-COUNT
          MOVE "Y" TO WS-ORDER-FLUSHED.
      011-FLUSH-REJECT-LINES-END.

      *> -----------------------------------------------------------
      *> REJECTS A LINE THAT TURNS UP BEFORE ANY ORDER LINE - IT
      *> BELONGS TO NO ORDER. IT GOES TO THE REJECTS FILE ON ITS OWN
      *> AND THE CHECKPOINT MOVES PAST IT.
      *> -----------------------------------------------------------
      012-REJECT-STRAY-LINE.
          MOVE CSV-LINE TO REJ-LINE
          WRITE REJ-LINE
          ADD 1 TO WS-REJECT-COUNT
          MOVE WS-LINE-NO TO WD-LINE-NO
          MOVE SPACES     TO WD-PHONE WD-PO
          MOVE ZEROS      TO WD-ORDER WD-LINES WD-TOTAL
          MOVE "REJECTED" TO WD-NOTE
          MOVE "LINE IS NOT UNDER AN ORDER (O) LINE" TO WS-REASON
          PERFORM 017-WRITE-DETAIL THRU 017-WRITE-DETAIL-END
          MOVE WS-LINE-NO TO WS-CKP-LINES
          MOVE "R" TO CK-STATUS
          PERFORM 009-WRITE-CHECKPOINT THRU 009-WRITE-CHECKPOINT-END.
      012-REJECT-STRAY-LINE-END.

      *> -----------------------------------------------------------
      *> PRINTS THE CONTROL TOTALS AT THE BOTTOM OF THE REGISTER.
      *> -----------------------------------------------------------
      013-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "ORDERS TAKEN:      " TO WT-LABEL
          MOVE WS-TAKEN-COUNT TO WT-COUNT
          MOVE WS-TAKEN-VALUE TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "REJECTED:          " TO WT-LABEL
          MOVE WS-REJECT-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "LINES SHORT:       " TO WT-LABEL
          MOVE WS-SHORT-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          IF RESUMING
              MOVE SPACES TO RPT-LINE
              STRING "TAKEN AND REJECTED COUNTS INCLUDE THE CUT-OFF "
                  "RUN; LINES SHORT IS THIS RUN ONLY" INTO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      013-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> VALIDATES THE ORDER GATHERED: THE PHONE AND PO, THE
      *> CUSTOMER, THE PO NOT ALREADY LOADED, THEN EVERY ITEM LINE,
      *> AND LAST THE CREDIT CHECK ON THE WHOLE ORDER - THE ORDER
      *> DESK'S CHECKS IN THE ORDER THE DESK MAKES THEM. ORDER-REC
      *> IS BUILT AS THE LINES ARE PRICED. THE FIRST FAULT FOUND IS
      *> THE REASON GIVEN.
      *> -----------------------------------------------------------
      014-VALIDATE-ORDER.
          IF WS-ORDER-PHONE(1:9) IS NOT NUMERIC
              OR WS-ORDER-PHONE(10:) NOT = SPACES
              MOVE "PHONE IS NOT A 9-DIGIT NUMBER" TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 014-VALIDATE-ORDER-END
          END-IF
          IF WS-ORDER-PO = SPACES
              MOVE "NO CUSTOMER PO NUMBER" TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 014-VALIDATE-ORDER-END
          END-IF
          IF WS-ORDER-PO(21:) NOT = SPACES
              MOVE "PO NUMBER LONGER THAN 20 CHARACTERS"
                  TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 014-VALIDATE-ORDER-END
          END-IF
          MOVE WS-ORDER-PHONE(1:9) TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE "CUSTOMER NOT FOUND" TO WS-NEW-REASON
                  PERFORM 015-MARK-ORDER-BAD
                      THRU 015-MARK-ORDER-BAD-END
                  GO 014-VALIDATE-ORDER-END
          END-READ
          MOVE FS-PHONE          TO PO-PHONE
          MOVE WS-ORDER-PO(1:20) TO PO-NUMBER
          READ PO-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  PERFORM 026-CHECK-PO-ORDER
                      THRU 026-CHECK-PO-ORDER-END
                  IF ORDER-BAD
                      GO 014-VALIDATE-ORDER-END
                  END-IF
          END-READ
          IF WS-GL-COUNT = ZEROS
              MOVE "NO ITEM LINES - ORDER NOT TAKEN" TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 014-VALIDATE-ORDER-END
          END-IF
          MOVE SPACES TO ORDER-REC
          MOVE ZEROS TO OR-LINE-COUNT OR-TOTAL WS-ORDER-TOTAL
          PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                  UNTIL WS-STOCK-IDX > 5
              MOVE ZEROS TO OR-LINE-RETURNED(WS-STOCK-IDX)
          END-PERFORM
          MOVE "N" TO OR-RETURN-STATUS
          MOVE ZEROS TO OR-INVOICE-DATE OR-TAX-AMOUNT OR-TAX-CREDITED
          MOVE "N" TO OR-TAX-EXEMPT
          MOVE ZEROS TO OR-BACKORDER-OF OR-SHIP-DATE OR-INVOICE-NO
                        OR-DUE-DATE
          MOVE SPACES TO OR-TERMS-CODE
          MOVE ZEROS TO OR-DISC-PCT OR-DISC-DATE OR-DISC-TAKEN
          MOVE FS-PHONE TO OR-PHONE
          MOVE ZEROS TO WS-SHORT-LINES
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                  UNTIL WS-GL-IDX > WS-GL-COUNT OR ORDER-BAD
              PERFORM 020-PRICE-LINE THRU 020-PRICE-LINE-END
          END-PERFORM
          IF ORDER-BAD
              GO 014-VALIDATE-ORDER-END
          END-IF
          MOVE WS-ORDER-TOTAL TO WS-NEW-ITEM-AMOUNT
          PERFORM 021-CHECK-CREDIT THRU 021-CHECK-CREDIT-END.
      014-VALIDATE-ORDER-END.

      *> -----------------------------------------------------------
      *> MARKS THE ORDER FOR REJECTION WITH THE REASON IN
      *> WS-NEW-REASON, UNLESS IT IS ALREADY MARKED - THE FIRST
      *> REASON FOUND STANDS.
      *> -----------------------------------------------------------
      015-MARK-ORDER-BAD.
          IF NOT ORDER-BAD
              MOVE "Y" TO WS-ORDER-BAD
              MOVE WS-NEW-REASON TO WS-REASON
          END-IF.
      015-MARK-ORDER-BAD-END.

      *> -----------------------------------------------------------
      *> WRITES THE VALIDATED ORDER UNDER THE NEXT ORDER NUMBER,
      *> COMMITS ITS STOCK AND AUDITS IT - THE STEPS
      *> 046-TAKE-ORDER-SAVE TAKES AT THE DESK. THE PO IS FILED
      *> AGAINST THE ORDER NUMBER FIRST, BEFORE ANYTHING ELSE IS
      *> WRITTEN, SO A RUN CUT OFF PART WAY THROUGH ALWAYS LEAVES
      *> THE PO BEHIND FOR THE RERUN TO FIND (SEE 026-CHECK-PO-
      *> ORDER). AN ORDER THAT WILL NOT WRITE TAKES ITS PO BACK OFF.
      *> -----------------------------------------------------------
      016-LOAD-ORDER.
          ADD 1 TO WS-NEXT-ORDER-NO
          MOVE WS-NEXT-ORDER-NO TO OR-NUMBER
          MOVE WS-TODAY-YMD TO OR-DATE
          MOVE "O" TO OR-STATUS
          MOVE WS-ORDER-TOTAL TO OR-TOTAL
          MOVE SPACES TO PO-REC
          MOVE FS-PHONE          TO PO-PHONE
          MOVE WS-ORDER-PO(1:20) TO PO-NUMBER
          MOVE OR-NUMBER         TO PO-ORDER-NO
          MOVE WS-TODAY-YMD      TO PO-LOADED
          WRITE PO-REC
              INVALID KEY
                  REWRITE PO-REC
          END-WRITE
          WRITE ORDER-REC
              INVALID KEY
                  DELETE PO-FILE RECORD
                      INVALID KEY
                          CONTINUE
                  END-DELETE
                  MOVE "ERROR WRITING ORDER" TO WS-NEW-REASON
                  PERFORM 015-MARK-ORDER-BAD
                      THRU 015-MARK-ORDER-BAD-END
                  GO 016-LOAD-ORDER-END
          END-WRITE
          PERFORM 094-JOURNAL-ORDER THRU 094-JOURNAL-ORDER-END
          PERFORM 022-COMMIT-STOCK THRU 022-COMMIT-STOCK-END
          PERFORM 023-WRITE-AUDIT THRU 023-WRITE-AUDIT-END
          ADD 1 TO WS-TAKEN-COUNT
          ADD OR-TOTAL TO WS-TAKEN-VALUE
          MOVE WS-ORDER-FIRST TO WD-LINE-NO
          MOVE FS-PHONE       TO WD-PHONE
          MOVE PO-NUMBER      TO WD-PO
          MOVE OR-NUMBER      TO WD-ORDER
          MOVE OR-LINE-COUNT  TO WD-LINES
          MOVE OR-TOTAL       TO WD-TOTAL
          IF WS-SHORT-LINES > ZEROS
              ADD WS-SHORT-LINES TO WS-SHORT-COUNT
              MOVE SPACES TO WD-NOTE
              STRING "TAKEN - " WS-SHORT-LINES
                  " LINE(S) SHORT OF STOCK" INTO WD-NOTE
          ELSE
              MOVE "TAKEN" TO WD-NOTE
          END-IF
          MOVE SPACES TO WS-REASON
          PERFORM 017-WRITE-DETAIL THRU 017-WRITE-DETAIL-END.
      016-LOAD-ORDER-END.

      *> -----------------------------------------------------------
      *> PRINTS ONE REGISTER LINE, FOLLOWED BY THE REASON WHEN THERE
      *> IS ONE.
      *> -----------------------------------------------------------
      017-WRITE-DETAIL.
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE
          IF WS-REASON NOT = SPACES
              MOVE WS-REASON TO WR-REASON
              MOVE WS-REASON-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      017-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> CLOSES THE DATA FILES.
      *> -----------------------------------------------------------
      018-CLOSE-FILES.
          CLOSE FILE1
          CLOSE CSV-FILE
          CLOSE REJ-FILE
          CLOSE ORDER-FILE
          CLOSE ITEM-FILE
          CLOSE TERMS-FILE
          CLOSE PO-FILE
          CLOSE GROUP-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE AUDIT-FILE.

      *> -----------------------------------------------------------
      *> MARKS THE ORDER BAD FOR A LINE WITHOUT EXACTLY TWO COMMAS.
      *> -----------------------------------------------------------
      019-BAD-FIELD-COUNT.
          MOVE WS-LINE-NO TO WS-LINE-EDIT
          MOVE SPACES TO WS-NEW-REASON
          STRING "WRONG FIELD COUNT ON LINE "
              FUNCTION TRIM(WS-LINE-EDIT)
              " - THREE FIELDS EXPECTED" INTO WS-NEW-REASON
          PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END.
      019-BAD-FIELD-COUNT-END.

      *> -----------------------------------------------------------
      *> PRICES ITEM LINE WS-GL-IDX ONTO ORDER-REC: THE ITEM MUST BE
      *> ON FILE AND ACTIVE (060-LOOKUP-ITEM) AND THE QUANTITY A
      *> WHOLE NUMBER FROM 1 TO 999 (061-VALIDATE-QUANTITY). A LINE
      *> SHORT OF STOCK IS COUNTED THE WAY 084-CHECK-STOCK WARNS THE
      *> CLERK, AND TAKEN ALL THE SAME.
      *> -----------------------------------------------------------
      020-PRICE-LINE.
          IF WS-GL-CODE(WS-GL-IDX) = SPACES
              MOVE "ITEM LINE WITH NO ITEM CODE" TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          IF WS-GL-CODE(WS-GL-IDX)(9:) NOT = SPACES
              MOVE SPACES TO WS-NEW-REASON
              STRING "ITEM CODE NOT ON FILE: " WS-GL-CODE(WS-GL-IDX)
                  INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          MOVE FUNCTION UPPER-CASE(WS-GL-CODE(WS-GL-IDX)(1:8))
              TO IT-CODE
          READ ITEM-FILE
              INVALID KEY
                  MOVE SPACES TO WS-NEW-REASON
                  STRING "ITEM CODE NOT ON FILE: " IT-CODE
                      INTO WS-NEW-REASON
                  PERFORM 015-MARK-ORDER-BAD
                      THRU 015-MARK-ORDER-BAD-END
                  GO 020-PRICE-LINE-END
          END-READ
          IF NOT IT-IS-ACTIVE
              MOVE SPACES TO WS-NEW-REASON
              STRING "ITEM IS INACTIVE: " IT-CODE INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          IF WS-GL-QTY(WS-GL-IDX) = SPACES
              OR FUNCTION TEST-NUMVAL(WS-GL-QTY(WS-GL-IDX)) NOT = ZEROS
              MOVE SPACES TO WS-NEW-REASON
              STRING "QUANTITY MUST BE NUMERIC - ITEM " IT-CODE
                  INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          MOVE FUNCTION NUMVAL(WS-GL-QTY(WS-GL-IDX)) TO WS-QTY-VALUE
          IF WS-QTY-VALUE NOT > ZEROS
              MOVE SPACES TO WS-NEW-REASON
              STRING "QUANTITY MUST BE GREATER THAN ZERO - ITEM "
                  IT-CODE INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          MOVE WS-QTY-VALUE TO WS-ORDER-QTY
          IF WS-QTY-VALUE > 999
              OR WS-QTY-VALUE NOT = WS-ORDER-QTY
              MOVE SPACES TO WS-NEW-REASON
              STRING "QUANTITY MUST BE A WHOLE NUMBER UP TO 999 - ITEM "
                  IT-CODE INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 020-PRICE-LINE-END
          END-IF
          IF IT-IS-STOCKED
              COMPUTE WS-STOCK-AVAIL =
                  IT-QTY-ON-HAND - IT-QTY-COMMITTED
              PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                      UNTIL WS-STOCK-IDX > OR-LINE-COUNT
                  IF OR-LINE-CODE(WS-STOCK-IDX) = IT-CODE
                      SUBTRACT OR-LINE-QTY(WS-STOCK-IDX)
                          FROM WS-STOCK-AVAIL
                  END-IF
              END-PERFORM
              IF WS-STOCK-AVAIL < WS-ORDER-QTY
                  ADD 1 TO WS-SHORT-LINES
              END-IF
          END-IF
          ADD 1 TO OR-LINE-COUNT
          MOVE IT-CODE          TO OR-LINE-CODE(OR-LINE-COUNT)
          MOVE IT-DESC          TO OR-LINE-DESC(OR-LINE-COUNT)
          MOVE WS-ORDER-QTY     TO OR-LINE-QTY(OR-LINE-COUNT)
          COMPUTE OR-LINE-AMOUNT(OR-LINE-COUNT) =
              IT-PRICE * WS-ORDER-QTY
          ADD OR-LINE-AMOUNT(OR-LINE-COUNT) TO WS-ORDER-TOTAL.
      020-PRICE-LINE-END.

      *> -----------------------------------------------------------
      *> THE ORDER DESK'S CREDIT CHECK (034-CHECK-CREDIT) ON THE
      *> WHOLE ORDER: NO TERMS RECORD MEANS OPEN ACCOUNT AND NO
      *> LIMIT; AN ACCOUNT ON HOLD OR CLOSED REFUSES THE ORDER, AND
      *> SO DOES ONE THE ORDER WOULD PUSH PAST ITS CREDIT LIMIT.
      *> A BRANCH OR PARENT ACCOUNT IS THEN CHECKED AS A GROUP: A
      *> BRANCH WHOSE PARENT IS ON HOLD OR CLOSED IS REFUSED, AND SO
      *> IS AN ORDER THAT WOULD TAKE THE WHOLE GROUP PAST ITS LIMIT.
      *> -----------------------------------------------------------
      021-CHECK-CREDIT.
          MOVE FS-PHONE TO TM-PHONE
          READ TERMS-FILE
              INVALID KEY
                  GO 021-CHECK-GROUP
          END-READ
          IF TM-HOLD
              MOVE "ACCOUNT IS ON CREDIT HOLD - ORDER REFUSED"
                  TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 021-CHECK-CREDIT-END
          END-IF
          IF TM-CLOSED
              MOVE "ACCOUNT IS CLOSED - ORDER REFUSED" TO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 021-CHECK-CREDIT-END
          END-IF
          COMPUTE WS-PROJECTED-BALANCE =
              FS-BALANCE + WS-NEW-ITEM-AMOUNT
          IF WS-PROJECTED-BALANCE > TM-CREDIT-LIMIT
              MOVE TM-CREDIT-LIMIT TO WS-LIMIT-EDIT
              MOVE SPACES TO WS-NEW-REASON
              STRING "ORDER WOULD EXCEED CREDIT LIMIT OF "
                  WS-LIMIT-EDIT " - ORDER REFUSED"
                  INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
              GO 021-CHECK-CREDIT-END
          END-IF.
      021-CHECK-GROUP.
          PERFORM 024-FIND-GROUP THRU 024-FIND-GROUP-END
          IF WS-GRP-PARENT = ZEROS
              GO 021-CHECK-CREDIT-END
          END-IF
          IF WS-GRP-PARENT NOT = FS-PHONE
              MOVE WS-GRP-PARENT TO TM-PHONE
              READ TERMS-FILE
                  INVALID KEY
                      MOVE "O" TO TM-STATUS
              END-READ
              IF TM-HOLD OR TM-CLOSED
                  MOVE "PARENT ACCOUNT IS ON HOLD OR CLOSED - REFUSED"
                      TO WS-NEW-REASON
                  PERFORM 015-MARK-ORDER-BAD
                      THRU 015-MARK-ORDER-BAD-END
                  GO 021-CHECK-CREDIT-END
              END-IF
          END-IF
          IF WS-GRP-LIMIT = ZEROS
              GO 021-CHECK-CREDIT-END
          END-IF
          PERFORM 025-SUM-GROUP THRU 025-SUM-GROUP-END
          COMPUTE WS-GRP-PROJECTED =
              WS-GRP-BALANCE + WS-NEW-ITEM-AMOUNT
          IF WS-GRP-PROJECTED > WS-GRP-LIMIT
              MOVE WS-GRP-LIMIT TO WS-LIMIT-EDIT
              MOVE SPACES TO WS-NEW-REASON
              STRING "ORDER WOULD EXCEED GROUP CREDIT LIMIT OF "
                  WS-LIMIT-EDIT " - ORDER REFUSED"
                  INTO WS-NEW-REASON
              PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
          END-IF.
      021-CHECK-CREDIT-END.

      *> -----------------------------------------------------------
      *> COMMITS THE LINES OF THE ORDER IN ORDER-REC AGAINST STOCK,
      *> AS 085-COMMIT-STOCK DOES. ONLY STOCK ITEMS ARE COUNTED.
      *> -----------------------------------------------------------
      022-COMMIT-STOCK.
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
      022-COMMIT-STOCK-END.

      *> -----------------------------------------------------------
      *> APPENDS THE "ORDER" AUDIT RECORD THE DESK WRITES FOR A NEW
      *> ORDER. NAME AND ADDRESS ARE UNCHANGED, SO BEFORE AND AFTER
      *> IMAGES BOTH SHOW THE RECORD AS IT STANDS; THE USER IS THE
      *> ONE THE JOB RUNS UNDER, AS IN custwoff.cob.
      *> -----------------------------------------------------------
      023-WRITE-AUDIT.
          DISPLAY "USER" UPON ENVIRONMENT-NAME
          ACCEPT WS-AUDIT-WHO FROM ENVIRONMENT-VALUE
          MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
          MOVE WS-AUDIT-WHO TO AU-USER
          MOVE "ORDER"      TO AU-OPERATION
          MOVE FS-PHONE     TO AU-PHONE
          MOVE FS-NAME      TO AU-BEFORE-NAME
          MOVE FS-ADDRESS   TO AU-BEFORE-ADDRESS
          MOVE FS-NAME      TO AU-AFTER-NAME
          MOVE FS-ADDRESS   TO AU-AFTER-ADDRESS
          PERFORM 093-SEAL-AUDIT-REC THRU 093-SEAL-AUDIT-REC-END
          WRITE AUDIT-REC.
      023-WRITE-AUDIT-END.

      *> -----------------------------------------------------------
      *> FINDS THE GROUP THE CUSTOMER IN FILE1-REC BELONGS TO, AS
      *> 126-FIND-GROUP IN customer.cob DOES: A BRANCH'S PARENT OFF
      *> THE ALTERNATE KEY, ANY OTHER CUSTOMER TRIED AS A PARENT.
      *> WS-GRP-PARENT STAYS ZEROS FOR A CUSTOMER IN NO GROUP.
      *> -----------------------------------------------------------
      024-FIND-GROUP.
          MOVE ZEROS TO WS-GRP-PARENT WS-GRP-LIMIT
          MOVE FS-PHONE TO GR-BRANCH
          READ GROUP-FILE KEY IS GR-BRANCH
              INVALID KEY
                  MOVE FS-PHONE TO GR-PARENT
          END-READ
          MOVE ZEROS TO GR-BRANCH
          READ GROUP-FILE
              INVALID KEY
                  GO 024-FIND-GROUP-END
          END-READ
          MOVE GR-PARENT      TO WS-GRP-PARENT
          MOVE GR-GROUP-LIMIT TO WS-GRP-LIMIT.
      024-FIND-GROUP-END.

      *> -----------------------------------------------------------
      *> ADDS UP WHAT THE PARENT AND EVERY BRANCH OWE INTO
      *> WS-GRP-BALANCE. THE CUSTOMER BEING ORDERED FOR COUNTS AT
      *> THE BALANCE IN FILE1-REC, WHICH IS PUT BACK AFTERWARDS.
      *> -----------------------------------------------------------
      025-SUM-GROUP.
          MOVE FILE1-REC TO WS-GRP-CUST-SAVE
          MOVE FS-BALANCE TO WS-GRP-BALANCE
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
                  GO 025-SUM-GROUP-END
          END-START.
      025-SUM-GROUP-LOOP.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 025-SUM-GROUP-DONE
          END-READ
          IF GR-PARENT NOT = WS-GRP-PARENT
              GO 025-SUM-GROUP-DONE
          END-IF
          MOVE WS-GRP-CUST-SAVE TO FILE1-REC
          IF GR-BRANCH = FS-PHONE
              GO 025-SUM-GROUP-LOOP
          END-IF
          MOVE GR-BRANCH TO FS-PHONE
          READ FILE1
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  ADD FS-BALANCE TO WS-GRP-BALANCE
          END-READ
          GO 025-SUM-GROUP-LOOP.
      025-SUM-GROUP-DONE.
          MOVE WS-GRP-CUST-SAVE TO FILE1-REC.
      025-SUM-GROUP-END.

      *> -----------------------------------------------------------
      *> THE CUSTOMER'S PO IS ALREADY ON custpo.dat (PO-REC). IF THE
      *> ORDER IT NAMES IS ON custordr.dat FOR THIS CUSTOMER THE PO
      *> WAS LOADED AND THE ORDER IS REJECTED AS A DUPLICATE. IF IT
      *> IS NOT, AN EARLIER RUN WAS CUT OFF BETWEEN FILING THE PO
      *> AND WRITING THE ORDER: THE PO IS TAKEN OFF AND THE ORDER
      *> GOES ON TO BE LOADED.
      *> -----------------------------------------------------------
      026-CHECK-PO-ORDER.
          MOVE PO-ORDER-NO TO OR-NUMBER
          READ ORDER-FILE
              INVALID KEY
                  GO 026-CHECK-PO-ORDER-DROP
          END-READ
          IF OR-PHONE NOT = PO-PHONE
              GO 026-CHECK-PO-ORDER-DROP
          END-IF
          MOVE PO-ORDER-NO TO WS-ORDER-NO-EDIT
          MOVE SPACES TO WS-NEW-REASON
          STRING "PO ALREADY LOADED AS ORDER " WS-ORDER-NO-EDIT
              " ON " PO-LOADED INTO WS-NEW-REASON
          PERFORM 015-MARK-ORDER-BAD THRU 015-MARK-ORDER-BAD-END
          GO 026-CHECK-PO-ORDER-END.
      026-CHECK-PO-ORDER-DROP.
          DELETE PO-FILE RECORD
              INVALID KEY
                  CONTINUE
          END-DELETE.
      026-CHECK-PO-ORDER-END.

      *> -----------------------------------------------------------
      *> SEALS THE AUDIT RECORD ABOUT TO BE WRITTEN: THE NEXT
      *> SEQUENCE NUMBER IS TAKEN FROM THE "AUDSEAL" CONTROL RECORD
      *> AND THE CHECK VALUE IS CHAINED OVER THE PREVIOUS CHECK, THE
      *> SEQUENCE AND EVERY BYTE OF THE RECORD BODY - THE SAME SEAL
      *> 093-SEAL-AUDIT-REC IN customer.cob PUTS ON ONLINE CHANGES.
      *> -----------------------------------------------------------
      093-SEAL-AUDIT-REC.
          MOVE "AUDSEAL" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "AUDSEAL" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "AUDIT TRAIL SEAL" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          COMPUTE WS-SEAL-SEQ = PA-NUMBER + 1
          MOVE PA-AMOUNT TO WS-SEAL-CHECK
          COMPUTE WS-SEAL-WORK =
              WS-SEAL-CHECK * 31 + WS-SEAL-SEQ
          PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                  UNTIL WS-SEAL-IDX > LENGTH OF AU-BODY
              COMPUTE WS-SEAL-WORK = WS-SEAL-WORK
                  + FUNCTION ORD(AU-BODY(WS-SEAL-IDX:1))
                  * WS-SEAL-IDX
          END-PERFORM
          COMPUTE WS-SEAL-CHECK =
              FUNCTION MOD(WS-SEAL-WORK, 999999937)
          MOVE WS-SEAL-SEQ   TO AU-SEQ
          MOVE WS-SEAL-CHECK TO AU-CHECK
          MOVE WS-SEAL-SEQ   TO PA-NUMBER
          MOVE WS-SEAL-CHECK TO PA-AMOUNT
          REWRITE PARM-REC.
      093-SEAL-AUDIT-REC-END.

      *> -----------------------------------------------------------
      *> AFTER-IMAGE JOURNAL HOOK FOR THE ORDER FILE, PERFORMED
      *> STRAIGHT AFTER THE WRITE IT RECORDS; THE ORDER IS JOURNALED
      *> ONLY WHEN THE FILE STATUS SAYS IT WAS WRITTEN.
      *> -----------------------------------------------------------
      094-JOURNAL-ORDER.
          IF OR-STAT < 10
              MOVE "O" TO AJ-FILE
              MOVE LENGTH OF ORDER-REC TO AJ-LENGTH
              MOVE ORDER-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      094-JOURNAL-ORDER-END.

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
          MOVE "CUSTORDI" TO AJ-PROGRAM
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
      *> OPENS THE REPORT AS A DATED, RETAINED GENERATION (THE SAME
      *> NAMING IDEA AS THE custbkup.YYYYMMDD.seq BACKUPS) AND
      *> REGISTERS IT ON THE SPOOL CATALOG, SO A RERUN NEVER
      *> DESTROYS AN EARLIER REGISTER AND THE ONLINE VIEWER CAN
      *> PULL ANY RETAINED GENERATION BACK UP.
      *> -----------------------------------------------------------
      092-OPEN-SPOOLED-REPORT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
          MOVE SPACES TO WS-RPT-NAME
          STRING "custordi." WS-SPOOL-STAMP(1:8) "."
              WS-SPOOL-STAMP(9:6) ".lst"
              INTO WS-RPT-NAME
          OPEN OUTPUT RPT-FILE
          OPEN I-O SPOOL-FILE
          IF SP-FILE-NOT-EXIST
              OPEN OUTPUT SPOOL-FILE
              CLOSE SPOOL-FILE
              OPEN I-O SPOOL-FILE
          END-IF
          MOVE WS-SPOOL-STAMP(1:8) TO SP-DATE
          MOVE WS-SPOOL-STAMP(9:6) TO SP-TIME
          MOVE "CUSTORDI" TO SP-REPORT
          MOVE WS-RPT-NAME TO SP-FILE-NAME
          WRITE SPOOL-REC
              INVALID KEY
                  REWRITE SPOOL-REC
          END-WRITE
          CLOSE SPOOL-FILE.
      092-OPEN-SPOOLED-REPORT-END.

      *> -----------------------------------------------------------
      *> RUN-CONTROL CHECK-IN. THE JOB REFUSES TO START WHILE THE
      *> ONLINE PROGRAM IS SIGNED ON, THEN RECORDS ITSELF ACTIVE SO
      *> OPERATIONS CAN SEE WHAT RAN AND WHETHER IT FINISHED.
      *> -----------------------------------------------------------
      090-RUN-CONTROL-BEGIN.
          OPEN I-O RCTL-FILE
          IF RL-FILE-NOT-EXIST
              OPEN OUTPUT RCTL-FILE
              CLOSE RCTL-FILE
              OPEN I-O RCTL-FILE
          END-IF
          MOVE "N" TO WS-RCTL-BLOCKED
          MOVE SPACES TO RL-KEY
          START RCTL-FILE KEY IS NOT LESS THAN RL-KEY
              INVALID KEY
                  GO 090-RUN-CONTROL-WRITE
          END-START
          READ RCTL-FILE NEXT RECORD
              AT END
                  GO 090-RUN-CONTROL-WRITE
          END-READ.
      090-RUN-CONTROL-SCAN.
          IF RL-TYPE-ONLINE AND RL-ACTIVE
              MOVE "Y" TO WS-RCTL-BLOCKED
          END-IF
          READ RCTL-FILE NEXT RECORD
              AT END
                  GO 090-RUN-CONTROL-WRITE
          END-READ
          GO 090-RUN-CONTROL-SCAN.
      090-RUN-CONTROL-WRITE.
          IF RCTL-BLOCKED
              DISPLAY "ONLINE PROGRAM IS SIGNED ON - JOB NOT STARTED"
              CLOSE RCTL-FILE
              STOP RUN
          END-IF
          MOVE "CUSTORDI" TO RL-JOB
          MOVE "U"        TO RL-TYPE
          MOVE "A"        TO RL-STATUS
          MOVE FUNCTION CURRENT-DATE(1:14) TO RL-START
          MOVE ZEROS      TO RL-END
          WRITE RUN-CONTROL-REC
              INVALID KEY
                  REWRITE RUN-CONTROL-REC
          END-WRITE.
      090-RUN-CONTROL-BEGIN-END.

      *> -----------------------------------------------------------
      *> RUN-CONTROL CHECK-OUT - MARKS THIS JOB'S RECORD COMPLETE
      *> WITH ITS END TIMESTAMP.
      *> -----------------------------------------------------------
      091-RUN-CONTROL-FINISH.
          MOVE "CUSTORDI" TO RL-JOB
          READ RCTL-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "C" TO RL-STATUS
                  MOVE FUNCTION CURRENT-DATE(1:14) TO RL-END
                  REWRITE RUN-CONTROL-REC
          END-READ
          CLOSE RCTL-FILE.
      091-RUN-CONTROL-FINISH-END.
