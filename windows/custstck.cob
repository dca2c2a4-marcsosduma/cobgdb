      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTSTCK.
      *> -----------------------------------------------------------
      *> NIGHTLY STOCK-STATUS AND REORDER REPORT. ONE PASS OVER
      *> custordr.dat PICKS UP THE LINES OF EVERY BACKORDER STILL
      *> OPEN (AN ORDER IN ORDER STATUS WITH OR-BACKORDER-OF SET),
      *> THEN custitem.dat IS WALKED IN CODE ORDER. A STOCK ITEM IS
      *> PRINTED WHEN WHAT IS AVAILABLE (ON HAND LESS COMMITTED) HAS
      *> FALLEN BELOW ITS REORDER POINT, OR WHEN BACKORDERS ARE
      *> WAITING ON IT - AND THOSE BACKORDERS ARE LISTED UNDER IT SO
      *> PURCHASING CAN SEE WHO IS WAITING. NON-STOCK ITEMS ARE NOT
      *> COUNTED. OUTPUT IS custstck.lst WITH CONTROL TOTALS.
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
          SELECT ITEM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS IT-STAT
              RECORD KEY IS IT-KEY.
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
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
      FD ITEM-FILE VALUE OF FILE-ID IS "custitem.dat".
          COPY itemrec.

      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 IT-STAT PIC 9(02).
          88 IT-FILE-OK        VALUE ZEROS.
          88 IT-FILE-NOT-EXIST VALUE 35.
          88 IT-EOF            VALUE 10.
      77 OR-STAT PIC 9(02).
          88 OR-FILE-OK        VALUE ZEROS.
          88 OR-FILE-NOT-EXIST VALUE 35.
          88 OR-EOF            VALUE 10.
      77 RP-STAT PIC X(02).

      *> OPEN BACKORDER LINES, LOADED ONCE FROM custordr.dat. FIVE
      *> HUNDRED LINES IS FAR MORE THAN THE WAREHOUSE EVER HAS
      *> WAITING; ANY BEYOND THAT ARE COUNTED AND FLAGGED ON THE
      *> REPORT RATHER THAN LOST SILENTLY.
      01 WS-BO-TABLE.
          05 WS-BO-COUNT PIC 9(03) VALUE ZEROS.
          05 WS-BO OCCURS 500 TIMES.
              10 WS-BO-CODE   PIC X(08).
              10 WS-BO-ORDER  PIC 9(06).
              10 WS-BO-OF     PIC 9(06).
              10 WS-BO-PHONE  PIC 9(09).
              10 WS-BO-DATE   PIC 9(08).
              10 WS-BO-QTY    PIC 9(03).
      77 WS-BO-IDX      PIC 9(03) COMP.
      77 WS-BO-DROPPED  PIC 9(05) VALUE ZEROS.
      77 WS-LINE-IDX    PIC 99 COMP.

      77 WS-AVAILABLE    PIC S9(07).
      77 WS-ITEM-BO-QTY  PIC 9(07).
      77 WS-ITEM-BO-LINES PIC 9(03).

      77 WS-ITEMS-READ     PIC 9(07) VALUE ZEROS.
      77 WS-STOCK-ITEMS    PIC 9(07) VALUE ZEROS.
      77 WS-ITEMS-LISTED   PIC 9(07) VALUE ZEROS.
      77 WS-ITEMS-REORDER  PIC 9(07) VALUE ZEROS.
      77 WS-BO-LINES-SHOWN PIC 9(07) VALUE ZEROS.
      77 WS-BO-UNITS-SHOWN PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(36)
             VALUE "STOCK STATUS AND REORDER REPORT -".
          05 WH-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(10) VALUE "ITEM".
          05 FILLER PIC X(22) VALUE "DESCRIPTION".
          05 FILLER PIC X(10) VALUE "   ON HAND".
          05 FILLER PIC X(10) VALUE " COMMITTED".
          05 FILLER PIC X(10) VALUE " AVAILABLE".
          05 FILLER PIC X(10) VALUE " REORDER @".
          05 FILLER PIC X(12) VALUE "  NOTE".
      01 WS-DETAIL-LINE.
          05 WD-CODE      PIC X(08).
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-DESC      PIC X(20).
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-ON-HAND   PIC -(8)9.
          05 FILLER       PIC X(01) VALUE SPACES.
          05 WD-COMMITTED PIC -(8)9.
          05 FILLER       PIC X(01) VALUE SPACES.
          05 WD-AVAILABLE PIC -(8)9.
          05 FILLER       PIC X(01) VALUE SPACES.
          05 WD-REORDER   PIC Z(8)9.
          05 FILLER       PIC X(03) VALUE SPACES.
          05 WD-NOTE      PIC X(20).
      01 WS-BO-LINE.
          05 FILLER       PIC X(14) VALUE "    BACKORDER ".
          05 WB-ORDER     PIC 9(06).
          05 FILLER       PIC X(04) VALUE " OF ".
          05 WB-OF        PIC 9(06).
          05 FILLER       PIC X(11) VALUE "  CUSTOMER ".
          05 WB-PHONE     PIC 9(09).
          05 FILLER       PIC X(08) VALUE "  TAKEN ".
          05 WB-DATE      PIC 9(08).
          05 FILLER       PIC X(06) VALUE "  QTY ".
          05 WB-QTY       PIC ZZ9.
      01 WS-TOTAL-LINE.
          05 WT-LABEL     PIC X(44).
          05 WT-COUNT     PIC Z(6)9.

      77 SP-STAT PIC 9(02).
          88 SP-FILE-OK        VALUE ZEROS.
          88 SP-FILE-NOT-EXIST VALUE 35.
      77 WS-RPT-NAME    PIC X(30).
      77 WS-SPOOL-STAMP PIC 9(14).

      77 RL-STAT PIC 9(02).
          88 RL-FILE-OK        VALUE ZEROS.
          88 RL-FILE-NOT-EXIST VALUE 35.
      77 WS-RCTL-BLOCKED PIC X VALUE "N".
          88 RCTL-BLOCKED VALUE "Y".

      PROCEDURE DIVISION.
      001-START.
          PERFORM 090-RUN-CONTROL-BEGIN
              THRU 090-RUN-CONTROL-BEGIN-END
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-SPOOL-STAMP(1:8) TO WH-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 002-LOAD-BACKORDERS THRU 002-LOAD-BACKORDERS-END
          PERFORM 003-SCAN-ITEMS THRU 003-SCAN-ITEMS-END
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE ITEM-FILE
          CLOSE ORDER-FILE
          CLOSE RPT-FILE
          DISPLAY "STOCK STATUS REPORT COMPLETE - " WS-ITEMS-LISTED
                  " ITEM(S) LISTED - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS custordr.dat AND LOADS EVERY LINE OF AN OPEN
      *> BACKORDER INTO WS-BO-TABLE. AN ORDINARY OPEN ORDER IS NOT
      *> A BACKORDER - ITS STOCK SHOWS IN COMMITTED - AND ORDERS
      *> WRITTEN BEFORE BACKORDERS EXISTED CARRY NO NUMERIC LINK.
      *> -----------------------------------------------------------
      002-LOAD-BACKORDERS.
          MOVE ZEROS TO OR-NUMBER
          START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
              INVALID KEY
                  GO 002-LOAD-BACKORDERS-END
          END-START
          READ ORDER-FILE NEXT RECORD
              AT END
                  SET OR-EOF TO TRUE
          END-READ.
      002-LOAD-BACKORDERS-LOOP.
          IF NOT OR-EOF
              IF OR-OPEN AND OR-BACKORDER-OF IS NUMERIC
                  AND OR-BACKORDER-OF > ZEROS
                  PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                          UNTIL WS-LINE-IDX > OR-LINE-COUNT
                      IF WS-BO-COUNT < 500
                          ADD 1 TO WS-BO-COUNT
                          MOVE OR-LINE-CODE(WS-LINE-IDX)
                              TO WS-BO-CODE(WS-BO-COUNT)
                          MOVE OR-NUMBER TO WS-BO-ORDER(WS-BO-COUNT)
                          MOVE OR-BACKORDER-OF TO WS-BO-OF(WS-BO-COUNT)
                          MOVE OR-PHONE  TO WS-BO-PHONE(WS-BO-COUNT)
                          MOVE OR-DATE   TO WS-BO-DATE(WS-BO-COUNT)
                          MOVE OR-LINE-QTY(WS-LINE-IDX)
                              TO WS-BO-QTY(WS-BO-COUNT)
                      ELSE
                          ADD 1 TO WS-BO-DROPPED
                      END-IF
                  END-PERFORM
              END-IF
              READ ORDER-FILE NEXT RECORD
                  AT END
                      SET OR-EOF TO TRUE
              END-READ
              GO 002-LOAD-BACKORDERS-LOOP
          END-IF.
      002-LOAD-BACKORDERS-END.

      *> -----------------------------------------------------------
      *> WALKS THE ITEM MASTER IN CODE ORDER AND PRINTS EACH STOCK
      *> ITEM THAT IS BELOW ITS REORDER POINT OR HAS BACKORDERS
      *> WAITING.
      *> -----------------------------------------------------------
      003-SCAN-ITEMS.
          MOVE LOW-VALUES TO IT-CODE
          START ITEM-FILE KEY IS NOT LESS THAN IT-KEY
              INVALID KEY
                  GO 003-SCAN-ITEMS-END
          END-START
          READ ITEM-FILE NEXT RECORD
              AT END
                  SET IT-EOF TO TRUE
          END-READ.
      003-SCAN-ITEMS-LOOP.
          IF NOT IT-EOF
              ADD 1 TO WS-ITEMS-READ
              IF IT-IS-STOCKED
                  ADD 1 TO WS-STOCK-ITEMS
                  PERFORM 004-CHECK-ITEM THRU 004-CHECK-ITEM-END
              END-IF
              READ ITEM-FILE NEXT RECORD
                  AT END
                      SET IT-EOF TO TRUE
              END-READ
              GO 003-SCAN-ITEMS-LOOP
          END-IF.
      003-SCAN-ITEMS-END.

      *> -----------------------------------------------------------
      *> DECIDES WHETHER THE STOCK ITEM IN ITEM-REC IS REPORTED AND,
      *> IF IT IS, PRINTS IT WITH ITS WAITING BACKORDERS.
      *> -----------------------------------------------------------
      004-CHECK-ITEM.
          COMPUTE WS-AVAILABLE = IT-QTY-ON-HAND - IT-QTY-COMMITTED
          MOVE ZEROS TO WS-ITEM-BO-QTY WS-ITEM-BO-LINES
          PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                  UNTIL WS-BO-IDX > WS-BO-COUNT
              IF WS-BO-CODE(WS-BO-IDX) = IT-CODE
                  ADD 1 TO WS-ITEM-BO-LINES
                  ADD WS-BO-QTY(WS-BO-IDX) TO WS-ITEM-BO-QTY
              END-IF
          END-PERFORM
          IF WS-AVAILABLE NOT < IT-REORDER-POINT
              AND WS-ITEM-BO-LINES = ZEROS
              GO 004-CHECK-ITEM-END
          END-IF
          ADD 1 TO WS-ITEMS-LISTED
          MOVE IT-CODE          TO WD-CODE
          MOVE IT-DESC          TO WD-DESC
          MOVE IT-QTY-ON-HAND   TO WD-ON-HAND
          MOVE IT-QTY-COMMITTED TO WD-COMMITTED
          MOVE WS-AVAILABLE     TO WD-AVAILABLE
          MOVE IT-REORDER-POINT TO WD-REORDER
          IF WS-AVAILABLE < IT-REORDER-POINT
              ADD 1 TO WS-ITEMS-REORDER
              MOVE "REORDER" TO WD-NOTE
          ELSE
              MOVE "BACKORDERS WAITING" TO WD-NOTE
          END-IF
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 005-PRINT-BACKORDERS THRU 005-PRINT-BACKORDERS-END.
      004-CHECK-ITEM-END.

      *> -----------------------------------------------------------
      *> LISTS THE OPEN BACKORDER LINES FOR THE ITEM IN ITEM-REC,
      *> OLDEST ORDER NUMBER FIRST (THE ORDER THEY WERE LOADED IN).
      *> -----------------------------------------------------------
      005-PRINT-BACKORDERS.
          PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                  UNTIL WS-BO-IDX > WS-BO-COUNT
              IF WS-BO-CODE(WS-BO-IDX) = IT-CODE
                  MOVE WS-BO-ORDER(WS-BO-IDX) TO WB-ORDER
                  MOVE WS-BO-OF(WS-BO-IDX)    TO WB-OF
                  MOVE WS-BO-PHONE(WS-BO-IDX) TO WB-PHONE
                  MOVE WS-BO-DATE(WS-BO-IDX)  TO WB-DATE
                  MOVE WS-BO-QTY(WS-BO-IDX)   TO WB-QTY
                  MOVE WS-BO-LINE TO RPT-LINE
                  WRITE RPT-LINE
                  ADD 1 TO WS-BO-LINES-SHOWN
                  ADD WS-BO-QTY(WS-BO-IDX) TO WS-BO-UNITS-SHOWN
              END-IF
          END-PERFORM.
      005-PRINT-BACKORDERS-END.

      *> -----------------------------------------------------------
      *> CONTROL TOTALS. BACKORDER LINES LOADED BUT NOT SHOWN ARE
      *> FOR NON-STOCK CODES OR CODES NO LONGER ON THE MASTER.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "ITEMS READ:" TO WT-LABEL
          MOVE WS-ITEMS-READ TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "STOCK ITEMS:" TO WT-LABEL
          MOVE WS-STOCK-ITEMS TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "ITEMS LISTED:" TO WT-LABEL
          MOVE WS-ITEMS-LISTED TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "ITEMS BELOW REORDER POINT:" TO WT-LABEL
          MOVE WS-ITEMS-REORDER TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "OPEN BACKORDER LINES ON FILE:" TO WT-LABEL
          MOVE WS-BO-COUNT TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "BACKORDER LINES SHOWN:" TO WT-LABEL
          MOVE WS-BO-LINES-SHOWN TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "BACKORDER UNITS SHOWN:" TO WT-LABEL
          MOVE WS-BO-UNITS-SHOWN TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          IF WS-BO-DROPPED > ZEROS
              MOVE "*** BACKORDER LINES OVER TABLE LIMIT:" TO WT-LABEL
              MOVE WS-BO-DROPPED TO WT-COUNT
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE ITEM MASTER AND THE ORDER FILE FOR INPUT. AN
      *> EMPTY ORDER FILE SIMPLY MEANS NO BACKORDERS.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT ITEM-FILE
          IF IT-FILE-NOT-EXIST THEN
              DISPLAY "custitem.dat NOT FOUND - NOTHING TO REPORT"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN INPUT ORDER-FILE
          IF OR-FILE-NOT-EXIST THEN
              OPEN OUTPUT ORDER-FILE
              CLOSE ORDER-FILE
              OPEN INPUT ORDER-FILE
          END-IF.

      *> -----------------------------------------------------------
      *> OPENS THE REPORT AS A DATED, RETAINED GENERATION AND
      *> REGISTERS IT ON THE SPOOL CATALOG, THE SAME AS THE OTHER
      *> REPORTS, SO THE ONLINE VIEWER CAN PULL IT BACK UP.
      *> -----------------------------------------------------------
      092-OPEN-SPOOLED-REPORT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
          MOVE SPACES TO WS-RPT-NAME
          STRING "custstck." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTSTCK" TO SP-REPORT
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
          MOVE "CUSTSTCK" TO RL-JOB
          MOVE "R"        TO RL-TYPE
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
          MOVE "CUSTSTCK" TO RL-JOB
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
