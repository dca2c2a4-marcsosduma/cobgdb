      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTTAX.
      *> -----------------------------------------------------------
      *> MONTHLY SALES TAX LIABILITY REPORT. TAKES A MONTH (YYYYMM)
      *> AT THE CONSOLE AND, PER STATE, TOTALS THE TAXABLE SALES,
      *> THE EXEMPT SALES AND THE SALES TAX CHARGED, SO THE TAX
      *> FILING IS PREPARED STRAIGHT FROM IT INSTEAD OF BY HAND FROM
      *> THE HISTORY FILE. THE FIGURES COME FROM WHAT THE INVOICE
      *> STEP STAMPED ON EACH ORDER (custordr.dat) - THE STATE, THE
      *> EXEMPT FLAG AND THE TAX AS THEY WERE ON THE DAY - NOT FROM
      *> TODAY'S RATES OR EXEMPTIONS:
      *>   - EVERY ORDER INVOICED IN THE MONTH ADDS ITS OR-TOTAL TO
      *>     THE STATE'S TAXABLE OR EXEMPT SALES AND ITS TAX TO THE
      *>     STATE'S TAX.
      *>   - EVERY CREDIT MEMO (custcrm.dat) DATED IN THE MONTH TAKES
      *>     ITS GOODS BACK OFF THE SAME COLUMN AND ITS TAX BACK OFF
      *>     THE TAX, UNDER THE STATE OF THE ORDER IT CREDITS.
      *> SALES TO A CUSTOMER WITH NO STATE PRINT UNDER "--" SO THE
      *> MONEY STILL SHOWS. OUTPUT IS custtax.lst WITH A TOTAL LINE.
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
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
          SELECT CRMEMO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS CM-STAT
              RECORD KEY IS CM-KEY.
          SELECT STATE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ST-STAT
              RECORD KEY IS ST-KEY.
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
      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      FD CRMEMO-FILE VALUE OF FILE-ID IS "custcrm.dat".
          COPY crmemrec.

      FD STATE-FILE VALUE OF FILE-ID IS "custstat.dat".
          COPY staterec.

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 OR-STAT PIC 9(02).
          88 OR-FILE-OK        VALUE ZEROS.
          88 OR-FILE-NOT-EXIST VALUE 35.
          88 OR-EOF            VALUE 10.
      77 CM-STAT PIC 9(02).
          88 CM-FILE-OK        VALUE ZEROS.
          88 CM-FILE-NOT-EXIST VALUE 35.
          88 CM-EOF            VALUE 10.
      77 ST-STAT PIC 9(02).
          88 ST-FILE-OK        VALUE ZEROS.
          88 ST-FILE-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).

      77 WS-MONTH-ENTRY PIC X(06).
      77 WS-MONTH-WANTED PIC 9(06).

      *> WHAT ONE ORDER OR MEMO CONTRIBUTES, SET BY THE SCAN AND
      *> ADDED INTO THE STATE'S SLOT BY 004-TALLY-STATE. A CREDIT
      *> MEMO CONTRIBUTES NEGATIVE AMOUNTS.
      77 WS-LOOK-STATE PIC X(02).
      77 WS-LOOK-EXEMPT PIC X(01).
          88 LOOK-EXEMPT VALUE "Y".
      77 WS-LOOK-GOODS PIC S9(7)V99.
      77 WS-LOOK-TAX   PIC S9(7)V99.
      77 WS-LOOK-KIND  PIC X(01).
          88 LOOK-INVOICE VALUE "I".
          88 LOOK-CREDIT  VALUE "C".

      *> PER-STATE TALLY TABLE - ROOM FOR EVERY STATE AND TERRITORY
      *> WITH SLOTS TO SPARE.
      01 WS-STATE-TABLE.
          05 WS-STATE-COUNT PIC 9(02) VALUE ZEROS.
          05 WS-STATE OCCURS 70 TIMES.
              10 WS-SX-CODE     PIC X(02).
              10 WS-SX-INVOICES PIC 9(05).
              10 WS-SX-CREDITS  PIC 9(05).
              10 WS-SX-TAXABLE  PIC S9(9)V99.
              10 WS-SX-EXEMPT   PIC S9(9)V99.
              10 WS-SX-TAX      PIC S9(9)V99.
      77 WS-SX-IDX PIC 9(02) COMP.
      77 WS-SX-HIT PIC 9(02) COMP.
      77 WS-OVERFLOW-COUNT PIC 9(05) VALUE ZEROS.

      77 WS-GRAND-INVOICES PIC 9(07) VALUE ZEROS.
      77 WS-GRAND-CREDITS  PIC 9(07) VALUE ZEROS.
      77 WS-GRAND-TAXABLE  PIC S9(11)V99 VALUE ZEROS.
      77 WS-GRAND-EXEMPT   PIC S9(11)V99 VALUE ZEROS.
      77 WS-GRAND-TAX      PIC S9(11)V99 VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(36)
             VALUE "SALES TAX LIABILITY REPORT FOR MONTH".
          05 FILLER PIC X(01) VALUE SPACE.
          05 WH-MONTH PIC 9(06).
      01 WS-HEADING-2.
          05 FILLER PIC X(04) VALUE "ST".
          05 FILLER PIC X(22) VALUE "STATE NAME".
          05 FILLER PIC X(07) VALUE "  INVS".
          05 FILLER PIC X(07) VALUE "  CRMS".
          05 FILLER PIC X(15) VALUE "   TAXABLE".
          05 FILLER PIC X(15) VALUE "    EXEMPT".
          05 FILLER PIC X(13) VALUE "   TAX".
      01 WS-DETAIL-LINE.
          05 WD-CODE     PIC X(02).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-NAME     PIC X(20).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-INVOICES PIC ZZZZ9.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-CREDITS  PIC ZZZZ9.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-TAXABLE  PIC -(9)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-EXEMPT   PIC -(9)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-TAX      PIC -(8)9,99.
      01 WS-TOTAL-LINE.
          05 WT-LABEL    PIC X(26).
          05 WT-INVOICES PIC ZZZZ9.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WT-CREDITS  PIC ZZZZ9.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WT-TAXABLE  PIC -(9)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WT-EXEMPT   PIC -(9)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WT-TAX      PIC -(8)9,99.

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
          DISPLAY "TAX REPORT MONTH (YYYYMM): " WITH NO ADVANCING
          ACCEPT WS-MONTH-ENTRY
          IF WS-MONTH-ENTRY = SPACES
              OR WS-MONTH-ENTRY IS NOT NUMERIC
              DISPLAY "A NUMERIC MONTH IS REQUIRED - JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-MONTH-ENTRY TO WS-MONTH-WANTED
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-MONTH-WANTED TO WH-MONTH
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 002-SCAN-ORDERS THRU 002-SCAN-ORDERS-END
          PERFORM 003-SCAN-MEMOS THRU 003-SCAN-MEMOS-END
          PERFORM 005-PRINT-STATES THRU 005-PRINT-STATES-END
          CLOSE ORDER-FILE
          CLOSE CRMEMO-FILE
          CLOSE STATE-FILE
          CLOSE RPT-FILE
          DISPLAY "TAX REPORT COMPLETE - " WS-STATE-COUNT
                  " STATE(S) - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS custordr.dat AND TALLIES EVERY ORDER INVOICED IN THE
      *> WANTED MONTH. ORDERS INVOICED BEFORE THE INVOICE DATE WAS
      *> STAMPED CARRY NO DATE AND ARE NOT COUNTED - THEY BELONG TO
      *> MONTHS ALREADY FILED BY HAND.
      *> -----------------------------------------------------------
      002-SCAN-ORDERS.
          MOVE ZEROS TO OR-KEY
          START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
              INVALID KEY
                  GO 002-SCAN-ORDERS-END
          END-START
          READ ORDER-FILE NEXT RECORD
              AT END
                  SET OR-EOF TO TRUE
          END-READ.
      002-SCAN-ORDERS-LOOP.
          IF NOT OR-EOF
              IF OR-INVOICED AND OR-INVOICE-DATE IS NUMERIC
                  AND OR-INVOICE-DATE(1:6) = WS-MONTH-ENTRY
                  MOVE "I" TO WS-LOOK-KIND
                  MOVE OR-TAX-STATE  TO WS-LOOK-STATE
                  MOVE OR-TAX-EXEMPT TO WS-LOOK-EXEMPT
                  MOVE OR-TOTAL      TO WS-LOOK-GOODS
                  MOVE ZEROS         TO WS-LOOK-TAX
                  IF OR-TAX-AMOUNT IS NUMERIC
                      MOVE OR-TAX-AMOUNT TO WS-LOOK-TAX
                  END-IF
                  PERFORM 004-TALLY-STATE THRU 004-TALLY-STATE-END
              END-IF
              READ ORDER-FILE NEXT RECORD
                  AT END
                      SET OR-EOF TO TRUE
              END-READ
              GO 002-SCAN-ORDERS-LOOP
          END-IF.
      002-SCAN-ORDERS-END.

      *> -----------------------------------------------------------
      *> WALKS custcrm.dat AND TAKES BACK EVERY CREDIT MEMO DATED IN
      *> THE WANTED MONTH, FILED UNDER THE STATE AND EXEMPT FLAG OF
      *> THE ORDER IT CREDITS. THE GOODS CREDITED ARE THE MEMO TOTAL
      *> LESS THE TAX GIVEN BACK WITH THEM.
      *> -----------------------------------------------------------
      003-SCAN-MEMOS.
          MOVE ZEROS TO CM-KEY
          START CRMEMO-FILE KEY IS NOT LESS THAN CM-KEY
              INVALID KEY
                  GO 003-SCAN-MEMOS-END
          END-START
          READ CRMEMO-FILE NEXT RECORD
              AT END
                  SET CM-EOF TO TRUE
          END-READ.
      003-SCAN-MEMOS-LOOP.
          IF NOT CM-EOF
              IF CM-DATE(1:6) = WS-MONTH-ENTRY
                  MOVE "C" TO WS-LOOK-KIND
                  IF CM-TAX IS NOT NUMERIC
                      MOVE ZEROS TO CM-TAX
                  END-IF
                  COMPUTE WS-LOOK-GOODS = ZERO - (CM-TOTAL - CM-TAX)
                  COMPUTE WS-LOOK-TAX = ZERO - CM-TAX
                  MOVE CM-ORDER TO OR-NUMBER
                  READ ORDER-FILE
                      INVALID KEY
                          MOVE SPACES TO WS-LOOK-STATE
                          MOVE "N" TO WS-LOOK-EXEMPT
                      NOT INVALID KEY
                          MOVE OR-TAX-STATE  TO WS-LOOK-STATE
                          MOVE OR-TAX-EXEMPT TO WS-LOOK-EXEMPT
                  END-READ
                  PERFORM 004-TALLY-STATE THRU 004-TALLY-STATE-END
              END-IF
              READ CRMEMO-FILE NEXT RECORD
                  AT END
                      SET CM-EOF TO TRUE
              END-READ
              GO 003-SCAN-MEMOS-LOOP
          END-IF.
      003-SCAN-MEMOS-END.

      *> -----------------------------------------------------------
      *> ADDS ONE ORDER OR MEMO TO ITS STATE'S SLOT, OPENING A NEW
      *> SLOT FOR A STATE NOT SEEN YET. A BLANK STATE POOLS UNDER
      *> "--".
      *> -----------------------------------------------------------
      004-TALLY-STATE.
          IF WS-LOOK-STATE = SPACES
              MOVE "--" TO WS-LOOK-STATE
          END-IF
          MOVE ZEROS TO WS-SX-HIT
          PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                  UNTIL WS-SX-IDX > WS-STATE-COUNT
              IF WS-SX-CODE(WS-SX-IDX) = WS-LOOK-STATE
                  MOVE WS-SX-IDX TO WS-SX-HIT
              END-IF
          END-PERFORM
          IF WS-SX-HIT = ZEROS
              IF WS-STATE-COUNT NOT < 70
                  ADD 1 TO WS-OVERFLOW-COUNT
                  GO 004-TALLY-STATE-END
              END-IF
              ADD 1 TO WS-STATE-COUNT
              MOVE WS-STATE-COUNT TO WS-SX-HIT
              MOVE WS-LOOK-STATE TO WS-SX-CODE(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-INVOICES(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-CREDITS(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-TAXABLE(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-EXEMPT(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-TAX(WS-SX-HIT)
          END-IF
          IF LOOK-INVOICE
              ADD 1 TO WS-SX-INVOICES(WS-SX-HIT)
          ELSE
              ADD 1 TO WS-SX-CREDITS(WS-SX-HIT)
          END-IF
          IF LOOK-EXEMPT
              ADD WS-LOOK-GOODS TO WS-SX-EXEMPT(WS-SX-HIT)
          ELSE
              ADD WS-LOOK-GOODS TO WS-SX-TAXABLE(WS-SX-HIT)
          END-IF
          ADD WS-LOOK-TAX TO WS-SX-TAX(WS-SX-HIT).
      004-TALLY-STATE-END.

      *> -----------------------------------------------------------
      *> PRINTS ONE LINE PER STATE WITH ITS NAME FROM THE STATE
      *> TABLE, THEN THE TOTALS. A STATE NO LONGER ON THE TABLE
      *> PRINTS WITH NO NAME SO THE MONEY STILL SHOWS.
      *> -----------------------------------------------------------
      005-PRINT-STATES.
          PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                  UNTIL WS-SX-IDX > WS-STATE-COUNT
              MOVE WS-SX-CODE(WS-SX-IDX) TO WD-CODE
              IF WS-SX-CODE(WS-SX-IDX) = "--"
                  MOVE "(NO STATE ON FILE)" TO WD-NAME
              ELSE
                  MOVE WS-SX-CODE(WS-SX-IDX) TO ST-CODE
                  READ STATE-FILE
                      INVALID KEY
                          MOVE "(STATE NOT ON FILE)" TO WD-NAME
                      NOT INVALID KEY
                          MOVE ST-NAME TO WD-NAME
                  END-READ
              END-IF
              MOVE WS-SX-INVOICES(WS-SX-IDX) TO WD-INVOICES
              MOVE WS-SX-CREDITS(WS-SX-IDX)  TO WD-CREDITS
              MOVE WS-SX-TAXABLE(WS-SX-IDX)  TO WD-TAXABLE
              MOVE WS-SX-EXEMPT(WS-SX-IDX)   TO WD-EXEMPT
              MOVE WS-SX-TAX(WS-SX-IDX)      TO WD-TAX
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
              ADD WS-SX-INVOICES(WS-SX-IDX) TO WS-GRAND-INVOICES
              ADD WS-SX-CREDITS(WS-SX-IDX)  TO WS-GRAND-CREDITS
              ADD WS-SX-TAXABLE(WS-SX-IDX)  TO WS-GRAND-TAXABLE
              ADD WS-SX-EXEMPT(WS-SX-IDX)   TO WS-GRAND-EXEMPT
              ADD WS-SX-TAX(WS-SX-IDX)      TO WS-GRAND-TAX
          END-PERFORM
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "TOTAL ALL STATES:" TO WT-LABEL
          MOVE WS-GRAND-INVOICES TO WT-INVOICES
          MOVE WS-GRAND-CREDITS  TO WT-CREDITS
          MOVE WS-GRAND-TAXABLE  TO WT-TAXABLE
          MOVE WS-GRAND-EXEMPT   TO WT-EXEMPT
          MOVE WS-GRAND-TAX      TO WT-TAX
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          IF WS-OVERFLOW-COUNT > ZEROS
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-OVERFLOW-COUNT
                  " ORDER(S)/MEMO(S) NOT TALLIED - STATE TABLE FULL"
                  INTO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      005-PRINT-STATES-END.

      *> -----------------------------------------------------------
      *> OPENS THE ORDER, CREDIT MEMO AND STATE FILES FOR INPUT. A
      *> SHOP THAT HAS NEVER TAKEN AN ORDER HAS NOTHING TO REPORT.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT ORDER-FILE
          IF OR-FILE-NOT-EXIST THEN
              DISPLAY "custordr.dat NOT FOUND - NOTHING TO REPORT"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN INPUT CRMEMO-FILE
          IF CM-FILE-NOT-EXIST THEN
              OPEN OUTPUT CRMEMO-FILE
              CLOSE CRMEMO-FILE
              OPEN INPUT CRMEMO-FILE
          END-IF
          OPEN INPUT STATE-FILE
          IF ST-FILE-NOT-EXIST THEN
              OPEN OUTPUT STATE-FILE
              CLOSE STATE-FILE
              OPEN INPUT STATE-FILE
          END-IF.

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
          STRING "custtax." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTTAX" TO SP-REPORT
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
          MOVE "CUSTTAX " TO RL-JOB
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
          MOVE "CUSTTAX " TO RL-JOB
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
