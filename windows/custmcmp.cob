      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTMCMP.
      *> -----------------------------------------------------------
      *> MONTH-OVER-MONTH BALANCE COMPARISON. TAKES TWO MONTH-ENDS
      *> (YYYYMM) AT THE CONSOLE AND, FROM THE custsnap.dat
      *> SNAPSHOTS OF BOTH, SHOWS EACH CUSTOMER'S BALANCE AT THE
      *> EARLIER AND THE LATER MONTH-END AND THE CHANGE BETWEEN.
      *> THE LISTING IS BY REP, THEN STATE WITHIN REP - THE SAME
      *> SORT-WITH-PROCEDURES SHAPE AS custage.cob - WITH A SUBTOTAL
      *> AT EVERY STATE AND EVERY REP, A GRAND TOTAL, AND A CLOSING
      *> SUMMARY BY STATE ACROSS ALL REPS.
      *>   - A CUSTOMER IN THE LATER SNAPSHOT ONLY IS MARKED "NEW"
      *>     AND ONE IN THE EARLIER SNAPSHOT ONLY "GONE"; THE MISSING
      *>     SIDE COUNTS AS ZERO, SO THE GRAND TOTALS ARE THE TWO
      *>     SNAPSHOT TOTALS.
      *>   - A CUSTOMER IS LISTED UNDER THE REP AND STATE OF THE
      *>     LATER SNAPSHOT (THE EARLIER ONE FOR A "GONE" ACCOUNT).
      *>   - CUSTOMERS WITH NO REP CODE ARE POOLED UNDER
      *>     "(NO REP ASSIGNED)" AND NO STATE PRINTS AS "--", AS IN
      *>     custcomm.cob AND custtax.cob.
      *> OUTPUT IS custmcmp.YYYYMMDD.HHMMSS.lst.
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
          SELECT SNAP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SN-STAT
              RECORD KEY IS SN-KEY.
          SELECT SORT-WORK ASSIGN TO "custmcmp.wrk".
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
      FD SNAP-FILE VALUE OF FILE-ID IS "custsnap.dat".
          COPY snaprec.

      SD SORT-WORK.
      01 SW-REC.
          05 SW-REP     PIC X(03).
          05 SW-STATE   PIC X(02).
          05 SW-PHONE   PIC 9(09).
          05 SW-NAME    PIC X(40).
          05 SW-EARLIER PIC S9(7)V99.
          05 SW-LATER   PIC S9(7)V99.
          05 SW-NOTE    PIC X(04).

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 SN-STAT PIC 9(02).
          88 SN-OK        VALUE ZEROS.
          88 SN-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).
      77 WS-SORT-EOF PIC X VALUE "N".
          88 SORT-EOF VALUE "Y".

      77 WS-MONTH-ENTRY  PIC X(06).
      77 WS-EARLIER-MONTH PIC 9(06).
      77 WS-LATER-MONTH   PIC 9(06).
      77 WS-SAVE-KEY      PIC X(15).

      *> CONTROL-BREAK STATE FOR THE OUTPUT PROCEDURE.
      77 WS-CUR-REP       PIC X(03).
      77 WS-CUR-STATE     PIC X(02).
      77 WS-STATE-EARLIER PIC S9(11)V99 VALUE ZEROS.
      77 WS-STATE-LATER   PIC S9(11)V99 VALUE ZEROS.
      77 WS-REP-EARLIER   PIC S9(11)V99 VALUE ZEROS.
      77 WS-REP-LATER     PIC S9(11)V99 VALUE ZEROS.
      77 WS-GRAND-EARLIER PIC S9(11)V99 VALUE ZEROS.
      77 WS-GRAND-LATER   PIC S9(11)V99 VALUE ZEROS.
      77 WS-DETAIL-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-NEW-COUNT     PIC 9(07) VALUE ZEROS.
      77 WS-GONE-COUNT    PIC 9(07) VALUE ZEROS.

      *> PER-STATE SUMMARY ACROSS ALL REPS, KEPT IN STATE ORDER -
      *> ROOM FOR EVERY STATE AND TERRITORY WITH SLOTS TO SPARE.
      01 WS-STATE-TABLE.
          05 WS-STATE-COUNT PIC 9(02) VALUE ZEROS.
          05 WS-STATE OCCURS 70 TIMES.
              10 WS-SX-CODE      PIC X(02).
              10 WS-SX-CUSTOMERS PIC 9(07).
              10 WS-SX-EARLIER   PIC S9(11)V99.
              10 WS-SX-LATER     PIC S9(11)V99.
      77 WS-SX-IDX PIC 9(02) COMP.
      77 WS-SX-HIT PIC 9(02) COMP.
      77 WS-OVERFLOW-COUNT PIC 9(05) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(39)
             VALUE "MONTH-END BALANCE COMPARISON".
          05 WH-FROM PIC 9(06).
          05 FILLER PIC X(04) VALUE " TO ".
          05 WH-TO   PIC 9(06).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(31) VALUE "NAME".
          05 FILLER PIC X(07) VALUE SPACES.
          05 WH-EARLIER PIC 9(06).
          05 FILLER PIC X(08) VALUE SPACES.
          05 WH-LATER   PIC 9(06).
          05 FILLER PIC X(14) VALUE "        CHANGE".
          05 FILLER PIC X(05) VALUE " NOTE".
      01 WS-DETAIL-LINE.
          05 WD-PHONE   PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-NAME    PIC X(30).
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-EARLIER PIC -(9)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-LATER   PIC -(9)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-CHANGE  PIC -(9)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-NOTE    PIC X(04).
      01 WS-TOTAL-LINE.
          05 WT-LABEL   PIC X(42).
          05 WT-EARLIER PIC -(9)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WT-LATER   PIC -(9)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WT-CHANGE  PIC -(9)9,99.

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
          DISPLAY "EARLIER MONTH-END (YYYYMM): " WITH NO ADVANCING
          ACCEPT WS-MONTH-ENTRY
          IF WS-MONTH-ENTRY = SPACES
              OR WS-MONTH-ENTRY IS NOT NUMERIC
              DISPLAY "A NUMERIC MONTH IS REQUIRED - JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-MONTH-ENTRY TO WS-EARLIER-MONTH
          DISPLAY "LATER MONTH-END (YYYYMM): " WITH NO ADVANCING
          ACCEPT WS-MONTH-ENTRY
          IF WS-MONTH-ENTRY = SPACES
              OR WS-MONTH-ENTRY IS NOT NUMERIC
              DISPLAY "A NUMERIC MONTH IS REQUIRED - JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-MONTH-ENTRY TO WS-LATER-MONTH
          IF WS-LATER-MONTH NOT > WS-EARLIER-MONTH
              DISPLAY "THE LATER MONTH MUST COME AFTER THE EARLIER "
                      "- JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-EARLIER-MONTH TO WH-FROM
          MOVE WS-LATER-MONTH   TO WH-TO
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-EARLIER-MONTH TO WH-EARLIER
          MOVE WS-LATER-MONTH   TO WH-LATER
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          SORT SORT-WORK
              ON ASCENDING KEY SW-REP SW-STATE SW-PHONE
              INPUT PROCEDURE IS 002-SELECT-CUSTOMERS
                  THRU 002-SELECT-CUSTOMERS-END
              OUTPUT PROCEDURE IS 005-PRINT-SORTED
          PERFORM 010-PRINT-TOTALS THRU 010-PRINT-TOTALS-END
          CLOSE SNAP-FILE
          CLOSE RPT-FILE
          DISPLAY "COMPARISON " WS-EARLIER-MONTH " TO " WS-LATER-MONTH
                  " COMPLETE - " WS-DETAIL-COUNT " CUSTOMER(S) - SEE "
                  WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> SORT INPUT PROCEDURE. FIRST PASS: EVERY CUSTOMER IN THE
      *> LATER SNAPSHOT, WITH THE EARLIER BALANCE LOOKED UP BY KEY.
      *> SECOND PASS: EVERY CUSTOMER IN THE EARLIER SNAPSHOT THAT IS
      *> NOT IN THE LATER ONE. THE LOOK-UP MOVES THE FILE POSITION,
      *> SO EACH PASS RE-STARTS JUST AFTER THE RECORD IT WAS ON.
      *> -----------------------------------------------------------
      002-SELECT-CUSTOMERS.
          MOVE WS-LATER-MONTH TO SN-MONTH
          MOVE 1 TO SN-PHONE
          START SNAP-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                  GO 002-SELECT-EARLIER
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-SELECT-EARLIER
          END-READ.
      002-SELECT-LATER-LOOP.
          IF SN-MONTH NOT = WS-LATER-MONTH
              GO 002-SELECT-EARLIER
          END-IF
          MOVE SN-KEY      TO WS-SAVE-KEY
          MOVE SN-REP-CODE TO SW-REP
          MOVE SN-STATE    TO SW-STATE
          MOVE SN-PHONE    TO SW-PHONE
          MOVE SN-NAME     TO SW-NAME
          MOVE SN-BALANCE  TO SW-LATER
          MOVE WS-EARLIER-MONTH TO SN-MONTH
          READ SNAP-FILE
              INVALID KEY
                  MOVE ZEROS TO SW-EARLIER
                  MOVE "NEW" TO SW-NOTE
              NOT INVALID KEY
                  MOVE SN-BALANCE TO SW-EARLIER
                  MOVE SPACES TO SW-NOTE
          END-READ
          PERFORM 003-RELEASE-CUSTOMER THRU 003-RELEASE-CUSTOMER-END
          MOVE WS-SAVE-KEY TO SN-KEY
          START SNAP-FILE KEY IS GREATER THAN SN-KEY
              INVALID KEY
                  GO 002-SELECT-EARLIER
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-SELECT-EARLIER
          END-READ
          GO 002-SELECT-LATER-LOOP.
      002-SELECT-EARLIER.
          MOVE WS-EARLIER-MONTH TO SN-MONTH
          MOVE 1 TO SN-PHONE
          START SNAP-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                  GO 002-SELECT-CUSTOMERS-END
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-SELECT-CUSTOMERS-END
          END-READ.
      002-SELECT-EARLIER-LOOP.
          IF SN-MONTH NOT = WS-EARLIER-MONTH
              GO 002-SELECT-CUSTOMERS-END
          END-IF
          MOVE SN-KEY      TO WS-SAVE-KEY
          MOVE SN-REP-CODE TO SW-REP
          MOVE SN-STATE    TO SW-STATE
          MOVE SN-PHONE    TO SW-PHONE
          MOVE SN-NAME     TO SW-NAME
          MOVE SN-BALANCE  TO SW-EARLIER
          MOVE ZEROS       TO SW-LATER
          MOVE "GONE"      TO SW-NOTE
          MOVE WS-LATER-MONTH TO SN-MONTH
          READ SNAP-FILE
              INVALID KEY
                  PERFORM 003-RELEASE-CUSTOMER
                      THRU 003-RELEASE-CUSTOMER-END
          END-READ
          MOVE WS-SAVE-KEY TO SN-KEY
          START SNAP-FILE KEY IS GREATER THAN SN-KEY
              INVALID KEY
                  GO 002-SELECT-CUSTOMERS-END
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-SELECT-CUSTOMERS-END
          END-READ
          GO 002-SELECT-EARLIER-LOOP.
      002-SELECT-CUSTOMERS-END.

      *> -----------------------------------------------------------
      *> RELEASES ONE COMPARISON RECORD. NO STATE SORTS AND PRINTS
      *> AS "--".
      *> -----------------------------------------------------------
      003-RELEASE-CUSTOMER.
          IF SW-STATE = SPACES
              MOVE "--" TO SW-STATE
          END-IF
          RELEASE SW-REC.
      003-RELEASE-CUSTOMER-END.

      *> -----------------------------------------------------------
      *> SORT OUTPUT PROCEDURE - PRINTS THE DETAIL LINES BY REP AND
      *> STATE, CLOSING OFF THE LAST STATE AND REP AT THE END.
      *> -----------------------------------------------------------
      005-PRINT-SORTED.
          PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK RECORD
                  AT END
                      SET SORT-EOF TO TRUE
                  NOT AT END
                      PERFORM 006-PRINT-DETAIL THRU 006-PRINT-DETAIL-END
              END-RETURN
          END-PERFORM
          IF WS-DETAIL-COUNT > ZEROS
              PERFORM 008-STATE-BREAK THRU 008-STATE-BREAK-END
              PERFORM 009-REP-BREAK THRU 009-REP-BREAK-END
          END-IF.

      *> -----------------------------------------------------------
      *> ONE DETAIL LINE, TAKING THE STATE AND REP BREAKS FIRST WHEN
      *> THE SORTED RECORD MOVES ON TO A NEW ONE.
      *> -----------------------------------------------------------
      006-PRINT-DETAIL.
          IF WS-DETAIL-COUNT > ZEROS
              IF SW-REP NOT = WS-CUR-REP
                  PERFORM 008-STATE-BREAK THRU 008-STATE-BREAK-END
                  PERFORM 009-REP-BREAK THRU 009-REP-BREAK-END
              ELSE
                  IF SW-STATE NOT = WS-CUR-STATE
                      PERFORM 008-STATE-BREAK THRU 008-STATE-BREAK-END
                  END-IF
              END-IF
          END-IF
          IF WS-DETAIL-COUNT = ZEROS OR SW-REP NOT = WS-CUR-REP
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              IF SW-REP = SPACES
                  MOVE "REP: (NO REP ASSIGNED)" TO RPT-LINE
              ELSE
                  STRING "REP: " SW-REP INTO RPT-LINE
              END-IF
              WRITE RPT-LINE
          END-IF
          MOVE SW-REP   TO WS-CUR-REP
          MOVE SW-STATE TO WS-CUR-STATE
          ADD 1 TO WS-DETAIL-COUNT
          IF SW-NOTE = "NEW"
              ADD 1 TO WS-NEW-COUNT
          END-IF
          IF SW-NOTE = "GONE"
              ADD 1 TO WS-GONE-COUNT
          END-IF
          ADD SW-EARLIER TO WS-STATE-EARLIER
          ADD SW-LATER   TO WS-STATE-LATER
          PERFORM 004-TALLY-STATE THRU 004-TALLY-STATE-END
          MOVE SW-PHONE   TO WD-PHONE
          MOVE SW-NAME    TO WD-NAME
          MOVE SW-EARLIER TO WD-EARLIER
          MOVE SW-LATER   TO WD-LATER
          COMPUTE WD-CHANGE = SW-LATER - SW-EARLIER
          MOVE SW-NOTE    TO WD-NOTE
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-DETAIL-END.

      *> -----------------------------------------------------------
      *> ADDS THE CUSTOMER INTO ITS STATE'S SLOT OF THE SUMMARY
      *> TABLE, OPENING A NEW SLOT IN STATE ORDER WHEN NEEDED.
      *> -----------------------------------------------------------
      004-TALLY-STATE.
          MOVE ZEROS TO WS-SX-HIT
          PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                  UNTIL WS-SX-IDX > WS-STATE-COUNT
                     OR WS-SX-HIT NOT = ZEROS
              IF WS-SX-CODE(WS-SX-IDX) = SW-STATE
                  MOVE WS-SX-IDX TO WS-SX-HIT
              END-IF
          END-PERFORM
          IF WS-SX-HIT = ZEROS
              IF WS-STATE-COUNT NOT < 70
                  ADD 1 TO WS-OVERFLOW-COUNT
                  GO 004-TALLY-STATE-END
              END-IF
              MOVE 1 TO WS-SX-HIT
              PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                      UNTIL WS-SX-IDX > WS-STATE-COUNT
                  IF WS-SX-CODE(WS-SX-IDX) < SW-STATE
                      COMPUTE WS-SX-HIT = WS-SX-IDX + 1
                  END-IF
              END-PERFORM
              PERFORM VARYING WS-SX-IDX FROM WS-STATE-COUNT BY -1
                      UNTIL WS-SX-IDX < WS-SX-HIT
                  MOVE WS-STATE(WS-SX-IDX) TO WS-STATE(WS-SX-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-STATE-COUNT
              MOVE SW-STATE TO WS-SX-CODE(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-CUSTOMERS(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-EARLIER(WS-SX-HIT)
              MOVE ZEROS TO WS-SX-LATER(WS-SX-HIT)
          END-IF
          ADD 1          TO WS-SX-CUSTOMERS(WS-SX-HIT)
          ADD SW-EARLIER TO WS-SX-EARLIER(WS-SX-HIT)
          ADD SW-LATER   TO WS-SX-LATER(WS-SX-HIT).
      004-TALLY-STATE-END.

      *> -----------------------------------------------------------
      *> STATE SUBTOTAL WITHIN THE REP, ROLLED INTO THE REP TOTAL.
      *> -----------------------------------------------------------
      008-STATE-BREAK.
          MOVE SPACES TO WT-LABEL
          STRING "    STATE " WS-CUR-STATE " SUBTOTAL" INTO WT-LABEL
          MOVE WS-STATE-EARLIER TO WT-EARLIER
          MOVE WS-STATE-LATER   TO WT-LATER
          COMPUTE WT-CHANGE = WS-STATE-LATER - WS-STATE-EARLIER
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          ADD WS-STATE-EARLIER TO WS-REP-EARLIER
          ADD WS-STATE-LATER   TO WS-REP-LATER
          MOVE ZEROS TO WS-STATE-EARLIER
          MOVE ZEROS TO WS-STATE-LATER.
      008-STATE-BREAK-END.

      *> -----------------------------------------------------------
      *> REP TOTAL, ROLLED INTO THE GRAND TOTAL.
      *> -----------------------------------------------------------
      009-REP-BREAK.
          MOVE SPACES TO WT-LABEL
          IF WS-CUR-REP = SPACES
              MOVE "  TOTAL (NO REP ASSIGNED)" TO WT-LABEL
          ELSE
              STRING "  TOTAL REP " WS-CUR-REP INTO WT-LABEL
          END-IF
          MOVE WS-REP-EARLIER TO WT-EARLIER
          MOVE WS-REP-LATER   TO WT-LATER
          COMPUTE WT-CHANGE = WS-REP-LATER - WS-REP-EARLIER
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          ADD WS-REP-EARLIER TO WS-GRAND-EARLIER
          ADD WS-REP-LATER   TO WS-GRAND-LATER
          MOVE ZEROS TO WS-REP-EARLIER
          MOVE ZEROS TO WS-REP-LATER.
      009-REP-BREAK-END.

      *> -----------------------------------------------------------
      *> GRAND TOTAL, THEN THE SUMMARY BY STATE ACROSS ALL REPS.
      *> -----------------------------------------------------------
      010-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "GRAND TOTAL" TO WT-LABEL
          MOVE WS-GRAND-EARLIER TO WT-EARLIER
          MOVE WS-GRAND-LATER   TO WT-LATER
          COMPUTE WT-CHANGE = WS-GRAND-LATER - WS-GRAND-EARLIER
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "CUSTOMERS " WS-DETAIL-COUNT ", NEW " WS-NEW-COUNT
              ", GONE " WS-GONE-COUNT INTO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "SUMMARY BY STATE (ALL REPS)" TO RPT-LINE
          WRITE RPT-LINE
          PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                  UNTIL WS-SX-IDX > WS-STATE-COUNT
              MOVE SPACES TO WT-LABEL
              STRING "  STATE " WS-SX-CODE(WS-SX-IDX) " - "
                  WS-SX-CUSTOMERS(WS-SX-IDX) " CUSTOMER(S)"
                  INTO WT-LABEL
              MOVE WS-SX-EARLIER(WS-SX-IDX) TO WT-EARLIER
              MOVE WS-SX-LATER(WS-SX-IDX)   TO WT-LATER
              COMPUTE WT-CHANGE =
                  WS-SX-LATER(WS-SX-IDX) - WS-SX-EARLIER(WS-SX-IDX)
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-PERFORM
          IF WS-OVERFLOW-COUNT > ZEROS
              MOVE SPACES TO RPT-LINE
              STRING "STATE TABLE FULL - " WS-OVERFLOW-COUNT
                  " CUSTOMER(S) LEFT OUT OF THE STATE SUMMARY"
                  INTO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      010-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE SNAPSHOT FILE AND MAKES SURE BOTH MONTHS WERE
      *> SNAPPED.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT SNAP-FILE
          IF SN-NOT-EXIST THEN
              DISPLAY "custsnap.dat NOT FOUND - NO SNAPSHOTS TAKEN YET"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-EARLIER-MONTH TO SN-MONTH
          PERFORM 011-CHECK-MONTH THRU 011-CHECK-MONTH-END
          MOVE WS-LATER-MONTH TO SN-MONTH
          PERFORM 011-CHECK-MONTH THRU 011-CHECK-MONTH-END.

      *> -----------------------------------------------------------
      *> ENDS THE JOB IF THE MONTH IN SN-MONTH HAS NO SNAPSHOT.
      *> -----------------------------------------------------------
      011-CHECK-MONTH.
          MOVE ZEROS TO SN-PHONE
          READ SNAP-FILE
              INVALID KEY
                  MOVE ZEROS TO SN-TAKEN-DATE
          END-READ
          IF SN-TAKEN-DATE = ZEROS
              DISPLAY "NO SNAPSHOT ON FILE FOR " SN-MONTH " - JOB ENDED"
              CLOSE SNAP-FILE
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF.
      011-CHECK-MONTH-END.

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
          STRING "custmcmp." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTMCMP" TO SP-REPORT
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
          MOVE "CUSTMCMP" TO RL-JOB
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
          MOVE "CUSTMCMP" TO RL-JOB
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
