      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTSNAP.
      *> -----------------------------------------------------------
      *> MONTH-END BALANCE SNAPSHOT. RUNS EVERY NIGHT AND DOES ITS
      *> WORK ONLY ON THE LAST DAY OF THE MONTH: IT WALKS
      *> customers.dat AND WRITES ONE custsnap.dat RECORD PER
      *> CUSTOMER - THE BALANCE, THE AGING BUCKET (THE custage RULE
      *> AS OF TODAY), THE CREDIT LIMIT FROM custterm.dat, THE REP
      *> AND THE STATE - SO WHAT EVERY CUSTOMER OWED AT A MONTH-END
      *> NEVER HAS TO BE WORKED BACK OUT OF HISTORY AND PAYMENTS.
      *>   - THE MONTH'S CONTROL RECORD GETS THE COUNT, THE TOTAL
      *>     AND THE DATE TAKEN; ANY CLOSING TOTAL CUSTPROF HAS
      *>     ALREADY LEFT THERE FOR THE DAY IS KEPT.
      *>   - A RERUN ON THE SAME DAY CLEARS THE MONTH'S DETAIL FIRST,
      *>     SO A CUSTOMER DELETED IN BETWEEN DOES NOT LINGER.
      *>   - SNAPSHOTS ARE RETAINED FOR TWO YEARS: EVERY MONTH 24 OR
      *>     MORE MONTHS BEFORE THIS ONE IS PURGED.
      *> ON ANY OTHER DAY THE RUN CHECKS OUT WITHOUT TOUCHING THE
      *> FILE. THE REGISTER (custsnap.YYYYMMDD.HHMMSS.lst) PRINTS THE
      *> BUCKET TOTALS AND WHETHER THE SNAPSHOT AGREES TO THE PROOF
      *> SHEET IF CUSTPROF HAS ALREADY RUN TODAY.
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
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-STAT
              RECORD KEY IS FS-KEY
              ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES.
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
          SELECT SNAP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SN-STAT
              RECORD KEY IS SN-KEY.
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

      FD HISTORY-FILE VALUE OF FILE-ID IS "custhist.dat".
          COPY custhist.

      FD TERMS-FILE VALUE OF FILE-ID IS "custterm.dat".
          COPY termsrec.

      FD SNAP-FILE VALUE OF FILE-ID IS "custsnap.dat".
          COPY snaprec.

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
          88 FS-EOF       VALUE 10.
      77 HX-STAT PIC 9(02).
          88 HX-OK        VALUE ZEROS.
          88 HX-NOT-EXIST VALUE 35.
      77 TM-STAT PIC 9(02).
          88 TM-OK        VALUE ZEROS.
          88 TM-NOT-EXIST VALUE 35.
      77 SN-STAT PIC 9(02).
          88 SN-OK        VALUE ZEROS.
          88 SN-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).

      77 WS-TODAY-YMD    PIC 9(08).
      77 WS-TODAY-INT    PIC 9(07).
      77 WS-TOMORROW-YMD PIC 9(08).
      77 WS-SNAP-MONTH   PIC 9(06).
      77 WS-PURGE-MONTH  PIC 9(06).
      77 WS-LAST-DATE    PIC 9(08).
      77 WS-AGE-DAYS     PIC S9(05).
      77 WS-HIST-IDX     PIC 99 COMP.

      77 WS-CUST-COUNT    PIC 9(07) VALUE ZEROS.
      77 WS-CLEARED-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-PURGED-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-PURGED-MONTHS PIC 9(03) VALUE ZEROS.
      77 WS-SNAP-TOTAL   PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-CREDIT   PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-CURRENT  PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-30       PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-60       PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-90       PIC S9(11)V99 VALUE ZEROS.
      77 WS-PROOF-DATE   PIC 9(08) VALUE ZEROS.
      77 WS-PROOF-TOTAL  PIC S9(11)V99 VALUE ZEROS.
      77 WS-DIFFERENCE   PIC S9(11)V99 VALUE ZEROS.

      01 WS-TOTAL-LINE.
          05 WT-LABEL  PIC X(34).
          05 WT-AMOUNT PIC -(11)9,99.

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
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
          MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) TO WS-TODAY-INT
          COMPUTE WS-TOMORROW-YMD =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1)
          IF WS-TOMORROW-YMD(7:2) NOT = "01"
              DISPLAY "NOT THE LAST DAY OF THE MONTH - "
                      "NO SNAPSHOT TAKEN"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-TODAY-YMD(1:6) TO WS-SNAP-MONTH
          COMPUTE WS-PURGE-MONTH = WS-SNAP-MONTH - 200
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          PERFORM 002-CLEAR-MONTH THRU 002-CLEAR-MONTH-END
          PERFORM 003-TAKE-SNAPSHOT THRU 003-TAKE-SNAPSHOT-END
          PERFORM 005-SAVE-CONTROL THRU 005-SAVE-CONTROL-END
          PERFORM 006-PURGE-OLD THRU 006-PURGE-OLD-END
          PERFORM 008-PRINT-REGISTER THRU 008-PRINT-REGISTER-END
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE TERMS-FILE
          CLOSE SNAP-FILE
          CLOSE RPT-FILE
          DISPLAY "MONTH-END SNAPSHOT " WS-SNAP-MONTH " TAKEN - "
                  WS-CUST-COUNT " CUSTOMER(S) - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> CLEARS ANY DETAIL ALREADY ON FILE FOR THIS MONTH (AN EARLIER
      *> RUN TODAY). THE CONTROL RECORD, UNDER PHONE ZEROS, STAYS.
      *> -----------------------------------------------------------
      002-CLEAR-MONTH.
          MOVE WS-SNAP-MONTH TO SN-MONTH
          MOVE 1 TO SN-PHONE
          START SNAP-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                  GO 002-CLEAR-MONTH-END
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-CLEAR-MONTH-END
          END-READ.
      002-CLEAR-MONTH-LOOP.
          IF SN-MONTH NOT = WS-SNAP-MONTH
              GO 002-CLEAR-MONTH-END
          END-IF
          DELETE SNAP-FILE RECORD
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  ADD 1 TO WS-CLEARED-COUNT
          END-DELETE
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-CLEAR-MONTH-END
          END-READ
          GO 002-CLEAR-MONTH-LOOP.
      002-CLEAR-MONTH-END.

      *> -----------------------------------------------------------
      *> WALKS THE MASTER AND WRITES ONE SNAPSHOT RECORD PER
      *> CUSTOMER. ONLY A POSITIVE BALANCE IS AGED; A CREDIT OR ZERO
      *> BALANCE HAS NO BUCKET. NO TERMS RECORD MEANS NO LIMIT SET.
      *> -----------------------------------------------------------
      003-TAKE-SNAPSHOT.
          READ FILE1 NEXT RECORD
              AT END
                  SET FS-EOF TO TRUE
          END-READ.
      003-TAKE-SNAPSHOT-LOOP.
          IF NOT FS-EOF
              MOVE SPACES TO SNAP-REC
              MOVE WS-SNAP-MONTH  TO SN-MONTH
              MOVE FS-PHONE       TO SN-PHONE
              MOVE FS-NAME        TO SN-NAME
              MOVE FS-BALANCE     TO SN-BALANCE
              MOVE FS-REP-CODE    TO SN-REP-CODE
              MOVE FS-STATE       TO SN-STATE
              MOVE ZEROS          TO SN-CREDIT-LIMIT
              MOVE FS-PHONE TO TM-PHONE
              READ TERMS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF TM-CREDIT-LIMIT IS NUMERIC
                          MOVE TM-CREDIT-LIMIT TO SN-CREDIT-LIMIT
                      END-IF
              END-READ
              IF FS-BALANCE > ZEROS
                  PERFORM 004-AGE-CUSTOMER THRU 004-AGE-CUSTOMER-END
                  EVALUATE TRUE
                      WHEN WS-AGE-DAYS < 31
                          MOVE "CURRENT" TO SN-BUCKET
                          ADD FS-BALANCE TO WS-TOT-CURRENT
                      WHEN WS-AGE-DAYS < 61
                          MOVE "30 DAYS" TO SN-BUCKET
                          ADD FS-BALANCE TO WS-TOT-30
                      WHEN WS-AGE-DAYS < 91
                          MOVE "60 DAYS" TO SN-BUCKET
                          ADD FS-BALANCE TO WS-TOT-60
                      WHEN OTHER
                          MOVE "90+"     TO SN-BUCKET
                          ADD FS-BALANCE TO WS-TOT-90
                  END-EVALUATE
              ELSE
                  ADD FS-BALANCE TO WS-TOT-CREDIT
              END-IF
              WRITE SNAP-REC
                  INVALID KEY
                      REWRITE SNAP-REC
              END-WRITE
              ADD 1 TO WS-CUST-COUNT
              ADD FS-BALANCE TO WS-SNAP-TOTAL
              READ FILE1 NEXT RECORD
                  AT END
                      SET FS-EOF TO TRUE
              END-READ
              GO 003-TAKE-SNAPSHOT-LOOP
          END-IF.
      003-TAKE-SNAPSHOT-END.

      *> -----------------------------------------------------------
      *> FINDS THE MOST RECENT SALE ON custhist.dat FOR THE CUSTOMER
      *> IN FILE1-REC AND WORKS OUT HOW MANY DAYS AGO IT WAS - THE
      *> SAME RULE AS 003-AGE-CUSTOMER IN custage.cob, SO A MONTH-
      *> END BUCKET MATCHES THE AGING REPORT RUN THE SAME NIGHT.
      *> SYSTEM-GENERATED LINES DO NOT RESET THE CLOCK, AND NO
      *> HISTORY AT ALL AGES AS 99999 DAYS (THE 90+ BUCKET).
      *> -----------------------------------------------------------
      004-AGE-CUSTOMER.
          MOVE ZEROS TO WS-LAST-DATE
          MOVE FS-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  MOVE ZEROS TO HX-ITEM-COUNT
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
                  IF HX-ITEM-DATE(WS-HIST-IDX) > WS-LAST-DATE
                      MOVE HX-ITEM-DATE(WS-HIST-IDX) TO WS-LAST-DATE
                  END-IF
              END-IF
          END-PERFORM
          IF WS-LAST-DATE = ZEROS
              MOVE 99999 TO WS-AGE-DAYS
          ELSE
              COMPUTE WS-AGE-DAYS =
                  WS-TODAY-INT
                  - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
              IF WS-AGE-DAYS < ZEROS
                  MOVE ZEROS TO WS-AGE-DAYS
              END-IF
          END-IF.
      004-AGE-CUSTOMER-END.

      *> -----------------------------------------------------------
      *> WRITES THE MONTH'S CONTROL RECORD, KEEPING ANY CLOSING
      *> TOTAL CUSTPROF HAS ALREADY SAVED ON IT TODAY.
      *> -----------------------------------------------------------
      005-SAVE-CONTROL.
          MOVE WS-SNAP-MONTH TO SN-MONTH
          MOVE ZEROS TO SN-PHONE
          READ SNAP-FILE
              INVALID KEY
                  MOVE SPACES TO SN-CONTROL
                  MOVE ZEROS TO SN-PROOF-DATE
                  MOVE ZEROS TO SN-PROOF-TOTAL
          END-READ
          MOVE WS-TODAY-YMD  TO SN-TAKEN-DATE
          MOVE WS-CUST-COUNT TO SN-CUST-COUNT
          MOVE WS-SNAP-TOTAL TO SN-SNAP-TOTAL
          MOVE SN-PROOF-DATE  TO WS-PROOF-DATE
          MOVE SN-PROOF-TOTAL TO WS-PROOF-TOTAL
          WRITE SNAP-REC
              INVALID KEY
                  REWRITE SNAP-REC
          END-WRITE.
      005-SAVE-CONTROL-END.

      *> -----------------------------------------------------------
      *> PURGES EVERY MONTH 24 OR MORE MONTHS OLD - DETAIL AND
      *> CONTROL RECORDS ALIKE - SO TWO YEARS OF MONTH-ENDS ARE KEPT.
      *> -----------------------------------------------------------
      006-PURGE-OLD.
          MOVE ZEROS TO SN-KEY
          START SNAP-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                  GO 006-PURGE-OLD-END
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 006-PURGE-OLD-END
          END-READ.
      006-PURGE-OLD-LOOP.
          IF SN-MONTH > WS-PURGE-MONTH
              GO 006-PURGE-OLD-END
          END-IF
          IF SN-PHONE = ZEROS
              ADD 1 TO WS-PURGED-MONTHS
          END-IF
          DELETE SNAP-FILE RECORD
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  ADD 1 TO WS-PURGED-COUNT
          END-DELETE
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 006-PURGE-OLD-END
          END-READ
          GO 006-PURGE-OLD-LOOP.
      006-PURGE-OLD-END.

      *> -----------------------------------------------------------
      *> PRINTS THE REGISTER: THE BUCKET TOTALS, THE SNAPSHOT TOTAL
      *> AND, IF CUSTPROF HAS ALREADY RUN TODAY, HOW IT AGREES WITH
      *> THE PROOF SHEET'S CLOSING TOTAL.
      *> -----------------------------------------------------------
      008-PRINT-REGISTER.
          MOVE SPACES TO RPT-LINE
          STRING "MONTH-END SNAPSHOT " WS-SNAP-MONTH " TAKEN "
              WS-TODAY-YMD INTO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "CUSTOMERS SNAPPED:                 " WS-CUST-COUNT
              INTO RPT-LINE
          WRITE RPT-LINE
          IF WS-CLEARED-COUNT > ZEROS
              MOVE SPACES TO RPT-LINE
              STRING "EARLIER RECORDS REPLACED:          "
                  WS-CLEARED-COUNT INTO RPT-LINE
              WRITE RPT-LINE
          END-IF
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "CURRENT:" TO WT-LABEL
          MOVE WS-TOT-CURRENT TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "30 DAYS:" TO WT-LABEL
          MOVE WS-TOT-30 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "60 DAYS:" TO WT-LABEL
          MOVE WS-TOT-60 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "90+ DAYS:" TO WT-LABEL
          MOVE WS-TOT-90 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "CREDIT AND ZERO BALANCES:" TO WT-LABEL
          MOVE WS-TOT-CREDIT TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "SNAPSHOT BALANCE TOTAL:" TO WT-LABEL
          MOVE WS-SNAP-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF WS-PROOF-DATE NOT = WS-TODAY-YMD
              MOVE "PROOF SHEET NOT YET RUN TODAY - RUN CUSTPROF TO TIE"
                  TO RPT-LINE
              WRITE RPT-LINE
          ELSE
              MOVE "PROOF SHEET CLOSING TOTAL:" TO WT-LABEL
              MOVE WS-PROOF-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
              COMPUTE WS-DIFFERENCE = WS-SNAP-TOTAL - WS-PROOF-TOTAL
              IF WS-DIFFERENCE = ZEROS
                  MOVE "*** SNAPSHOT TIES TO THE PROOF SHEET ***"
                      TO RPT-LINE
                  WRITE RPT-LINE
              ELSE
                  MOVE "DIFFERENCE (SNAPSHOT - PROOF):" TO WT-LABEL
                  MOVE WS-DIFFERENCE TO WT-AMOUNT
                  MOVE WS-TOTAL-LINE TO RPT-LINE
                  WRITE RPT-LINE
                  MOVE "(BALANCES MOVED BETWEEN PROOF AND SNAPSHOT)"
                      TO RPT-LINE
                  WRITE RPT-LINE
              END-IF
          END-IF
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "MONTHS PURGED (" WS-PURGE-MONTH " AND OLDER): "
              WS-PURGED-MONTHS " - " WS-PURGED-COUNT " RECORD(S)"
              INTO RPT-LINE
          WRITE RPT-LINE.
      008-PRINT-REGISTER-END.

      *> -----------------------------------------------------------
      *> OPENS THE FILES. THE SNAPSHOT FILE IS CREATED ON FIRST USE,
      *> THE SAME WAY 007-OPEN-FILES IN customer.cob CREATES FILES.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO SNAPSHOT"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN INPUT HISTORY-FILE
          IF HX-NOT-EXIST THEN
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN INPUT HISTORY-FILE
          END-IF
          OPEN INPUT TERMS-FILE
          IF TM-NOT-EXIST THEN
              OPEN OUTPUT TERMS-FILE
              CLOSE TERMS-FILE
              OPEN INPUT TERMS-FILE
          END-IF
          OPEN I-O SNAP-FILE
          IF SN-NOT-EXIST THEN
              OPEN OUTPUT SNAP-FILE
              CLOSE SNAP-FILE
              OPEN I-O SNAP-FILE
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
          STRING "custsnap." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTSNAP" TO SP-REPORT
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
          MOVE "CUSTSNAP" TO RL-JOB
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
          MOVE "CUSTSNAP" TO RL-JOB
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
