      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTDISP.
      *> -----------------------------------------------------------
      *> WEEKLY OPEN-DISPUTES REPORT FOR THE CREDIT MANAGER. LISTS
      *> EVERY DISPUTE CASE ON custdisp.dat STILL OPEN, OLDEST
      *> FIRST, AGED BY HOW LONG THE CASE HAS BEEN OPEN (TODAY LESS
      *> DP-OPENED-DATE) INTO 0-30 / 31-60 / 61-90 / OVER 90 DAYS,
      *> WITH THE CUSTOMER, THE AMOUNT HELD OUT OF COLLECTIONS AND
      *> THE OWNER WHO IS SUPPOSED TO BE RESOLVING IT. COUNT AND
      *> AMOUNT TOTALS PER BUCKET AND FOR THE WHOLE FILE PRINT AT
      *> THE BOTTOM (custdisp.lst), SO A CASE LEFT TO DRIFT SHOWS UP
      *> AT THE TOP OF THE PAGE. THE SAME SORT-WITH-PROCEDURES SHAPE
      *> AS custage.cob.
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
          SELECT DISPUTE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DP-STAT
              RECORD KEY IS DP-KEY.
          SELECT FILE1 ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FS-STAT
              RECORD KEY IS FS-KEY
              ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES.
          SELECT SORT-WORK ASSIGN TO "custdisp.wrk".
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
      FD DISPUTE-FILE VALUE OF FILE-ID IS "custdisp.dat".
          COPY disprec.

      FD FILE1 VALUE OF FILE-ID IS "customers.dat".
          COPY cust1fd.

      SD SORT-WORK.
      01 SW-REC.
          05 SW-DAYS    PIC 9(05).
          05 SW-PHONE   PIC 9(09).
          05 SW-CASE    PIC 9(03).
          05 SW-NAME    PIC X(30).
          05 SW-OPENED  PIC 9(08).
          05 SW-AMOUNT  PIC S9(7)V99.
          05 SW-OWNER   PIC X(08).
          05 SW-BUCKET  PIC X(07).

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 DP-STAT PIC 9(02).
          88 DP-FILE-OK        VALUE ZEROS.
          88 DP-FILE-NOT-EXIST VALUE 35.
          88 DP-EOF            VALUE 10.
      77 FS-STAT PIC 9(02).
          88 FS-OK        VALUE ZEROS.
          88 FS-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).
      77 WS-SORT-EOF PIC X VALUE "N".
          88 SORT-EOF VALUE "Y".

      77 WS-TODAY-YMD    PIC 9(08).
      77 WS-TODAY-INT    PIC 9(07).
      77 WS-AGE-DAYS     PIC S9(05).

      77 WS-DETAIL-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-CNT-30       PIC 9(07) VALUE ZEROS.
      77 WS-CNT-60       PIC 9(07) VALUE ZEROS.
      77 WS-CNT-90       PIC 9(07) VALUE ZEROS.
      77 WS-CNT-OVER     PIC 9(07) VALUE ZEROS.
      77 WS-TOT-30       PIC S9(9)V99 VALUE ZEROS.
      77 WS-TOT-60       PIC S9(9)V99 VALUE ZEROS.
      77 WS-TOT-90       PIC S9(9)V99 VALUE ZEROS.
      77 WS-TOT-OVER     PIC S9(9)V99 VALUE ZEROS.
      77 WS-TOT-ALL      PIC S9(9)V99 VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(45)
             VALUE "OPEN DISPUTE CASES - OLDEST FIRST - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(05) VALUE "CASE".
          05 FILLER PIC X(10) VALUE "OPENED".
          05 FILLER PIC X(07) VALUE " DAYS".
          05 FILLER PIC X(13) VALUE "     AMOUNT".
          05 FILLER PIC X(10) VALUE "OWNER".
          05 FILLER PIC X(07) VALUE "BUCKET".
      01 WS-DETAIL-LINE.
          05 WD-PHONE   PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-NAME    PIC X(30).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-CASE    PIC 9(03).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-OPENED  PIC 9(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-DAYS    PIC ZZZZ9.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-AMOUNT  PIC -(7)9,99.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-OWNER   PIC X(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-BUCKET  PIC X(07).
      01 WS-TOTAL-LINE.
          05 WT-LABEL  PIC X(20).
          05 WT-COUNT  PIC ZZZZZZ9.
          05 FILLER    PIC X(02) VALUE SPACES.
          05 WT-AMOUNT PIC -(9)9,99.

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
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-TODAY-YMD TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          SORT SORT-WORK
              ON DESCENDING KEY SW-DAYS
              ON ASCENDING KEY SW-PHONE SW-CASE
              INPUT PROCEDURE IS 002-SELECT-OPEN-CASES
                  THRU 002-SELECT-OPEN-CASES-END
              OUTPUT PROCEDURE IS 005-PRINT-SORTED
          PERFORM 006-PRINT-BUCKET-TOTALS
              THRU 006-PRINT-BUCKET-TOTALS-END
          CLOSE DISPUTE-FILE
          CLOSE FILE1
          CLOSE RPT-FILE
          DISPLAY "OPEN-DISPUTES REPORT COMPLETE - " WS-DETAIL-COUNT
                  " OPEN CASE(S) - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> SORT INPUT PROCEDURE - WALKS THE DISPUTE FILE AND RELEASES
      *> ONE SORT RECORD PER OPEN CASE. UPHELD AND CREDITED CASES
      *> ARE CLOSED AND LEFT OFF THE REPORT.
      *> -----------------------------------------------------------
      002-SELECT-OPEN-CASES.
          READ DISPUTE-FILE NEXT RECORD
              AT END
                  SET DP-EOF TO TRUE
          END-READ.
      002-SELECT-OPEN-CASES-LOOP.
          IF NOT DP-EOF
              IF DP-OPEN
                  PERFORM 003-AGE-CASE THRU 003-AGE-CASE-END
                  PERFORM 004-RELEASE-DETAIL THRU 004-RELEASE-DETAIL-END
              END-IF
              READ DISPUTE-FILE NEXT RECORD
                  AT END
                      SET DP-EOF TO TRUE
              END-READ
              GO 002-SELECT-OPEN-CASES-LOOP
          END-IF.
      002-SELECT-OPEN-CASES-END.

      *> -----------------------------------------------------------
      *> WORKS OUT HOW MANY DAYS THE CASE IN DISPUTE-REC HAS BEEN
      *> OPEN AND PICKS UP THE CUSTOMER'S NAME. A CASE WITH NO
      *> USABLE OPENED DATE AGES AS 99999 DAYS - THE SAME
      *> CONSERVATIVE CALL custage.cob MAKES FOR NO HISTORY.
      *> -----------------------------------------------------------
      003-AGE-CASE.
          IF DP-OPENED-DATE NOT NUMERIC OR DP-OPENED-DATE = ZEROS
              MOVE 99999 TO WS-AGE-DAYS
          ELSE
              COMPUTE WS-AGE-DAYS =
                  WS-TODAY-INT
                  - FUNCTION INTEGER-OF-DATE(DP-OPENED-DATE)
              IF WS-AGE-DAYS < ZEROS
                  MOVE ZEROS TO WS-AGE-DAYS
              END-IF
          END-IF
          MOVE DP-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE "(NOT ON FILE)" TO FS-NAME
          END-READ.
      003-AGE-CASE-END.

      *> -----------------------------------------------------------
      *> BUCKETS THE CASE BY ITS AGE AND RELEASES THE SORT RECORD.
      *> -----------------------------------------------------------
      004-RELEASE-DETAIL.
          MOVE WS-AGE-DAYS    TO SW-DAYS
          MOVE DP-PHONE       TO SW-PHONE
          MOVE DP-CASE        TO SW-CASE
          MOVE FS-NAME        TO SW-NAME
          MOVE DP-OPENED-DATE TO SW-OPENED
          MOVE DP-AMOUNT      TO SW-AMOUNT
          MOVE DP-OWNER       TO SW-OWNER
          EVALUATE TRUE
              WHEN WS-AGE-DAYS < 31
                  MOVE "0-30"    TO SW-BUCKET
                  ADD 1 TO WS-CNT-30
                  ADD DP-AMOUNT TO WS-TOT-30
              WHEN WS-AGE-DAYS < 61
                  MOVE "31-60"   TO SW-BUCKET
                  ADD 1 TO WS-CNT-60
                  ADD DP-AMOUNT TO WS-TOT-60
              WHEN WS-AGE-DAYS < 91
                  MOVE "61-90"   TO SW-BUCKET
                  ADD 1 TO WS-CNT-90
                  ADD DP-AMOUNT TO WS-TOT-90
              WHEN OTHER
                  MOVE "OVER 90" TO SW-BUCKET
                  ADD 1 TO WS-CNT-OVER
                  ADD DP-AMOUNT TO WS-TOT-OVER
          END-EVALUATE
          ADD DP-AMOUNT TO WS-TOT-ALL
          RELEASE SW-REC.
      004-RELEASE-DETAIL-END.

      *> -----------------------------------------------------------
      *> SORT OUTPUT PROCEDURE - PRINTS THE DETAIL LINES, OLDEST
      *> CASE FIRST.
      *> -----------------------------------------------------------
      005-PRINT-SORTED.
          PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK RECORD
                  AT END
                      SET SORT-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-DETAIL-COUNT
                      MOVE SW-PHONE   TO WD-PHONE
                      MOVE SW-NAME    TO WD-NAME
                      MOVE SW-CASE    TO WD-CASE
                      MOVE SW-OPENED  TO WD-OPENED
                      MOVE SW-DAYS    TO WD-DAYS
                      MOVE SW-AMOUNT  TO WD-AMOUNT
                      MOVE SW-OWNER   TO WD-OWNER
                      MOVE SW-BUCKET  TO WD-BUCKET
                      MOVE WS-DETAIL-LINE TO RPT-LINE
                      WRITE RPT-LINE
              END-RETURN
          END-PERFORM.

      *> -----------------------------------------------------------
      *> THE COUNT AND AMOUNT PER BUCKET, THEN THE WHOLE FILE.
      *> -----------------------------------------------------------
      006-PRINT-BUCKET-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "OPEN 0-30 DAYS:     " TO WT-LABEL
          MOVE WS-CNT-30 TO WT-COUNT
          MOVE WS-TOT-30 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "OPEN 31-60 DAYS:    " TO WT-LABEL
          MOVE WS-CNT-60 TO WT-COUNT
          MOVE WS-TOT-60 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "OPEN 61-90 DAYS:    " TO WT-LABEL
          MOVE WS-CNT-90 TO WT-COUNT
          MOVE WS-TOT-90 TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "OPEN OVER 90 DAYS:  " TO WT-LABEL
          MOVE WS-CNT-OVER TO WT-COUNT
          MOVE WS-TOT-OVER TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "TOTAL IN DISPUTE:   " TO WT-LABEL
          MOVE WS-DETAIL-COUNT TO WT-COUNT
          MOVE WS-TOT-ALL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-BUCKET-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE DISPUTE FILE AND FILE1 FOR INPUT. A DISPUTE FILE
      *> THAT DOES NOT EXIST YET IS CREATED EMPTY, SO THE REPORT
      *> STILL PRINTS (WITH NOTHING OPEN).
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT DISPUTE-FILE
          IF DP-FILE-NOT-EXIST THEN
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN INPUT DISPUTE-FILE
          END-IF
          OPEN INPUT FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO REPORT"
              CLOSE DISPUTE-FILE
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
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
          STRING "custdisp." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTDISP" TO SP-REPORT
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
          MOVE "CUSTDISP" TO RL-JOB
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
          MOVE "CUSTDISP" TO RL-JOB
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
