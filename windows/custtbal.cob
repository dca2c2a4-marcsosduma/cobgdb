      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTTBAL.
      *> -----------------------------------------------------------
      *> MONTH-END TRIAL BALANCE. TAKES A MONTH (YYYYMM) AT THE
      *> CONSOLE AND LISTS EVERY CUSTOMER AS CUSTSNAP SNAPPED THE
      *> ACCOUNT ON THE LAST DAY OF THAT MONTH - BALANCE, BUCKET,
      *> CREDIT LIMIT, REP AND STATE - SO THE AUDITORS' "WHAT WAS
      *> OWED AT THE END OF MARCH" IS ONE RUN INSTEAD OF AN
      *> AFTERNOON WITH THE HISTORY AND PAYMENT FILES. THE FOOT OF
      *> THE REPORT PROVES THE LISTING TWO WAYS:
      *>   - THE DETAIL ADDS UP TO THE COUNT AND TOTAL ON THE
      *>     MONTH'S CONTROL RECORD (NOTHING LOST FROM THE FILE);
      *>   - THAT TOTAL TIES TO THE CLOSING TOTAL CUSTPROF SAVED FOR
      *>     THE SAME DAY, WHEN THE PROOF SHEET WAS RUN THAT DAY.
      *> ONLY MONTHS STILL INSIDE THE TWO-YEAR RETENTION CAN BE
      *> REPORTED. OUTPUT IS custtbal.YYYYMMDD.HHMMSS.lst.
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
          88 SN-EOF       VALUE 10.
      77 RP-STAT PIC X(02).

      77 WS-MONTH-ENTRY  PIC X(06).
      77 WS-MONTH-WANTED PIC 9(06).

      *> THE MONTH'S CONTROL RECORD, HELD WHILE THE DETAIL IS READ.
      77 WS-TAKEN-DATE   PIC 9(08).
      77 WS-CTL-COUNT    PIC 9(07).
      77 WS-CTL-TOTAL    PIC S9(11)V99.
      77 WS-PROOF-DATE   PIC 9(08).
      77 WS-PROOF-TOTAL  PIC S9(11)V99.

      77 WS-DETAIL-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-DETAIL-TOTAL PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-CREDIT   PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-CURRENT  PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-30       PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-60       PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOT-90       PIC S9(11)V99 VALUE ZEROS.
      77 WS-DIFFERENCE   PIC S9(11)V99 VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(39)
             VALUE "CUSTOMER TRIAL BALANCE AS OF MONTH-END".
          05 WH-MONTH PIC 9(06).
          05 FILLER PIC X(16) VALUE " - SNAPPED ON".
          05 WH-TAKEN PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(41) VALUE "NAME".
          05 FILLER PIC X(04) VALUE "REP".
          05 FILLER PIC X(03) VALUE "ST".
          05 FILLER PIC X(08) VALUE "BUCKET".
          05 FILLER PIC X(12) VALUE "      LIMIT".
          05 FILLER PIC X(11) VALUE "    BALANCE".
      01 WS-DETAIL-LINE.
          05 WD-PHONE   PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-NAME    PIC X(40).
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-REP     PIC X(03).
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-STATE   PIC X(02).
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-BUCKET  PIC X(07).
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-LIMIT   PIC -(7)9,99.
          05 FILLER     PIC X(01) VALUE SPACES.
          05 WD-BALANCE PIC -(7)9,99.
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
          DISPLAY "TRIAL BALANCE AS OF MONTH-END (YYYYMM): "
              WITH NO ADVANCING
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
          MOVE WS-TAKEN-DATE   TO WH-TAKEN
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 002-LIST-MONTH THRU 002-LIST-MONTH-END
          PERFORM 003-PRINT-TOTALS THRU 003-PRINT-TOTALS-END
          CLOSE SNAP-FILE
          CLOSE RPT-FILE
          DISPLAY "TRIAL BALANCE " WS-MONTH-WANTED " COMPLETE - "
                  WS-DETAIL-COUNT " CUSTOMER(S) - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> LISTS THE MONTH'S DETAIL IN PHONE ORDER, TOTALLING BY
      *> BUCKET AS IT GOES.
      *> -----------------------------------------------------------
      002-LIST-MONTH.
          MOVE WS-MONTH-WANTED TO SN-MONTH
          MOVE 1 TO SN-PHONE
          START SNAP-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                  GO 002-LIST-MONTH-END
          END-START
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-LIST-MONTH-END
          END-READ.
      002-LIST-MONTH-LOOP.
          IF SN-MONTH NOT = WS-MONTH-WANTED
              GO 002-LIST-MONTH-END
          END-IF
          ADD 1 TO WS-DETAIL-COUNT
          ADD SN-BALANCE TO WS-DETAIL-TOTAL
          EVALUATE SN-BUCKET
              WHEN "CURRENT"
                  ADD SN-BALANCE TO WS-TOT-CURRENT
              WHEN "30 DAYS"
                  ADD SN-BALANCE TO WS-TOT-30
              WHEN "60 DAYS"
                  ADD SN-BALANCE TO WS-TOT-60
              WHEN "90+"
                  ADD SN-BALANCE TO WS-TOT-90
              WHEN OTHER
                  ADD SN-BALANCE TO WS-TOT-CREDIT
          END-EVALUATE
          MOVE SN-PHONE        TO WD-PHONE
          MOVE SN-NAME         TO WD-NAME
          MOVE SN-REP-CODE     TO WD-REP
          MOVE SN-STATE        TO WD-STATE
          MOVE SN-BUCKET       TO WD-BUCKET
          MOVE SN-CREDIT-LIMIT TO WD-LIMIT
          MOVE SN-BALANCE      TO WD-BALANCE
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE
          READ SNAP-FILE NEXT RECORD
              AT END
                  GO 002-LIST-MONTH-END
          END-READ
          GO 002-LIST-MONTH-LOOP.
      002-LIST-MONTH-END.

      *> -----------------------------------------------------------
      *> THE BUCKET TOTALS, THEN THE TWO PROOFS: DETAIL AGAINST THE
      *> CONTROL RECORD, AND THE SNAPSHOT AGAINST THE PROOF SHEET.
      *> -----------------------------------------------------------
      003-PRINT-TOTALS.
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
          MOVE "TRIAL BALANCE TOTAL:" TO WT-LABEL
          MOVE WS-DETAIL-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF WS-DETAIL-COUNT = WS-CTL-COUNT
              AND WS-DETAIL-TOTAL = WS-CTL-TOTAL
              MOVE "DETAIL AGREES TO THE SNAPSHOT CONTROL RECORD"
                  TO RPT-LINE
              WRITE RPT-LINE
          ELSE
              MOVE "*** DETAIL DOES NOT AGREE TO THE CONTROL RECORD ***"
                  TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "CONTROL RECORD COUNT " WS-CTL-COUNT
                  ", DETAIL COUNT " WS-DETAIL-COUNT INTO RPT-LINE
              WRITE RPT-LINE
              MOVE "CONTROL RECORD TOTAL:" TO WT-LABEL
              MOVE WS-CTL-TOTAL TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-IF
          IF WS-PROOF-DATE NOT = WS-TAKEN-DATE
              MOVE "NO PROOF SHEET CLOSING TOTAL SAVED FOR THE DAY"
                  TO RPT-LINE
              WRITE RPT-LINE
              GO 003-PRINT-TOTALS-END
          END-IF
          MOVE SPACES TO RPT-LINE
          STRING "PROOF SHEET CLOSING TOTAL " WS-PROOF-DATE ":"
              INTO WT-LABEL
          MOVE WS-PROOF-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          COMPUTE WS-DIFFERENCE = WS-CTL-TOTAL - WS-PROOF-TOTAL
          IF WS-DIFFERENCE = ZEROS
              MOVE "*** TIES TO THE PROOF SHEET ***" TO RPT-LINE
              WRITE RPT-LINE
          ELSE
              MOVE "*** DOES NOT TIE TO THE PROOF SHEET ***" TO RPT-LINE
              WRITE RPT-LINE
              MOVE "DIFFERENCE (SNAPSHOT - PROOF):" TO WT-LABEL
              MOVE WS-DIFFERENCE TO WT-AMOUNT
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE "(BALANCES MOVED BETWEEN PROOF AND SNAPSHOT)"
                  TO RPT-LINE
              WRITE RPT-LINE
          END-IF.
      003-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE SNAPSHOT FILE AND PICKS UP THE MONTH'S CONTROL
      *> RECORD. NO FILE, OR NO SNAPSHOT FOR THE MONTH, ENDS THE JOB.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT SNAP-FILE
          IF SN-NOT-EXIST THEN
              DISPLAY "custsnap.dat NOT FOUND - NO SNAPSHOTS TAKEN YET"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-MONTH-WANTED TO SN-MONTH
          MOVE ZEROS TO SN-PHONE
          READ SNAP-FILE
              INVALID KEY
                  MOVE ZEROS TO SN-TAKEN-DATE
          END-READ
          IF SN-TAKEN-DATE = ZEROS
              DISPLAY "NO SNAPSHOT ON FILE FOR " WS-MONTH-WANTED
                      " - JOB ENDED"
              CLOSE SNAP-FILE
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE SN-TAKEN-DATE  TO WS-TAKEN-DATE
          MOVE SN-CUST-COUNT  TO WS-CTL-COUNT
          MOVE SN-SNAP-TOTAL  TO WS-CTL-TOTAL
          MOVE SN-PROOF-DATE  TO WS-PROOF-DATE
          MOVE SN-PROOF-TOTAL TO WS-PROOF-TOTAL.

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
          STRING "custtbal." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTTBAL" TO SP-REPORT
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
          MOVE "CUSTTBAL" TO RL-JOB
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
          MOVE "CUSTTBAL" TO RL-JOB
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
