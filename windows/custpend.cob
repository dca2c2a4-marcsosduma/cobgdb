      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTPEND.
      *> -----------------------------------------------------------
      *> NIGHTLY AGED-APPROVALS REPORT FOR THE SUPERVISORS. LISTS
      *> EVERY CHANGE ON custpend.dat A CLERK KEYED THAT IS STILL
      *> WAITING FOR APPROVAL MORE THAN A DAY (24 HOURS) AFTER IT
      *> WAS KEYED - A CREDIT LIMIT OR GROUP LIMIT INCREASE, A HOLD
      *> RELEASE, A BALANCE CHANGE OR A REINSTATEMENT FROM THE
      *> RECYCLE BIN - OLDEST FIRST, WITH THE CUSTOMER, THE VALUE
      *> BEFORE AND AFTER, WHO KEYED IT AND HOW MANY HOURS IT HAS
      *> WAITED (custpend.lst). THE COUNT LEFT OVER A DAY AND THE
      *> COUNT STILL PENDING IN ALL PRINT AT THE BOTTOM. NOTHING ON
      *> THE FILE IS CHANGED - ONLY THE APPROVAL QUEUE IN THE ONLINE
      *> PROGRAM DECIDES A CHANGE. THE SAME SORT-WITH-PROCEDURES
      *> SHAPE AS custdisp.cob.
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
          SELECT PENDING-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PD-STAT
              RECORD KEY IS PD-KEY.
          SELECT FILE1 ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FS-STAT
              RECORD KEY IS FS-KEY
              ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES.
          SELECT RECYCLE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS RC-STAT
              RECORD KEY IS RC-KEY.
          SELECT SORT-WORK ASSIGN TO "custpend.wrk".
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
      FD PENDING-FILE VALUE OF FILE-ID IS "custpend.dat".
          COPY pendrec.

      FD FILE1 VALUE OF FILE-ID IS "customers.dat".
          COPY cust1fd.

      FD RECYCLE-FILE VALUE OF FILE-ID IS "custdel.dat".
          COPY recyrec.

      SD SORT-WORK.
      01 SW-REC.
          05 SW-HOURS   PIC 9(05).
          05 SW-PHONE   PIC 9(09).
          05 SW-TYPE    PIC X(01).
          05 SW-NAME    PIC X(24).
          05 SW-DESC    PIC X(08).
          05 SW-FROM    PIC X(11).
          05 SW-TO      PIC X(11).
          05 SW-MAKER   PIC X(08).
          05 SW-KEYED   PIC 9(14).

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 PD-STAT PIC 9(02).
          88 PD-FILE-OK        VALUE ZEROS.
          88 PD-FILE-NOT-EXIST VALUE 35.
          88 PD-EOF            VALUE 10.
      77 FS-STAT PIC 9(02).
          88 FS-OK        VALUE ZEROS.
          88 FS-NOT-EXIST VALUE 35.
      77 RC-STAT PIC 9(02).
          88 RC-FILE-OK        VALUE ZEROS.
          88 RC-FILE-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).
      77 WS-SORT-EOF PIC X VALUE "N".
          88 SORT-EOF VALUE "Y".

      *> HOW LONG A CHANGE HAS WAITED IS WORKED IN SECONDS FROM THE
      *> DAY NUMBER AND TIME OF DAY, SO "MORE THAN A DAY" MEANS 24
      *> HOURS AND NOT JUST KEYED BEFORE TODAY.
      77 WS-NOW          PIC 9(14).
      01 WS-STAMP.
          05 WS-STAMP-YMD  PIC 9(08).
          05 WS-STAMP-HH   PIC 9(02).
          05 WS-STAMP-MI   PIC 9(02).
          05 WS-STAMP-SS   PIC 9(02).
      77 WS-NOW-SECS     PIC 9(11).
      77 WS-KEYED-SECS   PIC 9(11).
      77 WS-AGE-SECS     PIC S9(11).
      77 WS-DAY-SECS     PIC 9(05) VALUE 86400.

      77 WS-PEND-DESC    PIC X(08).
      77 WS-PEND-FROM    PIC X(11).
      77 WS-PEND-TO      PIC X(11).
      77 WS-AMT-EDIT     PIC -(7)9,99.

      77 WS-DETAIL-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-PENDING-COUNT PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(48)
             VALUE "CHANGES WAITING FOR APPROVAL OVER A DAY - RUN ON".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(26) VALUE "NAME".
          05 FILLER PIC X(10) VALUE "CHANGE".
          05 FILLER PIC X(13) VALUE "       FROM".
          05 FILLER PIC X(13) VALUE "         TO".
          05 FILLER PIC X(10) VALUE "KEYED BY".
          05 FILLER PIC X(10) VALUE "KEYED ON".
          05 FILLER PIC X(05) VALUE "HOURS".
      01 WS-DETAIL-LINE.
          05 WD-PHONE   PIC 9(09).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-NAME    PIC X(24).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-DESC    PIC X(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-FROM    PIC X(11).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-TO      PIC X(11).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-MAKER   PIC X(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-KEYED   PIC 9(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WD-HOURS   PIC ZZZZ9.
      01 WS-TOTAL-LINE.
          05 WT-LABEL  PIC X(30).
          05 WT-COUNT  PIC ZZZZZZ9.

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
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
          MOVE WS-NOW TO WS-STAMP
          COMPUTE WS-NOW-SECS =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-YMD) * 86400
              + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE WS-NOW(1:8) TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          SORT SORT-WORK
              ON DESCENDING KEY SW-HOURS
              ON ASCENDING KEY SW-PHONE SW-TYPE
              INPUT PROCEDURE IS 002-SELECT-AGED-CHANGES
                  THRU 002-SELECT-AGED-CHANGES-END
              OUTPUT PROCEDURE IS 005-PRINT-SORTED
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE PENDING-FILE
          CLOSE FILE1
          CLOSE RECYCLE-FILE
          CLOSE RPT-FILE
          DISPLAY "AGED-APPROVALS REPORT COMPLETE - " WS-DETAIL-COUNT
                  " CHANGE(S) WAITING OVER A DAY - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> SORT INPUT PROCEDURE - WALKS THE PENDING-APPROVAL FILE AND
      *> RELEASES ONE SORT RECORD PER CHANGE STILL PENDING THAT WAS
      *> KEYED MORE THAN A DAY AGO. APPROVED AND REJECTED CHANGES
      *> ARE DECIDED AND LEFT OFF THE REPORT.
      *> -----------------------------------------------------------
      002-SELECT-AGED-CHANGES.
          READ PENDING-FILE NEXT RECORD
              AT END
                  SET PD-EOF TO TRUE
          END-READ.
      002-SELECT-AGED-CHANGES-LOOP.
          IF NOT PD-EOF
              IF PD-PENDING
                  ADD 1 TO WS-PENDING-COUNT
                  PERFORM 003-AGE-CHANGE THRU 003-AGE-CHANGE-END
                  IF WS-AGE-SECS > WS-DAY-SECS
                      PERFORM 004-RELEASE-DETAIL
                          THRU 004-RELEASE-DETAIL-END
                  END-IF
              END-IF
              READ PENDING-FILE NEXT RECORD
                  AT END
                      SET PD-EOF TO TRUE
              END-READ
              GO 002-SELECT-AGED-CHANGES-LOOP
          END-IF.
      002-SELECT-AGED-CHANGES-END.

      *> -----------------------------------------------------------
      *> WORKS OUT HOW LONG THE CHANGE IN PENDING-REC HAS WAITED. A
      *> CHANGE WITH NO USABLE KEYED STAMP COUNTS AS WAITING LONGER
      *> THAN ANY OTHER, THE SAME CONSERVATIVE CALL custdisp.cob
      *> MAKES FOR A CASE WITH NO OPENED DATE.
      *> -----------------------------------------------------------
      003-AGE-CHANGE.
          IF PD-KEYED-AT NOT NUMERIC OR PD-KEYED-AT = ZEROS
              MOVE 359996400 TO WS-AGE-SECS
              GO 003-AGE-CHANGE-END
          END-IF
          MOVE PD-KEYED-AT TO WS-STAMP
          COMPUTE WS-KEYED-SECS =
              FUNCTION INTEGER-OF-DATE(WS-STAMP-YMD) * 86400
              + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
          COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-KEYED-SECS
          IF WS-AGE-SECS > 359996400
              MOVE 359996400 TO WS-AGE-SECS
          END-IF.
      003-AGE-CHANGE-END.

      *> -----------------------------------------------------------
      *> NAMES THE CUSTOMER (FROM THE RECYCLE BIN FOR ONE WAITING TO
      *> BE REINSTATED), DESCRIBES THE CHANGE IN THE SAME WORDS THE
      *> ONLINE APPROVAL QUEUE USES, AND RELEASES THE SORT RECORD.
      *> -----------------------------------------------------------
      004-RELEASE-DETAIL.
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
          MOVE PD-BEFORE-AMOUNT TO WS-AMT-EDIT
          MOVE WS-AMT-EDIT TO WS-PEND-FROM
          MOVE PD-AFTER-AMOUNT TO WS-AMT-EDIT
          MOVE WS-AMT-EDIT TO WS-PEND-TO
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
          END-EVALUATE
          COMPUTE SW-HOURS = WS-AGE-SECS / 3600
          MOVE PD-PHONE     TO SW-PHONE
          MOVE PD-TYPE      TO SW-TYPE
          MOVE FS-NAME      TO SW-NAME
          MOVE WS-PEND-DESC TO SW-DESC
          MOVE WS-PEND-FROM TO SW-FROM
          MOVE WS-PEND-TO   TO SW-TO
          MOVE PD-MAKER     TO SW-MAKER
          MOVE PD-KEYED-AT  TO SW-KEYED
          IF PD-KEYED-AT NOT NUMERIC
              MOVE ZEROS TO SW-KEYED
          END-IF
          RELEASE SW-REC.
      004-RELEASE-DETAIL-END.

      *> -----------------------------------------------------------
      *> SORT OUTPUT PROCEDURE - PRINTS THE DETAIL LINES, LONGEST
      *> WAITING FIRST.
      *> -----------------------------------------------------------
      005-PRINT-SORTED.
          PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK RECORD
                  AT END
                      SET SORT-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-DETAIL-COUNT
                      MOVE SW-PHONE       TO WD-PHONE
                      MOVE SW-NAME        TO WD-NAME
                      MOVE SW-DESC        TO WD-DESC
                      MOVE SW-FROM        TO WD-FROM
                      MOVE SW-TO          TO WD-TO
                      MOVE SW-MAKER       TO WD-MAKER
                      MOVE SW-KEYED(1:8)  TO WD-KEYED
                      MOVE SW-HOURS       TO WD-HOURS
                      MOVE WS-DETAIL-LINE TO RPT-LINE
                      WRITE RPT-LINE
              END-RETURN
          END-PERFORM.

      *> -----------------------------------------------------------
      *> THE COUNT WAITING OVER A DAY, THEN EVERYTHING STILL PENDING.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF WS-DETAIL-COUNT = ZEROS
              MOVE "  (NOTHING HAS WAITED OVER A DAY)" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
          END-IF
          MOVE "WAITING OVER A DAY:" TO WT-LABEL
          MOVE WS-DETAIL-COUNT TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "PENDING APPROVAL IN ALL:" TO WT-LABEL
          MOVE WS-PENDING-COUNT TO WT-COUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE PENDING-APPROVAL FILE, FILE1 AND THE RECYCLE BIN
      *> FOR INPUT. A PENDING FILE OR RECYCLE BIN THAT DOES NOT
      *> EXIST YET IS CREATED EMPTY, SO THE REPORT STILL PRINTS
      *> (WITH NOTHING WAITING).
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT PENDING-FILE
          IF PD-FILE-NOT-EXIST THEN
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN INPUT PENDING-FILE
          END-IF
          OPEN INPUT RECYCLE-FILE
          IF RC-FILE-NOT-EXIST THEN
              OPEN OUTPUT RECYCLE-FILE
              CLOSE RECYCLE-FILE
              OPEN INPUT RECYCLE-FILE
          END-IF
          OPEN INPUT FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO REPORT"
              CLOSE PENDING-FILE
              CLOSE RECYCLE-FILE
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF.

      *> -----------------------------------------------------------
      *> OPENS THE REPORT AS A DATED, RETAINED GENERATION (THE SAME
      *> NAMING IDEA AS THE custbkup.YYYYMMDD.seq BACKUPS) AND
      *> REGISTERS IT ON THE SPOOL CATALOG, SO A RERUN NEVER
      *> DESTROYS AN EARLIER REPORT AND THE ONLINE VIEWER CAN
      *> PULL ANY RETAINED GENERATION BACK UP.
      *> -----------------------------------------------------------
      092-OPEN-SPOOLED-REPORT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPOOL-STAMP
          MOVE SPACES TO WS-RPT-NAME
          STRING "custpend." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTPEND" TO SP-REPORT
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
          MOVE "CUSTPEND" TO RL-JOB
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
          MOVE "CUSTPEND" TO RL-JOB
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
