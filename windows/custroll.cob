      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTROLL.
      *> -----------------------------------------------------------
      *> FORWARD RECOVERY. RELOADS customers.dat, custhist.dat,
      *> custterm.dat AND custordr.dat FROM A BACKUP GENERATION
      *> TAKEN BY CUSTBKUP (custbkup.YYYYMMDD.seq, .hst, .trm AND
      *> .ord) AND ROLLS THEM FORWARD BY REPLAYING THE AFTER-IMAGE
      *> JOURNALS FROM THAT GENERATION ON, IN SEQUENCE:
      *>   - THE FIRST JOURNAL IS THE ONE WHOSE "S" RECORD NAMES THE
      *>     GENERATION (custaij.YYYYMMDD.log IF A LATER BACKUP HAS
      *>     CUT IT OVER, OTHERWISE THE CURRENT custaij.log); EACH
      *>     "E" RECORD NAMES THE GENERATION THE NEXT JOURNAL STARTS
      *>     FROM, SO THE RUN FOLLOWS THE CHAIN TO custaij.log.
      *>   - EVERY RECORD IS PROVED BEFORE IT IS APPLIED - ITS CHECK
      *>     VALUE, ITS SEQUENCE NUMBER (ONE MORE THAN THE LAST) AND
      *>     ITS CODES. THE RUN STOPS CLEANLY AT THE FIRST RECORD
      *>     THAT FAILS, AT THE FIRST RECORD STAMPED AFTER THE STOP
      *>     TIME ASKED FOR, OR AT THE END OF THE CURRENT JOURNAL.
      *>   - A WRITTEN RECORD IS WRITTEN OR REWRITTEN; A DELETED ONE
      *>     IS DELETED BY ITS KEY.
      *> NOTHING LIVE IS TOUCHED UNTIL ALL FOUR GENERATION FILES AND
      *> THE FIRST JOURNAL HAVE BEEN FOUND. THE REGISTER PRINTS THE
      *> CONTROL TOTALS OF THE GENERATION AS RELOADED AND OF THE
      *> FILES AS ROLLED FORWARD, THE RECORDS APPLIED TO EACH FILE,
      *> THE LAST JOURNAL RECORD APPLIED AND WHY THE RUN STOPPED.
      *> THE RUN DOES NOT JOURNAL ITS OWN WRITES: A BACKUP MUST BE
      *> TAKEN BEFORE THE ONLINE SYSTEM IS USED AGAIN.
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
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
          SELECT GEN-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GN-STAT.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
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

      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      *> ONE FILE OF THE GENERATION, SIZED FOR THE LONGEST RECORD.
      FD GEN-FILE VALUE OF FILE-ID IS WS-GEN-NAME.
      01 GEN-REC PIC X(931).

      FD AIJ-FILE VALUE OF FILE-ID IS WS-AIJ-NAME.
          COPY aijrec.

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
          88 HX-EOF       VALUE 10.
      77 TM-STAT PIC 9(02).
          88 TM-EOF       VALUE 10.
      77 OR-STAT PIC 9(02).
          88 OR-EOF       VALUE 10.
      77 GN-STAT PIC X(02).
          88 GN-NOT-EXIST VALUE "35".
          88 GN-EOF       VALUE "10".
      77 AJ-STAT PIC 9(02).
          88 AJ-OK        VALUE ZEROS.
          88 AJ-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).

      *> WHAT TO ROLL FORWARD FROM AND HOW FAR. A BLANK STOP TIME
      *> MEANS TO THE END OF THE CURRENT JOURNAL; A DATE ALONE MEANS
      *> TO THE END OF THAT DAY.
      77 WS-GEN-DATE   PIC X(08).
      77 WS-STOP-ENTRY PIC X(14).
      77 WS-STOP-AT    PIC 9(14).
      77 WS-GEN-NAME   PIC X(24).
      77 WS-GEN-MISSING PIC X(01) VALUE "N".
          88 GEN-MISSING VALUE "Y".
      01 WS-GEN-EXT-LIST PIC X(12) VALUE "seqhsttrmord".
      01 WS-GEN-EXT-TABLE REDEFINES WS-GEN-EXT-LIST.
          05 WS-GEN-EXT PIC X(03) OCCURS 4 TIMES.

      *> JOURNAL WALK. WS-CUR-GEN IS THE GENERATION THE JOURNAL
      *> BEING READ STARTED FROM; WS-EXPECT-SEQ IS THE SEQUENCE
      *> NUMBER THE NEXT RECORD MUST CARRY; WS-JRNL-RECNO COUNTS
      *> RECORDS WITHIN THE JOURNAL FOR THE DAMAGE REPORT.
      77 WS-AIJ-NAME    PIC X(24).
      77 WS-CUR-GEN     PIC 9(08).
      77 WS-NEXT-GEN    PIC 9(08).
      77 WS-EXPECT-SEQ  PIC 9(09).
      77 WS-JRNL-RECNO  PIC 9(09).
      77 WS-RECNO-EDIT  PIC Z(08)9.
      77 WS-JRNL-COUNT  PIC 9(03) VALUE ZEROS.
      77 WS-REC-OK      PIC X(01) VALUE "N".
          88 REC-OK VALUE "Y".
      77 WS-BAD-WHAT    PIC X(24).
      77 WS-STOP-REASON PIC X(80) VALUE SPACES.
      77 WS-LAST-SEQ    PIC 9(09) VALUE ZEROS.
      77 WS-LAST-STAMP  PIC 9(14) VALUE ZEROS.
      77 WS-LAST-JOURNAL PIC X(24) VALUE SPACES.
      77 WS-FILE-IX     PIC 9(01).
      77 WS-EXPECT-LENGTH PIC 9(04).
      77 WS-APPLY-ERRORS  PIC 9(07) VALUE ZEROS.
      77 WS-CHECK-CALC  PIC 9(09).
      77 WS-AIJ-IDX     PIC 9(04) COMP.
      77 WS-AIJ-WORK    PIC 9(18) COMP.
      77 WS-HX-IDX      PIC 9(02) COMP.
      77 WS-HX-SUM      PIC S9(09)V99.

      *> CONTROL TOTALS BY FILE (1 CUSTOMERS, 2 HISTORY, 3 TERMS,
      *> 4 ORDERS). THE AMOUNT IS THE SUM OF FS-BALANCE, OF EVERY
      *> HISTORY LINE, OF TM-CREDIT-LIMIT AND OF OR-TOTAL.
      01 WS-FILE-LABEL-LIST PIC X(48)
          VALUE "CUSTOMERS   HISTORY     TERMS       ORDERS      ".
      01 WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABEL-LIST.
          05 WS-FILE-LABEL PIC X(12) OCCURS 4 TIMES.
      01 WS-CONTROL-TOTALS.
          05 WS-CT OCCURS 4 TIMES.
              10 CT-BEFORE-COUNT  PIC 9(07).
              10 CT-BEFORE-AMOUNT PIC S9(11)V99.
              10 CT-AFTER-COUNT   PIC 9(07).
              10 CT-AFTER-AMOUNT  PIC S9(11)V99.
              10 CT-WRITTEN       PIC 9(07).
              10 CT-DELETED       PIC 9(07).

      01 WS-HEAD-1.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(24) VALUE "  GENERATION (BEFORE)".
          05 FILLER PIC X(24) VALUE "ROLLED FORWARD (AFTER)".
          05 FILLER PIC X(16) VALUE "JOURNAL APPLIED".
      01 WS-HEAD-2.
          05 FILLER PIC X(12) VALUE "FILE".
          05 FILLER PIC X(24) VALUE "RECORDS         AMOUNT".
          05 FILLER PIC X(24) VALUE "RECORDS         AMOUNT".
          05 FILLER PIC X(16) VALUE "WRITTEN  DELETED".
      01 WS-TOTAL-LINE.
          05 WT-LABEL         PIC X(12).
          05 WT-BEFORE-COUNT  PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WT-BEFORE-AMOUNT PIC -(10)9,99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WT-AFTER-COUNT   PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACES.
          05 WT-AFTER-AMOUNT  PIC -(10)9,99.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WT-WRITTEN       PIC ZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 WT-DELETED       PIC ZZZZZZ9.

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
          PERFORM 002-GET-PARAMETERS THRU 002-GET-PARAMETERS-END
          PERFORM 003-CHECK-GENERATION THRU 003-CHECK-GENERATION-END
          MOVE WS-GEN-DATE TO WS-CUR-GEN
          MOVE SPACES TO WS-AIJ-NAME
          STRING "custaij." WS-GEN-DATE ".log" INTO WS-AIJ-NAME
          OPEN INPUT AIJ-FILE
          IF AJ-OK
              CLOSE AIJ-FILE
          ELSE
              MOVE "custaij.log" TO WS-AIJ-NAME
          END-IF
          PERFORM 016-OPEN-JOURNAL THRU 016-OPEN-JOURNAL-END
          IF NOT REC-OK
              DISPLAY "NO USABLE JOURNAL FROM GENERATION " WS-GEN-DATE
              DISPLAY WS-STOP-REASON
              DISPLAY "LIVE FILES NOT TOUCHED - JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          PERFORM 005-RELOAD-GENERATION
              THRU 005-RELOAD-GENERATION-END
          PERFORM 010-ROLL-FORWARD THRU 010-ROLL-FORWARD-END
          PERFORM 014-AFTER-TOTALS THRU 014-AFTER-TOTALS-END
          PERFORM 015-PRINT-REPORT THRU 015-PRINT-REPORT-END
          CLOSE RPT-FILE
          DISPLAY "ROLL-FORWARD FROM GENERATION " WS-GEN-DATE
                  " COMPLETE - LAST SEQUENCE APPLIED " WS-LAST-SEQ
          DISPLAY "STOPPED: " WS-STOP-REASON
          IF WS-APPLY-ERRORS > ZEROS
              DISPLAY WS-APPLY-ERRORS " JOURNAL RECORD(S) COULD NOT "
                      "BE APPLIED - SEE " WS-RPT-NAME
          END-IF
          DISPLAY "TAKE A BACKUP (CUSTBKUP B) BEFORE THE ONLINE "
                  "SYSTEM IS USED AGAIN"
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> TAKES THE GENERATION DATE AND THE STOP TIME.
      *> -----------------------------------------------------------
      002-GET-PARAMETERS.
          DISPLAY "GENERATION TO ROLL FORWARD FROM (YYYYMMDD): "
              WITH NO ADVANCING
          ACCEPT WS-GEN-DATE
          IF WS-GEN-DATE = SPACES OR WS-GEN-DATE IS NOT NUMERIC
              DISPLAY "A NUMERIC GENERATION DATE IS REQUIRED "
                      "- JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          DISPLAY "STOP AT (YYYYMMDDHHMMSS OR YYYYMMDD, "
                  "BLANK FOR ALL): "
              WITH NO ADVANCING
          ACCEPT WS-STOP-ENTRY
          IF WS-STOP-ENTRY = SPACES
              MOVE ALL "9" TO WS-STOP-ENTRY
          END-IF
          IF WS-STOP-ENTRY(9:6) = SPACES
              MOVE "235959" TO WS-STOP-ENTRY(9:6)
          END-IF
          IF WS-STOP-ENTRY IS NOT NUMERIC
              DISPLAY "STOP TIME MUST BE YYYYMMDDHHMMSS OR YYYYMMDD "
                      "- JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          MOVE WS-STOP-ENTRY TO WS-STOP-AT.
      002-GET-PARAMETERS-END.

      *> -----------------------------------------------------------
      *> REFUSES TO GO ON UNLESS EVERY FILE OF THE GENERATION IS
      *> THERE - A PARTIAL RELOAD WOULD BE WORSE THAN NONE.
      *> -----------------------------------------------------------
      003-CHECK-GENERATION.
          MOVE "N" TO WS-GEN-MISSING
          PERFORM VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 4
              PERFORM 004-BUILD-GEN-NAME THRU 004-BUILD-GEN-NAME-END
              OPEN INPUT GEN-FILE
              IF GN-NOT-EXIST
                  DISPLAY WS-GEN-NAME " NOT FOUND"
                  MOVE "Y" TO WS-GEN-MISSING
              ELSE
                  CLOSE GEN-FILE
              END-IF
          END-PERFORM
          IF GEN-MISSING
              DISPLAY "GENERATION " WS-GEN-DATE " IS NOT COMPLETE - "
                      "LIVE FILES NOT TOUCHED - JOB ENDED"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF.
      003-CHECK-GENERATION-END.

      *> -----------------------------------------------------------
      *> NAMES THE GENERATION FILE FOR FILE NUMBER WS-FILE-IX.
      *> -----------------------------------------------------------
      004-BUILD-GEN-NAME.
          MOVE SPACES TO WS-GEN-NAME
          STRING "custbkup." WS-GEN-DATE "." WS-GEN-EXT(WS-FILE-IX)
              INTO WS-GEN-NAME.
      004-BUILD-GEN-NAME-END.

      *> -----------------------------------------------------------
      *> RELOADS THE FOUR FILES FROM THE GENERATION WITH OPEN OUTPUT,
      *> WHICH REBUILDS EVERY INDEX FROM SCRATCH, TAKING THE "BEFORE"
      *> CONTROL TOTALS AS EACH RECORD GOES IN.
      *> -----------------------------------------------------------
      005-RELOAD-GENERATION.
          INITIALIZE WS-CONTROL-TOTALS
          MOVE 1 TO WS-FILE-IX
          PERFORM 004-BUILD-GEN-NAME THRU 004-BUILD-GEN-NAME-END
          OPEN INPUT GEN-FILE
          OPEN OUTPUT FILE1
          READ GEN-FILE
              AT END
                  SET GN-EOF TO TRUE
          END-READ.
      005-RELOAD-CUSTOMERS-LOOP.
          IF NOT GN-EOF
              MOVE GEN-REC TO FILE1-REC
              WRITE FILE1-REC
                  INVALID KEY
                      DISPLAY "DUPLICATE KEY RELOADING " FS-PHONE
              END-WRITE
              ADD 1 TO CT-BEFORE-COUNT(1)
              ADD FS-BALANCE TO CT-BEFORE-AMOUNT(1)
              READ GEN-FILE
                  AT END
                      SET GN-EOF TO TRUE
              END-READ
              GO 005-RELOAD-CUSTOMERS-LOOP
          END-IF
          CLOSE GEN-FILE
          CLOSE FILE1
          MOVE 2 TO WS-FILE-IX
          PERFORM 004-BUILD-GEN-NAME THRU 004-BUILD-GEN-NAME-END
          OPEN INPUT GEN-FILE
          OPEN OUTPUT HISTORY-FILE
          READ GEN-FILE
              AT END
                  SET GN-EOF TO TRUE
          END-READ.
      005-RELOAD-HISTORY-LOOP.
          IF NOT GN-EOF
              MOVE GEN-REC TO HISTORY-REC
              WRITE HISTORY-REC
                  INVALID KEY
                      DISPLAY "DUPLICATE KEY RELOADING HISTORY "
                              HX-PHONE
              END-WRITE
              ADD 1 TO CT-BEFORE-COUNT(2)
              PERFORM 017-SUM-HISTORY THRU 017-SUM-HISTORY-END
              ADD WS-HX-SUM TO CT-BEFORE-AMOUNT(2)
              READ GEN-FILE
                  AT END
                      SET GN-EOF TO TRUE
              END-READ
              GO 005-RELOAD-HISTORY-LOOP
          END-IF
          CLOSE GEN-FILE
          CLOSE HISTORY-FILE
          MOVE 3 TO WS-FILE-IX
          PERFORM 004-BUILD-GEN-NAME THRU 004-BUILD-GEN-NAME-END
          OPEN INPUT GEN-FILE
          OPEN OUTPUT TERMS-FILE
          READ GEN-FILE
              AT END
                  SET GN-EOF TO TRUE
          END-READ.
      005-RELOAD-TERMS-LOOP.
          IF NOT GN-EOF
              MOVE GEN-REC TO TERMS-REC
              WRITE TERMS-REC
                  INVALID KEY
                      DISPLAY "DUPLICATE KEY RELOADING TERMS " TM-PHONE
              END-WRITE
              ADD 1 TO CT-BEFORE-COUNT(3)
              IF TM-CREDIT-LIMIT IS NUMERIC
                  ADD TM-CREDIT-LIMIT TO CT-BEFORE-AMOUNT(3)
              END-IF
              READ GEN-FILE
                  AT END
                      SET GN-EOF TO TRUE
              END-READ
              GO 005-RELOAD-TERMS-LOOP
          END-IF
          CLOSE GEN-FILE
          CLOSE TERMS-FILE
          MOVE 4 TO WS-FILE-IX
          PERFORM 004-BUILD-GEN-NAME THRU 004-BUILD-GEN-NAME-END
          OPEN INPUT GEN-FILE
          OPEN OUTPUT ORDER-FILE
          READ GEN-FILE
              AT END
                  SET GN-EOF TO TRUE
          END-READ.
      005-RELOAD-ORDERS-LOOP.
          IF NOT GN-EOF
              MOVE GEN-REC TO ORDER-REC
              WRITE ORDER-REC
                  INVALID KEY
                      DISPLAY "DUPLICATE KEY RELOADING ORDER " OR-NUMBER
              END-WRITE
              ADD 1 TO CT-BEFORE-COUNT(4)
              IF OR-TOTAL IS NUMERIC
                  ADD OR-TOTAL TO CT-BEFORE-AMOUNT(4)
              END-IF
              READ GEN-FILE
                  AT END
                      SET GN-EOF TO TRUE
              END-READ
              GO 005-RELOAD-ORDERS-LOOP
          END-IF
          CLOSE GEN-FILE
          CLOSE ORDER-FILE
          DISPLAY "GENERATION " WS-GEN-DATE " RELOADED - "
                  CT-BEFORE-COUNT(1) " CUSTOMER(S)".
      005-RELOAD-GENERATION-END.

      *> -----------------------------------------------------------
      *> REPLAYS THE JOURNALS. THE FIRST ONE IS ALREADY OPEN AND ITS
      *> "S" RECORD PROVED BY 016-OPEN-JOURNAL; EVERY RECORD AFTER IT
      *> IS PROVED BY 011-VERIFY-JOURNAL-REC BEFORE ANYTHING IS DONE
      *> WITH IT. AN "E" RECORD HANDS OVER TO THE JOURNAL FOR THE
      *> GENERATION IT NAMES.
      *> -----------------------------------------------------------
      010-ROLL-FORWARD.
          OPEN I-O FILE1
          OPEN I-O HISTORY-FILE
          OPEN I-O TERMS-FILE
          OPEN I-O ORDER-FILE.
      010-ROLL-FORWARD-LOOP.
          READ AIJ-FILE
              AT END
                  MOVE SPACES TO WS-STOP-REASON
                  IF WS-AIJ-NAME = "custaij.log"
                      MOVE "END OF THE CURRENT JOURNAL custaij.log"
                          TO WS-STOP-REASON
                  ELSE
                      STRING WS-AIJ-NAME DELIMITED BY SPACE
                          " ENDS WITHOUT ITS E RECORD - DAMAGED"
                          DELIMITED BY SIZE
                          INTO WS-STOP-REASON
                  END-IF
                  GO 010-ROLL-FORWARD-STOP
          END-READ
          ADD 1 TO WS-JRNL-RECNO
          PERFORM 011-VERIFY-JOURNAL-REC
              THRU 011-VERIFY-JOURNAL-REC-END
          IF NOT REC-OK
              GO 010-ROLL-FORWARD-STOP
          END-IF
          ADD 1 TO WS-EXPECT-SEQ
          IF AJ-START-REC
              MOVE "START RECORD IN MID-JOURNAL" TO WS-BAD-WHAT
              PERFORM 018-SET-DAMAGE-REASON
                  THRU 018-SET-DAMAGE-REASON-END
              GO 010-ROLL-FORWARD-STOP
          END-IF
          IF AJ-END-REC
              MOVE AJ-GEN TO WS-NEXT-GEN
              CLOSE AIJ-FILE
              PERFORM 013-NEXT-JOURNAL THRU 013-NEXT-JOURNAL-END
              IF NOT REC-OK
                  GO 010-ROLL-FORWARD-CLOSE
              END-IF
              GO 010-ROLL-FORWARD-LOOP
          END-IF
          IF AJ-STAMP > WS-STOP-AT
              MOVE WS-JRNL-RECNO TO WS-RECNO-EDIT
              MOVE SPACES TO WS-STOP-REASON
              STRING "STOP TIME REACHED AT RECORD "
                  FUNCTION TRIM(WS-RECNO-EDIT) " OF "
                  WS-AIJ-NAME DELIMITED BY SIZE
                  INTO WS-STOP-REASON
              GO 010-ROLL-FORWARD-STOP
          END-IF
          PERFORM 012-APPLY-IMAGE THRU 012-APPLY-IMAGE-END
          GO 010-ROLL-FORWARD-LOOP.
      010-ROLL-FORWARD-STOP.
          CLOSE AIJ-FILE.
      010-ROLL-FORWARD-CLOSE.
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE TERMS-FILE
          CLOSE ORDER-FILE.
      010-ROLL-FORWARD-END.

      *> -----------------------------------------------------------
      *> PROVES ONE JOURNAL RECORD: EVERY NUMERIC FIELD NUMERIC, THE
      *> CHECK VALUE RECOMPUTED THE WAY THE WRITERS COMPUTE IT, THE
      *> SEQUENCE NUMBER THE ONE EXPECTED, AND FOR AN IMAGE RECORD A
      *> KNOWN FILE AND ACTION WITH THAT FILE'S RECORD LENGTH. SETS
      *> WS-FILE-IX FOR AN IMAGE RECORD.
      *> -----------------------------------------------------------
      011-VERIFY-JOURNAL-REC.
          MOVE "Y" TO WS-REC-OK
          IF AJ-SEQ IS NOT NUMERIC OR AJ-CHECK IS NOT NUMERIC
              OR AJ-STAMP IS NOT NUMERIC OR AJ-GEN IS NOT NUMERIC
              OR AJ-LENGTH IS NOT NUMERIC
              MOVE "TORN OR GARBLED RECORD" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          MOVE AJ-SEQ TO WS-AIJ-WORK
          PERFORM VARYING WS-AIJ-IDX FROM 1 BY 1
                  UNTIL WS-AIJ-IDX > LENGTH OF AJ-BODY
              COMPUTE WS-AIJ-WORK = WS-AIJ-WORK
                  + FUNCTION ORD(AJ-BODY(WS-AIJ-IDX:1))
                  * WS-AIJ-IDX
          END-PERFORM
          COMPUTE WS-CHECK-CALC = FUNCTION MOD(WS-AIJ-WORK, 999999937)
          IF WS-CHECK-CALC NOT = AJ-CHECK
              MOVE "CHECK VALUE WRONG" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          IF AJ-SEQ NOT = WS-EXPECT-SEQ
              MOVE "SEQUENCE BREAK" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          IF AJ-START-REC OR AJ-END-REC
              GO 011-VERIFY-JOURNAL-REC-END
          END-IF
          IF NOT AJ-IMAGE-REC
              MOVE "UNKNOWN RECORD TYPE" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          EVALUATE TRUE
              WHEN AJ-CUSTOMER
                  MOVE 1 TO WS-FILE-IX
                  MOVE LENGTH OF FILE1-REC TO WS-EXPECT-LENGTH
              WHEN AJ-HISTORY
                  MOVE 2 TO WS-FILE-IX
                  MOVE LENGTH OF HISTORY-REC TO WS-EXPECT-LENGTH
              WHEN AJ-TERMS
                  MOVE 3 TO WS-FILE-IX
                  MOVE LENGTH OF TERMS-REC TO WS-EXPECT-LENGTH
              WHEN AJ-ORDER
                  MOVE 4 TO WS-FILE-IX
                  MOVE LENGTH OF ORDER-REC TO WS-EXPECT-LENGTH
              WHEN OTHER
                  MOVE "UNKNOWN FILE CODE" TO WS-BAD-WHAT
                  GO 011-VERIFY-JOURNAL-REC-BAD
          END-EVALUATE
          IF NOT (AJ-WRITTEN OR AJ-DELETED)
              MOVE "UNKNOWN ACTION CODE" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          IF AJ-LENGTH NOT = WS-EXPECT-LENGTH
              MOVE "WRONG RECORD LENGTH" TO WS-BAD-WHAT
              GO 011-VERIFY-JOURNAL-REC-BAD
          END-IF
          GO 011-VERIFY-JOURNAL-REC-END.
      011-VERIFY-JOURNAL-REC-BAD.
          MOVE "N" TO WS-REC-OK
          PERFORM 018-SET-DAMAGE-REASON THRU 018-SET-DAMAGE-REASON-END.
      011-VERIFY-JOURNAL-REC-END.

      *> -----------------------------------------------------------
      *> APPLIES ONE PROVED IMAGE RECORD TO ITS FILE. A WRITTEN
      *> RECORD IS ADDED, OR REWRITTEN WHEN THE KEY IS ALREADY ON
      *> FILE; A DELETED ONE IS REMOVED BY ITS KEY (ONE ALREADY GONE
      *> IS NOT AN ERROR).
      *> -----------------------------------------------------------
      012-APPLY-IMAGE.
          EVALUATE WS-FILE-IX
              WHEN 1
                  MOVE AJ-IMAGE TO FILE1-REC
                  IF AJ-DELETED
                      DELETE FILE1 RECORD
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                  ELSE
                      WRITE FILE1-REC
                          INVALID KEY
                              REWRITE FILE1-REC
                      END-WRITE
                      IF FS-STAT > 9
                          ADD 1 TO WS-APPLY-ERRORS
                      END-IF
                  END-IF
              WHEN 2
                  MOVE AJ-IMAGE TO HISTORY-REC
                  IF AJ-DELETED
                      DELETE HISTORY-FILE RECORD
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                  ELSE
                      WRITE HISTORY-REC
                          INVALID KEY
                              REWRITE HISTORY-REC
                      END-WRITE
                      IF HX-STAT > 9
                          ADD 1 TO WS-APPLY-ERRORS
                      END-IF
                  END-IF
              WHEN 3
                  MOVE AJ-IMAGE TO TERMS-REC
                  IF AJ-DELETED
                      DELETE TERMS-FILE RECORD
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                  ELSE
                      WRITE TERMS-REC
                          INVALID KEY
                              REWRITE TERMS-REC
                      END-WRITE
                      IF TM-STAT > 9
                          ADD 1 TO WS-APPLY-ERRORS
                      END-IF
                  END-IF
              WHEN 4
                  MOVE AJ-IMAGE TO ORDER-REC
                  IF AJ-DELETED
                      DELETE ORDER-FILE RECORD
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                  ELSE
                      WRITE ORDER-REC
                          INVALID KEY
                              REWRITE ORDER-REC
                      END-WRITE
                      IF OR-STAT > 9
                          ADD 1 TO WS-APPLY-ERRORS
                      END-IF
                  END-IF
          END-EVALUATE
          IF AJ-DELETED
              ADD 1 TO CT-DELETED(WS-FILE-IX)
          ELSE
              ADD 1 TO CT-WRITTEN(WS-FILE-IX)
          END-IF
          MOVE AJ-SEQ      TO WS-LAST-SEQ
          MOVE AJ-STAMP    TO WS-LAST-STAMP
          MOVE WS-AIJ-NAME TO WS-LAST-JOURNAL.
      012-APPLY-IMAGE-END.

      *> -----------------------------------------------------------
      *> FINDS THE JOURNAL THAT STARTS FROM THE GENERATION THE "E"
      *> RECORD NAMED: ITS KEPT COPY custaij.YYYYMMDD.LOG IF A LATER
      *> BACKUP CUT IT OVER, OTHERWISE THE CURRENT custaij.log. A
      *> GENERATION TAKEN TWICE IN A DAY NAMES ITSELF, AND THEN THE
      *> KEPT COPY IS THE JOURNAL JUST READ, SO custaij.log FOLLOWS.
      *> -----------------------------------------------------------
      013-NEXT-JOURNAL.
          MOVE "custaij.log" TO WS-AIJ-NAME
          IF WS-NEXT-GEN NOT = WS-CUR-GEN
              MOVE SPACES TO WS-AIJ-NAME
              STRING "custaij." WS-NEXT-GEN ".log" INTO WS-AIJ-NAME
              OPEN INPUT AIJ-FILE
              IF AJ-OK
                  CLOSE AIJ-FILE
              ELSE
                  MOVE "custaij.log" TO WS-AIJ-NAME
              END-IF
          END-IF
          MOVE WS-NEXT-GEN TO WS-CUR-GEN
          PERFORM 016-OPEN-JOURNAL THRU 016-OPEN-JOURNAL-END.
      013-NEXT-JOURNAL-END.

      *> -----------------------------------------------------------
      *> TAKES THE "AFTER" CONTROL TOTALS BY READING EACH ROLLED-
      *> FORWARD FILE END TO END.
      *> -----------------------------------------------------------
      014-AFTER-TOTALS.
          OPEN INPUT FILE1
          READ FILE1 NEXT RECORD
              AT END
                  SET FS-EOF TO TRUE
          END-READ.
      014-AFTER-CUSTOMERS-LOOP.
          IF NOT FS-EOF
              ADD 1 TO CT-AFTER-COUNT(1)
              ADD FS-BALANCE TO CT-AFTER-AMOUNT(1)
              READ FILE1 NEXT RECORD
                  AT END
                      SET FS-EOF TO TRUE
              END-READ
              GO 014-AFTER-CUSTOMERS-LOOP
          END-IF
          CLOSE FILE1
          OPEN INPUT HISTORY-FILE
          READ HISTORY-FILE NEXT RECORD
              AT END
                  SET HX-EOF TO TRUE
          END-READ.
      014-AFTER-HISTORY-LOOP.
          IF NOT HX-EOF
              ADD 1 TO CT-AFTER-COUNT(2)
              PERFORM 017-SUM-HISTORY THRU 017-SUM-HISTORY-END
              ADD WS-HX-SUM TO CT-AFTER-AMOUNT(2)
              READ HISTORY-FILE NEXT RECORD
                  AT END
                      SET HX-EOF TO TRUE
              END-READ
              GO 014-AFTER-HISTORY-LOOP
          END-IF
          CLOSE HISTORY-FILE
          OPEN INPUT TERMS-FILE
          READ TERMS-FILE NEXT RECORD
              AT END
                  SET TM-EOF TO TRUE
          END-READ.
      014-AFTER-TERMS-LOOP.
          IF NOT TM-EOF
              ADD 1 TO CT-AFTER-COUNT(3)
              IF TM-CREDIT-LIMIT IS NUMERIC
                  ADD TM-CREDIT-LIMIT TO CT-AFTER-AMOUNT(3)
              END-IF
              READ TERMS-FILE NEXT RECORD
                  AT END
                      SET TM-EOF TO TRUE
              END-READ
              GO 014-AFTER-TERMS-LOOP
          END-IF
          CLOSE TERMS-FILE
          OPEN INPUT ORDER-FILE
          READ ORDER-FILE NEXT RECORD
              AT END
                  SET OR-EOF TO TRUE
          END-READ.
      014-AFTER-ORDERS-LOOP.
          IF NOT OR-EOF
              ADD 1 TO CT-AFTER-COUNT(4)
              IF OR-TOTAL IS NUMERIC
                  ADD OR-TOTAL TO CT-AFTER-AMOUNT(4)
              END-IF
              READ ORDER-FILE NEXT RECORD
                  AT END
                      SET OR-EOF TO TRUE
              END-READ
              GO 014-AFTER-ORDERS-LOOP
          END-IF
          CLOSE ORDER-FILE.
      014-AFTER-TOTALS-END.

      *> -----------------------------------------------------------
      *> PRINTS THE REGISTER: THE RUN'S PARAMETERS, THE CONTROL
      *> TOTALS BEFORE AND AFTER WITH THE RECORDS APPLIED, THE LAST
      *> RECORD APPLIED AND WHY THE RUN STOPPED.
      *> -----------------------------------------------------------
      015-PRINT-REPORT.
          MOVE SPACES TO RPT-LINE
          STRING "ROLL-FORWARD FROM BACKUP GENERATION " WS-GEN-DATE
              INTO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          IF WS-STOP-AT = 99999999999999
              MOVE "STOP AT: END OF JOURNAL" TO RPT-LINE
          ELSE
              STRING "STOP AT: " WS-STOP-AT INTO RPT-LINE
          END-IF
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEAD-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEAD-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 4
              MOVE WS-FILE-LABEL(WS-FILE-IX)    TO WT-LABEL
              MOVE CT-BEFORE-COUNT(WS-FILE-IX)  TO WT-BEFORE-COUNT
              MOVE CT-BEFORE-AMOUNT(WS-FILE-IX) TO WT-BEFORE-AMOUNT
              MOVE CT-AFTER-COUNT(WS-FILE-IX)   TO WT-AFTER-COUNT
              MOVE CT-AFTER-AMOUNT(WS-FILE-IX)  TO WT-AFTER-AMOUNT
              MOVE CT-WRITTEN(WS-FILE-IX)       TO WT-WRITTEN
              MOVE CT-DELETED(WS-FILE-IX)       TO WT-DELETED
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-PERFORM
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "JOURNALS READ: " WS-JRNL-COUNT INTO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          IF WS-LAST-SEQ = ZEROS
              MOVE "LAST APPLIED: NOTHING APPLIED" TO RPT-LINE
          ELSE
              STRING "LAST APPLIED: SEQUENCE " WS-LAST-SEQ
                  " STAMPED " WS-LAST-STAMP " IN " WS-LAST-JOURNAL
                  INTO RPT-LINE
          END-IF
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "STOPPED: " WS-STOP-REASON INTO RPT-LINE
          WRITE RPT-LINE
          IF WS-APPLY-ERRORS > ZEROS
              MOVE SPACES TO RPT-LINE
              STRING "RECORDS THAT COULD NOT BE APPLIED: "
                  WS-APPLY-ERRORS INTO RPT-LINE
              WRITE RPT-LINE
          END-IF
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          STRING "TAKE A BACKUP (CUSTBKUP B) BEFORE THE ONLINE "
              "SYSTEM IS USED AGAIN" INTO RPT-LINE
          WRITE RPT-LINE.
      015-PRINT-REPORT-END.

      *> -----------------------------------------------------------
      *> OPENS THE JOURNAL NAMED IN WS-AIJ-NAME AND PROVES ITS FIRST
      *> RECORD IS A GOOD "S" RECORD FOR GENERATION WS-CUR-GEN. ON
      *> SUCCESS THE JOURNAL IS LEFT OPEN AFTER THAT RECORD; ON
      *> FAILURE IT IS CLOSED AND WS-STOP-REASON SAYS WHY.
      *> -----------------------------------------------------------
      016-OPEN-JOURNAL.
          MOVE "N" TO WS-REC-OK
          MOVE ZEROS TO WS-JRNL-RECNO
          MOVE SPACES TO WS-STOP-REASON
          OPEN INPUT AIJ-FILE
          IF NOT AJ-OK
              STRING WS-AIJ-NAME DELIMITED BY SPACE
                  " NOT FOUND" DELIMITED BY SIZE
                  INTO WS-STOP-REASON
              GO 016-OPEN-JOURNAL-END
          END-IF
          READ AIJ-FILE
              AT END
                  STRING WS-AIJ-NAME DELIMITED BY SPACE
                      " IS EMPTY" DELIMITED BY SIZE
                      INTO WS-STOP-REASON
                  CLOSE AIJ-FILE
                  GO 016-OPEN-JOURNAL-END
          END-READ
          MOVE 1 TO WS-JRNL-RECNO
          MOVE 1 TO WS-EXPECT-SEQ
          PERFORM 011-VERIFY-JOURNAL-REC
              THRU 011-VERIFY-JOURNAL-REC-END
          IF REC-OK
              IF NOT AJ-START-REC OR AJ-GEN NOT = WS-CUR-GEN
                  MOVE "N" TO WS-REC-OK
                  STRING WS-AIJ-NAME DELIMITED BY SPACE
                      " DOES NOT START FROM GENERATION "
                      DELIMITED BY SIZE
                      WS-CUR-GEN DELIMITED BY SIZE
                      INTO WS-STOP-REASON
              END-IF
          END-IF
          IF NOT REC-OK
              CLOSE AIJ-FILE
              GO 016-OPEN-JOURNAL-END
          END-IF
          ADD 1 TO WS-JRNL-COUNT
          ADD 1 TO WS-EXPECT-SEQ.
      016-OPEN-JOURNAL-END.

      *> -----------------------------------------------------------
      *> SUMS THE LINE AMOUNTS OF THE HISTORY RECORD IN HAND.
      *> -----------------------------------------------------------
      017-SUM-HISTORY.
          MOVE ZEROS TO WS-HX-SUM
          IF HX-ITEM-COUNT IS NOT NUMERIC OR HX-ITEM-COUNT > 20
              GO 017-SUM-HISTORY-END
          END-IF
          PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                  UNTIL WS-HX-IDX > HX-ITEM-COUNT
              IF HX-ITEM-AMOUNT(WS-HX-IDX) IS NUMERIC
                  ADD HX-ITEM-AMOUNT(WS-HX-IDX) TO WS-HX-SUM
              END-IF
          END-PERFORM.
      017-SUM-HISTORY-END.

      *> -----------------------------------------------------------
      *> WORDS THE STOP REASON FOR A DAMAGED RECORD - WHICH RECORD
      *> OF WHICH JOURNAL, AND WHAT WAS WRONG WITH IT.
      *> -----------------------------------------------------------
      018-SET-DAMAGE-REASON.
          MOVE WS-JRNL-RECNO TO WS-RECNO-EDIT
          MOVE SPACES TO WS-STOP-REASON
          STRING "DAMAGED RECORD " FUNCTION TRIM(WS-RECNO-EDIT)
              " OF " DELIMITED BY SIZE
              WS-AIJ-NAME DELIMITED BY SPACE
              " - " WS-BAD-WHAT DELIMITED BY SIZE
              INTO WS-STOP-REASON.
      018-SET-DAMAGE-REASON-END.

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
          STRING "custroll." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTROLL" TO SP-REPORT
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
          MOVE "CUSTROLL" TO RL-JOB
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
          MOVE "CUSTROLL" TO RL-JOB
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
