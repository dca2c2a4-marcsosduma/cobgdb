      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTJRNL.
      *> -----------------------------------------------------------
      *> NIGHTLY GENERAL-LEDGER JOURNAL. SUMMARISES THE DAY'S MONEY
      *> MOVEMENTS BY TRANSACTION TYPE INTO A BALANCED JOURNAL FILE
      *> FOR THE GL PACKAGE (custgl.YYYYMMDD.jnl), SO THE ACCOUNTS
      *> DEPARTMENT STOPS RE-KEYING THE REGISTERS. THE MOVEMENTS ARE
      *> TAKEN FROM EXACTLY THE FILES THE PROOF SHEET (custprof)
      *> PROVES FS-BALANCE WITH:
      *>   custhist.dat LINES DATED TODAY, TYPED BY MARKER CODE -
      *>     "(FINCHG)" FINCHG, "(STDCHG)" STDCHG, "(SLSTAX)"
      *>     SLSTAX, "(PPDISC)" PPDISC, "(WRTOFF)" WRTOFF,
      *>     "(RECOVR)" RECOVER, "(REFUND)" REFUND, "(DSPCRD)"
      *>     DISPUTE; ANY OTHER LINE
      *>     IS SALES, OR RETURNS WHEN ITS AMOUNT IS NEGATIVE
      *>   custpmt.dat PAYMENTS APPLIED TODAY - CASH
      *>   TODAY'S DELETE AUDIT RECORDS, AT THE RECYCLE-BIN
      *>     BALANCE - DELETE
      *> EACH TYPE WITH A MOVEMENT BECOMES A DEBIT AND A CREDIT
      *> BETWEEN THE RECEIVABLES CONTROL ACCOUNT (TYPE "AR") AND THE
      *> TYPE'S OWN ACCOUNT, BOTH TAKEN FROM THE MAPPING FILE
      *> custglac.dat (MAINTAINED ON THE CUSTOMER MENU), SO THE
      *> JOURNAL ALWAYS BALANCES AND THE NET MOVEMENT ON THE
      *> RECEIVABLES ACCOUNT IS THE PROOF SHEET'S MOVEMENT FOR THE
      *> DAY. THE REGISTER (custjrnl.lst) SHOWS BOTH FIGURES.
      *> A TYPE WITH NO ACCOUNT MAPPED STOPS THE JOURNAL BEING
      *> WRITTEN - THE REGISTER LISTS WHAT IS MISSING. THE "GLJRNL"
      *> CONTROL RECORD ON custparm.dat HOLDS THE LAST DAY
      *> JOURNALLED, SO A RERUN CANNOT POST THE SAME DAY TWICE.
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
          SELECT HISTORY-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS HX-STAT
              RECORD KEY IS HX-KEY.
          SELECT PAYMENT-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PY-STAT
              RECORD KEY IS PY-KEY.
          SELECT RECYCLE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS RC-STAT
              RECORD KEY IS RC-KEY.
          SELECT GLMAP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS GM-STAT
              RECORD KEY IS GM-KEY.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
          SELECT JRNL-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JR-STAT.
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
      FD HISTORY-FILE VALUE OF FILE-ID IS "custhist.dat".
          COPY custhist.

      FD PAYMENT-FILE VALUE OF FILE-ID IS "custpmt.dat".
          COPY payrec.

      FD RECYCLE-FILE VALUE OF FILE-ID IS "custdel.dat".
          COPY recyrec.

      FD GLMAP-FILE VALUE OF FILE-ID IS "custglac.dat".
          COPY glmaprec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      FD JRNL-FILE VALUE OF FILE-ID IS WS-JRNL-NAME.
      01 JRNL-REC PIC X(80).

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

      FD RCTL-FILE VALUE OF FILE-ID IS "custrctl.dat".
          COPY rctlrec.

      WORKING-STORAGE SECTION.
      77 HX-STAT PIC 9(02).
          88 HX-OK        VALUE ZEROS.
          88 HX-NOT-EXIST VALUE 35.
          88 HX-EOF       VALUE 10.
      77 PY-STAT PIC 9(02).
          88 PY-OK        VALUE ZEROS.
          88 PY-NOT-EXIST VALUE 35.
          88 PY-EOF       VALUE 10.
      77 RC-STAT PIC 9(02).
          88 RC-OK        VALUE ZEROS.
          88 RC-NOT-EXIST VALUE 35.
      77 GM-STAT PIC 9(02).
          88 GM-OK        VALUE ZEROS.
          88 GM-NOT-EXIST VALUE 35.
      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.
      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
      77 JR-STAT PIC X(02).
      77 RP-STAT PIC X(02).
      77 WS-AUDIT-EOF PIC X VALUE "N".
          88 AUDIT-EOF VALUE "Y".

      77 WS-TODAY-YMD PIC 9(08).
      77 WS-HIST-IDX  PIC 99 COMP.
      77 WS-JRNL-NAME PIC X(30).

      *> THE TRANSACTION TYPES, IN THE ORDER THEY ARE JOURNALLED.
      *> WS-GL-COUNT/AMOUNT ACCUMULATE EACH TYPE'S MOVEMENTS AS
      *> THEY MOVE FS-BALANCE (A PAYMENT OR DELETE IS NEGATIVE).
      01 WS-GL-TYPE-VALUES.
          05 FILLER PIC X(08) VALUE "SALES".
          05 FILLER PIC X(08) VALUE "RETURNS".
          05 FILLER PIC X(08) VALUE "SLSTAX".
          05 FILLER PIC X(08) VALUE "FINCHG".
          05 FILLER PIC X(08) VALUE "STDCHG".
          05 FILLER PIC X(08) VALUE "PPDISC".
          05 FILLER PIC X(08) VALUE "CASH".
          05 FILLER PIC X(08) VALUE "DELETE".
          05 FILLER PIC X(08) VALUE "WRTOFF".
          05 FILLER PIC X(08) VALUE "RECOVER".
          05 FILLER PIC X(08) VALUE "REFUND".
          05 FILLER PIC X(08) VALUE "DISPUTE".
      01 WS-GL-TYPE-TABLE REDEFINES WS-GL-TYPE-VALUES.
          05 WS-GL-TYPE PIC X(08) OCCURS 12 TIMES.
      77 WS-GL-TYPE-COUNT PIC 99 VALUE 12.
      01 WS-GL-TOTALS.
          05 WS-GL-ENTRY OCCURS 12 TIMES.
              10 WS-GL-COUNT   PIC 9(07).
              10 WS-GL-AMOUNT  PIC S9(11)V99.
              10 WS-GL-ACCOUNT PIC X(10).
              10 WS-GL-DESC    PIC X(30).
      77 WS-GL-IDX      PIC 99 COMP.
      77 WS-TYPE-WANTED PIC X(08).
      77 WS-MOVE-AMOUNT PIC S9(11)V99.
      77 WS-AR-ACCOUNT  PIC X(10).
      77 WS-MAP-MISSING PIC X VALUE "N".
          88 MAP-MISSING VALUE "Y".

      77 WS-CHARGES-TODAY  PIC S9(11)V99 VALUE ZEROS.
      77 WS-PAYMENTS-TODAY PIC S9(11)V99 VALUE ZEROS.
      77 WS-DELETED-TODAY  PIC S9(11)V99 VALUE ZEROS.
      77 WS-PROOF-MOVEMENT PIC S9(11)V99 VALUE ZEROS.
      77 WS-AR-MOVEMENT    PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOTAL-DEBITS   PIC S9(11)V99 VALUE ZEROS.
      77 WS-TOTAL-CREDITS  PIC S9(11)V99 VALUE ZEROS.
      77 WS-JRNL-SEQ       PIC 9(05) VALUE ZEROS.
      77 WS-LINE-AMOUNT    PIC S9(11)V99.

      *> THE GL PACKAGE'S FIXED JOURNAL LAYOUT: A "D" LINE PER
      *> DEBIT OR CREDIT AND ONE "T" TRAILER WITH THE LINE COUNT
      *> AND BOTH SIDES' TOTALS. AMOUNTS ARE UNSIGNED ZONED DECIMAL.
      01 WS-JRNL-DETAIL.
          05 JD-RECTYPE PIC X(01) VALUE "D".
          05 JD-DATE    PIC 9(08).
          05 JD-SEQ     PIC 9(05).
          05 JD-ACCOUNT PIC X(10).
          05 JD-DR-CR   PIC X(01).
          05 JD-AMOUNT  PIC 9(11)V99.
          05 JD-TYPE    PIC X(08).
          05 JD-DESC    PIC X(30).
      01 WS-JRNL-TRAILER.
          05 JT-RECTYPE PIC X(01) VALUE "T".
          05 JT-DATE    PIC 9(08).
          05 JT-COUNT   PIC 9(05).
          05 JT-DEBITS  PIC 9(11)V99.
          05 JT-CREDITS PIC 9(11)V99.

      01 WS-REG-HEADING.
          05 FILLER PIC X(10) VALUE "TYPE".
          05 FILLER PIC X(24) VALUE "DESCRIPTION".
          05 FILLER PIC X(09) VALUE "  COUNT".
          05 FILLER PIC X(12) VALUE "DEBIT".
          05 FILLER PIC X(12) VALUE "CREDIT".
          05 FILLER PIC X(13) VALUE "       AMOUNT".
      01 WS-REG-DETAIL.
          05 WR-TYPE    PIC X(08).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WR-DESC    PIC X(24).
          05 WR-COUNT   PIC ZZZZZZ9.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WR-DR-ACCT PIC X(10).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WR-CR-ACCT PIC X(10).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WR-AMOUNT  PIC -(9)9,99.
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
          PERFORM 007-OPEN-FILES
          MOVE "GLJRNL" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "GLJRNL" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "LAST GL JOURNAL DATE" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          IF PA-NUMBER = WS-TODAY-YMD
              DISPLAY "GL JOURNAL ALREADY WRITTEN FOR "
                      WS-TODAY-YMD " - NOTHING TO DO"
              PERFORM 008-CLOSE-FILES
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE SPACES TO RPT-LINE
          STRING "GENERAL LEDGER JOURNAL - " WS-TODAY-YMD INTO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          INITIALIZE WS-GL-TOTALS
          PERFORM 002-SUM-HISTORY THRU 002-SUM-HISTORY-END
          PERFORM 003-SUM-PAYMENTS THRU 003-SUM-PAYMENTS-END
          PERFORM 004-SUM-DELETES THRU 004-SUM-DELETES-END
          PERFORM 005-CHECK-MAPPING THRU 005-CHECK-MAPPING-END
          IF MAP-MISSING
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "JOURNAL NOT WRITTEN - MAP THE ACCOUNTS ABOVE AND RERUN"
                  TO RPT-LINE
              WRITE RPT-LINE
              CLOSE RPT-FILE
              PERFORM 008-CLOSE-FILES
              DISPLAY "GL ACCOUNTS NOT MAPPED - JOURNAL NOT WRITTEN - "
                      "SEE " WS-RPT-NAME
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          PERFORM 006-WRITE-JOURNAL THRU 006-WRITE-JOURNAL-END
          PERFORM 009-PRINT-TOTALS THRU 009-PRINT-TOTALS-END
          MOVE "GLJRNL" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE WS-TODAY-YMD    TO PA-NUMBER
                  MOVE WS-TOTAL-DEBITS TO PA-AMOUNT
                  REWRITE PARM-REC
          END-READ
          CLOSE RPT-FILE
          PERFORM 008-CLOSE-FILES
          DISPLAY "GL JOURNAL COMPLETE - " WS-JRNL-SEQ " LINE(S) TO "
                  WS-JRNL-NAME " - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> TYPES EVERY HISTORY LINE DATED TODAY BY ITS MARKER CODE -
      *> THE SAME LINES THE PROOF SHEET COUNTS AS TODAY'S CHARGES.
      *> -----------------------------------------------------------
      002-SUM-HISTORY.
          MOVE ZEROS TO HX-PHONE
          START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
              INVALID KEY
                  GO 002-SUM-HISTORY-END
          END-START
          READ HISTORY-FILE NEXT RECORD
              AT END
                  MOVE 10 TO HX-STAT
          END-READ.
      002-SUM-HISTORY-LOOP.
          IF NOT HX-EOF
              PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                      UNTIL WS-HIST-IDX > HX-ITEM-COUNT
                  IF HX-ITEM-DATE(WS-HIST-IDX) = WS-TODAY-YMD
                      PERFORM 010-TYPE-HISTORY-LINE
                          THRU 010-TYPE-HISTORY-LINE-END
                      ADD HX-ITEM-AMOUNT(WS-HIST-IDX)
                          TO WS-CHARGES-TODAY
                  END-IF
              END-PERFORM
              READ HISTORY-FILE NEXT RECORD
                  AT END
                      MOVE 10 TO HX-STAT
              END-READ
              GO 002-SUM-HISTORY-LOOP
          END-IF.
      002-SUM-HISTORY-END.

      *> -----------------------------------------------------------
      *> SUMS EVERY PAYMENT APPLIED TODAY INTO CASH.
      *> -----------------------------------------------------------
      003-SUM-PAYMENTS.
          MOVE SPACES TO PY-KEY
          START PAYMENT-FILE KEY IS NOT LESS THAN PY-KEY
              INVALID KEY
                  GO 003-SUM-PAYMENTS-END
          END-START
          READ PAYMENT-FILE NEXT RECORD
              AT END
                  SET PY-EOF TO TRUE
          END-READ.
      003-SUM-PAYMENTS-LOOP.
          IF NOT PY-EOF
              IF PY-APPLIED AND PY-APPLIED-DATE = WS-TODAY-YMD
                  ADD PY-AMOUNT TO WS-PAYMENTS-TODAY
                  MOVE "CASH" TO WS-TYPE-WANTED
                  COMPUTE WS-MOVE-AMOUNT = 0 - PY-AMOUNT
                  PERFORM 011-ADD-MOVEMENT THRU 011-ADD-MOVEMENT-END
              END-IF
              READ PAYMENT-FILE NEXT RECORD
                  AT END
                      SET PY-EOF TO TRUE
              END-READ
              GO 003-SUM-PAYMENTS-LOOP
          END-IF.
      003-SUM-PAYMENTS-END.

      *> -----------------------------------------------------------
      *> TODAY'S DELETES, AT THE BALANCE THE RECYCLE BIN HOLDS FOR
      *> THEM - THE SAME FIGURE THE PROOF SHEET SUBTRACTS. A MERGE
      *> IS SUM-NEUTRAL AND MOVES NOTHING IN THE LEDGER.
      *> -----------------------------------------------------------
      004-SUM-DELETES.
          OPEN INPUT AUDIT-FILE
          IF AU-NOT-EXIST
              GO 004-SUM-DELETES-END
          END-IF
          READ AUDIT-FILE
              AT END
                  MOVE "Y" TO WS-AUDIT-EOF
          END-READ.
      004-SUM-DELETES-LOOP.
          IF NOT AUDIT-EOF
              IF AU-TIMESTAMP(1:8) = WS-TODAY-YMD
                  AND AU-OPERATION = "DELETE"
                  MOVE AU-PHONE TO RC-PHONE
                  READ RECYCLE-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          ADD RC-BALANCE TO WS-DELETED-TODAY
                          MOVE "DELETE" TO WS-TYPE-WANTED
                          COMPUTE WS-MOVE-AMOUNT = 0 - RC-BALANCE
                          PERFORM 011-ADD-MOVEMENT
                              THRU 011-ADD-MOVEMENT-END
                  END-READ
              END-IF
              READ AUDIT-FILE
                  AT END
                      MOVE "Y" TO WS-AUDIT-EOF
              END-READ
              GO 004-SUM-DELETES-LOOP
          END-IF
          CLOSE AUDIT-FILE.
      004-SUM-DELETES-END.

      *> -----------------------------------------------------------
      *> LOOKS UP THE RECEIVABLES CONTROL ACCOUNT AND THE ACCOUNT
      *> FOR EVERY TYPE THAT MOVED TODAY. EACH ONE MISSING IS
      *> LISTED ON THE REGISTER AND STOPS THE JOURNAL.
      *> -----------------------------------------------------------
      005-CHECK-MAPPING.
          MOVE "N" TO WS-MAP-MISSING
          MOVE "AR" TO GM-TYPE
          READ GLMAP-FILE
              INVALID KEY
                  MOVE "Y" TO WS-MAP-MISSING
                  MOVE "NO GL ACCOUNT MAPPED FOR TYPE AR" TO RPT-LINE
                  WRITE RPT-LINE
                  END-WRITE
              NOT INVALID KEY
                  MOVE GM-ACCOUNT TO WS-AR-ACCOUNT
          END-READ
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                  UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT
              IF WS-GL-AMOUNT(WS-GL-IDX) NOT = ZEROS
                  MOVE WS-GL-TYPE(WS-GL-IDX) TO GM-TYPE
                  READ GLMAP-FILE
                      INVALID KEY
                          MOVE "Y" TO WS-MAP-MISSING
                          MOVE SPACES TO RPT-LINE
                          STRING "NO GL ACCOUNT MAPPED FOR TYPE "
                              WS-GL-TYPE(WS-GL-IDX)
                              INTO RPT-LINE
                          WRITE RPT-LINE
                          END-WRITE
                      NOT INVALID KEY
                          MOVE GM-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-IDX)
                          MOVE GM-DESC    TO WS-GL-DESC(WS-GL-IDX)
                  END-READ
              END-IF
          END-PERFORM.
      005-CHECK-MAPPING-END.

      *> -----------------------------------------------------------
      *> WRITES THE JOURNAL: FOR EACH TYPE THAT MOVED, A DEBIT AND A
      *> CREDIT OF THE SAME AMOUNT. A TYPE THAT RAISED BALANCES
      *> DEBITS RECEIVABLES AND CREDITS ITS OWN ACCOUNT; ONE THAT
      *> LOWERED THEM (CASH, RETURNS, DISCOUNTS, DELETES, BAD DEBTS
      *> WRITTEN OFF) DEBITS ITS OWN ACCOUNT AND CREDITS
      *> RECEIVABLES. THE REGISTER GETS ONE LINE PER TYPE. A DAY
      *> WITH NO MOVEMENT STILL GETS A JOURNAL WITH JUST ITS
      *> TRAILER, SO THE GL SEES THE DAY WAS CLOSED.
      *> -----------------------------------------------------------
      006-WRITE-JOURNAL.
          MOVE SPACES TO WS-JRNL-NAME
          STRING "custgl." WS-TODAY-YMD ".jnl" INTO WS-JRNL-NAME
          OPEN OUTPUT JRNL-FILE
          MOVE WS-REG-HEADING TO RPT-LINE
          WRITE RPT-LINE
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                  UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT
              IF WS-GL-AMOUNT(WS-GL-IDX) NOT = ZEROS
                  PERFORM 012-JOURNAL-ONE-TYPE
                      THRU 012-JOURNAL-ONE-TYPE-END
              END-IF
          END-PERFORM
          MOVE WS-TODAY-YMD     TO JT-DATE
          MOVE WS-JRNL-SEQ      TO JT-COUNT
          MOVE WS-TOTAL-DEBITS  TO JT-DEBITS
          MOVE WS-TOTAL-CREDITS TO JT-CREDITS
          MOVE WS-JRNL-TRAILER TO JRNL-REC
          WRITE JRNL-REC
          CLOSE JRNL-FILE.
      006-WRITE-JOURNAL-END.

      *> -----------------------------------------------------------
      *> PRINTS THE JOURNAL TOTALS AND TIES THE NET RECEIVABLES
      *> MOVEMENT TO THE PROOF SHEET'S MOVEMENT FOR THE DAY
      *> (TODAY'S CHARGES LESS PAYMENTS APPLIED LESS BALANCES
      *> DELETED).
      *> -----------------------------------------------------------
      009-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "TOTAL DEBITS:" TO WT-LABEL
          MOVE WS-TOTAL-DEBITS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "TOTAL CREDITS:" TO WT-LABEL
          MOVE WS-TOTAL-CREDITS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          COMPUTE WS-PROOF-MOVEMENT =
              WS-CHARGES-TODAY - WS-PAYMENTS-TODAY - WS-DELETED-TODAY
          MOVE "NET MOVEMENT ON RECEIVABLES (AR):" TO WT-LABEL
          MOVE WS-AR-MOVEMENT TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "PROOF SHEET MOVEMENT FOR THE DAY:" TO WT-LABEL
          MOVE WS-PROOF-MOVEMENT TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-AR-MOVEMENT = WS-PROOF-MOVEMENT
              MOVE "*** JOURNAL BALANCED AND AGREES TO THE PROOF SHEET ***"
                  TO RPT-LINE
          ELSE
              MOVE "*** JOURNAL OUT OF BALANCE - DO NOT LOAD ***"
                  TO RPT-LINE
          END-IF
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "JOURNAL FILE: " WS-JRNL-NAME INTO RPT-LINE
          WRITE RPT-LINE.
      009-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> PICKS THE TRANSACTION TYPE FOR THE HISTORY LINE AT
      *> WS-HIST-IDX AND ADDS IT IN. A FINANCE CHARGE WRITTEN BEFORE
      *> THE MARKER CODES EXISTED IS KNOWN BY ITS DESCRIPTION.
      *> -----------------------------------------------------------
      010-TYPE-HISTORY-LINE.
          EVALUATE TRUE
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(FINCHG)"
                  OR HX-ITEM-DESC(WS-HIST-IDX) = "FINANCE CHARGE"
                  MOVE "FINCHG" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(STDCHG)"
                  MOVE "STDCHG" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(SLSTAX)"
                  MOVE "SLSTAX" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(PPDISC)"
                  MOVE "PPDISC" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(WRTOFF)"
                  MOVE "WRTOFF" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(RECOVR)"
                  MOVE "RECOVER" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(REFUND)"
                  MOVE "REFUND" TO WS-TYPE-WANTED
              WHEN HX-ITEM-CODE(WS-HIST-IDX) = "(DSPCRD)"
                  MOVE "DISPUTE" TO WS-TYPE-WANTED
              WHEN HX-ITEM-AMOUNT(WS-HIST-IDX) < ZEROS
                  MOVE "RETURNS" TO WS-TYPE-WANTED
              WHEN OTHER
                  MOVE "SALES" TO WS-TYPE-WANTED
          END-EVALUATE
          MOVE HX-ITEM-AMOUNT(WS-HIST-IDX) TO WS-MOVE-AMOUNT
          PERFORM 011-ADD-MOVEMENT THRU 011-ADD-MOVEMENT-END.
      010-TYPE-HISTORY-LINE-END.

      *> -----------------------------------------------------------
      *> ADDS WS-MOVE-AMOUNT INTO THE TOTALS FOR WS-TYPE-WANTED.
      *> -----------------------------------------------------------
      011-ADD-MOVEMENT.
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                  UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT
                     OR WS-GL-TYPE(WS-GL-IDX) = WS-TYPE-WANTED
              CONTINUE
          END-PERFORM
          IF WS-GL-IDX NOT > WS-GL-TYPE-COUNT
              ADD 1 TO WS-GL-COUNT(WS-GL-IDX)
              ADD WS-MOVE-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX)
          END-IF.
      011-ADD-MOVEMENT-END.

      *> -----------------------------------------------------------
      *> WRITES THE DEBIT AND CREDIT FOR THE TYPE AT WS-GL-IDX AND
      *> ITS REGISTER LINE.
      *> -----------------------------------------------------------
      012-JOURNAL-ONE-TYPE.
          MOVE WS-GL-TYPE(WS-GL-IDX)  TO WR-TYPE
          MOVE WS-GL-DESC(WS-GL-IDX)  TO WR-DESC
          MOVE WS-GL-COUNT(WS-GL-IDX) TO WR-COUNT
          IF WS-GL-AMOUNT(WS-GL-IDX) > ZEROS
              MOVE WS-GL-AMOUNT(WS-GL-IDX) TO WS-LINE-AMOUNT
              MOVE WS-AR-ACCOUNT TO WR-DR-ACCT
              MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO WR-CR-ACCT
              ADD WS-LINE-AMOUNT TO WS-AR-MOVEMENT
          ELSE
              COMPUTE WS-LINE-AMOUNT = 0 - WS-GL-AMOUNT(WS-GL-IDX)
              MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO WR-DR-ACCT
              MOVE WS-AR-ACCOUNT TO WR-CR-ACCT
              SUBTRACT WS-LINE-AMOUNT FROM WS-AR-MOVEMENT
          END-IF
          MOVE WS-LINE-AMOUNT TO WR-AMOUNT
          MOVE WS-REG-DETAIL TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-TODAY-YMD          TO JD-DATE
          MOVE WS-GL-TYPE(WS-GL-IDX) TO JD-TYPE
          MOVE WS-GL-DESC(WS-GL-IDX) TO JD-DESC
          MOVE WS-LINE-AMOUNT        TO JD-AMOUNT
          ADD 1 TO WS-JRNL-SEQ
          MOVE WS-JRNL-SEQ TO JD-SEQ
          MOVE WR-DR-ACCT  TO JD-ACCOUNT
          MOVE "D"         TO JD-DR-CR
          MOVE WS-JRNL-DETAIL TO JRNL-REC
          WRITE JRNL-REC
          ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
          ADD 1 TO WS-JRNL-SEQ
          MOVE WS-JRNL-SEQ TO JD-SEQ
          MOVE WR-CR-ACCT  TO JD-ACCOUNT
          MOVE "C"         TO JD-DR-CR
          MOVE WS-JRNL-DETAIL TO JRNL-REC
          WRITE JRNL-REC
          ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS.
      012-JOURNAL-ONE-TYPE-END.

      *> -----------------------------------------------------------
      *> OPENS THE FILES THE JOURNAL READS. FILES THAT MAY NOT EXIST
      *> YET ARE CREATED ON FIRST USE, THE SAME WAY 007-OPEN-FILES
      *> IN customer.cob CREATES THEM - AN EMPTY MAPPING FILE SIMPLY
      *> MEANS NOTHING IS MAPPED YET.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT HISTORY-FILE
          IF HX-NOT-EXIST THEN
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN INPUT HISTORY-FILE
          END-IF
          OPEN INPUT PAYMENT-FILE
          IF PY-NOT-EXIST THEN
              OPEN OUTPUT PAYMENT-FILE
              CLOSE PAYMENT-FILE
              OPEN INPUT PAYMENT-FILE
          END-IF
          OPEN INPUT RECYCLE-FILE
          IF RC-NOT-EXIST THEN
              OPEN OUTPUT RECYCLE-FILE
              CLOSE RECYCLE-FILE
              OPEN INPUT RECYCLE-FILE
          END-IF
          OPEN INPUT GLMAP-FILE
          IF GM-NOT-EXIST THEN
              OPEN OUTPUT GLMAP-FILE
              CLOSE GLMAP-FILE
              OPEN INPUT GLMAP-FILE
          END-IF
          OPEN I-O PARM-FILE
          IF PA-FILE-NOT-EXIST THEN
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF.

      *> -----------------------------------------------------------
      *> CLOSES THE FILES 007-OPEN-FILES OPENED.
      *> -----------------------------------------------------------
      008-CLOSE-FILES.
          CLOSE HISTORY-FILE
          CLOSE PAYMENT-FILE
          CLOSE RECYCLE-FILE
          CLOSE GLMAP-FILE
          CLOSE PARM-FILE.

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
          STRING "custjrnl." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTJRNL" TO SP-REPORT
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
          MOVE "CUSTJRNL" TO RL-JOB
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
          MOVE "CUSTJRNL" TO RL-JOB
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
