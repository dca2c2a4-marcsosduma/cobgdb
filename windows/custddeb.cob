      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTDDEB.
      *> -----------------------------------------------------------
      *> MONTHLY DIRECT-DEBIT COLLECTION RUN. WALKS custmand.dat AND
      *> COLLECTS ONCE A MONTH FROM EVERY ACTIVE MANDATE WHOSE
      *> COLLECTION DAY HAS COME - THE SAME "DUE ON OR AFTER THE DAY,
      *> NOT YET DONE THIS MONTH" RULE THE STANDING-CHARGE BILLING
      *> RUN USES, SO THE JOB CAN RUN ANY DAY AND A RERUN IN THE SAME
      *> MONTH COLLECTS NOTHING TWICE. FOR EACH CUSTOMER WITH A
      *> BALANCE OUTSTANDING IT:
      *>   - ISSUES A COLLECTION REFERENCE ("DD" AND THE NEXT NUMBER
      *>     FROM THE "DDREF" CONTROL RECORD);
      *>   - WRITES A DEBIT INSTRUCTION FOR THE BALANCE, LESS ANY
      *>     AMOUNT HELD OUT UNDER AN OPEN DISPUTE CASE
      *>     (custdisp.dat), TO THE OUTGOING BANK FILE
      *>     (custddeb.YYYYMMDD.HHMMSS.out), WHICH ENDS WITH A
      *>     TRAILER CARRYING THE COUNT AND TOTAL;
      *>   - LOADS A MATCHING PENDING PAYMENT INTO custpmt.dat UNDER
      *>     THE COLLECTION REFERENCE, WHICH THE NIGHTLY POSTING RUN
      *>     (custpost) THEN APPLIES LIKE ANY BANK RECEIPT;
      *>   - REMEMBERS THE MONTH, REFERENCE AND AMOUNT ON THE MANDATE.
      *> A MANDATE WHOSE LAST COLLECTION WAS NOT RETURNED UNPAID HAS
      *> ITS FAILED-DEBIT COUNT CLEARED, SO ONLY FAILURES IN A ROW
      *> COUNT TOWARDS CANCELLING IT (SEE custddrt). THE COLLECTION
      *> REGISTER (custddeb.lst) LISTS EVERY DEBIT RAISED AND EVERY
      *> DUE MANDATE SKIPPED, WITH CONTROL TOTALS THAT MATCH THE
      *> BANK FILE TRAILER.
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
          SELECT MANDATE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS MD-STAT
              RECORD KEY IS MD-KEY.
          SELECT PAYMENT-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PY-STAT
              RECORD KEY IS PY-KEY.
          SELECT DISPUTE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DP-STAT
              RECORD KEY IS DP-KEY.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.
          SELECT DEBIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DB-STAT.
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

      FD MANDATE-FILE VALUE OF FILE-ID IS "custmand.dat".
          COPY mandrec.

      FD PAYMENT-FILE VALUE OF FILE-ID IS "custpmt.dat".
          COPY payrec.

      FD DISPUTE-FILE VALUE OF FILE-ID IS "custdisp.dat".
          COPY disprec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      *> OUTGOING DEBIT FILE - ONE "D" INSTRUCTION PER CUSTOMER, THEN
      *> ONE "T" TRAILER. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED
      *> DECIMALS, THE SAME SHAPE AS BK-AMOUNT ON THE BANK'S
      *> RECEIPTS FILE.
      FD DEBIT-FILE VALUE OF FILE-ID IS WS-DEBIT-NAME.
      01 DEBIT-DETAIL-REC.
          05 DD-TYPE         PIC X(01).
          05 DD-REF          PIC X(12).
          05 DD-DATE         PIC 9(08).
          05 DD-BANK-CODE    PIC X(09).
          05 DD-ACCOUNT-NO   PIC X(17).
          05 DD-ACCOUNT-NAME PIC X(30).
          05 DD-AMOUNT       PIC 9(7)V99.
      01 DEBIT-TRAILER-REC REDEFINES DEBIT-DETAIL-REC.
          05 DT-TYPE         PIC X(01).
          05 DT-COUNT        PIC 9(07).
          05 DT-TOTAL        PIC 9(11)V99.
          05 FILLER          PIC X(65).

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
      77 MD-STAT PIC 9(02).
          88 MD-FILE-OK        VALUE ZEROS.
          88 MD-FILE-NOT-EXIST VALUE 35.
          88 MD-EOF            VALUE 10.
      77 PY-STAT PIC 9(02).
          88 PY-OK        VALUE ZEROS.
          88 PY-NOT-EXIST VALUE 35.
      77 DP-STAT PIC 9(02).
          88 DP-FILE-OK        VALUE ZEROS.
          88 DP-FILE-NOT-EXIST VALUE 35.
      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.
      77 DB-STAT PIC X(02).
      77 RP-STAT PIC X(02).

      01 WS-TODAY-YMD PIC 9(08).
      01 WS-TODAY-PARTS REDEFINES WS-TODAY-YMD.
          05 WS-TODAY-MONTH PIC 9(06).
          05 WS-TODAY-DAY   PIC 9(02).
      77 WS-DEBIT-NAME PIC X(30).

      01 WS-COLLECT-REF.
          05 FILLER        PIC X(02) VALUE "DD".
          05 WS-COLLECT-NO PIC 9(10).

      *> THE PART OF THE BALANCE UNDER AN OPEN DISPUTE IS NOT
      *> COLLECTED; ONLY WHAT IS LEFT IS DEBITED.
      77 WS-OPEN-DISPUTED  PIC S9(9)V99.
      77 WS-COLLECT-AMOUNT PIC S9(9)V99.

      77 WS-DEBIT-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-DEBIT-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-SKIP-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-RESET-COUNT  PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(44)
             VALUE "DIRECT-DEBIT COLLECTION REGISTER - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(14) VALUE "REFERENCE".
          05 FILLER PIC X(13) VALUE "       AMOUNT".
          05 FILLER PIC X(04) VALUE "NOTE".
      01 WS-DETAIL-LINE.
          05 WD-PHONE    PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-NAME     PIC X(30).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-REF      PIC X(12).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-AMOUNT   PIC -(7)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-NOTE     PIC X(30).
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
          PERFORM 007-OPEN-FILES
          PERFORM 092-OPEN-SPOOLED-REPORT
              THRU 092-OPEN-SPOOLED-REPORT-END
          MOVE SPACES TO WS-DEBIT-NAME
          STRING "custddeb." WS-SPOOL-STAMP(1:8) "."
              WS-SPOOL-STAMP(9:6) ".out"
              INTO WS-DEBIT-NAME
          OPEN OUTPUT DEBIT-FILE
          MOVE WS-TODAY-YMD TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 003-SCAN-MANDATES THRU 003-SCAN-MANDATES-END
          MOVE SPACES TO DEBIT-TRAILER-REC
          MOVE "T" TO DT-TYPE
          MOVE WS-DEBIT-COUNT TO DT-COUNT
          MOVE WS-DEBIT-TOTAL TO DT-TOTAL
          WRITE DEBIT-TRAILER-REC
          CLOSE DEBIT-FILE
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE RPT-FILE
          PERFORM 008-CLOSE-FILES
          DISPLAY "COLLECTION RUN COMPLETE - " WS-DEBIT-COUNT
                  " DEBITS - SEE " WS-RPT-NAME
          DISPLAY "OUTGOING DEBIT FILE: " WS-DEBIT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS custmand.dat IN KEY ORDER AND COLLECTS FROM EVERY
      *> ACTIVE MANDATE THAT IS DUE AND NOT YET COLLECTED THIS MONTH.
      *> -----------------------------------------------------------
      003-SCAN-MANDATES.
          MOVE ZEROS TO MD-KEY
          START MANDATE-FILE KEY IS NOT LESS THAN MD-KEY
              INVALID KEY
                  GO 003-SCAN-MANDATES-END
          END-START
          READ MANDATE-FILE NEXT RECORD
              AT END
                  SET MD-EOF TO TRUE
          END-READ.
      003-SCAN-MANDATES-LOOP.
          IF NOT MD-EOF
              IF MD-ACTIVE
                  AND MD-LAST-MONTH < WS-TODAY-MONTH
                  AND MD-DAY NOT > WS-TODAY-DAY
                  PERFORM 004-COLLECT-ONE THRU 004-COLLECT-ONE-END
              END-IF
              READ MANDATE-FILE NEXT RECORD
                  AT END
                      SET MD-EOF TO TRUE
              END-READ
              GO 003-SCAN-MANDATES-LOOP
          END-IF.
      003-SCAN-MANDATES-END.

      *> -----------------------------------------------------------
      *> RAISES THIS MONTH'S DEBIT FOR THE MANDATE IN MANDATE-REC.
      *> THE PENDING PAYMENT IS WRITTEN BEFORE THE BANK INSTRUCTION
      *> SO A REFERENCE THAT WILL NOT LOAD NEVER REACHES THE BANK.
      *> A CUSTOMER WHO OWES NOTHING, OR WHOSE WHOLE BALANCE IS IN
      *> DISPUTE, IS LISTED AND LEFT FOR A LATER RUN THIS MONTH.
      *> -----------------------------------------------------------
      004-COLLECT-ONE.
          MOVE SPACES TO WD-REF
          MOVE ZEROS TO WD-AMOUNT
          IF MD-LAST-REF NOT = SPACES
              AND MD-LAST-REF NOT = MD-RETURNED-REF
              AND MD-FAIL-COUNT > ZEROS
              MOVE ZEROS TO MD-FAIL-COUNT
              REWRITE MANDATE-REC
              ADD 1 TO WS-RESET-COUNT
          END-IF
          MOVE MD-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE SPACES TO FS-NAME
                  ADD 1 TO WS-SKIP-COUNT
                  MOVE "CUSTOMER NOT ON FILE" TO WD-NOTE
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 004-COLLECT-ONE-END
          END-READ
          IF FS-BALANCE NOT > ZEROS
              ADD 1 TO WS-SKIP-COUNT
              MOVE "NOTHING OUTSTANDING" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 004-COLLECT-ONE-END
          END-IF
          PERFORM 013-SUM-DISPUTES THRU 013-SUM-DISPUTES-END
          COMPUTE WS-COLLECT-AMOUNT = FS-BALANCE - WS-OPEN-DISPUTED
          IF WS-COLLECT-AMOUNT NOT > ZEROS
              ADD 1 TO WS-SKIP-COUNT
              MOVE "WHOLE BALANCE IN DISPUTE" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 004-COLLECT-ONE-END
          END-IF
          PERFORM 012-NEXT-COLLECT-REF THRU 012-NEXT-COLLECT-REF-END
          MOVE WS-COLLECT-REF TO PY-REF
          MOVE WS-TODAY-YMD   TO PY-DATE
          MOVE FS-PHONE       TO PY-PHONE
          MOVE WS-COLLECT-AMOUNT TO PY-AMOUNT
          MOVE "P"            TO PY-STATUS
          MOVE SPACES         TO PY-REASON
          MOVE ZEROS          TO PY-APPLIED-DATE
          WRITE PAYMENT-REC
              INVALID KEY
                  ADD 1 TO WS-SKIP-COUNT
                  MOVE WS-COLLECT-REF TO WD-REF
                  MOVE "REFERENCE ALREADY ON FILE" TO WD-NOTE
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 004-COLLECT-ONE-END
          END-WRITE
          MOVE SPACES TO DEBIT-DETAIL-REC
          MOVE "D"             TO DD-TYPE
          MOVE WS-COLLECT-REF  TO DD-REF
          MOVE WS-TODAY-YMD    TO DD-DATE
          MOVE MD-BANK-CODE    TO DD-BANK-CODE
          MOVE MD-ACCOUNT-NO   TO DD-ACCOUNT-NO
          MOVE MD-ACCOUNT-NAME TO DD-ACCOUNT-NAME
          MOVE WS-COLLECT-AMOUNT TO DD-AMOUNT
          WRITE DEBIT-DETAIL-REC
          MOVE WS-TODAY-MONTH TO MD-LAST-MONTH
          MOVE WS-COLLECT-REF TO MD-LAST-REF
          MOVE WS-COLLECT-AMOUNT TO MD-LAST-AMOUNT
          REWRITE MANDATE-REC
          ADD 1 TO WS-DEBIT-COUNT
          ADD WS-COLLECT-AMOUNT TO WS-DEBIT-TOTAL
          MOVE WS-COLLECT-REF TO WD-REF
          MOVE WS-COLLECT-AMOUNT TO WD-AMOUNT
          IF WS-OPEN-DISPUTED > ZEROS
              MOVE "DEBIT RAISED - LESS DISPUTE" TO WD-NOTE
          ELSE
              MOVE "DEBIT RAISED" TO WD-NOTE
          END-IF
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      004-COLLECT-ONE-END.

      *> -----------------------------------------------------------
      *> PRINTS THE CONTROL TOTALS AT THE BOTTOM OF THE REGISTER.
      *> THE DEBIT TOTAL IS THE TOTAL ON THE BANK FILE TRAILER.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "DEBITS RAISED:     " TO WT-LABEL
          MOVE WS-DEBIT-COUNT TO WT-COUNT
          MOVE WS-DEBIT-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "DUE BUT SKIPPED:   " TO WT-LABEL
          MOVE WS-SKIP-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "FAILURES CLEARED:  " TO WT-LABEL
          MOVE WS-RESET-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "OUTGOING DEBIT FILE: " WS-DEBIT-NAME
              INTO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, MANDATE, PAYMENT AND PARAMETER
      *> FILES. FILES THAT MAY NOT EXIST YET ARE CREATED ON FIRST
      *> USE, THE SAME WAY 007-OPEN-FILES IN customer.cob CREATES
      *> THEM.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN INPUT FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO COLLECT"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN I-O MANDATE-FILE
          IF MD-FILE-NOT-EXIST THEN
              OPEN OUTPUT MANDATE-FILE
              CLOSE MANDATE-FILE
              OPEN I-O MANDATE-FILE
          END-IF
          OPEN I-O PAYMENT-FILE
          IF PY-NOT-EXIST THEN
              OPEN OUTPUT PAYMENT-FILE
              CLOSE PAYMENT-FILE
              OPEN I-O PAYMENT-FILE
          END-IF
          OPEN INPUT DISPUTE-FILE
          IF DP-FILE-NOT-EXIST THEN
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN INPUT DISPUTE-FILE
          END-IF
          OPEN I-O PARM-FILE
          IF PA-FILE-NOT-EXIST THEN
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF.

      *> -----------------------------------------------------------
      *> CLOSES THE DATA FILES.
      *> -----------------------------------------------------------
      008-CLOSE-FILES.
          CLOSE FILE1
          CLOSE MANDATE-FILE
          CLOSE PAYMENT-FILE
          CLOSE DISPUTE-FILE
          CLOSE PARM-FILE.

      *> -----------------------------------------------------------
      *> FORMATS AND PRINTS ONE REGISTER LINE FOR THE MANDATE JUST
      *> TOUCHED. WD-REF, WD-AMOUNT AND WD-NOTE ARE SET BY THE
      *> CALLER.
      *> -----------------------------------------------------------
      009-WRITE-DETAIL.
          MOVE MD-PHONE TO WD-PHONE
          MOVE FS-NAME  TO WD-NAME
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      009-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> ISSUES THE NEXT COLLECTION REFERENCE FROM THE "DDREF"
      *> CONTROL RECORD, CREATING IT ON FIRST USE THE SAME WAY THE
      *> ORDER DESK CREATES "INVNO".
      *> -----------------------------------------------------------
      012-NEXT-COLLECT-REF.
          MOVE "DDREF" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "DDREF" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "LAST DIRECT DEBIT" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          COMPUTE WS-COLLECT-NO = PA-NUMBER + 1
          MOVE WS-COLLECT-NO TO PA-NUMBER
          REWRITE PARM-REC.
      012-NEXT-COLLECT-REF-END.

      *> -----------------------------------------------------------
      *> TOTALS THE CUSTOMER'S OPEN DISPUTE CASES ON custdisp.dat
      *> INTO WS-OPEN-DISPUTED. AN AMOUNT UNDER DISPUTE IS HELD OUT
      *> OF COLLECTIONS UNTIL THE CASE IS CLOSED.
      *> -----------------------------------------------------------
      013-SUM-DISPUTES.
          MOVE ZEROS TO WS-OPEN-DISPUTED
          MOVE FS-PHONE TO DP-PHONE
          MOVE ZEROS TO DP-CASE
          START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
              INVALID KEY
                  GO 013-SUM-DISPUTES-END
          END-START.
      013-SUM-DISPUTES-LOOP.
          READ DISPUTE-FILE NEXT RECORD
              AT END
                  GO 013-SUM-DISPUTES-END
          END-READ
          IF DP-PHONE NOT = FS-PHONE
              GO 013-SUM-DISPUTES-END
          END-IF
          IF DP-OPEN
              ADD DP-AMOUNT TO WS-OPEN-DISPUTED
          END-IF
          GO 013-SUM-DISPUTES-LOOP.
      013-SUM-DISPUTES-END.

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
          STRING "custddeb." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTDDEB" TO SP-REPORT
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
          MOVE "CUSTDDEB" TO RL-JOB
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
          MOVE "CUSTDDEB" TO RL-JOB
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
