      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTRFND.
      *> -----------------------------------------------------------
      *> CREDIT-BALANCE REFUND RUN. CUSTOMERS WHOSE BALANCE HAS GONE
      *> NEGATIVE ARE REVIEWED ONLINE BY A SUPERVISOR (CUSTOMER MENU,
      *> OPTION F), WHO APPROVES A REFUND AMOUNT - THE AMOUNT AND THE
      *> APPROVER'S ID ARE KEPT ON custrfnd.dat. FOR EVERY APPROVED
      *> REFUND THIS JOB:
      *>   - CHARGES THE REFUND BACK ONTO FS-BALANCE WITH A POSITIVE
      *>     "(REFUND)" LINE ON custhist.dat (MORE THAN ONE LINE WHEN
      *>     THE REFUND IS BIGGER THAN ONE HISTORY LINE CAN HOLD),
      *>     ADVANCING FS-VERSION;
      *>   - ISSUES THE NEXT CHEQUE NUMBER FROM THE "CHEQNO" CONTROL
      *>     RECORD AND MARKS THE REFUND PAID WITH IT;
      *>   - APPENDS A SEALED "REFUND" AUDIT RECORD;
      *>   - WRITES A DETAIL RECORD TO THE BANK PAYMENT FILE
      *>     (custrfnd.YYYYMMDD.HHMMSS.pay), WHICH ENDS WITH A
      *>     TRAILER CARRYING THE RECORD COUNT AND TOTAL.
      *> A REFUND IS NEVER MORE THAN THE CREDIT ON THE ACCOUNT WHEN
      *> THE JOB RUNS: AN APPROVAL BIGGER THAN WHAT IS LEFT IS CUT
      *> DOWN TO IT, AND ONE WHOSE CREDIT HAS GONE (OR WHOSE CUSTOMER
      *> HAS GONE) IS DROPPED AND LISTED. ONE WHOSE HISTORY HAS NO
      *> ROOM FOR THE REFUND LINES KEEPS ITS APPROVAL FOR THE NEXT
      *> RUN AND IS LISTED. THE CHEQUE REGISTER (custrfnd.lst) GIVES
      *> THE ACCOUNTANT EVERY REFUND TOUCHED, ITS CHEQUE NUMBER, WHO
      *> APPROVED IT, AND CONTROL TOTALS. A RERUN FINDS NO APPROVALS
      *> LEFT AND PAYS NOTHING TWICE.
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
          SELECT REFUND-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS RF-STAT
              RECORD KEY IS RF-KEY.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
          SELECT BANK-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BK-STAT.
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

      FD REFUND-FILE VALUE OF FILE-ID IS "custrfnd.dat".
          COPY rfndrec.

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      *> BANK PAYMENT FILE - ONE "D" RECORD PER CHEQUE, THEN ONE "T"
      *> TRAILER. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS, AS
      *> THE BANK TAKES THEM.
      FD BANK-FILE VALUE OF FILE-ID IS WS-BANK-NAME.
      01 BANK-DETAIL-REC.
          05 BD-TYPE      PIC X(01).
          05 BD-CHEQUE-NO PIC 9(07).
          05 BD-DATE      PIC 9(08).
          05 BD-PHONE     PIC 9(09).
          05 BD-PAYEE     PIC X(40).
          05 BD-ADDRESS   PIC X(40).
          05 BD-AMOUNT    PIC 9(09)V99.
      01 BANK-TRAILER-REC REDEFINES BANK-DETAIL-REC.
          05 BT-TYPE      PIC X(01).
          05 BT-COUNT     PIC 9(07).
          05 BT-TOTAL     PIC 9(11)V99.
          05 FILLER       PIC X(95).

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
      77 HX-STAT PIC 9(02).
          88 HX-OK        VALUE ZEROS.
          88 HX-NOT-EXIST VALUE 35.
      77 RF-STAT PIC 9(02).
          88 RF-FILE-OK        VALUE ZEROS.
          88 RF-FILE-NOT-EXIST VALUE 35.
          88 RF-EOF            VALUE 10.
      77 AJ-STAT PIC 9(02).
          88 AJ-OK        VALUE ZEROS.
          88 AJ-NOT-EXIST VALUE 35.
      *> WHAT THE NEXT AFTER-IMAGE RECORD SAYS HAPPENED ("W"
      *> WRITTEN OR REWRITTEN, "D" DELETED) AND THE CHECK-VALUE
      *> WORK AREAS.
      77 WS-AIJ-ACTION PIC X(01) VALUE "W".
      77 WS-AIJ-IDX    PIC 9(04) COMP.
      77 WS-AIJ-WORK   PIC 9(18) COMP.
      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.
      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
      77 BK-STAT PIC X(02).
      77 RP-STAT PIC X(02).

      77 WS-AUDIT-WHO PIC X(08).

      77 WS-TODAY-YMD PIC 9(08).
      77 WS-BANK-NAME PIC X(30).

      *> A HISTORY LINE HOLDS AT MOST 99999,99, SO A BIGGER REFUND
      *> IS CHARGED BACK OVER AS MANY LINES AS IT TAKES.
      77 WS-REFUND-AMOUNT PIC S9(7)V99.
      77 WS-REFUND-LEFT   PIC S9(7)V99.
      77 WS-CREDIT        PIC S9(7)V99.
      77 WS-LINE-AMOUNT   PIC S9(5)V99.
      77 WS-LINES-NEEDED  PIC 99.
      77 WS-LINE-MAX      PIC S9(5)V99 VALUE 99999,99.
      77 WS-CHEQUE-NO     PIC 9(07).

      77 WS-REFUND-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-REFUND-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-CUT-COUNT     PIC 9(07) VALUE ZEROS.
      77 WS-DROP-COUNT    PIC 9(07) VALUE ZEROS.
      77 WS-FULL-COUNT    PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(42)
             VALUE "REFUND CHEQUE REGISTER - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(13) VALUE "     REFUNDED".
          05 FILLER PIC X(09) VALUE "CHEQUE".
          05 FILLER PIC X(10) VALUE "BY".
          05 FILLER PIC X(04) VALUE "NOTE".
      01 WS-DETAIL-LINE.
          05 WD-PHONE     PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-NAME      PIC X(30).
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-AMOUNT    PIC -(7)9,99.
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-CHEQUE-NO PIC 9(07) BLANK WHEN ZEROS.
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-APPROVER  PIC X(08).
          05 FILLER       PIC X(02) VALUE SPACES.
          05 WD-NOTE      PIC X(30).
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

      77 WS-SEAL-SEQ   PIC 9(07).
      77 WS-SEAL-CHECK PIC 9(09).
      77 WS-SEAL-IDX   PIC 9(03) COMP.
      77 WS-SEAL-WORK  PIC 9(18) COMP.

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
          MOVE SPACES TO WS-BANK-NAME
          STRING "custrfnd." WS-SPOOL-STAMP(1:8) "."
              WS-SPOOL-STAMP(9:6) ".pay"
              INTO WS-BANK-NAME
          OPEN OUTPUT BANK-FILE
          MOVE WS-TODAY-YMD TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 003-SCAN-REFUNDS THRU 003-SCAN-REFUNDS-END
          MOVE SPACES TO BANK-TRAILER-REC
          MOVE "T" TO BT-TYPE
          MOVE WS-REFUND-COUNT TO BT-COUNT
          MOVE WS-REFUND-TOTAL TO BT-TOTAL
          WRITE BANK-TRAILER-REC
          CLOSE BANK-FILE
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE RPT-FILE
          PERFORM 008-CLOSE-FILES
          DISPLAY "REFUND RUN COMPLETE - " WS-REFUND-COUNT
                  " CHEQUES - SEE " WS-RPT-NAME
          DISPLAY "BANK PAYMENT FILE: " WS-BANK-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS custrfnd.dat IN KEY ORDER AND PAYS EVERY REFUND A
      *> SUPERVISOR HAS APPROVED.
      *> -----------------------------------------------------------
      003-SCAN-REFUNDS.
          MOVE ZEROS TO RF-KEY
          START REFUND-FILE KEY IS NOT LESS THAN RF-KEY
              INVALID KEY
                  GO 003-SCAN-REFUNDS-END
          END-START
          READ REFUND-FILE NEXT RECORD
              AT END
                  SET RF-EOF TO TRUE
          END-READ.
      003-SCAN-REFUNDS-LOOP.
          IF NOT RF-EOF
              IF RF-APPROVED
                  PERFORM 004-REFUND-ONE THRU 004-REFUND-ONE-END
              END-IF
              READ REFUND-FILE NEXT RECORD
                  AT END
                      SET RF-EOF TO TRUE
              END-READ
              GO 003-SCAN-REFUNDS-LOOP
          END-IF.
      003-SCAN-REFUNDS-END.

      *> -----------------------------------------------------------
      *> PAYS THE REFUND IN REFUND-REC. THE CUSTOMER MUST STILL BE
      *> ON FILE AND STILL HOLD A CREDIT - OTHERWISE THE APPROVAL NO
      *> LONGER APPLIES AND IS DROPPED - AND THE REFUND IS CUT DOWN
      *> TO THE CREDIT IF THE CREDIT HAS SHRUNK SINCE IT WAS
      *> APPROVED. THE MASTER IS REWRITTEN BEFORE THE HISTORY, THE
      *> SAME ORDER THE WRITE-OFF RUN USES, SO A FAILED REWRITE
      *> LEAVES NOTHING HALF-DONE.
      *> -----------------------------------------------------------
      004-REFUND-ONE.
          MOVE ZEROS TO WS-REFUND-AMOUNT WS-CHEQUE-NO
          MOVE SPACES TO WD-NOTE
          MOVE RF-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE SPACES TO FS-NAME
                  MOVE ZEROS TO FS-BALANCE
                  MOVE "NOT ON FILE - APPROVAL DROPPED" TO WD-NOTE
                  PERFORM 005-DROP-APPROVAL THRU 005-DROP-APPROVAL-END
                  GO 004-REFUND-ONE-END
          END-READ
          IF FS-BALANCE NOT < ZEROS
              MOVE "NO CREDIT - APPROVAL DROPPED" TO WD-NOTE
              PERFORM 005-DROP-APPROVAL THRU 005-DROP-APPROVAL-END
              GO 004-REFUND-ONE-END
          END-IF
          COMPUTE WS-CREDIT = 0 - FS-BALANCE
          MOVE RF-AMOUNT TO WS-REFUND-AMOUNT
          IF WS-REFUND-AMOUNT > WS-CREDIT
              MOVE WS-CREDIT TO WS-REFUND-AMOUNT
              ADD 1 TO WS-CUT-COUNT
              MOVE "CUT TO THE CREDIT ON ACCOUNT" TO WD-NOTE
          END-IF
          MOVE FS-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  MOVE SPACES   TO HISTORY-REC
                  MOVE ZEROS    TO HX-ITEM-COUNT
                  MOVE FS-PHONE TO HX-PHONE
          END-READ
          COMPUTE WS-LINES-NEEDED =
              (WS-REFUND-AMOUNT - 0,01) / WS-LINE-MAX + 1
          IF HX-ITEM-COUNT + WS-LINES-NEEDED > 20
              ADD 1 TO WS-FULL-COUNT
              MOVE "HISTORY FULL - NOT REFUNDED" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 004-REFUND-ONE-END
          END-IF
          ADD WS-REFUND-AMOUNT TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
              INVALID KEY
                  SUBTRACT WS-REFUND-AMOUNT FROM FS-BALANCE
                  MOVE "MASTER REWRITE FAILED" TO WD-NOTE
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 004-REFUND-ONE-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          MOVE WS-REFUND-AMOUNT TO WS-REFUND-LEFT
          PERFORM 010-ADD-REFUND-LINES THRU 010-ADD-REFUND-LINES-END
          WRITE HISTORY-REC
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          PERFORM 012-NEXT-CHEQUE-NO THRU 012-NEXT-CHEQUE-NO-END
          MOVE "P" TO RF-STATUS
          MOVE WS-TODAY-YMD     TO RF-PAID-DATE
          MOVE WS-REFUND-AMOUNT TO RF-PAID-AMOUNT
          MOVE WS-CHEQUE-NO     TO RF-CHEQUE-NO
          REWRITE REFUND-REC
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          MOVE SPACES TO BANK-DETAIL-REC
          MOVE "D"              TO BD-TYPE
          MOVE WS-CHEQUE-NO     TO BD-CHEQUE-NO
          MOVE WS-TODAY-YMD     TO BD-DATE
          MOVE FS-PHONE         TO BD-PHONE
          MOVE FS-NAME          TO BD-PAYEE
          MOVE FS-ADDRESS       TO BD-ADDRESS
          MOVE WS-REFUND-AMOUNT TO BD-AMOUNT
          WRITE BANK-DETAIL-REC
          ADD 1 TO WS-REFUND-COUNT
          ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
          IF WD-NOTE = SPACES
              MOVE "REFUNDED" TO WD-NOTE
          END-IF
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      004-REFUND-ONE-END.

      *> -----------------------------------------------------------
      *> DROPS A REFUND THAT NO LONGER APPLIES AND LISTS IT WITH THE
      *> REASON IN WD-NOTE, SET BY THE CALLER.
      *> -----------------------------------------------------------
      005-DROP-APPROVAL.
          MOVE "X" TO RF-STATUS
          REWRITE REFUND-REC
          ADD 1 TO WS-DROP-COUNT
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      005-DROP-APPROVAL-END.

      *> -----------------------------------------------------------
      *> PRINTS THE CONTROL TOTALS AT THE BOTTOM OF THE REGISTER.
      *> THE CHEQUE TOTAL IS THE TOTAL ON THE BANK FILE TRAILER.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "CHEQUES ISSUED:    " TO WT-LABEL
          MOVE WS-REFUND-COUNT TO WT-COUNT
          MOVE WS-REFUND-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "CUT TO CREDIT:     " TO WT-LABEL
          MOVE WS-CUT-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "HISTORY FULL:      " TO WT-LABEL
          MOVE WS-FULL-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "APPROVALS DROPPED: " TO WT-LABEL
          MOVE WS-DROP-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          STRING "BANK PAYMENT FILE: " WS-BANK-NAME
              INTO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, HISTORY, REFUND, PARAMETER AND
      *> AUDIT FILES. FILES THAT MAY NOT EXIST YET ARE CREATED ON
      *> FIRST USE, THE SAME WAY 007-OPEN-FILES IN customer.cob
      *> CREATES THEM.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN I-O FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO REFUND"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          OPEN I-O HISTORY-FILE
          IF HX-NOT-EXIST THEN
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
          END-IF
          OPEN I-O REFUND-FILE
          IF RF-FILE-NOT-EXIST THEN
              OPEN OUTPUT REFUND-FILE
              CLOSE REFUND-FILE
              OPEN I-O REFUND-FILE
          END-IF
          OPEN I-O PARM-FILE
          IF PA-FILE-NOT-EXIST THEN
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF
          OPEN EXTEND AIJ-FILE
          IF AJ-NOT-EXIST THEN
              OPEN OUTPUT AIJ-FILE
              CLOSE AIJ-FILE
              OPEN EXTEND AIJ-FILE
          END-IF
          OPEN EXTEND AUDIT-FILE
          IF AU-NOT-EXIST THEN
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
          END-IF.

      *> -----------------------------------------------------------
      *> CLOSES THE DATA FILES.
      *> -----------------------------------------------------------
      008-CLOSE-FILES.
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE REFUND-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE AUDIT-FILE.

      *> -----------------------------------------------------------
      *> FORMATS AND PRINTS ONE REGISTER LINE FOR THE REFUND JUST
      *> TOUCHED. WD-NOTE IS SET BY THE CALLER.
      *> -----------------------------------------------------------
      009-WRITE-DETAIL.
          MOVE RF-PHONE         TO WD-PHONE
          MOVE FS-NAME          TO WD-NAME
          MOVE WS-REFUND-AMOUNT TO WD-AMOUNT
          MOVE WS-CHEQUE-NO     TO WD-CHEQUE-NO
          MOVE RF-APPROVED-BY   TO WD-APPROVER
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      009-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> ADDS "(REFUND)" CHARGE LINES TO THE HISTORY, EACH FOR AS
      *> MUCH OF WHAT IS LEFT AS ONE LINE HOLDS, UNTIL THE WHOLE
      *> REFUND IS CHARGED BACK.
      *> -----------------------------------------------------------
      010-ADD-REFUND-LINES.
          IF WS-REFUND-LEFT > WS-LINE-MAX
              MOVE WS-LINE-MAX TO WS-LINE-AMOUNT
          ELSE
              MOVE WS-REFUND-LEFT TO WS-LINE-AMOUNT
          END-IF
          SUBTRACT WS-LINE-AMOUNT FROM WS-REFUND-LEFT
          ADD 1 TO HX-ITEM-COUNT
          MOVE "CREDIT REFUNDED" TO HX-ITEM-DESC(HX-ITEM-COUNT)
          MOVE WS-TODAY-YMD   TO HX-ITEM-DATE(HX-ITEM-COUNT)
          MOVE WS-LINE-AMOUNT TO HX-ITEM-AMOUNT(HX-ITEM-COUNT)
          MOVE "(REFUND)"     TO HX-ITEM-CODE(HX-ITEM-COUNT)
          MOVE ZEROS          TO HX-ITEM-QTY(HX-ITEM-COUNT)
          IF WS-REFUND-LEFT > ZEROS
              GO 010-ADD-REFUND-LINES
          END-IF.
      010-ADD-REFUND-LINES-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE AUDIT RECORD FOR A REFUND. NAME AND ADDRESS
      *> ARE UNCHANGED, SO BEFORE AND AFTER IMAGES BOTH SHOW THE
      *> RECORD AS IT STANDS - THE SAME SHAPE AS THE WRITE-OFF
      *> AUDIT RECORD.
      *> -----------------------------------------------------------
      011-WRITE-AUDIT.
          DISPLAY "USER" UPON ENVIRONMENT-NAME
          ACCEPT WS-AUDIT-WHO FROM ENVIRONMENT-VALUE
          MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
          MOVE WS-AUDIT-WHO TO AU-USER
          MOVE "REFUND"     TO AU-OPERATION
          MOVE FS-PHONE     TO AU-PHONE
          MOVE FS-NAME      TO AU-BEFORE-NAME
          MOVE FS-ADDRESS   TO AU-BEFORE-ADDRESS
          MOVE FS-NAME      TO AU-AFTER-NAME
          MOVE FS-ADDRESS   TO AU-AFTER-ADDRESS
          PERFORM 093-SEAL-AUDIT-REC THRU 093-SEAL-AUDIT-REC-END
          WRITE AUDIT-REC.
      011-WRITE-AUDIT-END.

      *> -----------------------------------------------------------
      *> ISSUES THE NEXT CHEQUE NUMBER FROM THE "CHEQNO" CONTROL
      *> RECORD, CREATING IT ON FIRST USE THE SAME WAY THE ORDER
      *> DESK CREATES "INVNO".
      *> -----------------------------------------------------------
      012-NEXT-CHEQUE-NO.
          MOVE "CHEQNO" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "CHEQNO" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "LAST CHEQUE NUMBER" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          COMPUTE WS-CHEQUE-NO = PA-NUMBER + 1
          MOVE WS-CHEQUE-NO TO PA-NUMBER
          REWRITE PARM-REC.
      012-NEXT-CHEQUE-NO-END.

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
          STRING "custrfnd." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTRFND" TO SP-REPORT
          MOVE WS-RPT-NAME TO SP-FILE-NAME
          WRITE SPOOL-REC
              INVALID KEY
                  REWRITE SPOOL-REC
          END-WRITE
          CLOSE SPOOL-FILE.
      092-OPEN-SPOOLED-REPORT-END.

      *> -----------------------------------------------------------
      *> SEALS THE AUDIT RECORD ABOUT TO BE WRITTEN: THE NEXT
      *> SEQUENCE NUMBER IS TAKEN FROM THE "AUDSEAL" CONTROL RECORD
      *> AND THE CHECK VALUE IS CHAINED OVER THE PREVIOUS CHECK, THE
      *> SEQUENCE AND EVERY BYTE OF THE RECORD BODY - THE SAME SEAL
      *> 093-SEAL-AUDIT-REC IN customer.cob PUTS ON ONLINE CHANGES.
      *> -----------------------------------------------------------
      093-SEAL-AUDIT-REC.
          MOVE "AUDSEAL" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "AUDSEAL" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "AUDIT TRAIL SEAL" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          COMPUTE WS-SEAL-SEQ = PA-NUMBER + 1
          MOVE PA-AMOUNT TO WS-SEAL-CHECK
          COMPUTE WS-SEAL-WORK =
              WS-SEAL-CHECK * 31 + WS-SEAL-SEQ
          PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                  UNTIL WS-SEAL-IDX > LENGTH OF AU-BODY
              COMPUTE WS-SEAL-WORK = WS-SEAL-WORK
                  + FUNCTION ORD(AU-BODY(WS-SEAL-IDX:1))
                  * WS-SEAL-IDX
          END-PERFORM
          COMPUTE WS-SEAL-CHECK =
              FUNCTION MOD(WS-SEAL-WORK, 999999937)
          MOVE WS-SEAL-SEQ   TO AU-SEQ
          MOVE WS-SEAL-CHECK TO AU-CHECK
          MOVE WS-SEAL-SEQ   TO PA-NUMBER
          MOVE WS-SEAL-CHECK TO PA-AMOUNT
          REWRITE PARM-REC.
      093-SEAL-AUDIT-REC-END.

      *> -----------------------------------------------------------
      *> AFTER-IMAGE JOURNAL HOOKS. EACH IS PERFORMED STRAIGHT AFTER
      *> THE WRITE, REWRITE OR DELETE IT RECORDS AND JOURNALS THE
      *> RECORD ONLY WHEN THE FILE STATUS SAYS THE CHANGE WAS MADE.
      *> A DELETE MOVES "D" TO WS-AIJ-ACTION FIRST; THE HOOK PUTS IT
      *> BACK TO "W" EITHER WAY.
      *> -----------------------------------------------------------
      094-JOURNAL-CUSTOMER.
          IF FS-STAT < 10
              MOVE "C" TO AJ-FILE
              MOVE LENGTH OF FILE1-REC TO AJ-LENGTH
              MOVE FILE1-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      094-JOURNAL-CUSTOMER-END.

      095-JOURNAL-HISTORY.
          IF HX-STAT < 10
              MOVE "H" TO AJ-FILE
              MOVE LENGTH OF HISTORY-REC TO AJ-LENGTH
              MOVE HISTORY-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      095-JOURNAL-HISTORY-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE IMAGE RECORD TO THE AFTER-IMAGE JOURNAL. THE
      *> SEQUENCE NUMBER IS THE NEXT ONE ON THE "AIJSEQ" CONTROL
      *> RECORD AND THE CHECK VALUE IS TAKEN OVER THE SEQUENCE AND
      *> EVERY BYTE OF THE RECORD BODY, SO THE ROLL-FORWARD RUN CAN
      *> TELL A DAMAGED OR MISSING RECORD FROM A GOOD ONE.
      *> -----------------------------------------------------------
      098-APPEND-JOURNAL.
          MOVE "AIJSEQ" TO PA-NAME
          READ PARM-FILE
              INVALID KEY
                  MOVE SPACES TO PARM-REC
                  MOVE "AIJSEQ" TO PA-NAME
                  MOVE ZEROS TO PA-AMOUNT PA-NUMBER
                  MOVE "AFTER-IMAGE JOURNAL" TO PA-TEXT
                  WRITE PARM-REC
                      INVALID KEY
                          REWRITE PARM-REC
                  END-WRITE
          END-READ
          ADD 1 TO PA-NUMBER
          MOVE PA-NUMBER     TO AJ-SEQ
          MOVE FUNCTION CURRENT-DATE(1:14) TO AJ-STAMP
          MOVE "CUSTRFND" TO AJ-PROGRAM
          MOVE "I"           TO AJ-TYPE
          MOVE WS-AIJ-ACTION TO AJ-ACTION
          MOVE ZEROS         TO AJ-GEN
          MOVE AJ-SEQ TO WS-AIJ-WORK
          PERFORM VARYING WS-AIJ-IDX FROM 1 BY 1
                  UNTIL WS-AIJ-IDX > LENGTH OF AJ-BODY
              COMPUTE WS-AIJ-WORK = WS-AIJ-WORK
                  + FUNCTION ORD(AJ-BODY(WS-AIJ-IDX:1))
                  * WS-AIJ-IDX
          END-PERFORM
          COMPUTE AJ-CHECK = FUNCTION MOD(WS-AIJ-WORK, 999999937)
          REWRITE PARM-REC
          WRITE AIJ-REC.
      098-APPEND-JOURNAL-END.

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
          MOVE "CUSTRFND" TO RL-JOB
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
          MOVE "CUSTRFND" TO RL-JOB
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
