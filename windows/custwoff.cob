      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTWOFF.
      *> -----------------------------------------------------------
      *> BAD-DEBT WRITE-OFF RUN. ACCOUNTS THE DUNNING RUN TOOK TO
      *> FINAL DEMAND OR PUT ON HOLD ARE REVIEWED ONLINE BY A
      *> SUPERVISOR (CUSTOMER MENU, OPTION W), WHO APPROVES THE ONES
      *> TO WRITE OFF - THE APPROVAL AND THE APPROVER'S ID ARE KEPT
      *> ON custterm.dat. FOR EVERY APPROVED ACCOUNT THIS JOB:
      *>   - CLEARS FS-BALANCE WITH A NEGATIVE "(WRTOFF)" LINE ON
      *>     custhist.dat (MORE THAN ONE LINE WHEN THE BALANCE IS
      *>     BIGGER THAN ONE HISTORY LINE CAN HOLD), ADVANCING
      *>     FS-VERSION;
      *>   - CLOSES THE ACCOUNT ON custterm.dat AND RECORDS THE DATE
      *>     AND AMOUNT WRITTEN OFF, SO THE POSTING RUN CAN TELL A
      *>     LATER RECEIPT IS A BAD-DEBT RECOVERY;
      *>   - APPENDS A SEALED "WRTOFF" AUDIT RECORD.
      *> AN APPROVED ACCOUNT THAT HAS SINCE BEEN PAID OFF, RELEASED
      *> FROM HOLD OR CLOSED HAS ITS APPROVAL DROPPED AND IS LISTED;
      *> ONE WHOSE HISTORY HAS NO ROOM FOR THE WRITE-OFF LINES KEEPS
      *> ITS APPROVAL FOR THE NEXT RUN AND IS LISTED. THE WRITE-OFF
      *> REGISTER (custwoff.lst) GIVES THE ACCOUNTANT EVERY ACCOUNT
      *> TOUCHED, WHO APPROVED IT, AND CONTROL TOTALS. A RERUN FINDS
      *> NO APPROVALS LEFT AND WRITES NOTHING OFF TWICE.
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

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

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
      77 TM-STAT PIC 9(02).
          88 TM-FILE-OK        VALUE ZEROS.
          88 TM-FILE-NOT-EXIST VALUE 35.
          88 TM-EOF            VALUE 10.
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
      77 RP-STAT PIC X(02).

      77 WS-AUDIT-WHO PIC X(08).

      77 WS-TODAY-YMD PIC 9(08).

      *> A HISTORY LINE HOLDS AT MOST 99999,99, SO A BIGGER BALANCE
      *> IS WRITTEN OFF OVER AS MANY LINES AS IT TAKES.
      77 WS-WRTOFF-AMOUNT PIC S9(7)V99.
      77 WS-WRTOFF-LEFT   PIC S9(7)V99.
      77 WS-LINE-AMOUNT   PIC S9(5)V99.
      77 WS-LINES-NEEDED  PIC 99.
      77 WS-LINE-MAX      PIC S9(5)V99 VALUE 99999,99.

      77 WS-WRTOFF-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-WRTOFF-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-DROP-COUNT    PIC 9(07) VALUE ZEROS.
      77 WS-FULL-COUNT    PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(42)
             VALUE "BAD-DEBT WRITE-OFF REGISTER - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(13) VALUE "  WRITTEN OFF".
          05 FILLER PIC X(10) VALUE "BY".
          05 FILLER PIC X(10) VALUE "DUN DATE".
          05 FILLER PIC X(04) VALUE "NOTE".
      01 WS-DETAIL-LINE.
          05 WD-PHONE    PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-NAME     PIC X(30).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-AMOUNT   PIC -(7)9,99.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-APPROVER PIC X(08).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-DUN-DATE PIC 9(08) BLANK WHEN ZEROS.
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
          MOVE WS-TODAY-YMD TO WH-RUN-DATE
          MOVE WS-HEADING-1 TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-HEADING-2 TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 003-SCAN-TERMS THRU 003-SCAN-TERMS-END
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE RPT-FILE
          PERFORM 008-CLOSE-FILES
          DISPLAY "WRITE-OFF RUN COMPLETE - " WS-WRTOFF-COUNT
                  " WRITTEN OFF - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS custterm.dat IN KEY ORDER AND WRITES OFF EVERY
      *> ACCOUNT A SUPERVISOR HAS APPROVED.
      *> -----------------------------------------------------------
      003-SCAN-TERMS.
          MOVE ZEROS TO TM-KEY
          START TERMS-FILE KEY IS NOT LESS THAN TM-KEY
              INVALID KEY
                  GO 003-SCAN-TERMS-END
          END-START
          READ TERMS-FILE NEXT RECORD
              AT END
                  SET TM-EOF TO TRUE
          END-READ.
      003-SCAN-TERMS-LOOP.
          IF NOT TM-EOF
              IF TM-WRTOFF-APPROVED
                  PERFORM 004-WRITE-OFF-ONE THRU 004-WRITE-OFF-ONE-END
              END-IF
              READ TERMS-FILE NEXT RECORD
                  AT END
                      SET TM-EOF TO TRUE
              END-READ
              GO 003-SCAN-TERMS-LOOP
          END-IF.
      003-SCAN-TERMS-END.

      *> -----------------------------------------------------------
      *> WRITES OFF THE ACCOUNT IN TERMS-REC. THE CUSTOMER MUST STILL
      *> BE ON FILE, STILL ON FINAL DEMAND OR HOLD, AND STILL OWE
      *> MONEY - OTHERWISE THE APPROVAL NO LONGER APPLIES AND IS
      *> DROPPED. THE MASTER IS REWRITTEN BEFORE THE HISTORY, THE
      *> SAME ORDER THE POSTING RUN USES FOR A DISCOUNT, SO A FAILED
      *> REWRITE LEAVES NOTHING HALF-DONE.
      *> -----------------------------------------------------------
      004-WRITE-OFF-ONE.
          MOVE ZEROS TO WS-WRTOFF-AMOUNT
          MOVE TM-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE SPACES TO FS-NAME
                  MOVE ZEROS TO FS-BALANCE
                  MOVE "NOT ON FILE - APPROVAL DROPPED" TO WD-NOTE
                  PERFORM 005-DROP-APPROVAL THRU 005-DROP-APPROVAL-END
                  GO 004-WRITE-OFF-ONE-END
          END-READ
          IF TM-CLOSED OR NOT (TM-DUN-FINAL OR TM-HOLD)
              MOVE "NOT ON DEMAND - APPROVAL DROPPED" TO WD-NOTE
              PERFORM 005-DROP-APPROVAL THRU 005-DROP-APPROVAL-END
              GO 004-WRITE-OFF-ONE-END
          END-IF
          IF FS-BALANCE NOT > ZEROS
              MOVE "NOTHING OWED - APPROVAL DROPPED" TO WD-NOTE
              PERFORM 005-DROP-APPROVAL THRU 005-DROP-APPROVAL-END
              GO 004-WRITE-OFF-ONE-END
          END-IF
          MOVE FS-PHONE TO HX-PHONE
          READ HISTORY-FILE
              INVALID KEY
                  MOVE SPACES   TO HISTORY-REC
                  MOVE ZEROS    TO HX-ITEM-COUNT
                  MOVE FS-PHONE TO HX-PHONE
          END-READ
          MOVE FS-BALANCE TO WS-WRTOFF-AMOUNT
          COMPUTE WS-LINES-NEEDED =
              (WS-WRTOFF-AMOUNT - 0,01) / WS-LINE-MAX + 1
          IF HX-ITEM-COUNT + WS-LINES-NEEDED > 20
              ADD 1 TO WS-FULL-COUNT
              MOVE "HISTORY FULL - NOT WRITTEN OFF" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 004-WRITE-OFF-ONE-END
          END-IF
          MOVE ZEROS TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
              INVALID KEY
                  MOVE WS-WRTOFF-AMOUNT TO FS-BALANCE
                  MOVE "MASTER REWRITE FAILED" TO WD-NOTE
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 004-WRITE-OFF-ONE-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          MOVE WS-WRTOFF-AMOUNT TO WS-WRTOFF-LEFT
          PERFORM 010-ADD-WRTOFF-LINES THRU 010-ADD-WRTOFF-LINES-END
          WRITE HISTORY-REC
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          IF TM-WRTOFF-AMOUNT NOT NUMERIC
              MOVE ZEROS TO TM-WRTOFF-AMOUNT TM-RECOVERED
          END-IF
          MOVE "C" TO TM-STATUS
          MOVE "N" TO TM-WRTOFF-MARK
          MOVE WS-TODAY-YMD TO TM-WRTOFF-DATE
          ADD WS-WRTOFF-AMOUNT TO TM-WRTOFF-AMOUNT
          REWRITE TERMS-REC
          PERFORM 096-JOURNAL-TERMS THRU 096-JOURNAL-TERMS-END
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          ADD 1 TO WS-WRTOFF-COUNT
          ADD WS-WRTOFF-AMOUNT TO WS-WRTOFF-TOTAL
          MOVE "WRITTEN OFF - ACCOUNT CLOSED" TO WD-NOTE
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      004-WRITE-OFF-ONE-END.

      *> -----------------------------------------------------------
      *> CLEARS AN APPROVAL THAT NO LONGER APPLIES AND LISTS IT WITH
      *> THE REASON IN WD-NOTE, SET BY THE CALLER.
      *> -----------------------------------------------------------
      005-DROP-APPROVAL.
          MOVE "N" TO TM-WRTOFF-MARK
          REWRITE TERMS-REC
          PERFORM 096-JOURNAL-TERMS THRU 096-JOURNAL-TERMS-END
          ADD 1 TO WS-DROP-COUNT
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      005-DROP-APPROVAL-END.

      *> -----------------------------------------------------------
      *> PRINTS THE CONTROL TOTALS AT THE BOTTOM OF THE REGISTER.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "WRITTEN OFF:       " TO WT-LABEL
          MOVE WS-WRTOFF-COUNT TO WT-COUNT
          MOVE WS-WRTOFF-TOTAL TO WT-AMOUNT
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
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, HISTORY, TERMS, PARAMETER AND
      *> AUDIT FILES. FILES THAT MAY NOT EXIST YET ARE CREATED ON
      *> FIRST USE, THE SAME WAY 007-OPEN-FILES IN customer.cob
      *> CREATES THEM.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN I-O FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO WRITE OFF"
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
          OPEN I-O TERMS-FILE
          IF TM-FILE-NOT-EXIST THEN
              OPEN OUTPUT TERMS-FILE
              CLOSE TERMS-FILE
              OPEN I-O TERMS-FILE
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
          CLOSE TERMS-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE AUDIT-FILE.

      *> -----------------------------------------------------------
      *> FORMATS AND PRINTS ONE REGISTER LINE FOR THE ACCOUNT JUST
      *> TOUCHED. WD-NOTE IS SET BY THE CALLER.
      *> -----------------------------------------------------------
      009-WRITE-DETAIL.
          MOVE TM-PHONE         TO WD-PHONE
          MOVE FS-NAME          TO WD-NAME
          MOVE WS-WRTOFF-AMOUNT TO WD-AMOUNT
          MOVE TM-WRTOFF-BY     TO WD-APPROVER
          IF TM-DUN-DATE NUMERIC
              MOVE TM-DUN-DATE TO WD-DUN-DATE
          ELSE
              MOVE ZEROS TO WD-DUN-DATE
          END-IF
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      009-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> ADDS "(WRTOFF)" CREDIT LINES TO THE HISTORY, EACH FOR AS
      *> MUCH OF WHAT IS LEFT AS ONE LINE HOLDS, UNTIL THE WHOLE
      *> BALANCE IS WRITTEN OFF.
      *> -----------------------------------------------------------
      010-ADD-WRTOFF-LINES.
          IF WS-WRTOFF-LEFT > WS-LINE-MAX
              MOVE WS-LINE-MAX TO WS-LINE-AMOUNT
          ELSE
              MOVE WS-WRTOFF-LEFT TO WS-LINE-AMOUNT
          END-IF
          SUBTRACT WS-LINE-AMOUNT FROM WS-WRTOFF-LEFT
          ADD 1 TO HX-ITEM-COUNT
          MOVE "BAD DEBT WRITTEN OFF" TO HX-ITEM-DESC(HX-ITEM-COUNT)
          MOVE WS-TODAY-YMD   TO HX-ITEM-DATE(HX-ITEM-COUNT)
          COMPUTE HX-ITEM-AMOUNT(HX-ITEM-COUNT) = 0 - WS-LINE-AMOUNT
          MOVE "(WRTOFF)"     TO HX-ITEM-CODE(HX-ITEM-COUNT)
          MOVE ZEROS          TO HX-ITEM-QTY(HX-ITEM-COUNT)
          IF WS-WRTOFF-LEFT > ZEROS
              GO 010-ADD-WRTOFF-LINES
          END-IF.
      010-ADD-WRTOFF-LINES-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE AUDIT RECORD FOR A WRITE-OFF. NAME AND ADDRESS
      *> ARE UNCHANGED, SO BEFORE AND AFTER IMAGES BOTH SHOW THE
      *> RECORD AS IT STANDS - THE SAME SHAPE AS THE FINANCE-CHARGE
      *> AUDIT RECORD.
      *> -----------------------------------------------------------
      011-WRITE-AUDIT.
          DISPLAY "USER" UPON ENVIRONMENT-NAME
          ACCEPT WS-AUDIT-WHO FROM ENVIRONMENT-VALUE
          MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
          MOVE WS-AUDIT-WHO TO AU-USER
          MOVE "WRTOFF"     TO AU-OPERATION
          MOVE FS-PHONE     TO AU-PHONE
          MOVE FS-NAME      TO AU-BEFORE-NAME
          MOVE FS-ADDRESS   TO AU-BEFORE-ADDRESS
          MOVE FS-NAME      TO AU-AFTER-NAME
          MOVE FS-ADDRESS   TO AU-AFTER-ADDRESS
          PERFORM 093-SEAL-AUDIT-REC THRU 093-SEAL-AUDIT-REC-END
          WRITE AUDIT-REC.
      011-WRITE-AUDIT-END.

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
          STRING "custwoff." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTWOFF" TO SP-REPORT
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

      096-JOURNAL-TERMS.
          IF TM-STAT < 10
              MOVE "T" TO AJ-FILE
              MOVE LENGTH OF TERMS-REC TO AJ-LENGTH
              MOVE TERMS-REC TO AJ-IMAGE
              PERFORM 098-APPEND-JOURNAL THRU 098-APPEND-JOURNAL-END
          END-IF
          MOVE "W" TO WS-AIJ-ACTION.
      096-JOURNAL-TERMS-END.

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
          MOVE "CUSTWOFF" TO AJ-PROGRAM
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
          MOVE "CUSTWOFF" TO RL-JOB
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
          MOVE "CUSTWOFF" TO RL-JOB
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
