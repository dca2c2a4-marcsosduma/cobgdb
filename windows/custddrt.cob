      >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. CUSTDDRT.
      *> -----------------------------------------------------------
      *> DIRECT-DEBIT RETURNS RUN. THE BANK SENDS BACK THE DEBITS
      *> RAISED BY THE COLLECTION RUN (custddeb) THAT THE CUSTOMER'S
      *> BANK REFUSED, IN A RETURNS FILE (custddrt.dat, FIXED
      *> LAYOUT: COLLECTION REFERENCE, DATE, AMOUNT, REASON). FOR
      *> EACH RETURN THIS JOB:
      *>   - FINDS THE COLLECTION ON custpmt.dat BY ITS REFERENCE.
      *>     IF THE POSTING RUN HAS NOT APPLIED IT YET IT IS SIMPLY
      *>     REJECTED. IF IT WAS APPLIED, THE BALANCE IS PUT BACK
      *>     (FS-BALANCE UP, FS-VERSION ADVANCED, SEALED "DDRETURN"
      *>     AUDIT RECORD) AND A NEGATIVE APPLIED PAYMENT IS WRITTEN
      *>     UNDER THE REFERENCE "DR" AND THE SAME NUMBER, SO THE
      *>     DAILY PROOF AND THE GL JOURNAL SEE THE CASH GO BACK OUT
      *>     ON THE DAY IT HAPPENED. custpost NEVER SPREADS A
      *>     DIRECT DEBIT OVER A GROUP OR GRANTS A PROMPT-PAYMENT
      *>     DISCOUNT ON ONE, SO PUTTING THE AMOUNT BACK ON THE
      *>     MANDATE HOLDER UNDOES ALL THE COLLECTION POSTED;
      *>   - LOGS THE FAILURE ON THE CONTACT LOG (custnote.dat) AS
      *>     A BANK-RETURN NOTE WITH THE BANK'S REASON;
      *>   - COUNTS THE FAILURE ON THE MANDATE AND CANCELS THE
      *>     MANDATE WHEN WS-FAIL-LIMIT DEBITS IN A ROW HAVE COME
      *>     BACK, WITH A SECOND NOTE SAYING SO.
      *> A RETURN WHOSE REFERENCE IS UNKNOWN, WHOSE AMOUNT DOES NOT
      *> MATCH THE COLLECTION, OR THAT HAS ALREADY BEEN PROCESSED
      *> IS LISTED AND LEFT ALONE, SO A RERUN AGAINST THE SAME FILE
      *> REVERSES NOTHING TWICE. THE RETURNS REGISTER (custddrt.lst)
      *> LISTS EVERY RETURN WITH CONTROL TOTALS.
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
          SELECT NOTE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS NT-STAT
              RECORD KEY IS NT-KEY.
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
          SELECT RETURN-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RT-STAT.
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

      FD NOTE-FILE VALUE OF FILE-ID IS "custnote.dat".
          COPY notesrec.

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      FD RETURN-FILE VALUE OF FILE-ID IS "custddrt.dat".
      01 RETURN-REC.
          05 RT-REF    PIC X(12).
          05 RT-DATE   PIC 9(08).
          05 RT-AMOUNT PIC 9(7)V99.
          05 RT-REASON PIC X(30).

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
      77 PY-STAT PIC 9(02).
          88 PY-OK        VALUE ZEROS.
          88 PY-NOT-EXIST VALUE 35.
      77 NT-STAT PIC 9(02).
          88 NT-FILE-OK        VALUE ZEROS.
          88 NT-FILE-NOT-EXIST VALUE 35.
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
      77 RT-STAT PIC X(02).
          88 RT-NOT-EXIST VALUE "35".
          88 RT-EOF       VALUE "10".
      77 RP-STAT PIC X(02).

      77 WS-AUDIT-WHO PIC X(08).

      77 WS-TODAY-YMD PIC 9(08).

      *> THIS MANY DEBITS RETURNED IN A ROW CANCEL THE MANDATE.
      77 WS-FAIL-LIMIT PIC 9(02) VALUE 3.

      01 WS-REVERSE-REF.
          05 FILLER         PIC X(02) VALUE "DR".
          05 WS-REVERSE-NO  PIC X(10).
      77 WS-RETURN-PHONE    PIC 9(09).
      77 WS-RETURN-AMOUNT   PIC S9(7)V99.
      77 WS-NOTE-TEXT       PIC X(60).
      77 WS-FAIL-EDIT       PIC Z9.

      77 WS-REVERSE-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-REVERSE-TOTAL   PIC S9(9)V99 VALUE ZEROS.
      77 WS-UNPOSTED-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-UNPOSTED-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      77 WS-REJECT-COUNT    PIC 9(07) VALUE ZEROS.
      77 WS-CANCEL-COUNT    PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-1.
          05 FILLER PIC X(42)
             VALUE "DIRECT-DEBIT RETURNS REGISTER - RUN DATE".
          05 WH-RUN-DATE PIC 9(08).
      01 WS-HEADING-2.
          05 FILLER PIC X(14) VALUE "REFERENCE".
          05 FILLER PIC X(11) VALUE "PHONE".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(13) VALUE "       AMOUNT".
          05 FILLER PIC X(04) VALUE "NOTE".
      01 WS-DETAIL-LINE.
          05 WD-REF      PIC X(12).
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-PHONE    PIC 9(09) BLANK WHEN ZEROS.
          05 FILLER      PIC X(02) VALUE SPACES.
          05 WD-NAME     PIC X(30).
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
          OPEN INPUT RETURN-FILE
          IF RT-NOT-EXIST
              DISPLAY "custddrt.dat NOT FOUND - NO RETURNS TO PROCESS"
              PERFORM 091-RUN-CONTROL-FINISH
                  THRU 091-RUN-CONTROL-FINISH-END
              STOP RUN
          END-IF
          DISPLAY "USER" UPON ENVIRONMENT-NAME
          ACCEPT WS-AUDIT-WHO FROM ENVIRONMENT-VALUE
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
          PERFORM 003-READ-RETURNS THRU 003-READ-RETURNS-END
          CLOSE RETURN-FILE
          PERFORM 006-PRINT-TOTALS THRU 006-PRINT-TOTALS-END
          CLOSE RPT-FILE
          PERFORM 008-CLOSE-FILES
          DISPLAY "RETURNS RUN COMPLETE - " WS-REVERSE-COUNT
                  " REVERSED - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> READS THE BANK'S RETURNS FILE TO THE END.
      *> -----------------------------------------------------------
      003-READ-RETURNS.
          READ RETURN-FILE
              AT END
                  SET RT-EOF TO TRUE
          END-READ.
      003-READ-RETURNS-LOOP.
          IF NOT RT-EOF
              PERFORM 004-RETURN-ONE THRU 004-RETURN-ONE-END
              READ RETURN-FILE
                  AT END
                      SET RT-EOF TO TRUE
              END-READ
              GO 003-READ-RETURNS-LOOP
          END-IF.
      003-READ-RETURNS-END.

      *> -----------------------------------------------------------
      *> PROCESSES ONE RETURNED DEBIT. CHECKS COME FIRST AND LIST
      *> THE RETURN WITHOUT TOUCHING ANYTHING; ONLY A GOOD RETURN
      *> REACHES THE BALANCE, THE CONTACT LOG AND THE MANDATE. THE
      *> MASTER IS REWRITTEN BEFORE THE REVERSING PAYMENT IS
      *> WRITTEN, SO A FAILED REWRITE LEAVES NOTHING HALF-DONE.
      *> -----------------------------------------------------------
      004-RETURN-ONE.
          MOVE RT-REF TO WD-REF
          MOVE RT-AMOUNT TO WD-AMOUNT
          MOVE ZEROS TO WD-PHONE
          MOVE SPACES TO WD-NAME
          IF RT-REF(1:2) NOT = "DD"
              MOVE "NOT A DIRECT-DEBIT REFERENCE" TO WD-NOTE
              GO 004-RETURN-REJECT
          END-IF
          MOVE RT-REF TO PY-REF
          READ PAYMENT-FILE
              INVALID KEY
                  MOVE "REFERENCE NOT ON FILE" TO WD-NOTE
                  GO 004-RETURN-REJECT
          END-READ
          MOVE PY-PHONE  TO WS-RETURN-PHONE WD-PHONE
          MOVE PY-AMOUNT TO WS-RETURN-AMOUNT
          IF RT-AMOUNT NOT = WS-RETURN-AMOUNT
              MOVE "AMOUNT DOES NOT MATCH DEBIT" TO WD-NOTE
              GO 004-RETURN-REJECT
          END-IF
          IF PY-REJECTED
              MOVE "ALREADY RETURNED" TO WD-NOTE
              GO 004-RETURN-REJECT
          END-IF
          MOVE WS-RETURN-PHONE TO FS-PHONE
          READ FILE1
              INVALID KEY
                  MOVE "CUSTOMER NOT ON FILE" TO WD-NOTE
                  GO 004-RETURN-REJECT
          END-READ
          MOVE FS-NAME TO WD-NAME
          IF PY-PENDING
              MOVE "R" TO PY-STATUS
              MOVE "DIRECT DEBIT RETURNED UNPAID" TO PY-REASON
              REWRITE PAYMENT-REC
              ADD 1 TO WS-UNPOSTED-COUNT
              ADD WS-RETURN-AMOUNT TO WS-UNPOSTED-TOTAL
              MOVE "RETURNED BEFORE POSTING" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              PERFORM 005-RECORD-FAILURE THRU 005-RECORD-FAILURE-END
              GO 004-RETURN-ONE-END
          END-IF
          MOVE RT-REF(3:10) TO WS-REVERSE-NO
          MOVE WS-REVERSE-REF TO PY-REF
          READ PAYMENT-FILE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "ALREADY RETURNED" TO WD-NOTE
                  GO 004-RETURN-REJECT
          END-READ
          ADD WS-RETURN-AMOUNT TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
              INVALID KEY
                  MOVE "MASTER REWRITE FAILED" TO WD-NOTE
                  GO 004-RETURN-REJECT
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          MOVE WS-REVERSE-REF   TO PY-REF
          MOVE RT-DATE          TO PY-DATE
          MOVE WS-RETURN-PHONE  TO PY-PHONE
          COMPUTE PY-AMOUNT = 0 - WS-RETURN-AMOUNT
          MOVE "A"              TO PY-STATUS
          MOVE "DIRECT DEBIT RETURNED UNPAID" TO PY-REASON
          MOVE WS-TODAY-YMD     TO PY-APPLIED-DATE
          WRITE PAYMENT-REC
              INVALID KEY
                  REWRITE PAYMENT-REC
          END-WRITE
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          ADD 1 TO WS-REVERSE-COUNT
          ADD WS-RETURN-AMOUNT TO WS-REVERSE-TOTAL
          MOVE "PAYMENT REVERSED" TO WD-NOTE
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
          PERFORM 005-RECORD-FAILURE THRU 005-RECORD-FAILURE-END
          GO 004-RETURN-ONE-END.
      004-RETURN-REJECT.
          ADD 1 TO WS-REJECT-COUNT
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      004-RETURN-ONE-END.

      *> -----------------------------------------------------------
      *> NOTES THE FAILED DEBIT ON THE CONTACT LOG AND COUNTS IT ON
      *> THE MANDATE, CANCELLING THE MANDATE WHEN THE LIMIT OF
      *> FAILURES IN A ROW IS REACHED.
      *> -----------------------------------------------------------
      005-RECORD-FAILURE.
          MOVE SPACES TO WS-NOTE-TEXT
          STRING "DEBIT " RT-REF " RETURNED: " RT-REASON
              INTO WS-NOTE-TEXT
          PERFORM 012-WRITE-NOTE THRU 012-WRITE-NOTE-END
          MOVE WS-RETURN-PHONE TO MD-PHONE
          READ MANDATE-FILE
              INVALID KEY
                  GO 005-RECORD-FAILURE-END
          END-READ
          ADD 1 TO MD-FAIL-COUNT
          MOVE RT-REF TO MD-RETURNED-REF
          IF MD-ACTIVE AND MD-FAIL-COUNT NOT < WS-FAIL-LIMIT
              MOVE "C" TO MD-STATUS
              MOVE WS-TODAY-YMD TO MD-CANCEL-DATE
              ADD 1 TO WS-CANCEL-COUNT
              MOVE MD-FAIL-COUNT TO WS-FAIL-EDIT
              MOVE SPACES TO WS-NOTE-TEXT
              STRING "DIRECT-DEBIT MANDATE CANCELLED AFTER "
                  WS-FAIL-EDIT " RETURNED DEBITS"
                  INTO WS-NOTE-TEXT
              PERFORM 012-WRITE-NOTE THRU 012-WRITE-NOTE-END
              MOVE "MANDATE CANCELLED" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
          END-IF
          REWRITE MANDATE-REC.
      005-RECORD-FAILURE-END.

      *> -----------------------------------------------------------
      *> PRINTS THE CONTROL TOTALS AT THE BOTTOM OF THE REGISTER.
      *> -----------------------------------------------------------
      006-PRINT-TOTALS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "PAYMENTS REVERSED: " TO WT-LABEL
          MOVE WS-REVERSE-COUNT TO WT-COUNT
          MOVE WS-REVERSE-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "BEFORE POSTING:    " TO WT-LABEL
          MOVE WS-UNPOSTED-COUNT TO WT-COUNT
          MOVE WS-UNPOSTED-TOTAL TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "RETURNS REJECTED:  " TO WT-LABEL
          MOVE WS-REJECT-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "MANDATES CANCELLED:" TO WT-LABEL
          MOVE WS-CANCEL-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, MANDATE, PAYMENT, CONTACT-LOG,
      *> PARAMETER AND AUDIT FILES. FILES THAT MAY NOT EXIST YET ARE
      *> CREATED ON FIRST USE, THE SAME WAY 007-OPEN-FILES IN
      *> customer.cob CREATES THEM.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN I-O FILE1
          IF FS-NOT-EXIST THEN
              DISPLAY "customers.dat NOT FOUND - NOTHING TO REVERSE"
              CLOSE RETURN-FILE
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
          OPEN I-O NOTE-FILE
          IF NT-FILE-NOT-EXIST THEN
              OPEN OUTPUT NOTE-FILE
              CLOSE NOTE-FILE
              OPEN I-O NOTE-FILE
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
          CLOSE MANDATE-FILE
          CLOSE PAYMENT-FILE
          CLOSE NOTE-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE AUDIT-FILE.

      *> -----------------------------------------------------------
      *> PRINTS ONE REGISTER LINE. WD-REF, WD-PHONE, WD-NAME,
      *> WD-AMOUNT AND WD-NOTE ARE SET BY THE CALLER.
      *> -----------------------------------------------------------
      009-WRITE-DETAIL.
          MOVE WS-DETAIL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      009-WRITE-DETAIL-END.

      *> -----------------------------------------------------------
      *> APPENDS ONE AUDIT RECORD FOR A REVERSED DEBIT. NAME AND
      *> ADDRESS ARE UNCHANGED, SO BEFORE AND AFTER IMAGES BOTH SHOW
      *> THE RECORD AS IT STANDS - THE SAME SHAPE AS THE POSTING
      *> RUN'S PAYMENT AUDIT RECORD.
      *> -----------------------------------------------------------
      011-WRITE-AUDIT.
          MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
          MOVE WS-AUDIT-WHO TO AU-USER
          MOVE "DDRETURN"   TO AU-OPERATION
          MOVE FS-PHONE     TO AU-PHONE
          MOVE FS-NAME      TO AU-BEFORE-NAME
          MOVE FS-ADDRESS   TO AU-BEFORE-ADDRESS
          MOVE FS-NAME      TO AU-AFTER-NAME
          MOVE FS-ADDRESS   TO AU-AFTER-ADDRESS
          PERFORM 093-SEAL-AUDIT-REC THRU 093-SEAL-AUDIT-REC-END
          WRITE AUDIT-REC.
      011-WRITE-AUDIT-END.

      *> -----------------------------------------------------------
      *> ADDS WS-NOTE-TEXT TO THE CUSTOMER'S CONTACT LOG AS A BANK-
      *> RETURN NOTE, STAMPED NOW. A SECOND NOTE IN THE SAME SECOND
      *> TAKES THE NEXT FREE STAMP.
      *> -----------------------------------------------------------
      012-WRITE-NOTE.
          MOVE WS-RETURN-PHONE TO NT-PHONE
          MOVE FUNCTION CURRENT-DATE(1:14) TO NT-STAMP
          MOVE WS-AUDIT-WHO TO NT-USER
          MOVE "B" TO NT-TYPE
          MOVE WS-NOTE-TEXT TO NT-TEXT.
      012-WRITE-NOTE-LOOP.
          WRITE NOTE-REC
              INVALID KEY
                  ADD 1 TO NT-STAMP
                  GO 012-WRITE-NOTE-LOOP
          END-WRITE.
      012-WRITE-NOTE-END.

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
          STRING "custddrt." WS-SPOOL-STAMP(1:8) "."
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
          MOVE "CUSTDDRT" TO SP-REPORT
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
          MOVE "CUSTDDRT" TO AJ-PROGRAM
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
          MOVE "CUSTDDRT" TO RL-JOB
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
          MOVE "CUSTDDRT" TO RL-JOB
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
