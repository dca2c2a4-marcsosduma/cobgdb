      *> HX-ITEM-DATE, NO HISTORY AT ALL COUNTS AS OLDEST):
      *>   - A CUSTOMER FLAGGED TM-FINCHG-EXEMPT ON custterm.dat IS
      *>     SKIPPED AND LISTED AS EXEMPT.
      *>   - A CUSTOMER WHOSE WHOLE BALANCE IS UNDER OPEN DISPUTE
      *>     CASES (custdisp.dat) IS SKIPPED AND LISTED AS IN
      *>     DISPUTE.
      *>   - OTHERWISE THE MONTHLY RATE FROM THE "FINCHG" CONTROL
      *>     RECORD ON custparm.dat (NOT HARD-CODED - KEYED AT THE
      *>     CONSOLE ON FIRST RUN) IS APPLIED TO THE BALANCE LESS
      *>     ANY AMOUNT UNDER OPEN DISPUTE, THE CHARGE GOES ONTO
      *>     custhist.dat AS A "FINANCE CHARGE" LINE SO IT SHOWS ON
      *>     THE CUSTSTMT STATEMENT, FS-BALANCE IS CHARGED WITH
      *>     FS-VERSION ADVANCED, AND AN AUDIT RECORD IS APPENDED.
      *> THE CHARGE REGISTER (custfin.lst) LISTS EVERY CUSTOMER
      *> TOUCHED WITH CONTROL TOTALS LIKE custpost.lst HAS. THE
      *> YYYYMM OF THE LAST RUN IS KEPT ON THE CONTROL RECORD SO A
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS TM-STAT
              RECORD KEY IS TM-KEY.
          SELECT DISPUTE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DP-STAT
              RECORD KEY IS DP-KEY.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      FD TERMS-FILE VALUE OF FILE-ID IS "custterm.dat".
          COPY termsrec.

      FD DISPUTE-FILE VALUE OF FILE-ID IS "custdisp.dat".
          COPY disprec.

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      77 TM-STAT PIC 9(02).
          88 TM-FILE-OK        VALUE ZEROS.
          88 TM-FILE-NOT-EXIST VALUE 35.
      77 DP-STAT PIC 9(02).
          88 DP-FILE-OK        VALUE ZEROS.
          88 DP-FILE-NOT-EXIST VALUE 35.
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
      77 WS-RATE-PCT   PIC 9(02)V99.
      77 WS-CHARGE     PIC S9(5)V99.

      *> THE PART OF THE BALANCE UNDER AN OPEN DISPUTE DRAWS NO
      *> CHARGE; ONLY WHAT IS LEFT IS CHARGEABLE.
      77 WS-OPEN-DISPUTED PIC S9(9)V99.
      77 WS-CHARGEABLE    PIC S9(9)V99.

      77 WS-ASSESS-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-ASSESS-TOTAL PIC S9(9)V99 VALUE ZEROS.
      77 WS-EXEMPT-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-FULL-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-DONE-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-DISPUTE-COUNT PIC 9(07) VALUE ZEROS.
      77 WS-ALREADY-ASSESSED PIC X.
          88 ALREADY-ASSESSED VALUE "Y".

      *> - OTHERWISE ONE ASSESSED CHARGE WOULD MAKE A DELINQUENT
      *> READ CURRENT FOREVER - SO THEY ARE SKIPPED BY THEIR
      *> RESERVED MARKER CODES AND THE FINANCE-CHARGE DESCRIPTION
      *> OLDER LINES CARRY. A PROMPT-PAYMENT DISCOUNT ("(PPDISC)")
      *> IS DATED THE DAY THE PAYMENT POSTED, NOT A SALE, AND IS
      *> SKIPPED THE SAME WAY, AS ARE THE BAD-DEBT WRITE-OFF AND
      *> RECOVERY LINES ("(WRTOFF)", "(RECOVR)"), CREDIT REFUNDS
      *> ("(REFUND)") AND DISPUTE CREDITS ("(DSPCRD)").
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
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 005-ASSESS-ONE-END
          END-IF
          PERFORM 012-SUM-DISPUTES THRU 012-SUM-DISPUTES-END
          COMPUTE WS-CHARGEABLE = FS-BALANCE - WS-OPEN-DISPUTED
          IF WS-CHARGEABLE NOT > ZEROS
              ADD 1 TO WS-DISPUTE-COUNT
              MOVE ZEROS TO WS-CHARGE
              MOVE "IN DISPUTE - SKIPPED" TO WD-NOTE
              PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
              GO 005-ASSESS-ONE-END
          END-IF
          COMPUTE WS-CHARGE ROUNDED =
              WS-CHARGEABLE * WS-RATE-PCT / 100
          IF WS-CHARGE NOT > ZEROS
              GO 005-ASSESS-ONE-END
          END-IF
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          ADD WS-CHARGE TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 005-ASSESS-ONE-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          ADD 1 TO WS-ASSESS-COUNT
          ADD WS-CHARGE TO WS-ASSESS-TOTAL
          IF WS-OPEN-DISPUTED > ZEROS
              MOVE "ASSESSED - LESS DISPUTE" TO WD-NOTE
          ELSE
              MOVE "ASSESSED" TO WD-NOTE
          END-IF
          PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END.
      005-ASSESS-ONE-END.

          MOVE WS-DONE-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE "IN DISPUTE:        " TO WT-LABEL
          MOVE WS-DISPUTE-COUNT TO WT-COUNT
          MOVE ZEROS TO WT-AMOUNT
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE.
      006-PRINT-TOTALS-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, HISTORY, TERMS, DISPUTE,
      *> PARAMETER AND AUDIT FILES. FILES THAT MAY NOT EXIST YET ARE
      *> CREATED ON FIRST USE, THE SAME WAY 007-OPEN-FILES IN
      *> customer.cob CREATES THEM.
      *> -----------------------------------------------------------
      007-OPEN-FILES.
          OPEN I-O FILE1
              CLOSE TERMS-FILE
              OPEN INPUT TERMS-FILE
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
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE TERMS-FILE
          CLOSE DISPUTE-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE AUDIT-FILE.

      *> -----------------------------------------------------------
          WRITE AUDIT-REC.
      011-WRITE-AUDIT-END.

      *> -----------------------------------------------------------
      *> TOTALS THE CUSTOMER'S OPEN DISPUTE CASES ON custdisp.dat
      *> INTO WS-OPEN-DISPUTED. AN AMOUNT UNDER DISPUTE IS HELD OUT
      *> OF COLLECTIONS UNTIL THE CASE IS CLOSED.
      *> -----------------------------------------------------------
      012-SUM-DISPUTES.
          MOVE ZEROS TO WS-OPEN-DISPUTED
          MOVE FS-PHONE TO DP-PHONE
          MOVE ZEROS TO DP-CASE
          START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
              INVALID KEY
                  GO 012-SUM-DISPUTES-END
          END-START.
      012-SUM-DISPUTES-LOOP.
          READ DISPUTE-FILE NEXT RECORD
              AT END
                  GO 012-SUM-DISPUTES-END
          END-READ
          IF DP-PHONE NOT = FS-PHONE
              GO 012-SUM-DISPUTES-END
          END-IF
          IF DP-OPEN
              ADD DP-AMOUNT TO WS-OPEN-DISPUTED
          END-IF
          GO 012-SUM-DISPUTES-LOOP.
      012-SUM-DISPUTES-END.

      *> -----------------------------------------------------------
      *> OPENS THE REPORT AS A DATED, RETAINED GENERATION (THE SAME
      *> NAMING IDEA AS THE custbkup.YYYYMMDD.seq BACKUPS) AND
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
          MOVE "CUSTFIN" TO AJ-PROGRAM
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
