              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RP-STAT.

          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

          05 FILLER    PIC X(02) VALUE SPACES.
          05 WT-AMOUNT PIC -(9)9,99.

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
          CLOSE TERMS-FILE
          CLOSE AUDIT-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE RPT-FILE
          DISPLAY "BILLING RUN COMPLETE - " WS-BILL-COUNT
                  " CHARGE(S) BILLED, " WS-REFUSE-COUNT
              INVALID KEY
                  REWRITE HISTORY-REC
          END-WRITE
          PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
          ADD SC-AMOUNT TO FS-BALANCE
          ADD 1 TO FS-VERSION
          REWRITE FILE1-REC
                  PERFORM 009-WRITE-DETAIL THRU 009-WRITE-DETAIL-END
                  GO 003-BILL-ONE-CHARGE-END
          END-REWRITE
          PERFORM 094-JOURNAL-CUSTOMER THRU 094-JOURNAL-CUSTOMER-END
          PERFORM 011-WRITE-AUDIT THRU 011-WRITE-AUDIT-END
          MOVE WS-THIS-MONTH TO SC-LAST-BILLED
          REWRITE STCHG-REC
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF
          OPEN EXTEND AIJ-FILE
          IF AJ-NOT-EXIST THEN
              OPEN OUTPUT AIJ-FILE
              CLOSE AIJ-FILE
              OPEN EXTEND AIJ-FILE
          END-IF.

      *> -----------------------------------------------------------
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
          MOVE "CUSTBILL" TO AJ-PROGRAM
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
