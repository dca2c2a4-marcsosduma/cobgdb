          SELECT HISTARC-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HA-STAT.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
          05 HA-CODE   PIC X(08).
          05 HA-QTY    PIC 9(03).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      77 WS-ITEM-IDX PIC 99 COMP.
      77 WS-KEEP-IDX PIC 99 COMP.

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
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF
          OPEN EXTEND AIJ-FILE
          IF AJ-NOT-EXIST
              OPEN OUTPUT AIJ-FILE
              CLOSE AIJ-FILE
              OPEN EXTEND AIJ-FILE
          END-IF
          OPEN EXTEND AUDARC-FILE
          IF AA-STAT = "35"
              OPEN OUTPUT AUDARC-FILE
          CLOSE AUDARC-FILE
          CLOSE AUDKEEP-FILE
          PERFORM 003-REWRITE-LIVE-LOG THRU 003-REWRITE-LIVE-LOG-END
          CLOSE PARM-FILE
          CLOSE AIJ-FILE.
      002-ARCHIVE-AUDIT-END.

      *> -----------------------------------------------------------
              END-PERFORM
              MOVE WS-KEEP-IDX TO HX-ITEM-COUNT
              REWRITE HISTORY-REC
              PERFORM 095-JOURNAL-HISTORY THRU 095-JOURNAL-HISTORY-END
              ADD 1 TO WS-CUST-TRIMMED
          END-IF.
      006-TRIM-ONE-CUSTOMER-END.

      *> -----------------------------------------------------------
      *> AFTER-IMAGE JOURNAL HOOKS. EACH IS PERFORMED STRAIGHT AFTER
      *> THE WRITE, REWRITE OR DELETE IT RECORDS AND JOURNALS THE
      *> RECORD ONLY WHEN THE FILE STATUS SAYS THE CHANGE WAS MADE.
      *> A DELETE MOVES "D" TO WS-AIJ-ACTION FIRST; THE HOOK PUTS IT
      *> BACK TO "W" EITHER WAY.
      *> -----------------------------------------------------------
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
          MOVE "CUSTARCH" TO AJ-PROGRAM
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
