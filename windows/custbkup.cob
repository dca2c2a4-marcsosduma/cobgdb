      *>      SO BOTH INDEXES ARE REBUILT TOGETHER; IF THEY DISAGREE
      *>      THE LIVE FILE IS LEFT ALONE AND THE JOB ENDS WITH AN
      *>      ERROR.
      *>   5. AFTER A GOOD SWAP, UNLOADS custhist.dat, custterm.dat
      *>      AND custordr.dat TO THE SAME GENERATION
      *>      (custbkup.YYYYMMDD.hst, .trm AND .ord), SO THE WHOLE
      *>      GENERATION CAN BE RELOADED TOGETHER.
      *>   6. CUTS OVER THE AFTER-IMAGE JOURNAL: custaij.log GETS AN
      *>      "E" RECORD NAMING THIS GENERATION AND IS KEPT AS
      *>      custaij.YYYYMMDD.log UNDER THE GENERATION IT STARTED
      *>      FROM, AND A FRESH custaij.log IS STARTED WITH AN "S"
      *>      RECORD NAMING THIS ONE. CUSTROLL RELOADS A GENERATION
      *>      AND ROLLS THE JOURNALS FORWARD FROM IT.
      *> RESTORE MODE (R): REBUILDS customers.dat FROM A CHOSEN
      *> BACKUP GENERATION, WITH THE SAME TOTALS PRINTED FOR PROOF -
      *> TURNING A CORRUPTED-INDEX MORNING INTO A DELAY INSTEAD OF A
          SELECT RPT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RP-STAT.
          SELECT HISTORY-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HX-STAT
              RECORD KEY IS HX-KEY.
          SELECT TERMS-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TM-STAT
              RECORD KEY IS TM-KEY.
          SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OR-STAT
              RECORD KEY IS OR-KEY.
          SELECT GEN-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GN-STAT.
          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.

          SELECT SPOOL-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

      FD HISTORY-FILE VALUE OF FILE-ID IS "custhist.dat".
          COPY custhist.

      FD TERMS-FILE VALUE OF FILE-ID IS "custterm.dat".
          COPY termsrec.

      FD ORDER-FILE VALUE OF FILE-ID IS "custordr.dat".
          COPY ordrec.

      *> ONE GENERATION FILE OF THE HISTORY, TERMS OR ORDER FILE,
      *> SIZED FOR THE LONGEST OF THE THREE RECORDS.
      FD GEN-FILE VALUE OF FILE-ID IS WS-GEN-NAME.
      01 GEN-REC PIC X(931).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD SPOOL-FILE VALUE OF FILE-ID IS "custspol.dat".
          COPY spolrec.

          88 BK-NOT-EXIST VALUE "35".
          88 BK-EOF       VALUE "10".
      77 RP-STAT PIC X(02).
      77 HX-STAT PIC 9(02).
          88 HX-NOT-EXIST VALUE 35.
          88 HX-EOF       VALUE 10.
      77 TM-STAT PIC 9(02).
          88 TM-NOT-EXIST VALUE 35.
          88 TM-EOF       VALUE 10.
      77 OR-STAT PIC 9(02).
          88 OR-NOT-EXIST VALUE 35.
          88 OR-EOF       VALUE 10.
      77 GN-STAT PIC X(02).
      77 AJ-STAT PIC 9(02).
          88 AJ-OK        VALUE ZEROS.
          88 AJ-NOT-EXIST VALUE 35.
      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.

      77 WS-RUN-MODE PIC X(01).
          88 MODE-BACKUP  VALUE "B" "b".
      77 WS-CHK-MAXVER  PIC 9(05) VALUE ZEROS.
      77 WS-LIVE-COUNT  PIC 9(07) VALUE ZEROS.

      77 WS-SWAP-DONE PIC X(01) VALUE "N".
          88 SWAP-DONE VALUE "Y".

      *> THE OTHER THREE FILES OF THE GENERATION AND THE RECORD
      *> COUNT UNLOADED FROM EACH.
      77 WS-GEN-NAME     PIC X(24).
      77 WS-HIST-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-TERMS-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-ORDER-COUNT  PIC 9(07) VALUE ZEROS.

      *> JOURNAL CUTOVER. WS-AIJ-FROM-GEN IS THE GENERATION THE
      *> CLOSING JOURNAL STARTED FROM (ZEROS FOR A JOURNAL THAT
      *> PREDATES THE "S" RECORD) AND NAMES THE FILE IT IS KEPT AS.
      77 WS-AIJ-FROM-GEN PIC 9(08) VALUE ZEROS.
      77 WS-AIJ-PRESENT  PIC X(01) VALUE "N".
          88 AIJ-PRESENT VALUE "Y".
      77 WS-AIJ-IDX      PIC 9(04) COMP.
      77 WS-AIJ-WORK     PIC 9(18) COMP.

      77 WS-RENAME-FROM PIC X(24).
      77 WS-RENAME-TO   PIC X(24).
      77 WS-DELETE-NAME PIC X(24).

      01 WS-GEN-LINE.
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WG-FILE    PIC X(24).
          05 WG-COUNT   PIC ZZZZZZ9.
          05 FILLER     PIC X(11) VALUE " RECORD(S) ".
          05 WG-NOTE    PIC X(40).

      01 WS-TOTAL-LINE.
          05 WT-LABEL   PIC X(10).
          05 WT-COUNT   PIC ZZZZZZ9.
              PERFORM 004-VERIFY-NEW THRU 004-VERIFY-NEW-END
              PERFORM 005-PRINT-TOTALS THRU 005-PRINT-TOTALS-END
              PERFORM 006-SWAP-IF-GOOD THRU 006-SWAP-IF-GOOD-END
              IF SWAP-DONE
                  PERFORM 012-UNLOAD-OTHERS THRU 012-UNLOAD-OTHERS-END
                  PERFORM 014-CUT-OVER-JOURNAL
                      THRU 014-CUT-OVER-JOURNAL-END
              END-IF
          ELSE
              DISPLAY "BACKUP DATE TO RESTORE (YYYYMMDD): "
                  WITH NO ADVANCING
          MOVE "LIVE MASTER REBUILT FROM BACKUP - TOTALS AGREE"
              TO RPT-LINE
          WRITE RPT-LINE
          MOVE "Y" TO WS-SWAP-DONE
          DISPLAY "BACKUP AND REORGANIZATION COMPLETE - "
                  WS-CHK-COUNT " RECORD(S), TOTALS AGREE".
      006-SWAP-IF-GOOD-END.
          CLOSE FILE1.
      011-LOAD-LIVE-END.

      *> -----------------------------------------------------------
      *> UNLOADS THE HISTORY, TERMS AND ORDER FILES TO THE SAME
      *> GENERATION AS THE MASTER. A FILE NOT YET CREATED UNLOADS AS
      *> AN EMPTY GENERATION FILE, SO A RELOAD BRINGS IT BACK EMPTY.
      *> -----------------------------------------------------------
      012-UNLOAD-OTHERS.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "GENERATION FILES" TO RPT-LINE
          WRITE RPT-LINE
          MOVE SPACES TO WS-GEN-NAME
          STRING "custbkup." WS-BKP-DATE ".seq" INTO WS-GEN-NAME
          MOVE WS-LIVE-COUNT TO WG-COUNT
          MOVE "FROM customers.dat" TO WG-NOTE
          PERFORM 013-PRINT-GEN-LINE THRU 013-PRINT-GEN-LINE-END
          MOVE SPACES TO WS-GEN-NAME
          STRING "custbkup." WS-BKP-DATE ".hst" INTO WS-GEN-NAME
          OPEN OUTPUT GEN-FILE
          OPEN INPUT HISTORY-FILE
          IF HX-NOT-EXIST
              GO 012-UNLOAD-HISTORY-DONE
          END-IF
          READ HISTORY-FILE NEXT RECORD
              AT END
                  SET HX-EOF TO TRUE
          END-READ.
      012-UNLOAD-HISTORY-LOOP.
          IF NOT HX-EOF
              ADD 1 TO WS-HIST-COUNT
              MOVE HISTORY-REC TO GEN-REC
              WRITE GEN-REC
              READ HISTORY-FILE NEXT RECORD
                  AT END
                      SET HX-EOF TO TRUE
              END-READ
              GO 012-UNLOAD-HISTORY-LOOP
          END-IF
          CLOSE HISTORY-FILE.
      012-UNLOAD-HISTORY-DONE.
          CLOSE GEN-FILE
          MOVE WS-HIST-COUNT TO WG-COUNT
          MOVE "FROM custhist.dat" TO WG-NOTE
          PERFORM 013-PRINT-GEN-LINE THRU 013-PRINT-GEN-LINE-END
          MOVE SPACES TO WS-GEN-NAME
          STRING "custbkup." WS-BKP-DATE ".trm" INTO WS-GEN-NAME
          OPEN OUTPUT GEN-FILE
          OPEN INPUT TERMS-FILE
          IF TM-NOT-EXIST
              GO 012-UNLOAD-TERMS-DONE
          END-IF
          READ TERMS-FILE NEXT RECORD
              AT END
                  SET TM-EOF TO TRUE
          END-READ.
      012-UNLOAD-TERMS-LOOP.
          IF NOT TM-EOF
              ADD 1 TO WS-TERMS-COUNT
              MOVE TERMS-REC TO GEN-REC
              WRITE GEN-REC
              READ TERMS-FILE NEXT RECORD
                  AT END
                      SET TM-EOF TO TRUE
              END-READ
              GO 012-UNLOAD-TERMS-LOOP
          END-IF
          CLOSE TERMS-FILE.
      012-UNLOAD-TERMS-DONE.
          CLOSE GEN-FILE
          MOVE WS-TERMS-COUNT TO WG-COUNT
          MOVE "FROM custterm.dat" TO WG-NOTE
          PERFORM 013-PRINT-GEN-LINE THRU 013-PRINT-GEN-LINE-END
          MOVE SPACES TO WS-GEN-NAME
          STRING "custbkup." WS-BKP-DATE ".ord" INTO WS-GEN-NAME
          OPEN OUTPUT GEN-FILE
          OPEN INPUT ORDER-FILE
          IF OR-NOT-EXIST
              GO 012-UNLOAD-ORDERS-DONE
          END-IF
          READ ORDER-FILE NEXT RECORD
              AT END
                  SET OR-EOF TO TRUE
          END-READ.
      012-UNLOAD-ORDERS-LOOP.
          IF NOT OR-EOF
              ADD 1 TO WS-ORDER-COUNT
              MOVE ORDER-REC TO GEN-REC
              WRITE GEN-REC
              READ ORDER-FILE NEXT RECORD
                  AT END
                      SET OR-EOF TO TRUE
              END-READ
              GO 012-UNLOAD-ORDERS-LOOP
          END-IF
          CLOSE ORDER-FILE.
      012-UNLOAD-ORDERS-DONE.
          CLOSE GEN-FILE
          MOVE WS-ORDER-COUNT TO WG-COUNT
          MOVE "FROM custordr.dat" TO WG-NOTE
          PERFORM 013-PRINT-GEN-LINE THRU 013-PRINT-GEN-LINE-END
          DISPLAY "GENERATION " WS-BKP-DATE " - " WS-HIST-COUNT
                  " HISTORY, " WS-TERMS-COUNT " TERMS, "
                  WS-ORDER-COUNT " ORDER RECORD(S) ALSO UNLOADED".
      012-UNLOAD-OTHERS-END.

      *> -----------------------------------------------------------
      *> ONE LINE OF THE GENERATION LIST - FILE NAME AND COUNT.
      *> -----------------------------------------------------------
      013-PRINT-GEN-LINE.
          MOVE WS-GEN-NAME TO WG-FILE
          MOVE WS-GEN-LINE TO RPT-LINE
          WRITE RPT-LINE.
      013-PRINT-GEN-LINE-END.

      *> -----------------------------------------------------------
      *> CUTS OVER THE AFTER-IMAGE JOURNAL NOW THAT THE GENERATION
      *> IS GOOD. THE CLOSING JOURNAL GETS AN "E" RECORD NAMING THIS
      *> GENERATION AND IS KEPT AS custaij.YYYYMMDD.log UNDER THE
      *> GENERATION ITS "S" RECORD NAMES (custaij.00000000.log FOR A
      *> JOURNAL WITH NO "S" RECORD); A FRESH custaij.log IS THEN
      *> STARTED WITH AN "S" RECORD AND THE "AIJSEQ" CONTROL RECORD
      *> IS RESET TO MATCH. IF THE OLD JOURNAL CANNOT BE SET ASIDE
      *> IT IS LEFT AS IT IS AND THE RUN SAYS SO - IT MUST BE CUT
      *> OVER BY HAND BEFORE THE ONLINE SYSTEM IS USED AGAIN.
      *> -----------------------------------------------------------
      014-CUT-OVER-JOURNAL.
          MOVE ZEROS TO WS-AIJ-FROM-GEN
          MOVE "N" TO WS-AIJ-PRESENT
          OPEN INPUT AIJ-FILE
          IF AJ-OK
              MOVE "Y" TO WS-AIJ-PRESENT
              READ AIJ-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF AJ-START-REC AND AJ-GEN IS NUMERIC
                          MOVE AJ-GEN TO WS-AIJ-FROM-GEN
                      END-IF
              END-READ
              CLOSE AIJ-FILE
          END-IF
          OPEN I-O PARM-FILE
          IF PA-FILE-NOT-EXIST
              OPEN OUTPUT PARM-FILE
              CLOSE PARM-FILE
              OPEN I-O PARM-FILE
          END-IF
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
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF AIJ-PRESENT
              OPEN EXTEND AIJ-FILE
              MOVE SPACES TO AIJ-REC
              ADD 1 TO PA-NUMBER
              MOVE PA-NUMBER TO AJ-SEQ
              MOVE "E" TO AJ-TYPE
              PERFORM 015-CHECK-JOURNAL-REC
                  THRU 015-CHECK-JOURNAL-REC-END
              WRITE AIJ-REC
              CLOSE AIJ-FILE
              MOVE SPACES TO WS-DELETE-NAME
              STRING "custaij." WS-AIJ-FROM-GEN ".log"
                  INTO WS-DELETE-NAME
              CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
              MOVE "custaij.log" TO WS-RENAME-FROM
              MOVE WS-DELETE-NAME TO WS-RENAME-TO
              CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
              IF RETURN-CODE NOT = ZEROS
                  REWRITE PARM-REC
                  CLOSE PARM-FILE
                  MOVE "JOURNAL NOT CUT OVER - custaij.log NOT SET ASIDE"
                      TO RPT-LINE
                  WRITE RPT-LINE
                  DISPLAY "RENAME OF custaij.log FAILED - JOURNAL "
                          "MUST BE CUT OVER BY HAND"
                  GO 014-CUT-OVER-JOURNAL-END
              END-IF
              MOVE SPACES TO RPT-LINE
              STRING "JOURNAL CLOSED AT SEQUENCE " AJ-SEQ
                  " AND KEPT AS " WS-RENAME-TO
                  DELIMITED BY "  "
                  INTO RPT-LINE
              WRITE RPT-LINE
          ELSE
              MOVE "NO JOURNAL ON FILE - NOTHING TO CLOSE" TO RPT-LINE
              WRITE RPT-LINE
          END-IF
          OPEN OUTPUT AIJ-FILE
          MOVE SPACES TO AIJ-REC
          MOVE 1 TO PA-NUMBER
          MOVE PA-NUMBER TO AJ-SEQ
          MOVE "S" TO AJ-TYPE
          PERFORM 015-CHECK-JOURNAL-REC THRU 015-CHECK-JOURNAL-REC-END
          WRITE AIJ-REC
          CLOSE AIJ-FILE
          REWRITE PARM-REC
          CLOSE PARM-FILE
          MOVE SPACES TO RPT-LINE
          STRING "NEW JOURNAL custaij.log STARTED FROM GENERATION "
              WS-BKP-DATE
              INTO RPT-LINE
          WRITE RPT-LINE
          DISPLAY "AFTER-IMAGE JOURNAL CUT OVER - NEW custaij.log "
                  "STARTS FROM GENERATION " WS-BKP-DATE.
      014-CUT-OVER-JOURNAL-END.

      *> -----------------------------------------------------------
      *> FINISHES A JOURNAL CONTROL RECORD ("S" OR "E") ALREADY
      *> HOLDING ITS TYPE AND SEQUENCE: STAMPS IT, NAMES THIS
      *> GENERATION, AND TAKES THE CHECK VALUE THE SAME WAY EVERY
      *> JOURNAL WRITER DOES - OVER THE SEQUENCE AND EVERY BYTE OF
      *> THE RECORD BODY.
      *> -----------------------------------------------------------
      015-CHECK-JOURNAL-REC.
          MOVE FUNCTION CURRENT-DATE(1:14) TO AJ-STAMP
          MOVE "CUSTBKUP"  TO AJ-PROGRAM
          MOVE WS-BKP-DATE TO AJ-GEN
          MOVE ZEROS       TO AJ-LENGTH
          MOVE AJ-SEQ TO WS-AIJ-WORK
          PERFORM VARYING WS-AIJ-IDX FROM 1 BY 1
                  UNTIL WS-AIJ-IDX > LENGTH OF AJ-BODY
              COMPUTE WS-AIJ-WORK = WS-AIJ-WORK
                  + FUNCTION ORD(AJ-BODY(WS-AIJ-IDX:1))
                  * WS-AIJ-IDX
          END-PERFORM
          COMPUTE AJ-CHECK = FUNCTION MOD(WS-AIJ-WORK, 999999937).
      015-CHECK-JOURNAL-REC-END.

      *> -----------------------------------------------------------
      *> RESTORE MODE: REBUILDS customers.dat FROM THE CHOSEN BACKUP
      *> GENERATION, TAKING THE SOURCE TOTALS FROM THE BACKUP FILE.
