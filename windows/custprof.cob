      *> THE DIFFERENCE PLUS TODAY'S INCLUDE/UPDATE/RESTORE AUDIT
      *> RECORDS - THE OPERATIONS THAT CAN MOVE MONEY WITHOUT A
      *> HISTORY LINE OR PAYMENT BEHIND THEM (AN INCLUDE CAN CARRY
      *> A KEYED OPENING BALANCE) - AND THE APPROVED RECORDS, SINCE
      *> A SUPERVISOR APPROVING A CLERK'S BALANCE CHANGE OR
      *> REINSTATEMENT MOVES MONEY THE SAME WAY. THE FIRST RUN HAS NO
      *> OPENING TOTAL AND JUST TAKES THE BASELINE. EITHER WAY THE
      *> CLOSING TOTAL IS SAVED FOR TOMORROW'S PROOF. ON THE LAST
      *> DAY OF A MONTH IT IS ALSO SAVED ON THAT MONTH'S CONTROL
      *> RECORD IN custsnap.dat, WHICH THE MONTH-END TRIAL BALANCE
      *> TIES THE SNAPSHOT TO.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PA-STAT
              RECORD KEY IS PA-KEY.
          SELECT SNAP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS SN-STAT
              RECORD KEY IS SN-KEY.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      FD SNAP-FILE VALUE OF FILE-ID IS "custsnap.dat".
          COPY snaprec.

      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      77 PA-STAT PIC 9(02).
          88 PA-FILE-OK        VALUE ZEROS.
          88 PA-FILE-NOT-EXIST VALUE 35.
      77 SN-STAT PIC 9(02).
          88 SN-OK        VALUE ZEROS.
          88 SN-NOT-EXIST VALUE 35.
      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
          88 AUDIT-EOF VALUE "Y".

      77 WS-TODAY-YMD PIC 9(08).
      77 WS-TOMORROW-YMD PIC 9(08).
      77 WS-HIST-IDX  PIC 99 COMP.

      77 WS-BASELINE PIC X VALUE "N".
          PERFORM 005-SCAN-AUDIT THRU 005-SCAN-AUDIT-END
          PERFORM 006-PRINT-PROOF THRU 006-PRINT-PROOF-END
          PERFORM 009-SAVE-CLOSING THRU 009-SAVE-CLOSING-END
          PERFORM 010-SAVE-MONTH-END THRU 010-SAVE-MONTH-END-END
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE PAYMENT-FILE
                      WHEN "INCLUDE"
                      WHEN "UPDATE"
                      WHEN "RESTORE"
                      WHEN "APPROVED"
                          ADD 1 TO WS-SUSPECT-COUNT
                  END-EVALUATE
              END-IF

      *> -----------------------------------------------------------
      *> THE EXCEPTION SECTION: A SECOND PASS OVER THE AUDIT TRAIL
      *> LISTING TODAY'S INCLUDE, UPDATE, RESTORE AND APPROVED
      *> RECORDS - THE MOVEMENTS THE PROOF CANNOT ACCOUNT FOR FROM
      *> THE TRANSACTION FILES.
      *> -----------------------------------------------------------
      008-PRINT-EXCEPTIONS.
          MOVE SPACES TO RPT-LINE
              IF AU-TIMESTAMP(1:8) = WS-TODAY-YMD
                  AND (AU-OPERATION = "INCLUDE"
                       OR AU-OPERATION = "UPDATE"
                       OR AU-OPERATION = "RESTORE"
                       OR AU-OPERATION = "APPROVED")
                  MOVE AU-TIMESTAMP TO WX-TIMESTAMP
                  MOVE AU-USER      TO WX-USER
                  MOVE AU-OPERATION TO WX-OPERATION
          END-WRITE.
      009-SAVE-CLOSING-END.

      *> -----------------------------------------------------------
      *> ON THE LAST DAY OF THE MONTH, SAVES THE CLOSING TOTAL ON
      *> THE MONTH'S CONTROL RECORD IN custsnap.dat (PHONE ZEROS),
      *> KEEPING THE COUNT AND TOTAL CUSTSNAP PUTS THERE, SO THE
      *> TRIAL BALANCE FOR THE MONTH CAN SHOW THE TWO TIE WHICHEVER
      *> OF THE TWO RAN FIRST.
      *> -----------------------------------------------------------
      010-SAVE-MONTH-END.
          COMPUTE WS-TOMORROW-YMD = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) + 1)
          IF WS-TOMORROW-YMD(7:2) NOT = "01"
              GO 010-SAVE-MONTH-END-END
          END-IF
          OPEN I-O SNAP-FILE
          IF SN-NOT-EXIST THEN
              OPEN OUTPUT SNAP-FILE
              CLOSE SNAP-FILE
              OPEN I-O SNAP-FILE
          END-IF
          MOVE WS-TODAY-YMD(1:6) TO SN-MONTH
          MOVE ZEROS TO SN-PHONE
          READ SNAP-FILE
              INVALID KEY
                  MOVE SPACES TO SN-CONTROL
                  MOVE ZEROS TO SN-TAKEN-DATE
                  MOVE ZEROS TO SN-CUST-COUNT
                  MOVE ZEROS TO SN-SNAP-TOTAL
          END-READ
          MOVE WS-TODAY-YMD    TO SN-PROOF-DATE
          MOVE WS-ACTUAL-TOTAL TO SN-PROOF-TOTAL
          WRITE SNAP-REC
              INVALID KEY
                  REWRITE SNAP-REC
          END-WRITE
          CLOSE SNAP-FILE
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "MONTH-END - CLOSING TOTAL SAVED FOR THE SNAPSHOT"
              TO RPT-LINE
          WRITE RPT-LINE.
      010-SAVE-MONTH-END-END.

      *> -----------------------------------------------------------
      *> OPENS THE FILES THE PROOF READS. FILES THAT MAY NOT EXIST
      *> YET ARE CREATED ON FIRST USE, THE SAME WAY 007-OPEN-FILES
