      *> WITH ITS DATE AND AMOUNT, AND THE CLOSING BALANCE. THIS IS
      *> THE DOCUMENT THE CLERKS USED TO TYPE BY HAND WHENEVER A
      *> CUSTOMER DISPUTED A BALANCE.
      *> A PARENT ACCOUNT WITH BRANCHES (custgrp.dat) GETS ONE
      *> CONSOLIDATED STATEMENT: ITS OWN ITEMS AND BALANCE, THEN
      *> EACH BRANCH'S ITEMS AND BALANCE IN TURN, AND THE GROUP
      *> TOTAL. THE BRANCHES GET NO STATEMENT OF THEIR OWN.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
      FILE-CONTROL.
          SELECT FILE1 ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FS-STAT
              RECORD KEY IS FS-KEY
              ALTERNATE RECORD KEY IS FS-NAME WITH DUPLICATES.
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS HX-STAT
              RECORD KEY IS HX-KEY.
          SELECT GROUP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS GR-STAT
              RECORD KEY IS GR-KEY
              ALTERNATE RECORD KEY IS GR-BRANCH WITH DUPLICATES.
          SELECT RPT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RP-STAT.
      FD HISTORY-FILE VALUE OF FILE-ID IS "custhist.dat".
          COPY custhist.

      FD GROUP-FILE VALUE OF FILE-ID IS "custgrp.dat".
          COPY grprec.

      FD RPT-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 RPT-LINE PIC X(100).

          88 HX-OK        VALUE ZEROS.
          88 HX-NOT-EXIST VALUE 35.
      77 RP-STAT PIC X(02).
      77 GR-STAT PIC 9(02).
          88 GR-FILE-OK        VALUE ZEROS.
          88 GR-FILE-NOT-EXIST VALUE 35.

      77 WS-RUN-DATE       PIC 9(08).
      77 WS-STMT-COUNT     PIC 9(07) VALUE ZEROS.
      77 WS-HIST-IDX       PIC 99 COMP.

      *> PARENT/BRANCH GROUP STATE. WS-GRP-PARENT IS THE PARENT OF
      *> THE CUSTOMER'S GROUP (ITS OWN PHONE FOR A PARENT, ZEROS FOR
      *> NONE) AND WS-GRP-BRANCHES HOW MANY BRANCHES A PARENT HAS.
      77 WS-GRP-PARENT     PIC 9(09).
      77 WS-GRP-BRANCHES   PIC 9(05).
      77 WS-GRP-BALANCE    PIC S9(9)V99.
      77 WS-BRANCH-COUNT   PIC 9(07) VALUE ZEROS.

      01 WS-HEADING-LINE.
          05 FILLER        PIC X(20) VALUE "CUSTOMER STATEMENT".
          05 FILLER        PIC X(30) VALUE SPACES.
          05 FILLER    PIC X(03) VALUE SPACES.
          05 WI-AMOUNT PIC -(5)9,99.
      01 WS-TOTAL-LINE.
          05 WT-LABEL   PIC X(20) VALUE "CLOSING BALANCE:".
          05 FILLER     PIC X(13) VALUE SPACES.
          05 WT-BALANCE PIC -(8)9,99.
      01 WS-BRANCH-LINE.
          05 FILLER     PIC X(08) VALUE "BRANCH: ".
          05 WB-PHONE   PIC 9(09).
          05 FILLER     PIC X(02) VALUE SPACES.
          05 WB-NAME    PIC X(40).

      77 SP-STAT PIC 9(02).
          88 SP-FILE-OK        VALUE ZEROS.
          PERFORM 002-SCAN-FILE THRU 002-SCAN-FILE-END
          CLOSE FILE1
          CLOSE HISTORY-FILE
          CLOSE GROUP-FILE
          CLOSE RPT-FILE
          DISPLAY "STATEMENT RUN COMPLETE - " WS-STMT-COUNT
                  " STATEMENT(S) (" WS-BRANCH-COUNT
                  " BRANCH(ES) ON A PARENT'S) WRITTEN TO " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.
      *> -----------------------------------------------------------
      *> READS FILE1 SEQUENTIALLY (FS-PHONE KEY ORDER) AND PRINTS A
      *> STATEMENT FOR EVERY CUSTOMER WITH A NON-ZERO BALANCE OR ANY
      *> HISTORY LINES ON FILE. A BRANCH IS LEFT TO ITS PARENT'S
      *> STATEMENT, AND A PARENT WITH BRANCHES ALWAYS GETS ONE.
      *> -----------------------------------------------------------
      002-SCAN-FILE.
          READ FILE1 NEXT RECORD
          END-READ.
      002-SCAN-FILE-LOOP.
          IF NOT FS-EOF
              PERFORM 006-FIND-GROUP THRU 006-FIND-GROUP-END
              PERFORM 003-READ-HISTORY THRU 003-READ-HISTORY-END
              EVALUATE TRUE
                  WHEN WS-GRP-PARENT NOT = ZEROS
                      AND WS-GRP-PARENT NOT = FS-PHONE
                      ADD 1 TO WS-BRANCH-COUNT
                  WHEN FS-BALANCE NOT = ZEROS OR HX-ITEM-COUNT > ZEROS
                      OR WS-GRP-BRANCHES > ZEROS
                      PERFORM 004-PRINT-STATEMENT
                          THRU 004-PRINT-STATEMENT-END
              END-EVALUATE
              READ FILE1 NEXT RECORD
                  AT END
                      SET FS-EOF TO TRUE
      *> -----------------------------------------------------------
      *> PRINTS ONE STATEMENT PAGE: HEADING, THE NAME/ADDRESS BLOCK
      *> FOR A WINDOW ENVELOPE, EACH HISTORY LINE, AND THE CLOSING
      *> BALANCE - OR, FOR A PARENT, THE BRANCHES AND GROUP TOTAL.
      *> -----------------------------------------------------------
      004-PRINT-STATEMENT.
          MOVE ALL "=" TO RPT-LINE
          PERFORM 005-PRINT-ITEMS THRU 005-PRINT-ITEMS-END
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          IF WS-GRP-BRANCHES > ZEROS
              PERFORM 008-PRINT-BRANCHES THRU 008-PRINT-BRANCHES-END
          ELSE
              MOVE "CLOSING BALANCE:" TO WT-LABEL
              MOVE FS-BALANCE TO WT-BALANCE
              MOVE WS-TOTAL-LINE TO RPT-LINE
              WRITE RPT-LINE
          END-IF
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          ADD 1 TO WS-STMT-COUNT.
          END-IF.
      005-PRINT-ITEMS-END.

      *> -----------------------------------------------------------
      *> FINDS THE GROUP THE CUSTOMER IN FILE1-REC BELONGS TO: A
      *> BRANCH'S PARENT OFF THE ALTERNATE KEY, ANY OTHER CUSTOMER
      *> TRIED AS A PARENT ITSELF, AND FOR A PARENT HOW MANY
      *> BRANCHES ARE LINKED TO IT.
      *> -----------------------------------------------------------
      006-FIND-GROUP.
          MOVE ZEROS TO WS-GRP-PARENT WS-GRP-BRANCHES
          MOVE FS-PHONE TO GR-BRANCH
          READ GROUP-FILE KEY IS GR-BRANCH
              INVALID KEY
                  MOVE FS-PHONE TO GR-PARENT
          END-READ
          MOVE ZEROS TO GR-BRANCH
          READ GROUP-FILE
              INVALID KEY
                  GO 006-FIND-GROUP-END
          END-READ
          MOVE GR-PARENT TO WS-GRP-PARENT
          IF WS-GRP-PARENT NOT = FS-PHONE
              GO 006-FIND-GROUP-END
          END-IF
          START GROUP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                  GO 006-FIND-GROUP-END
          END-START.
      006-FIND-GROUP-LOOP.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 006-FIND-GROUP-END
          END-READ
          IF GR-PARENT NOT = WS-GRP-PARENT
              GO 006-FIND-GROUP-END
          END-IF
          ADD 1 TO WS-GRP-BRANCHES
          GO 006-FIND-GROUP-LOOP.
      006-FIND-GROUP-END.

      *> -----------------------------------------------------------
      *> THE CONSOLIDATED PART OF A PARENT'S STATEMENT: THE PARENT'S
      *> OWN BALANCE, THEN EVERY BRANCH STILL ON FILE WITH ITS ITEMS
      *> AND BALANCE, THEN WHAT THE GROUP OWES ALTOGETHER. THE
      *> PARENT IS READ BACK AT THE END, WHICH PUTS THE SCAN'S PLACE
      *> IN THE FILE BACK WHERE IT WAS.
      *> -----------------------------------------------------------
      008-PRINT-BRANCHES.
          MOVE FS-BALANCE TO WS-GRP-BALANCE
          MOVE "ACCOUNT BALANCE:" TO WT-LABEL
          MOVE FS-BALANCE TO WT-BALANCE
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-GRP-PARENT TO GR-PARENT
          MOVE ZEROS TO GR-BRANCH
          START GROUP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                  GO 008-PRINT-BRANCHES-TOTAL
          END-START.
      008-PRINT-BRANCHES-LOOP.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 008-PRINT-BRANCHES-TOTAL
          END-READ
          IF GR-PARENT NOT = WS-GRP-PARENT
              GO 008-PRINT-BRANCHES-TOTAL
          END-IF
          MOVE GR-BRANCH TO FS-PHONE
          READ FILE1
              INVALID KEY
                  GO 008-PRINT-BRANCHES-LOOP
          END-READ
          ADD FS-BALANCE TO WS-GRP-BALANCE
          PERFORM 003-READ-HISTORY THRU 003-READ-HISTORY-END
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE FS-PHONE TO WB-PHONE
          MOVE FS-NAME  TO WB-NAME
          MOVE WS-BRANCH-LINE TO RPT-LINE
          WRITE RPT-LINE
          PERFORM 005-PRINT-ITEMS THRU 005-PRINT-ITEMS-END
          MOVE "BRANCH BALANCE:" TO WT-LABEL
          MOVE FS-BALANCE TO WT-BALANCE
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          GO 008-PRINT-BRANCHES-LOOP.
      008-PRINT-BRANCHES-TOTAL.
          MOVE SPACES TO RPT-LINE
          WRITE RPT-LINE
          MOVE "GROUP TOTAL:" TO WT-LABEL
          MOVE WS-GRP-BALANCE TO WT-BALANCE
          MOVE WS-TOTAL-LINE TO RPT-LINE
          WRITE RPT-LINE
          MOVE WS-GRP-PARENT TO FS-PHONE
          READ FILE1
              INVALID KEY
                  CONTINUE
          END-READ.
      008-PRINT-BRANCHES-END.

      *> -----------------------------------------------------------
      *> OPENS FILE1 AND THE HISTORY FILE FOR INPUT. IF THE CUSTOMER
      *> MASTER DOES NOT EXIST YET THERE IS NOTHING TO PRINT; A
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN INPUT HISTORY-FILE
          END-IF
          OPEN INPUT GROUP-FILE
          IF GR-FILE-NOT-EXIST THEN
              OPEN OUTPUT GROUP-FILE
              CLOSE GROUP-FILE
              OPEN INPUT GROUP-FILE
          END-IF.

      *> -----------------------------------------------------------
