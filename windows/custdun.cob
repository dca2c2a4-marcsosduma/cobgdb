      *> AN AUDIT RECORD), SO 034-CHECK-CREDIT STOPS NEW ORDERS
      *> WITHOUT A SUPERVISOR REMEMBERING TO DO IT. A BALANCE PAID
      *> BACK TO ZERO CLEARS THE DUNNING LEVEL ON THE NEXT RUN.
      *> AN AMOUNT UNDER AN OPEN DISPUTE CASE (custdisp.dat) IS NOT
      *> DUNNED UNTIL THE CASE IS CLOSED: THE LETTER ASKS ONLY FOR
      *> THE BALANCE LESS THE DISPUTED AMOUNT, AND A CUSTOMER WHOSE
      *> WHOLE BALANCE IS IN DISPUTE GETS NO LETTER AT ALL.
      *> A BRANCH ACCOUNT (custgrp.dat) IS NEVER WRITTEN TO: ITS
      *> PARENT IS DUNNED FOR THE WHOLE GROUP - WHAT THE PARENT AND
      *> ALL ITS BRANCHES OWE TOGETHER, AGED BY THE MOST OVERDUE OF
      *> THEM - AND THE PARENT'S TERMS CARRY THE GROUP'S LEVEL.
      *> -----------------------------------------------------------
      ENVIRONMENT DIVISION.
      CONFIGURATION SECTION.
          SELECT AUDIT-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AU-STAT.
          SELECT DISPUTE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS DP-STAT
              RECORD KEY IS DP-KEY.
          SELECT GROUP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS GR-STAT
              RECORD KEY IS GR-KEY
              ALTERNATE RECORD KEY IS GR-BRANCH WITH DUPLICATES.
          SELECT LTR-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LT-STAT.

          SELECT AIJ-FILE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AJ-STAT.
          SELECT PARM-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      FD AUDIT-FILE VALUE OF FILE-ID IS "custaudit.log".
          COPY auditrec.

      FD DISPUTE-FILE VALUE OF FILE-ID IS "custdisp.dat".
          COPY disprec.

      FD GROUP-FILE VALUE OF FILE-ID IS "custgrp.dat".
          COPY grprec.

      FD LTR-FILE VALUE OF FILE-ID IS WS-RPT-NAME.
      01 LTR-LINE PIC X(100).

      FD AIJ-FILE VALUE OF FILE-ID IS "custaij.log".
          COPY aijrec.

      FD PARM-FILE VALUE OF FILE-ID IS "custparm.dat".
          COPY parmrec.

      77 AU-STAT PIC 9(02).
          88 AU-OK        VALUE ZEROS.
          88 AU-NOT-EXIST VALUE 35.
      77 DP-STAT PIC 9(02).
          88 DP-FILE-OK        VALUE ZEROS.
          88 DP-FILE-NOT-EXIST VALUE 35.
      77 LT-STAT PIC X(02).
      77 GR-STAT PIC 9(02).
          88 GR-FILE-OK        VALUE ZEROS.
          88 GR-FILE-NOT-EXIST VALUE 35.

      77 WS-AUDIT-WHO PIC X(08).

      77 WS-HOLD-COUNT   PIC 9(07) VALUE ZEROS.
      77 WS-CLEAR-COUNT  PIC 9(07) VALUE ZEROS.

      *> THE PART OF THE BALANCE UNDER AN OPEN DISPUTE IS NOT
      *> DUNNED; ONLY WHAT IS LEFT IS ASKED FOR.
      77 WS-OPEN-DISPUTED PIC S9(9)V99.
      77 WS-DUNNABLE      PIC S9(9)V99.
      77 WS-DISPUTE-COUNT PIC 9(07) VALUE ZEROS.

      *> PARENT/BRANCH GROUP STATE. WS-GRP-PARENT IS THE PARENT OF
      *> THE CUSTOMER'S GROUP (ITS OWN PHONE FOR A PARENT, ZEROS FOR
      *> NONE); THE GROUP FIGURES ARE WHAT THE PARENT AND ITS
      *> BRANCHES OWE, HAVE IN DISPUTE AND HOW OLD THE OLDEST IS.
      77 WS-GRP-PARENT    PIC 9(09).
      77 WS-GRP-BRANCHES  PIC 9(05).
      77 WS-GRP-BALANCE   PIC S9(9)V99.
      77 WS-GRP-DISPUTED  PIC S9(9)V99.
      77 WS-GRP-AGE-DAYS  PIC S9(05).
      77 WS-BRANCH-COUNT  PIC 9(07) VALUE ZEROS.
      77 WS-GRP-BR-EDIT   PIC ZZZZ9.

      *> PROMISED-TO-PAY STATE. A PROMISE NOTE ON THE CONTACT LOG
      *> NEWER THAN WS-PROMISE-DAYS HOLDS THE FINAL DEMAND BACK ONE
      *> LEVEL, SO WE STOP SENDING FINAL DEMANDS TO PEOPLE WE SPOKE
      77 WS-PROMISE-AGE   PIC S9(05).
      77 WS-PROMISE-COUNT PIC 9(07) VALUE ZEROS.

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
          CLOSE HISTORY-FILE
          CLOSE TERMS-FILE
          CLOSE NOTE-FILE
          CLOSE DISPUTE-FILE
          CLOSE GROUP-FILE
          CLOSE AUDIT-FILE
          CLOSE PARM-FILE
          CLOSE AIJ-FILE
          CLOSE LTR-FILE
          DISPLAY "DUNNING RUN COMPLETE - " WS-LETTER-COUNT
                  " LETTER(S), " WS-HOLD-COUNT
                  " ACCOUNT(S) PUT ON HOLD, " WS-PROMISE-COUNT
                  " HELD BACK ON A PROMISE, " WS-DISPUTE-COUNT
                  " IN DISPUTE, " WS-BRANCH-COUNT
                  " BRANCH(ES) LEFT TO THE PARENT - SEE " WS-RPT-NAME
          PERFORM 091-RUN-CONTROL-FINISH
              THRU 091-RUN-CONTROL-FINISH-END
          STOP RUN.

      *> -----------------------------------------------------------
      *> WALKS FILE1 IN KEY ORDER. A CUSTOMER WITH A POSITIVE
      *> BALANCE IS AGED AND DUNNED FOR WHAT IS NOT UNDER OPEN
      *> DISPUTE; ONE WHOSE WHOLE BALANCE IS IN DISPUTE IS LEFT AT
      *> THE LEVEL IT HAS UNTIL THE CASE IS CLOSED. A CUSTOMER WHOSE
      *> BALANCE HAS COME BACK TO ZERO OR BELOW HAS ANY OLD DUNNING
      *> LEVEL CLEARED SO A FUTURE SLIP STARTS FROM THE REMINDER
      *> AGAIN. A BRANCH IS PASSED OVER AND A PARENT IS DUNNED FOR
      *> ITS WHOLE GROUP.
      *> -----------------------------------------------------------
      002-SCAN-CUSTOMERS.
          MOVE ZEROS TO FS-KEY
          END-READ.
      002-SCAN-CUSTOMERS-LOOP.
          IF NOT FS-EOF
              PERFORM 013-FIND-GROUP THRU 013-FIND-GROUP-END
              IF WS-GRP-PARENT NOT = ZEROS
                  IF WS-GRP-PARENT = FS-PHONE
                      PERFORM 014-DUN-GROUP THRU 014-DUN-GROUP-END
                  ELSE
                      ADD 1 TO WS-BRANCH-COUNT
                  END-IF
                  GO 002-SCAN-CUSTOMERS-NEXT
              END-IF
              IF FS-BALANCE > ZEROS
                  PERFORM 012-SUM-DISPUTES THRU 012-SUM-DISPUTES-END
                  COMPUTE WS-DUNNABLE = FS-BALANCE - WS-OPEN-DISPUTED
                  IF WS-DUNNABLE > ZEROS
                      PERFORM 003-AGE-CUSTOMER
                          THRU 003-AGE-CUSTOMER-END
                      PERFORM 004-DUN-ONE THRU 004-DUN-ONE-END
                  ELSE
                      ADD 1 TO WS-DISPUTE-COUNT
                  END-IF
              ELSE
                  PERFORM 006-CLEAR-DUNNING THRU 006-CLEAR-DUNNING-END
              END-IF
              GO 002-SCAN-CUSTOMERS-NEXT
          END-IF
          GO 002-SCAN-CUSTOMERS-END.
      002-SCAN-CUSTOMERS-NEXT.
          READ FILE1 NEXT RECORD
              AT END
                  SET FS-EOF TO TRUE
          END-READ
          GO 002-SCAN-CUSTOMERS-LOOP.
      002-SCAN-CUSTOMERS-END.

      *> -----------------------------------------------------------
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
                  MOVE "O"      TO TM-STATUS
                  MOVE "N"      TO TM-FINCHG-EXEMPT
                  MOVE ZEROS    TO TM-DUN-LEVEL TM-DUN-DATE
                  MOVE ZEROS    TO TM-WRTOFF-DATE TM-WRTOFF-AMOUNT
                                   TM-RECOVERED
          END-READ
          IF TM-DUN-LEVEL NOT NUMERIC
              MOVE ZEROS TO TM-DUN-LEVEL TM-DUN-DATE
          WRITE TERMS-REC
              INVALID KEY
                  REWRITE TERMS-REC
          END-WRITE
          PERFORM 096-JOURNAL-TERMS THRU 096-JOURNAL-TERMS-END.
      004-DUN-ONE-END.

      *> -----------------------------------------------------------
      *> PRINTS ONE LETTER: THE WINDOW-ENVELOPE NAME/ADDRESS BLOCK
      *> THE STATEMENT RUN USES, THEN THE BODY FOR THE SEVERITY,
      *> QUOTING THE BALANCE LESS ANY AMOUNT UNDER OPEN DISPUTE.
      *> -----------------------------------------------------------
      005-PRINT-LETTER.
          MOVE ALL "=" TO LTR-LINE
          WRITE LTR-LINE
          MOVE SPACES TO LTR-LINE
          WRITE LTR-LINE
          MOVE WS-DUNNABLE TO WS-BAL-EDIT
          EVALUATE WS-TARGET-LEVEL
              WHEN 1
                  MOVE "REMINDER - YOUR ACCOUNT IS PAST DUE."
                      TO LTR-LINE
                  WRITE LTR-LINE
          END-EVALUATE
          IF WS-OPEN-DISPUTED > ZEROS
              MOVE WS-OPEN-DISPUTED TO WS-BAL-EDIT
              MOVE SPACES TO LTR-LINE
              STRING "A FURTHER " WS-BAL-EDIT
                  " IS UNDER DISPUTE AND IS NOT ASKED FOR HERE."
                  INTO LTR-LINE
              WRITE LTR-LINE
          END-IF
          IF WS-GRP-BRANCHES > ZEROS
              MOVE WS-GRP-BRANCHES TO WS-GRP-BR-EDIT
              MOVE SPACES TO LTR-LINE
              STRING "THIS IS WHAT YOUR ACCOUNT AND YOUR "
                  FUNCTION TRIM(WS-GRP-BR-EDIT)
                  " BRANCH ACCOUNT(S) OWE TOGETHER."
                  DELIMITED BY SIZE INTO LTR-LINE
              WRITE LTR-LINE
          END-IF
          MOVE SPACES TO LTR-LINE
          WRITE LTR-LINE
          ADD 1 TO WS-LETTER-COUNT.
          IF TM-DUN-LEVEL IS NUMERIC AND TM-DUN-LEVEL > ZEROS
              MOVE ZEROS TO TM-DUN-LEVEL
              REWRITE TERMS-REC
              PERFORM 096-JOURNAL-TERMS THRU 096-JOURNAL-TERMS-END
              ADD 1 TO WS-CLEAR-COUNT
          END-IF.
      006-CLEAR-DUNNING-END.
      008-CHECK-PROMISE-END.

      *> -----------------------------------------------------------
      *> OPENS THE CUSTOMER MASTER, HISTORY, TERMS, NOTE, DISPUTE
      *> AND AUDIT FILES.
      *> FILES THAT MAY NOT EXIST YET ARE CREATED ON FIRST USE, THE
      *> SAME WAY 007-OPEN-FILES IN customer.cob CREATES THEM.
      *> -----------------------------------------------------------
              CLOSE NOTE-FILE
              OPEN INPUT NOTE-FILE
          END-IF
          OPEN INPUT DISPUTE-FILE
          IF DP-FILE-NOT-EXIST THEN
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN INPUT DISPUTE-FILE
          END-IF
          OPEN INPUT GROUP-FILE
          IF GR-FILE-NOT-EXIST THEN
              OPEN OUTPUT GROUP-FILE
              CLOSE GROUP-FILE
              OPEN INPUT GROUP-FILE
          END-IF
          OPEN EXTEND AUDIT-FILE
          IF AU-NOT-EXIST THEN
              OPEN OUTPUT AUDIT-FILE
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
      *> FINDS THE GROUP THE CUSTOMER IN FILE1-REC BELONGS TO: A
      *> BRANCH'S PARENT OFF THE ALTERNATE KEY, ANY OTHER CUSTOMER
      *> TRIED AS A PARENT ITSELF. WS-GRP-PARENT STAYS ZEROS FOR A
      *> CUSTOMER IN NO GROUP.
      *> -----------------------------------------------------------
      013-FIND-GROUP.
          MOVE ZEROS TO WS-GRP-PARENT WS-GRP-BRANCHES
          MOVE FS-PHONE TO GR-BRANCH
          READ GROUP-FILE KEY IS GR-BRANCH
              INVALID KEY
                  MOVE FS-PHONE TO GR-PARENT
          END-READ
          MOVE ZEROS TO GR-BRANCH
          READ GROUP-FILE
              INVALID KEY
                  GO 013-FIND-GROUP-END
          END-READ
          MOVE GR-PARENT TO WS-GRP-PARENT.
      013-FIND-GROUP-END.

      *> -----------------------------------------------------------
      *> DUNS A PARENT FOR ITS WHOLE GROUP, BY THE SAME RULES AS A
      *> CUSTOMER ON ITS OWN: A GROUP OWING NOTHING HAS THE PARENT'S
      *> LEVEL CLEARED, ONE WITH EVERYTHING IN DISPUTE GETS NO
      *> LETTER, AND ANY OTHER IS DUNNED FOR WHAT IS NOT IN DISPUTE
      *> AT THE AGE OF ITS MOST OVERDUE MEMBER.
      *> -----------------------------------------------------------
      014-DUN-GROUP.
          PERFORM 015-SUM-GROUP THRU 015-SUM-GROUP-END
          IF WS-GRP-BALANCE NOT > ZEROS
              PERFORM 006-CLEAR-DUNNING THRU 006-CLEAR-DUNNING-END
              GO 014-DUN-GROUP-END
          END-IF
          MOVE WS-GRP-DISPUTED TO WS-OPEN-DISPUTED
          COMPUTE WS-DUNNABLE = WS-GRP-BALANCE - WS-OPEN-DISPUTED
          IF WS-DUNNABLE NOT > ZEROS
              ADD 1 TO WS-DISPUTE-COUNT
              GO 014-DUN-GROUP-END
          END-IF
          MOVE WS-GRP-AGE-DAYS TO WS-AGE-DAYS
          PERFORM 004-DUN-ONE THRU 004-DUN-ONE-END.
      014-DUN-GROUP-END.

      *> -----------------------------------------------------------
      *> ADDS UP THE GROUP OF THE PARENT IN FILE1-REC: THE BALANCE
      *> AND OPEN DISPUTES OF THE PARENT AND EVERY BRANCH, AND THE
      *> AGE OF THE MOST OVERDUE MEMBER STILL OWING MONEY. THE
      *> PARENT IS READ BACK AT THE END, WHICH PUTS FILE1-REC AND
      *> THE SCAN'S PLACE IN THE FILE BACK WHERE THEY WERE.
      *> -----------------------------------------------------------
      015-SUM-GROUP.
          MOVE ZEROS TO WS-GRP-BALANCE WS-GRP-DISPUTED WS-GRP-AGE-DAYS
          PERFORM 016-ADD-MEMBER THRU 016-ADD-MEMBER-END
          MOVE WS-GRP-PARENT TO GR-PARENT
          MOVE ZEROS TO GR-BRANCH
          START GROUP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                  GO 015-SUM-GROUP-DONE
          END-START.
      015-SUM-GROUP-LOOP.
          READ GROUP-FILE NEXT RECORD
              AT END
                  GO 015-SUM-GROUP-DONE
          END-READ
          IF GR-PARENT NOT = WS-GRP-PARENT
              GO 015-SUM-GROUP-DONE
          END-IF
          MOVE GR-BRANCH TO FS-PHONE
          READ FILE1
              INVALID KEY
                  GO 015-SUM-GROUP-LOOP
          END-READ
          ADD 1 TO WS-GRP-BRANCHES
          PERFORM 016-ADD-MEMBER THRU 016-ADD-MEMBER-END
          GO 015-SUM-GROUP-LOOP.
      015-SUM-GROUP-DONE.
          MOVE WS-GRP-PARENT TO FS-PHONE
          READ FILE1
              INVALID KEY
                  CONTINUE
          END-READ.
      015-SUM-GROUP-END.

      *> -----------------------------------------------------------
      *> ADDS THE GROUP MEMBER IN FILE1-REC INTO THE GROUP FIGURES.
      *> ONLY A MEMBER STILL OWING MONEY IS AGED.
      *> -----------------------------------------------------------
      016-ADD-MEMBER.
          ADD FS-BALANCE TO WS-GRP-BALANCE
          PERFORM 012-SUM-DISPUTES THRU 012-SUM-DISPUTES-END
          ADD WS-OPEN-DISPUTED TO WS-GRP-DISPUTED
          IF FS-BALANCE > ZEROS
              PERFORM 003-AGE-CUSTOMER THRU 003-AGE-CUSTOMER-END
              IF WS-AGE-DAYS > WS-GRP-AGE-DAYS
                  MOVE WS-AGE-DAYS TO WS-GRP-AGE-DAYS
              END-IF
          END-IF.
      016-ADD-MEMBER-END.

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
          MOVE "CUSTDUN" TO AJ-PROGRAM
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
