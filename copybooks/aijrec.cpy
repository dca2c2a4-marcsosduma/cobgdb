      *> -----------------------------------------------------------
      *> AIJREC - RECORD LAYOUT FOR THE AFTER-IMAGE JOURNAL
      *> (custaij.log). EVERY PROGRAM THAT WRITES, REWRITES OR
      *> DELETES A RECORD ON customers.dat, custhist.dat,
      *> custterm.dat OR custordr.dat APPENDS THE RECORD AS IT NOW
      *> STANDS (FOR A DELETE, AS IT STOOD - ONLY ITS KEY MATTERS),
      *> SO THE ROLL-FORWARD RUN (custroll) CAN RELOAD A BACKUP
      *> GENERATION AND REPLAY THE DAY ON TOP OF IT. THE JOURNAL IS
      *> CUT OVER BY EVERY GOOD BACKUP: THE OLD ONE GETS AN "E"
      *> RECORD NAMING THE GENERATION THAT CLOSED IT AND IS KEPT AS
      *> custaij.YYYYMMDD.log UNDER THE GENERATION IT STARTED FROM,
      *> AND THE NEW ONE OPENS WITH AN "S" RECORD NAMING THE
      *> GENERATION IT STARTS FROM. AJ-SEQ RUNS FROM 1 IN EACH
      *> JOURNAL (THE RUNNING NUMBER LIVES ON THE "AIJSEQ" CONTROL
      *> RECORD) AND AJ-CHECK IS COMPUTED FROM THE SEQUENCE AND
      *> EVERY BYTE OF AJ-BODY, SO A TORN OR EDITED RECORD, OR ONE
      *> MISSING FROM THE RUN, IS SEEN AS DAMAGE. AJ-IMAGE IS SIZED
      *> FOR THE LARGEST OF THE FOUR RECORDS WITH ROOM TO GROW;
      *> AJ-LENGTH SAYS HOW MUCH OF IT THE RECORD FILLS.
      *> -----------------------------------------------------------
       01 AIJ-REC.
           05 AJ-BODY.
               10 AJ-SEQ     PIC 9(09).
               10 AJ-STAMP   PIC 9(14).
               10 AJ-PROGRAM PIC X(08).
               10 AJ-TYPE    PIC X(01).
                   88 AJ-START-REC VALUE "S".
                   88 AJ-IMAGE-REC VALUE "I".
                   88 AJ-END-REC   VALUE "E".
               10 AJ-FILE    PIC X(01).
                   88 AJ-CUSTOMER VALUE "C".
                   88 AJ-HISTORY  VALUE "H".
                   88 AJ-TERMS    VALUE "T".
                   88 AJ-ORDER    VALUE "O".
               10 AJ-ACTION  PIC X(01).
                   88 AJ-WRITTEN VALUE "W".
                   88 AJ-DELETED VALUE "D".
               10 AJ-GEN     PIC 9(08).
               10 AJ-LENGTH  PIC 9(04).
               10 AJ-IMAGE   PIC X(1000).
           05 AJ-CHECK PIC 9(09).
