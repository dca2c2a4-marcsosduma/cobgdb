      *> -----------------------------------------------------------
      *> SNAPREC - RECORD LAYOUT FOR THE MONTH-END SNAPSHOT FILE
      *> (custsnap.dat). CUSTSNAP WRITES ONE DETAIL RECORD PER
      *> CUSTOMER ON THE LAST DAY OF EVERY MONTH - THE BALANCE AS IT
      *> STOOD THAT NIGHT, ITS AGING BUCKET, THE CREDIT LIMIT, THE
      *> REP AND THE STATE - SO WHAT A CUSTOMER OWED AT ANY MONTH-
      *> END IN THE LAST TWO YEARS READS STRAIGHT OFF THE FILE.
      *> EACH MONTH ALSO HAS ONE CONTROL RECORD UNDER PHONE ZEROS
      *> (SN-CONTROL): CUSTSNAP FILLS IN ITS OWN COUNT AND TOTAL,
      *> AND CUSTPROF, RUN ON THE MONTH-END DAY, FILLS IN ITS
      *> CLOSING TOTAL, SO THE TRIAL BALANCE CAN SHOW THE TWO TIE.
      *> WHICHEVER RUNS FIRST CREATES THE RECORD AND THE OTHER
      *> KEEPS WHAT IS ALREADY THERE. SN-BUCKET IS THE custage
      *> BUCKET ("CURRENT", "30 DAYS", "60 DAYS", "90+"), SPACES FOR
      *> AN ACCOUNT THAT OWED NOTHING.
      *> -----------------------------------------------------------
       01 SNAP-REC.
           05 SN-KEY.
               10 SN-MONTH PIC 9(06).
               10 SN-PHONE PIC 9(09).
           05 SN-DETAIL.
               10 SN-NAME         PIC X(40).
               10 SN-BALANCE      PIC S9(7)V99.
               10 SN-BUCKET       PIC X(07).
               10 SN-CREDIT-LIMIT PIC S9(7)V99.
               10 SN-REP-CODE     PIC X(03).
               10 SN-STATE        PIC X(02).
               10 FILLER          PIC X(20).
           05 SN-CONTROL REDEFINES SN-DETAIL.
               10 SN-TAKEN-DATE   PIC 9(08).
               10 SN-CUST-COUNT   PIC 9(07).
               10 SN-SNAP-TOTAL   PIC S9(11)V99.
               10 SN-PROOF-DATE   PIC 9(08).
               10 SN-PROOF-TOTAL  PIC S9(11)V99.
               10 FILLER          PIC X(41).
