      *> -----------------------------------------------------------
      *> PENDREC - RECORD LAYOUT FOR THE PENDING-APPROVAL FILE
      *> (custpend.dat), KEYED BY THE CUSTOMER'S PHONE AND THE KIND
      *> OF CHANGE. A CHANGE A CLERK KEYS THAT ONLY A SUPERVISOR MAY
      *> MAKE - RAISING A CREDIT LIMIT OR A GROUP LIMIT, TAKING AN
      *> ACCOUNT OFF HOLD, CHANGING A BALANCE ON UPDATE, OR
      *> REINSTATING A CUSTOMER FROM THE RECYCLE BIN - DOES NOT TAKE
      *> EFFECT; IT IS WRITTEN HERE WITH THE VALUE BEFORE AND AFTER,
      *> WHO KEYED IT AND WHEN, AND WAITS ON THE SUPERVISOR'S
      *> APPROVAL QUEUE. APPROVAL APPLIES IT; EITHER DECISION STAMPS
      *> THE SUPERVISOR AND THE TIME. ONE CHANGE OF EACH KIND IS
      *> KEPT PER CUSTOMER - KEYING ANOTHER REPLACES IT, WHETHER IT
      *> WAS STILL PENDING OR ALREADY DECIDED. THE NIGHTLY CUSTPEND
      *> REPORT LISTS WHAT HAS BEEN LEFT PENDING OVER A DAY.
      *> A LIMIT OR BALANCE CHANGE CARRIES ITS AMOUNTS, A HOLD
      *> RELEASE ITS OLD AND NEW TM-STATUS, AND A REINSTATEMENT THE
      *> BALANCE THE RECYCLED RECORD WILL COME BACK WITH.
      *> -----------------------------------------------------------
       01 PENDING-REC.
           05 PD-KEY.
               10 PD-PHONE PIC 9(09).
               10 PD-TYPE  PIC X(01).
                   88 PD-LIMIT     VALUE "L".
                   88 PD-GRP-LIMIT VALUE "G".
                   88 PD-RELEASE   VALUE "H".
                   88 PD-BALANCE   VALUE "B".
                   88 PD-RESTORE   VALUE "R".
           05 PD-STATUS        PIC X(01).
               88 PD-PENDING  VALUE "P".
               88 PD-APPROVED VALUE "A".
               88 PD-REJECTED VALUE "X".
           05 PD-MAKER         PIC X(08).
           05 PD-KEYED-AT      PIC 9(14).
           05 PD-BEFORE-AMOUNT PIC S9(7)V99.
           05 PD-AFTER-AMOUNT  PIC S9(7)V99.
           05 PD-BEFORE-STATUS PIC X(01).
           05 PD-AFTER-STATUS  PIC X(01).
           05 PD-CHECKER       PIC X(08).
           05 PD-DECIDED-AT    PIC 9(14).
           05 FILLER           PIC X(20).
