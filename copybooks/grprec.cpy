      *> -----------------------------------------------------------
      *> GRPREC - RECORD LAYOUT FOR THE ACCOUNT GROUP FILE
      *> (custgrp.dat), WHICH TIES BRANCH CUSTOMERS TO THEIR PARENT
      *> ACCOUNT. IT IS KEYED BY THE PARENT'S PHONE AND THEN THE
      *> BRANCH'S, SO ONE START AT THE PARENT WALKS THE WHOLE GROUP:
      *> THE FIRST RECORD (GR-BRANCH ZEROS) IS THE GROUP RECORD,
      *> CARRYING THE CREDIT LIMIT FOR ALL THE BRANCHES AND THE
      *> PARENT TOGETHER (ZEROS FOR NO GROUP LIMIT); EVERY OTHER
      *> RECORD LINKS ONE BRANCH. THE ALTERNATE KEY FINDS A BRANCH'S
      *> PARENT FROM THE BRANCH. GROUPS ARE ONE LEVEL DEEP - A
      *> PARENT IS NEVER ITSELF A BRANCH. THE CONSOLIDATED STATEMENT
      *> AND THE DUNNING LETTERS GO TO THE PARENT ONLY, AND A
      *> PAYMENT FROM THE PARENT IS SPREAD OVER THE GROUP'S OLDEST
      *> BALANCES FIRST.
      *> -----------------------------------------------------------
       01 GROUP-REC.
           05 GR-KEY.
               10 GR-PARENT PIC 9(09).
               10 GR-BRANCH PIC 9(09).
                   88 GR-GROUP-RECORD VALUE ZEROS.
           05 GR-GROUP-LIMIT PIC S9(7)V99.
           05 GR-LINKED      PIC 9(08).
           05 GR-LINKED-BY   PIC X(08).
           05 FILLER         PIC X(20).
