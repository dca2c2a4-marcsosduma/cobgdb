      *> EDITED OR DELETED LINE BREAKS THE CHAIN AND THE NIGHTLY
      *> CUSTSEAL VERIFY REPORTS THE FIRST BROKEN LINK - THE
      *> TAMPER-EVIDENCE THE AUDITORS ASKED FOR.
      *> A SUPERVISOR'S DECISION ON A CLERK'S CHANGE (OPERATION
      *> "APPROVED" OR "REJECTED") USES THE IMAGE FIELDS TO NAME
      *> BOTH SIDES: BEFORE-NAME IS "KEYED BY" THE CLERK AND THE
      *> DAY, AFTER-NAME "APPROVED BY"/"REJECTED BY" THE SUPERVISOR
      *> (ALSO IN AU-USER), AND THE ADDRESS FIELDS THE VALUE
      *> CHANGED FROM AND TO.
      *> -----------------------------------------------------------
       01 AUDIT-REC.
           05 AU-BODY.
