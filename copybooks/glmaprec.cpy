      *> -----------------------------------------------------------
      *> GLMAPREC - RECORD LAYOUT FOR THE GENERAL-LEDGER ACCOUNT
      *> MAPPING FILE (custglac.dat), KEYED BY TRANSACTION TYPE. THE
      *> NIGHTLY JOURNAL SUMMARISES THE DAY'S MONEY MOVEMENTS BY
      *> TYPE AND POSTS EACH AGAINST THE RECEIVABLES CONTROL ACCOUNT
      *> (TYPE "AR") AND THE ACCOUNT MAPPED HERE FOR THE TYPE:
      *>   "SALES"   - INVOICED GOODS AND DIRECT HISTORY ENTRIES
      *>   "RETURNS" - CREDIT-MEMO RETURNS AND NEGATIVE ENTRIES
      *>   "SLSTAX"  - SALES TAX CHARGED OR GIVEN BACK
      *>   "FINCHG"  - FINANCE CHARGES
      *>   "STDCHG"  - STANDING CHARGES
      *>   "PPDISC"  - PROMPT-PAYMENT DISCOUNTS
      *>   "CASH"    - PAYMENTS APPLIED
      *>   "DELETE"  - BALANCES REMOVED WITH A DELETED CUSTOMER
      *>   "WRTOFF"  - BAD DEBTS WRITTEN OFF
      *>   "RECOVER" - WRITTEN-OFF DEBT REINSTATED WHEN RECOVERED
      *>   "REFUND"  - CREDIT BALANCES PAID BACK TO CUSTOMERS
      *>   "DISPUTE" - CREDITS GIVEN TO SETTLE DISPUTES
      *> THE ACCOUNT NUMBER IS HELD AS THE GL PACKAGE KEYS IT.
      *> -----------------------------------------------------------
       01 GLMAP-REC.
           05 GM-KEY.
               10 GM-TYPE PIC X(08).
                   88 GM-KNOWN-TYPE VALUE "AR" "SALES" "RETURNS"
                       "SLSTAX" "FINCHG" "STDCHG" "PPDISC" "CASH"
                       "DELETE" "WRTOFF" "RECOVER" "REFUND"
                       "DISPUTE".
           05 GM-DESC    PIC X(30).
           05 GM-ACCOUNT PIC X(10).
