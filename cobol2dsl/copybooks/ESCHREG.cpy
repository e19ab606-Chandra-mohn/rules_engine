      *  remittance file, so an account that sits on      *
      *  ESCHFILE for months is lettered once and then    *
      *  remitted after the statutory waiting period,     *
      *  not re-lettered every run.  ACCTPOST sets the    *
      *  reactivated stage on a notified entry when a     *
      *  deposit or withdrawal brings the customer back,  *
      *  so the remittance is never sent; should the      *
      *  account fall dormant and qualify again, ACCTESCH *
      *  re-letters it and restarts the waiting period.   *
      *  Fixed length 50 bytes.                           *
      *****************************************************
       05  EREG-ACCT-NUMBER         PIC 9(9).
       05  EREG-STAGE               PIC X(1).
           88  EREG-STAGE-NOTIFIED      VALUE 'N'.
           88  EREG-STAGE-REMITTED      VALUE 'R'.
           88  EREG-STAGE-REACTIVATED   VALUE 'X'.
       05  EREG-REMIT-DATE          PIC X(8).
       05  EREG-BALANCE             PIC S9(9)V99 COMP-3.
       05  EREG-REACTIVATE-DATE     PIC X(8).
       05  FILLER                   PIC X(10).
