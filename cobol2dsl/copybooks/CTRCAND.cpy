      *****************************************************
      *  CTRCAND.CPY                                      *
      *  Currency transaction report candidate written by *
      *  ACCTCASH for every customer-day whose deposits,  *
      *  or whose withdrawals, total over the parm        *
      *  threshold and which took a posting in the run.   *
      *  Cash in and cash out are aggregated separately.  *
      *  Name and taxpayer id come from CUSTKSDS; a party *
      *  of type 'A' is an account with no customer link  *
      *  and carries no name.  CTRC-ACCT-NUMBER is the    *
      *  lowest account behind the total and              *
      *  CTRC-ACCT-COUNT how many accounts contributed.   *
      *  Fixed length 100 bytes.                          *
      *****************************************************
       05  CTRC-RUN-DATE            PIC X(8).
       05  CTRC-PARTY-TYPE          PIC X(1).
       05  CTRC-PARTY-ID            PIC 9(9).
       05  CTRC-PARTY-NAME          PIC X(30).
       05  CTRC-TAX-ID              PIC X(9).
       05  CTRC-POST-DATE           PIC X(8).
       05  CTRC-DIRECTION           PIC X(1).
           88  CTRC-CASH-IN             VALUE 'I'.
           88  CTRC-CASH-OUT            VALUE 'O'.
       05  CTRC-TOTAL               PIC S9(11)V99 COMP-3.
       05  CTRC-TRAN-COUNT          PIC 9(4).
       05  CTRC-ACCT-NUMBER         PIC 9(9).
       05  CTRC-ACCT-COUNT          PIC 9(3).
       05  FILLER                   PIC X(11).
