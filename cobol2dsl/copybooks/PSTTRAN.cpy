      *  withdrawal or fee - with the amount in zoned     *
      *  display form so transactions can be keyed by     *
      *  hand, in the MNTTRAN card style.                 *
      *  A transfer card moves the amount from the card   *
      *  account to the to-account as one unit - ACCTPOST *
      *  posts both legs or neither.  Transfer cards cut  *
      *  by ACCTSTND from a standing instruction carry    *
      *  the instruction key so a rejected one can be     *
      *  traced back to it; it is blank on keyed cards.   *
      *  Fixed length 80 bytes.                           *
      *****************************************************
       05  PTRN-TRAN-CODE           PIC X(3).
           88  PTRN-TRAN-DEPOSIT        VALUE 'DEP'.
           88  PTRN-TRAN-WITHDRAWAL     VALUE 'WDL'.
           88  PTRN-TRAN-FEE            VALUE 'FEE'.
           88  PTRN-TRAN-TRANSFER       VALUE 'XFR'.
           88  PTRN-TRAN-DEBIT          VALUE 'WDL' 'FEE'.
       05  PTRN-SEQUENCE            PIC 9(6).
       05  PTRN-ACCT-NUMBER         PIC 9(9).
       05  PTRN-AMOUNT              PIC S9(9)V99.
       05  PTRN-POST-DATE           PIC X(8).
       05  PTRN-TO-ACCT-NUMBER      PIC 9(9).
       05  PTRN-STND-KEY            PIC X(12).
       05  FILLER                   PIC X(22).
