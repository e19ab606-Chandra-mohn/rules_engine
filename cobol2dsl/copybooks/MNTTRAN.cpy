      *  transaction per account action; the data fields   *
      *  mirror ACCTREC with the balance in zoned display  *
      *  form so transactions can be keyed by hand.        *
      *  Every card carries the id of the operator who     *
      *  keyed it.  An APV or REJ card approves or rejects *
      *  an action held on the PENDMNT file for a second   *
      *  operator, naming it by the run date it was held   *
      *  on and its card sequence in the redefined area.   *
      *  Fixed length 80 bytes.                            *
      *****************************************************
       05  TRAN-ACTION-CODE         PIC X(3).
           88  TRAN-ACTION-ADD          VALUE 'ADD'.
           88  TRAN-ACTION-CHANGE       VALUE 'CHG'.
           88  TRAN-ACTION-CLOSE        VALUE 'CLS'.
           88  TRAN-ACTION-APPROVE      VALUE 'APV'.
           88  TRAN-ACTION-REJECT       VALUE 'REJ'.
       05  TRAN-SEQUENCE            PIC 9(6).
       05  TRAN-ACCT-NUMBER         PIC 9(9).
       05  TRAN-ACCT-DATA.
           10  TRAN-ACCT-NAME       PIC X(30).
           10  TRAN-ACCT-STATUS     PIC X(1).
           10  TRAN-ACCT-BALANCE    PIC S9(9)V99.
           10  TRAN-ACCT-OPEN-DATE  PIC X(8).
       05  TRAN-APPROVAL-DATA REDEFINES TRAN-ACCT-DATA.
           10  TRAN-PEND-HOLD-DATE  PIC X(8).
           10  TRAN-PEND-SEQUENCE   PIC 9(6).
           10  FILLER               PIC X(36).
       05  TRAN-OPERATOR-ID         PIC X(8).
       05  FILLER                   PIC X(4).
