      *  cross-reference by CUSTMNT, in the MNTTRAN card  *
      *  style.  ADD/CHG/DEL carry the customer fields;   *
      *  LNK/UNL carry the account number being linked    *
      *  or unlinked in the redefined data area, and TIN  *
      *  carries the customer's taxpayer id in a second   *
      *  redefinition, there being no room for it on the  *
      *  ADD/CHG card.  An APV or REJ card approves or    *
      *  rejects an action held on the PENDMNT file,      *
      *  naming it by hold date and card sequence in a    *
      *  third.  The keying operator's id follows the     *
      *  data area, the record having been lengthened to  *
      *  carry it.                                        *
      *  Fixed length 90 bytes.                           *
      *****************************************************
       05  CTRN-ACTION-CODE         PIC X(3).
           88  CTRN-ACTION-ADD          VALUE 'ADD'.
           88  CTRN-ACTION-DELETE       VALUE 'DEL'.
           88  CTRN-ACTION-LINK         VALUE 'LNK'.
           88  CTRN-ACTION-UNLINK       VALUE 'UNL'.
           88  CTRN-ACTION-TAX-ID       VALUE 'TIN'.
           88  CTRN-ACTION-APPROVE      VALUE 'APV'.
           88  CTRN-ACTION-REJECT       VALUE 'REJ'.
       05  CTRN-SEQUENCE            PIC 9(6).
       05  CTRN-CUST-ID             PIC 9(9).
       05  CTRN-TRAN-DATA.
       05  CTRN-LINK-DATA REDEFINES CTRN-TRAN-DATA.
           10  CTRN-ACCT-NUMBER     PIC 9(9).
           10  FILLER               PIC X(53).
       05  CTRN-TAX-DATA REDEFINES CTRN-TRAN-DATA.
           10  CTRN-TAX-ID          PIC X(9).
           10  FILLER               PIC X(53).
       05  CTRN-APPROVAL-DATA REDEFINES CTRN-TRAN-DATA.
           10  CTRN-PEND-HOLD-DATE  PIC X(8).
           10  CTRN-PEND-SEQUENCE   PIC 9(6).
           10  FILLER               PIC X(48).
       05  CTRN-OPERATOR-ID         PIC X(8).
       05  FILLER                   PIC X(2).
