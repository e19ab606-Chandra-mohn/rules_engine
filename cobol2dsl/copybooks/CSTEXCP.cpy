      *  customer maintenance transaction it could not    *
      *  apply, with the full card image so the rejected  *
      *  transaction can be corrected and resubmitted,    *
      *  in the MNTEXCP style.  An action held for        *
      *  approval that was never released within the      *
      *  expiry period is written with reason 'EXPD' and  *
      *  the held card's image.                           *
      *  Fixed length 103 bytes.                          *
      *****************************************************
       05  CEXC-CUST-ID             PIC 9(9).
       05  CEXC-REASON-CODE         PIC X(4).
           88  CEXC-BAD-ACCT-NUM        VALUE 'ACCN'.
           88  CEXC-ACCT-NOT-FOUND      VALUE 'ANFD'.
           88  CEXC-LINKS-EXIST         VALUE 'LNKD'.
           88  CEXC-BAD-TAX-ID          VALUE 'TINV'.
           88  CEXC-NO-OPERATOR         VALUE 'OPER'.
           88  CEXC-PENDING-NOT-FOUND   VALUE 'PNFD'.
           88  CEXC-SAME-OPERATOR       VALUE 'SAMO'.
           88  CEXC-PENDING-EXPIRED     VALUE 'EXPD'.
       05  CEXC-TRAN-IMAGE          PIC X(90).
