      *  Exception record written by ACCTMNT for every     *
      *  maintenance transaction it could not apply, with  *
      *  the full transaction image so the rejected card   *
      *  can be corrected and resubmitted.  An action held *
      *  for approval that was never released within the   *
      *  expiry period is written with reason 'EXPD' and   *
      *  the held card's image.                            *
      *  Fixed length 93 bytes.                            *
      *****************************************************
       05  EXCP-ACCT-NUMBER         PIC 9(9).
           88  EXCP-NOT-FOUND           VALUE 'NFND'.
           88  EXCP-DUPLICATE-KEY       VALUE 'DUPK'.
           88  EXCP-INVALID-TRANSITION  VALUE 'ISTS'.
           88  EXCP-NO-OPERATOR         VALUE 'OPER'.
           88  EXCP-PENDING-NOT-FOUND   VALUE 'PNFD'.
           88  EXCP-SAME-OPERATOR       VALUE 'SAMO'.
           88  EXCP-PENDING-EXPIRED     VALUE 'EXPD'.
       05  EXCP-TRAN-IMAGE          PIC X(80).
