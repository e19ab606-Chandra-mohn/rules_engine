      *****************************************************
      *  GLMAPREC.CPY                                     *
      *  General ledger mapping record, one per kind of   *
      *  balance movement, keyed on GLM-KEY in the GLMAP  *
      *  KSDS.  The key is the journal source (PST, INT,  *
      *  MNT, ESC) and the movement within it (DEP, WDL,  *
      *  FEE, XFD, XFC, ACR, INC, DEC, REM); the record   *
      *  names the ledger account debited and the account *
      *  credited when ACCTGLIF carries the night's total *
      *  for that movement to the general ledger.         *
      *  Maintained by finance through IDCAMS REPRO - a   *
      *  movement with no mapping holds the ledger feed.  *
      *  Fixed length 60 bytes.                           *
      *****************************************************
       05  GLM-KEY.
           10  GLM-SOURCE           PIC X(3).
           10  GLM-MOVEMENT         PIC X(3).
       05  GLM-DEBIT-ACCOUNT        PIC X(10).
       05  GLM-CREDIT-ACCOUNT       PIC X(10).
       05  GLM-DESCRIPTION          PIC X(30).
       05  FILLER                   PIC X(4).
