      *****************************************************
      *  STNDINST.CPY                                     *
      *  Standing instruction record, one per recurring   *
      *  transfer, keyed on SI-KEY (from-account and an   *
      *  instruction number within it) in the STNDINST    *
      *  KSDS.  ACCTSTND cuts an ACCTPOST transfer card   *
      *  for every occurrence falling due and rolls the   *
      *  next due date on by the frequency, holding the   *
      *  monthly, quarterly and annual dates to the due   *
      *  day of month (the last day in a shorter month).  *
      *  An instruction past its end date - blank for no  *
      *  end - goes to status 'E'.  The last failure      *
      *  fields are kept by ACCTSTND for an instruction   *
      *  it could not cut and by ACCTSIEX for a card      *
      *  ACCTPOST rejected.  Loaded through IDCAMS REPRO. *
      *  Fixed length 80 bytes.                           *
      *****************************************************
       05  SI-KEY.
           10  SI-FROM-ACCT         PIC 9(9).
           10  SI-INST-NUMBER       PIC 9(3).
       05  SI-TO-ACCT               PIC 9(9).
       05  SI-AMOUNT                PIC S9(9)V99 COMP-3.
       05  SI-FREQUENCY             PIC X(1).
           88  SI-FREQ-WEEKLY           VALUE 'W'.
           88  SI-FREQ-MONTHLY          VALUE 'M'.
           88  SI-FREQ-QUARTERLY        VALUE 'Q'.
           88  SI-FREQ-ANNUAL           VALUE 'A'.
       05  SI-DUE-DAY               PIC 9(2).
       05  SI-NEXT-DUE-DATE         PIC X(8).
       05  SI-END-DATE              PIC X(8).
       05  SI-STATUS                PIC X(1).
           88  SI-STATUS-ACTIVE         VALUE 'A'.
           88  SI-STATUS-ENDED          VALUE 'E'.
           88  SI-STATUS-SUSPENDED      VALUE 'S'.
       05  SI-LAST-GEN-DATE         PIC X(8).
       05  SI-LAST-FAIL-DATE        PIC X(8).
       05  SI-LAST-FAIL-REASON      PIC X(4).
       05  SI-FAIL-COUNT            PIC 9(3).
       05  FILLER                   PIC X(10).
