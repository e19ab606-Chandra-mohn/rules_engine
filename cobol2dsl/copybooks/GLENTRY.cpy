      *****************************************************
      *  GLENTRY.CPY                                      *
      *  General ledger journal-entry line written by     *
      *  ACCTGLIF for pickup by the ledger.  Each mapped  *
      *  movement total becomes one journal entry of two  *
      *  lines sharing an entry sequence - the debit to   *
      *  the mapping's debit account and the credit to    *
      *  its credit account for the same amount - so the  *
      *  file as a whole nets to zero.  The amount is     *
      *  always positive; the D/C indicator carries the   *
      *  side.                                            *
      *  Fixed length 80 bytes.                           *
      *****************************************************
       05  GLE-RUN-DATE             PIC X(8).
       05  GLE-ENTRY-SEQUENCE       PIC 9(6).
       05  GLE-GL-ACCOUNT           PIC X(10).
       05  GLE-DR-CR                PIC X(1).
           88  GLE-DEBIT                VALUE 'D'.
           88  GLE-CREDIT               VALUE 'C'.
       05  GLE-AMOUNT               PIC 9(11)V99.
       05  GLE-MAP-KEY              PIC X(6).
       05  GLE-ITEM-COUNT           PIC 9(9).
       05  GLE-DESCRIPTION          PIC X(24).
       05  FILLER                   PIC X(3).
