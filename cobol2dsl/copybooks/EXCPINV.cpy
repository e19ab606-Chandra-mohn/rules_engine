      *****************************************************
      *  EXCPINV.CPY                                      *
      *  Open-exception inventory entry, keyed on         *
      *  EINV-KEY in the EXCPINV KSDS maintained nightly  *
      *  by ACCTXINV from the ACCTMNT, ACCTPOST and       *
      *  CUSTMNT exception files, the ACCTEXT reject file *
      *  and the ACCTRCYC carry-forward.  One entry per   *
      *  source job, account or customer number, card     *
      *  action and reason, from the run date it was      *
      *  first seen; the same exception seen again while  *
      *  the entry is open only steps its occurrence      *
      *  count and last-seen date.  The action and card   *
      *  sequence are spaces for an extract reject.  The  *
      *  entry is closed, not deleted, when a later       *
      *  journal or recycle success for the same key and  *
      *  action shows the card was resubmitted and        *
      *  applied - for an ACCTPOST entry only a posting   *
      *  of the same amount as the card in                *
      *  EINV-EXCP-IMAGE, one entry per posting; the      *
      *  close fields name that success.                  *
      *  EINV-ESCALATE-DATE is the run date the entry     *
      *  first passed the escalation age.                 *
      *  Fixed length 200 bytes.                          *
      *****************************************************
       05  EINV-KEY.
           10  EINV-SOURCE-JOB      PIC X(8).
           10  EINV-KEY-NUMBER      PIC X(9).
           10  EINV-ACTION-CODE     PIC X(3).
           10  EINV-REASON-CODE     PIC X(4).
           10  EINV-FIRST-SEEN-DATE PIC X(8).
       05  EINV-KEY-TYPE            PIC X(1).
           88  EINV-KEY-ACCOUNT         VALUE 'A'.
           88  EINV-KEY-CUSTOMER        VALUE 'C'.
       05  EINV-STATUS              PIC X(1).
           88  EINV-STATUS-OPEN         VALUE 'O'.
           88  EINV-STATUS-CLOSED       VALUE 'C'.
       05  EINV-LAST-SEEN-DATE      PIC X(8).
       05  EINV-OCCURRENCES         PIC 9(5).
       05  EINV-TRAN-SEQUENCE       PIC X(6).
       05  EINV-CLOSE-DATE          PIC X(8).
       05  EINV-CLOSE-SOURCE        PIC X(8).
       05  EINV-CLOSE-SEQUENCE      PIC X(6).
       05  EINV-ESCALATE-DATE       PIC X(8).
       05  EINV-EXCP-IMAGE          PIC X(100).
       05  FILLER                   PIC X(17).
