      *  after the posting so every arithmetic movement   *
      *  of KSDS-BALANCE can be traced to the card that   *
      *  made it.                                         *
      *  A transfer journals as two records - the 'XFD'   *
      *  debit leg on the from-account and the 'XFC'      *
      *  credit leg on the to-account - carrying the same *
      *  link reference, 'X' and the transfer's number in *
      *  the run, so the pair is tied together by run     *
      *  date and reference.  Spaces on any other entry.  *
      *  Fixed length 60 bytes.                           *
      *****************************************************
       05  PJNL-RUN-DATE            PIC X(8).
       05  PJNL-AMOUNT              PIC S9(9)V99 COMP-3.
       05  PJNL-BEFORE-BALANCE      PIC S9(9)V99 COMP-3.
       05  PJNL-AFTER-BALANCE       PIC S9(9)V99 COMP-3.
       05  PJNL-LINK-REF.
           10  PJNL-LINK-TYPE       PIC X(1).
               88  PJNL-LINK-TRANSFER   VALUE 'X'.
           10  PJNL-LINK-NUMBER     PIC 9(7).
