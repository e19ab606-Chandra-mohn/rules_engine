       05  ARR-ACCT-BALANCE        PIC S9(9)V99 COMP-3.
       05  ARR-ACCT-OPEN-DATE      PIC X(8).
       05  ARR-ACCT-CLOSE-DATE     PIC X(8).
       05  ARR-ACCT-LAST-ACTIVITY-DATE
                                   PIC X(8).
       05  FILLER                  PIC X(30).
