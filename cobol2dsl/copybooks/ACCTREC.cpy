      *  closed before the field existed or closed at      *
      *  the source, which the purge treats as an          *
      *  unknown close date and keeps.                     *
      *  The last activity date is stamped by ACCTPOST on  *
      *  every deposit or withdrawal - fees and interest   *
      *  do not count - and drives the ACCTDORM dormancy   *
      *  run; blank means no customer activity has posted  *
      *  since the field existed, and the open date        *
      *  stands in for it.                                 *
      *****************************************************
       05  ACCT-NUMBER             PIC 9(9).
       05  ACCT-NAME               PIC X(30).
       05  ACCT-BALANCE            PIC S9(9)V99 COMP-3.
       05  ACCT-OPEN-DATE          PIC X(8).
       05  ACCT-CLOSE-DATE         PIC X(8).
       05  ACCT-LAST-ACTIVITY-DATE PIC X(8).
       05  FILLER                  PIC X(30).
