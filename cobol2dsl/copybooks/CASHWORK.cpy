      *****************************************************
      *  CASHWORK.CPY                                     *
      *  Cash-monitoring work record written by ACCTCSHX  *
      *  for every deposit or withdrawal on the posting   *
      *  journal inside the monitoring window, once for   *
      *  each customer linked to the account through      *
      *  CUSTXREF.  An account with no link is monitored  *
      *  as a party in its own right, type 'A' under its  *
      *  own number.  CASH-DAY-NUMBER is the post date    *
      *  as a running calendar day count so the rolling   *
      *  window can be measured by subtraction.  Sorted   *
      *  by party, day, direction and account for the     *
      *  ACCTCASH monitor.                                *
      *  Fixed length 60 bytes.                           *
      *****************************************************
       05  CASH-PARTY-KEY.
           10  CASH-PARTY-TYPE      PIC X(1).
               88  CASH-PARTY-CUSTOMER  VALUE 'C'.
               88  CASH-PARTY-ACCOUNT   VALUE 'A'.
           10  CASH-PARTY-ID        PIC 9(9).
       05  CASH-POST-DATE           PIC X(8).
       05  CASH-DAY-NUMBER          PIC 9(7).
       05  CASH-DIRECTION           PIC X(1).
           88  CASH-IN                  VALUE 'I'.
           88  CASH-OUT                 VALUE 'O'.
       05  CASH-ACCT-NUMBER         PIC 9(9).
       05  CASH-AMOUNT              PIC S9(9)V99 COMP-3.
       05  CASH-RUN-DATE            PIC X(8).
       05  CASH-TRAN-SEQUENCE       PIC 9(6).
       05  FILLER                   PIC X(5).
