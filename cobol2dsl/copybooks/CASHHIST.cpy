      *****************************************************
      *  CASHHIST.CPY                                     *
      *  Structuring alert history, one record per party  *
      *  and direction, keyed on CHST-KEY in the CASHHIST *
      *  KSDS.  ACCTCASH writes it on the first alert and *
      *  rewrites it on each later one, keeping the       *
      *  window the last alert covered.  A pattern whose  *
      *  window starts on or before CHST-WINDOW-END has   *
      *  already been raised and is only counted in       *
      *  CHST-SUPPRESS-COUNT, so an alert is raised again *
      *  only on wholly fresh activity.                   *
      *  Fixed length 80 bytes.                           *
      *****************************************************
       05  CHST-KEY.
           10  CHST-PARTY-TYPE      PIC X(1).
           10  CHST-PARTY-ID        PIC 9(9).
           10  CHST-DIRECTION       PIC X(1).
       05  CHST-FIRST-ALERT-DATE    PIC X(8).
       05  CHST-LAST-ALERT-DATE     PIC X(8).
       05  CHST-WINDOW-START        PIC X(8).
       05  CHST-WINDOW-END          PIC X(8).
       05  CHST-NEAR-COUNT          PIC 9(3).
       05  CHST-NEAR-TOTAL          PIC S9(11)V99 COMP-3.
       05  CHST-ALERT-COUNT         PIC 9(5).
       05  CHST-SUPPRESS-COUNT      PIC 9(5).
       05  FILLER                   PIC X(17).
