      *****************************************************
      *  PENDMNT.CPY                                      *
      *  Pending maintenance record, one per high-risk    *
      *  action held for a second operator, keyed on      *
      *  PEND-KEY in the PENDMNT KSDS shared by ACCTMNT   *
      *  (source 'A') and CUSTMNT (source 'C').  The key  *
      *  is the run date the card was held on and its     *
      *  card sequence, which the APV or REJ card quotes. *
      *  PEND-TRAN-IMAGE is the held card, MNTTRAN or     *
      *  CUSTTRAN, applied as it stands when approved.    *
      *  A resolved item keeps its status, checker,       *
      *  resolve date and reason until ACCTPEND has       *
      *  reported it and drops it the following night.    *
      *  Fixed length 160 bytes.                          *
      *****************************************************
       05  PEND-KEY.
           10  PEND-SOURCE          PIC X(1).
               88  PEND-SOURCE-ACCOUNT  VALUE 'A'.
               88  PEND-SOURCE-CUSTOMER VALUE 'C'.
           10  PEND-HOLD-DATE       PIC X(8).
           10  PEND-TRAN-SEQUENCE   PIC 9(6).
       05  PEND-STATUS              PIC X(1).
           88  PEND-STATUS-PENDING      VALUE 'P'.
           88  PEND-STATUS-APPROVED     VALUE 'A'.
           88  PEND-STATUS-REJECTED     VALUE 'R'.
           88  PEND-STATUS-EXPIRED      VALUE 'E'.
       05  PEND-ACTION-CODE         PIC X(3).
       05  PEND-KEY-NUMBER          PIC 9(9).
       05  PEND-HOLD-REASON         PIC X(4).
           88  PEND-HOLD-CLOSE          VALUE 'CLOS'.
           88  PEND-HOLD-BALANCE        VALUE 'BALC'.
           88  PEND-HOLD-NAME           VALUE 'NAMC'.
           88  PEND-HOLD-DELETE         VALUE 'DELC'.
           88  PEND-HOLD-LINKAGE        VALUE 'LINK'.
       05  PEND-MAKER-ID            PIC X(8).
       05  PEND-CHECKER-ID          PIC X(8).
       05  PEND-RESOLVE-DATE        PIC X(8).
       05  PEND-RESOLVE-REASON      PIC X(4).
       05  PEND-TRAN-IMAGE          PIC X(90).
       05  FILLER                   PIC X(10).
