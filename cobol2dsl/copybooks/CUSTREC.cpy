      *  cross-reference, so customer service can look a  *
      *  holder up by customer id instead of scanning     *
      *  account names.                                   *
      *  CUST-TAX-ID is the holder's nine-digit taxpayer  *
      *  identification number, reported on the year-end  *
      *  ACCT1099 interest filing.                        *
      *  Fixed length 100 bytes to match ACCTREC.         *
      *****************************************************
       05  CUST-ID                 PIC 9(9).
       05  CUST-NAME               PIC X(30).
       05  CUST-ADDRESS            PIC X(30).
       05  CUST-TAX-ID             PIC X(9).
       05  FILLER                  PIC X(22).
