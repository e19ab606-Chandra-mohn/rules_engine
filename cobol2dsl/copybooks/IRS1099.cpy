      *****************************************************
      *  IRS1099.CPY                                      *
      *  Information-return electronic filing record,     *
      *  in the fixed 750-byte IRS layout: one 'T'        *
      *  transmitter record, one 'A' payer record, a 'B'  *
      *  payee record per customer reported, the 'C'      *
      *  end-of-payer record with the payee count and     *
      *  control total, and the 'F' end-of-transmission   *
      *  record.  Each record type is a redefinition of   *
      *  the common body; every record carries its        *
      *  sequence number in positions 500-507.  Amounts   *
      *  are unsigned dollars and cents with no point.    *
      *  The 'T' vendor indicator at position 518 is 'I'  *
      *  - the file is prepared in-house, so the vendor   *
      *  name and address that follow it stay blank.      *
      *  Written by ACCT1099 for the 1099-INT filing.     *
      *  Fixed length 750 bytes.                          *
      *****************************************************
       05  IRS-RECORD-TYPE          PIC X(1).
           88  IRS-TRANSMITTER-RECORD   VALUE 'T'.
           88  IRS-PAYER-RECORD         VALUE 'A'.
           88  IRS-PAYEE-RECORD         VALUE 'B'.
           88  IRS-END-PAYER-RECORD     VALUE 'C'.
           88  IRS-END-TRANS-RECORD     VALUE 'F'.
       05  IRS-T-BODY.
           10  IRST-PAYMENT-YEAR    PIC X(4).
           10  IRST-PRIOR-YEAR-IND  PIC X(1).
           10  IRST-TIN             PIC X(9).
           10  IRST-TCC             PIC X(5).
           10  FILLER               PIC X(7).
           10  IRST-TEST-IND        PIC X(1).
           10  IRST-FOREIGN-IND     PIC X(1).
           10  IRST-TRANSMIT-NAME   PIC X(80).
           10  IRST-COMPANY-NAME    PIC X(80).
           10  IRST-COMPANY-ADDRESS PIC X(40).
           10  IRST-COMPANY-CITY    PIC X(40).
           10  IRST-COMPANY-STATE   PIC X(2).
           10  IRST-COMPANY-ZIP     PIC X(9).
           10  FILLER               PIC X(15).
           10  IRST-PAYEE-COUNT     PIC 9(8).
           10  IRST-CONTACT-NAME    PIC X(40).
           10  IRST-CONTACT-PHONE   PIC X(15).
           10  IRST-CONTACT-EMAIL   PIC X(50).
           10  FILLER               PIC X(91).
           10  IRST-SEQUENCE        PIC 9(8).
           10  FILLER               PIC X(10).
           10  IRST-VENDOR-IND      PIC X(1).
           10  FILLER               PIC X(232).
       05  IRS-A-BODY REDEFINES IRS-T-BODY.
           10  IRSA-PAYMENT-YEAR    PIC X(4).
           10  IRSA-COMBINED-FS     PIC X(1).
           10  FILLER               PIC X(5).
           10  IRSA-PAYER-TIN       PIC X(9).
           10  IRSA-NAME-CONTROL    PIC X(4).
           10  IRSA-LAST-FILING     PIC X(1).
           10  IRSA-RETURN-TYPE     PIC X(2).
           10  IRSA-AMOUNT-CODES    PIC X(18).
           10  FILLER               PIC X(6).
           10  IRSA-FOREIGN-IND     PIC X(1).
           10  IRSA-PAYER-NAME      PIC X(40).
           10  IRSA-PAYER-NAME-2    PIC X(40).
           10  IRSA-TRANSFER-AGENT  PIC X(1).
           10  IRSA-PAYER-ADDRESS   PIC X(40).
           10  IRSA-PAYER-CITY      PIC X(40).
           10  IRSA-PAYER-STATE     PIC X(2).
           10  IRSA-PAYER-ZIP       PIC X(9).
           10  IRSA-PAYER-PHONE     PIC X(15).
           10  FILLER               PIC X(260).
           10  IRSA-SEQUENCE        PIC 9(8).
           10  FILLER               PIC X(243).
       05  IRS-B-BODY REDEFINES IRS-T-BODY.
           10  IRSB-PAYMENT-YEAR    PIC X(4).
           10  IRSB-CORRECTED       PIC X(1).
           10  IRSB-NAME-CONTROL    PIC X(4).
           10  IRSB-TIN-TYPE        PIC X(1).
           10  IRSB-PAYEE-TIN       PIC X(9).
           10  IRSB-PAYEE-ACCOUNT   PIC X(20).
           10  IRSB-OFFICE-CODE     PIC X(4).
           10  FILLER               PIC X(10).
           10  IRSB-AMOUNT-1        PIC 9(10)V99.
           10  IRSB-OTHER-AMOUNTS   PIC X(204).
           10  FILLER               PIC X(16).
           10  IRSB-FOREIGN-IND     PIC X(1).
           10  IRSB-PAYEE-NAME      PIC X(40).
           10  IRSB-PAYEE-NAME-2    PIC X(40).
           10  IRSB-PAYEE-ADDRESS   PIC X(40).
           10  FILLER               PIC X(40).
           10  IRSB-PAYEE-CITY      PIC X(40).
           10  IRSB-PAYEE-STATE     PIC X(2).
           10  IRSB-PAYEE-ZIP       PIC X(9).
           10  FILLER               PIC X(1).
           10  IRSB-SEQUENCE        PIC 9(8).
           10  FILLER               PIC X(243).
       05  IRS-C-BODY REDEFINES IRS-T-BODY.
           10  IRSC-PAYEE-COUNT     PIC 9(8).
           10  FILLER               PIC X(6).
           10  IRSC-CONTROL-TOTAL-1 PIC 9(16)V99.
           10  IRSC-OTHER-TOTALS    PIC X(306).
           10  FILLER               PIC X(160).
           10  IRSC-SEQUENCE        PIC 9(8).
           10  FILLER               PIC X(243).
       05  IRS-F-BODY REDEFINES IRS-T-BODY.
           10  IRSF-A-RECORD-COUNT  PIC 9(8).
           10  IRSF-ZERO-FILL       PIC X(21).
           10  FILLER               PIC X(19).
           10  IRSF-B-RECORD-COUNT  PIC 9(8).
           10  FILLER               PIC X(442).
           10  IRSF-SEQUENCE        PIC 9(8).
           10  FILLER               PIC X(243).
