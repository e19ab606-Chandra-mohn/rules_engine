      *****************************************************
      *  TAXWORK.CPY                                      *
      *  Year-end interest work record written by the     *
      *  ACCTINTY roll-up, one per account that accrued   *
      *  interest in the tax year and is linked to a      *
      *  customer: the reporting holder, the account and  *
      *  its tax-year accrual total.  Sorted by customer  *
      *  and read by ACCT1099 to build the 1099-INT       *
      *  filing.  A joint account reports under its       *
      *  lowest linked customer id; TAXW-HOLDER-COUNT     *
      *  carries how many customers were linked, and      *
      *  TAXW-PURGE-DATE is set when the account was      *
      *  purged during the tax year.                      *
      *  Fixed length 40 bytes.                           *
      *****************************************************
       05  TAXW-CUST-ID             PIC 9(9).
       05  TAXW-ACCT-NUMBER         PIC 9(9).
       05  TAXW-INTEREST            PIC S9(9)V99 COMP-3.
       05  TAXW-HOLDER-COUNT        PIC 9(3).
       05  TAXW-PURGE-DATE          PIC X(8).
       05  FILLER                   PIC X(5).
