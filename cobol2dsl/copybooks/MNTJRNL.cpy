      *  transaction sequence that made it.  The before    *
      *  image is spaces for an ADD; the after image is    *
      *  the record as rewritten (or written).             *
      *  JRNL-OPERATOR-ID is the operator who keyed the    *
      *  card, or the program name for a status change     *
      *  made by ACCTDORM or ACCTPOST; JRNL-APPROVER-ID is *
      *  the second operator who released a held action,   *
      *  spaces when none was needed.                      *
      *  Fixed length 242 bytes.                           *
      *****************************************************
       05  JRNL-RUN-DATE            PIC X(8).
       05  JRNL-TRAN-SEQUENCE       PIC 9(6).
       05  JRNL-ACCT-NUMBER         PIC 9(9).
       05  JRNL-BEFORE-IMAGE        PIC X(100).
       05  JRNL-AFTER-IMAGE         PIC X(100).
       05  JRNL-OPERATOR-ID         PIC X(8).
       05  JRNL-APPROVER-ID         PIC X(8).
