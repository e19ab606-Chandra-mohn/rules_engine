      *  spaces for an ADD or LNK and the after image     *
      *  spaces for a DEL or UNL; linkage images carry    *
      *  the 30-byte CUSTXREF record left-justified.      *
      *  CJRN-OPERATOR-ID is the operator who keyed the   *
      *  card and CJRN-APPROVER-ID the second operator    *
      *  who released a held action, spaces when none     *
      *  was needed.                                      *
      *  Fixed length 242 bytes.                          *
      *****************************************************
       05  CJRN-RUN-DATE            PIC X(8).
       05  CJRN-TRAN-SEQUENCE       PIC 9(6).
       05  CJRN-CUST-ID             PIC 9(9).
       05  CJRN-BEFORE-IMAGE        PIC X(100).
       05  CJRN-AFTER-IMAGE         PIC X(100).
       05  CJRN-OPERATOR-ID         PIC X(8).
       05  CJRN-APPROVER-ID         PIC X(8).
