       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT1099.

      ******************************************************
      *  YEAR-END 1099-INT FILING AND RECIPIENT FORMS      *
      *  Reads the TAXWORK file the ACCTINTY roll-up       *
      *  writes, sorted by customer id, and totals each    *
      *  customer's tax-year interest across all of the    *
      *  accounts reported under them.  A customer whose   *
      *  total reaches the parm reporting threshold is     *
      *  looked up on CUSTKSDS for name, address and       *
      *  taxpayer id, gets a 'B' payee record on the IRS   *
      *  electronic file and a printed 1099-INT recipient  *
      *  form listing the accounts behind the total.       *
      *                                                    *
      *  The 'T' transmitter record leads the file but     *
      *  carries the payee count, so it is written to its  *
      *  own DD at end of job with the 'F' record on a     *
      *  third; the JCL concatenates header, body and      *
      *  trailer into the transmission dataset.  The body  *
      *  holds the 'A' payer record, the 'B' records and   *
      *  the 'C' end-of-payer record.                      *
      *  The run card is followed by three more parm       *
      *  cards - payer address, filing contact and the     *
      *  contact's email - for the 'T' and 'A' records.    *
      *                                                    *
      *  A customer over the threshold but missing from    *
      *  CUSTKSDS cannot be filed and is listed; one with  *
      *  no taxpayer id on file is filed without it and    *
      *  listed for a B-notice solicitation.               *
      *  RC=0 CLEAN, RC=4 EXCEPTIONS LISTED, RC=16 BAD     *
      *  PARM (INCLUDING A MISSING PAYER CARD) OR          *
      *  CUSTKSDS UNAVAILABLE.                             *
      *  RC=20 REFUSED BY RUNCTL (PREDECESSOR INCOMPLETE), *
      *  RC=24 REFUSED BY RUNCTL (ALREADY RUN), RC=16      *
      *  RUNCTL UNAVAILABLE.                               *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARMCARD-STATUS.

           SELECT TAXWORK-FILE ASSIGN TO TAXWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXWORK-STATUS.

           SELECT CUSTKSDS-FILE ASSIGN TO CUSTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTKSDS-STATUS.

           SELECT IRSTHDR-FILE ASSIGN TO IRSTHDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRSTHDR-STATUS.

           SELECT IRSBODY-FILE ASSIGN TO IRSBODY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRSBODY-STATUS.

           SELECT IRSTRLR-FILE ASSIGN TO IRSTRLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IRSTRLR-STATUS.

           SELECT FORMFILE-FILE ASSIGN TO FORMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORMFILE-STATUS.

           SELECT TAXRPT-FILE ASSIGN TO TAXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXRPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-REC                PIC X(80).

       FD  TAXWORK-FILE
           RECORDING MODE IS F.
       01  TAXWORK-REC                 PIC X(40).

       FD  CUSTKSDS-FILE.
       01  CUSTKSDS-REC.
           COPY CUSTREC.

       FD  IRSTHDR-FILE
           RECORDING MODE IS F.
       01  IRSTHDR-REC                 PIC X(750).

       FD  IRSBODY-FILE
           RECORDING MODE IS F.
       01  IRSBODY-REC                 PIC X(750).

       FD  IRSTRLR-FILE
           RECORDING MODE IS F.
       01  IRSTRLR-REC                 PIC X(750).

       FD  FORMFILE-FILE
           RECORDING MODE IS F.
       01  FORMFILE-REC                PIC X(132).

       FD  TAXRPT-FILE
           RECORDING MODE IS F.
       01  TAXRPT-REC                  PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  TAXWORK-STATUS     PIC X(2).
       01  CUSTKSDS-STATUS    PIC X(2).
       01  IRSTHDR-STATUS     PIC X(2).
       01  IRSBODY-STATUS     PIC X(2).
       01  IRSTRLR-STATUS     PIC X(2).
       01  FORMFILE-STATUS    PIC X(2).
       01  TAXRPT-STATUS      PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

      *    FOUR PARM CARDS - THE RUN CARD, THEN THE PAYER'S
      *    ADDRESS, THE FILING CONTACT AND THE CONTACT'S EMAIL,
      *    WHICH THE 'T' AND 'A' RECORDS CARRY
       01  PARM-CARD.
           05  PARM-TAX-YEAR           PIC X(4).
           05  PARM-THRESHOLD          PIC 9(7)V99.
           05  PARM-PAYER-TIN          PIC X(9).
           05  PARM-TCC                PIC X(5).
           05  PARM-TEST-IND           PIC X(1).
           05  PARM-PAYER-NAME         PIC X(40).
           05  FILLER                  PIC X(11).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.
       01  PARM-ADDRESS-CARD.
           05  PARM-PAYER-ADDRESS      PIC X(40).
           05  PARM-PAYER-CITY         PIC X(29).
           05  PARM-PAYER-STATE        PIC X(2).
           05  PARM-PAYER-ZIP          PIC X(9).
       01  PARM-CONTACT-CARD.
           05  PARM-CONTACT-NAME       PIC X(40).
           05  PARM-CONTACT-PHONE      PIC X(15).
           05  PARM-PAYER-PHONE        PIC X(15).
           05  FILLER                  PIC X(10).
       01  PARM-EMAIL-CARD.
           05  PARM-CONTACT-EMAIL      PIC X(50).
           05  FILLER                  PIC X(30).

       01  TAX-WORK-RECORD.
           COPY TAXWORK.

       01  IRS-RECORD.
           COPY IRS1099.

      *    THE ACCOUNTS BEHIND ONE CUSTOMER'S TOTAL, HELD UNTIL THE
      *    BREAK SO THE FORM CAN LIST THEM UNDER BOX 1 - ANY PAST
      *    THE TABLE ARE STILL TOTALLED AND COUNTED ON THE FORM
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 20 TIMES.
               10  WS-ACCT-NUMBER     PIC 9(9).
               10  WS-ACCT-INTEREST   PIC S9(9)V99 COMP-3.
               10  WS-ACCT-HOLDERS    PIC 9(3).
               10  WS-ACCT-PURGED     PIC X(8).
       01  WS-ACCT-MAX            PIC 9(3)  COMP VALUE 20.
       01  WS-ACCT-USED           PIC 9(3)  COMP VALUE 0.
       01  WS-ACCT-SUB            PIC 9(3)  COMP VALUE 0.
       01  WS-ACCT-OVERFLOW       PIC 9(5)  VALUE 0.

       01  WS-CURR-CUST-ID        PIC 9(9)  VALUE 0.
       01  WS-CUST-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-THRESHOLD           PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ON-MASTER-SW        PIC X(1)  VALUE 'N'.
           88  WS-ON-MASTER           VALUE 'Y'.
       01  WS-TIN-ON-FILE-SW      PIC X(1)  VALUE 'N'.
           88  WS-TIN-ON-FILE         VALUE 'Y'.

       01  WS-RECORD-SEQUENCE     PIC 9(8)  VALUE 0.
       01  WS-PAYEE-COUNT         PIC 9(8)  VALUE 0.
       01  WS-PAYEE-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-EXCP-REASON         PIC X(4)  VALUE SPACES.
       01  WS-EXCP-REMARK         PIC X(40) VALUE SPACES.

       01  WS-WORK-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-CUST-COUNT          PIC 9(9)  VALUE 0.
       01  WS-BELOW-COUNT         PIC 9(9)  VALUE 0.
       01  WS-BELOW-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NO-MASTER-COUNT     PIC 9(9)  VALUE 0.
       01  WS-NO-MASTER-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NO-TIN-COUNT        PIC 9(9)  VALUE 0.
       01  WS-EXCP-COUNT          PIC 9(9)  VALUE 0.

       01  WS-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01  FRM-LABEL-LINE.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  FRM-LBL-TEXT       PIC X(22).
           05  FRM-LBL-VALUE      PIC X(40).
           05  FILLER             PIC X(67)  VALUE SPACES.

       01  FRM-ACCOUNT-LINE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  FILLER             PIC X(8)   VALUE 'ACCOUNT '.
           05  FRM-ACC-NUMBER     PIC 9(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FRM-ACC-INTEREST   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FRM-ACC-REMARK     PIC X(30).
           05  FILLER             PIC X(60)  VALUE SPACES.

       01  EXC-COLUMN-LINE.
           05  FILLER             PIC X(6)   VALUE 'REASON'.
           05  FILLER             PIC X(11)  VALUE 'CUSTOMER'.
           05  FILLER             PIC X(17)  VALUE '       INTEREST'.
           05  FILLER             PIC X(32)  VALUE 'NAME'.
           05  FILLER             PIC X(66)  VALUE 'REMARK'.

       01  EXC-DETAIL-LINE.
           05  EXC-DET-REASON     PIC X(4).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-CUST       PIC 9(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-INTEREST   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-NAME       PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-REMARK     PIC X(40).
           05  FILLER             PIC X(26)  VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97)  VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-AMT-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(87)  VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCT1099'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'Y'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTINTY'.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE SPACES.
       01  WS-RCTL-PRED-TABLE REDEFINES WS-RCTL-PREDECESSORS.
           05  WS-RCTL-PRED-JOB   OCCURS 4 TIMES PIC X(8).
       01  WS-RCTL-SUB            PIC 9(2)  COMP VALUE 0.
       01  WS-RCTL-REFUSE-RC      PIC 9(4)  VALUE 0.
       01  WS-RCTL-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-RCTL-EOF            VALUE 'Y'.
       01  WS-RCTL-SAME-PERIOD-SW PIC X(1)  VALUE 'N'.
           88  WS-RCTL-SAME-PERIOD    VALUE 'Y'.
       01  WS-RCTL-MONTH          PIC 9(2)  VALUE 0.
       01  WS-RCTL-QUARTER        PIC 9(1)  VALUE 0.
       01  WS-RCTL-RUN-QUARTER    PIC 9(1)  VALUE 0.
       01  WS-RCTL-INPUT-DD       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-INPUT-COUNT    PIC 9(9)  VALUE 0.
       01  WS-RCTL-INPUT-HASH     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RCTL-INPUT-KEY-HASH PIC S9(15) COMP-3 VALUE 0.

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-TAXWORK-GET-NEXT
           PERFORM 2000-PROCESS-CUSTOMER UNTIL END-OF-FILE = 'Y'
           PERFORM 6000-WRITE-END-RECORDS
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-EXCP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-COMPLETE-RUN-CONTROL
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT PARMCARD-FILE
           IF  PARMCARD-STATUS = '00'
               READ PARMCARD-FILE INTO PARM-CARD
               IF  PARMCARD-STATUS NOT = '00'
                   DISPLAY 'PARMCARD DD EMPTY OR UNREADABLE - '
                       'STATUS: ' PARMCARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'PARMCARD DD MISSING OR UNREADABLE - '
                   'STATUS: ' PARMCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  PARM-TAX-YEAR NOT NUMERIC
           OR  PARM-THRESHOLD NOT NUMERIC
           OR  PARM-PAYER-TIN NOT NUMERIC
           OR  PARM-PAYER-NAME = SPACES
           OR  (PARM-TEST-IND NOT = 'T' AND PARM-TEST-IND NOT = SPACE)
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-READ-PAYER-CARDS
           MOVE PARM-THRESHOLD TO WS-THRESHOLD
           CLOSE PARMCARD-FILE
           MOVE PARM-TAX-YEAR TO WS-RCTL-RUN-DATE (1:4)
           MOVE '1231' TO WS-RCTL-RUN-DATE (5:4)
      *    A TEST TRANSMISSION IS TRACKED APART FROM THE
      *    PRODUCTION FILE SO IT NEVER BLOCKS THE REAL ONE
           IF  PARM-TEST-IND = 'T'
               MOVE 'TS' TO WS-RCTL-PARTITION
           END-IF
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  CUSTKSDS-FILE
           IF  CUSTKSDS-STATUS NOT = '00'
               DISPLAY 'CUSTKSDS OPEN FAILED - STATUS: '
                   CUSTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  TAXWORK-FILE
           OPEN OUTPUT IRSTHDR-FILE
           OPEN OUTPUT IRSBODY-FILE
           OPEN OUTPUT IRSTRLR-FILE
           OPEN OUTPUT FORMFILE-FILE
           OPEN OUTPUT TAXRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING
           PERFORM 0300-WRITE-PAYER-RECORD.

       0200-WRITE-REPORT-HEADING.
           MOVE PARM-THRESHOLD TO WS-EDIT-AMOUNT
           MOVE SPACES TO TAXRPT-REC
           STRING '1099-INT FILING EXCEPTIONS - TAX YEAR '
               PARM-TAX-YEAR ' REPORTING THRESHOLD '
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO TAXRPT-REC
           WRITE TAXRPT-REC
           MOVE SPACES TO TAXRPT-REC
           WRITE TAXRPT-REC
           WRITE TAXRPT-REC FROM EXC-COLUMN-LINE.

      *    THE PAYER ADDRESS, CONTACT AND EMAIL CARDS FOLLOW THE
      *    RUN CARD; THE FILING IS REJECTED WITHOUT THEM, SO A
      *    MISSING OR INCOMPLETE CARD STOPS THE RUN.  ONLY THE
      *    EMAIL MAY BE LEFT BLANK
       0150-READ-PAYER-CARDS.
           READ PARMCARD-FILE INTO PARM-ADDRESS-CARD
           IF  PARMCARD-STATUS NOT = '00'
           OR  PARM-PAYER-ADDRESS = SPACES
           OR  PARM-PAYER-CITY = SPACES
           OR  PARM-PAYER-STATE = SPACES
           OR  PARM-PAYER-ZIP (1:5) NOT NUMERIC
               DISPLAY 'PAYER ADDRESS CARD MISSING OR INVALID: '
                   PARM-ADDRESS-CARD
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARMCARD-FILE INTO PARM-CONTACT-CARD
           IF  PARMCARD-STATUS NOT = '00'
           OR  PARM-CONTACT-NAME = SPACES
           OR  PARM-CONTACT-PHONE = SPACES
           OR  PARM-PAYER-PHONE = SPACES
               DISPLAY 'FILING CONTACT CARD MISSING OR INVALID: '
                   PARM-CONTACT-CARD
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARMCARD-FILE INTO PARM-EMAIL-CARD
           IF  PARMCARD-STATUS NOT = '00'
               DISPLAY 'CONTACT EMAIL CARD MISSING - STATUS: '
                   PARMCARD-STATUS
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE 'T' RECORD TAKES SEQUENCE 1 WHEN IT IS WRITTEN AT
      *    END OF JOB, SO THE 'A' RECORD OPENS THE BODY AT 2
       0300-WRITE-PAYER-RECORD.
           MOVE 1 TO WS-RECORD-SEQUENCE
           MOVE SPACES          TO IRS-RECORD
           MOVE 'A'             TO IRS-RECORD-TYPE
           MOVE PARM-TAX-YEAR   TO IRSA-PAYMENT-YEAR
           MOVE PARM-PAYER-TIN  TO IRSA-PAYER-TIN
           MOVE '6 '            TO IRSA-RETURN-TYPE
           MOVE '1'             TO IRSA-AMOUNT-CODES
           MOVE PARM-PAYER-NAME TO IRSA-PAYER-NAME
           MOVE '0'             TO IRSA-TRANSFER-AGENT
           MOVE PARM-PAYER-ADDRESS TO IRSA-PAYER-ADDRESS
           MOVE PARM-PAYER-CITY    TO IRSA-PAYER-CITY
           MOVE PARM-PAYER-STATE   TO IRSA-PAYER-STATE
           MOVE PARM-PAYER-ZIP     TO IRSA-PAYER-ZIP
           MOVE PARM-PAYER-PHONE   TO IRSA-PAYER-PHONE
           PERFORM 7000-WRITE-BODY-RECORD.

      *    RUN-CONTROL GATE.  THE JOB REFUSES WITH RC=20 WHILE A
      *    PREDECESSOR HAS NOT COMPLETED AT RC 4 OR LESS FOR THE
      *    RUN DATE, AND WITH RC=24 WHEN IT HAS ALREADY COMPLETED
      *    FOR THE DATE OR ITS CALENDAR PERIOD, OR WHEN THE SAME
      *    INPUT WAS PROCESSED UNDER AN EARLIER DATE.  AN 'F' IN
      *    COLUMN 80 OF THE PARM CARD OVERRIDES EITHER REFUSAL.
      *    NOTHING ELSE IS OPENED UNTIL THIS PASSES, SO A REFUSED
      *    RUN NEVER EMPTIES AN OUTPUT DATASET
       0500-CHECK-RUN-CONTROL.
           MOVE 0 TO WS-RCTL-REFUSE-RC
           OPEN I-O RUNCTL-FILE
           IF  RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED - STATUS: ' RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0510-CHECK-PREDECESSOR
               VARYING WS-RCTL-SUB FROM 1 BY 1
               UNTIL WS-RCTL-SUB > 4
           PERFORM 0520-CHECK-PRIOR-RUNS
           IF  WS-RCTL-REFUSE-RC > 0
               IF  PARM-FORCE-RUN
                   DISPLAY 'RUN CONTROL OVERRIDDEN BY FORCE FLAG'
               ELSE
                   DISPLAY 'RUN REFUSED BY RUN CONTROL - RC: '
                       WS-RCTL-REFUSE-RC
                   CLOSE RUNCTL-FILE
                   MOVE WS-RCTL-REFUSE-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 0540-MARK-RUN-STARTED.

      *    ACCTINTY IS LOOKED FOR UNDER THIS RUN'S OWN PARTITION,
      *    SO A TEST FILING WAITS ON THE TEST ROLL-UP
       0510-CHECK-PREDECESSOR.
           IF  WS-RCTL-PRED-JOB (WS-RCTL-SUB) NOT = SPACES
               MOVE WS-RCTL-PRED-JOB (WS-RCTL-SUB) TO RCTL-JOB-NAME
               MOVE WS-RCTL-PARTITION     TO RCTL-PARTITION
               MOVE WS-RCTL-RUN-DATE      TO RCTL-RUN-DATE
               READ RUNCTL-FILE
                   INVALID KEY
                       MOVE SPACE TO RCTL-STATE
               END-READ
               IF  RUNCTL-STATUS NOT = '00'
               OR  NOT RCTL-STATE-COMPLETED
               OR  RCTL-RETURN-CODE > 4
                   DISPLAY 'PREDECESSOR NOT COMPLETE FOR '
                       WS-RCTL-RUN-DATE ': '
                       WS-RCTL-PRED-JOB (WS-RCTL-SUB)
                   MOVE 20 TO WS-RCTL-REFUSE-RC
               END-IF
           END-IF.

      *    EVERY EARLIER ENTRY FOR THIS JOB (AND PARTITION) THAT
      *    COMPLETED CLEAN IS CHECKED FOR THE SAME PERIOD AND FOR
      *    THE SAME INPUT.  A RUN THAT FAILED OR NEVER FINISHED
      *    DOES NOT COUNT, SO IT CAN BE RERUN WITHOUT THE FLAG
       0520-CHECK-PRIOR-RUNS.
           MOVE 'N'               TO WS-RCTL-EOF-SW
           MOVE WS-RCTL-JOB-NAME  TO RCTL-JOB-NAME
           MOVE WS-RCTL-PARTITION TO RCTL-PARTITION
           MOVE LOW-VALUES        TO RCTL-RUN-DATE
           START RUNCTL-FILE KEY IS NOT LESS THAN RCTL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RCTL-EOF-SW
           END-START
           PERFORM 0525-READ-PRIOR-RUN UNTIL WS-RCTL-EOF.

       0525-READ-PRIOR-RUN.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RCTL-EOF-SW
               NOT AT END
                   IF  RCTL-JOB-NAME  NOT = WS-RCTL-JOB-NAME
                   OR  RCTL-PARTITION NOT = WS-RCTL-PARTITION
                       MOVE 'Y' TO WS-RCTL-EOF-SW
                   ELSE
                       IF  RCTL-STATE-COMPLETED
                       AND RCTL-RETURN-CODE NOT > 4
                           PERFORM 0530-CHECK-PRIOR-RUN
                       END-IF
                   END-IF
           END-READ.

       0530-CHECK-PRIOR-RUN.
           PERFORM 0535-CHECK-SAME-PERIOD
           IF  WS-RCTL-SAME-PERIOD
               DISPLAY 'ALREADY COMPLETED FOR THE PERIOD ON '
                   RCTL-RUN-DATE
               IF  WS-RCTL-REFUSE-RC = 0
                   MOVE 24 TO WS-RCTL-REFUSE-RC
               END-IF
           END-IF
           IF  WS-RCTL-INPUT-COUNT > 0
           AND RCTL-RUN-DATE       NOT = WS-RCTL-RUN-DATE
           AND RCTL-INPUT-DD       = WS-RCTL-INPUT-DD
           AND RCTL-INPUT-COUNT    = WS-RCTL-INPUT-COUNT
           AND RCTL-INPUT-HASH     = WS-RCTL-INPUT-HASH
           AND RCTL-INPUT-KEY-HASH = WS-RCTL-INPUT-KEY-HASH
               DISPLAY 'SAME INPUT ALREADY PROCESSED ON '
                   RCTL-RUN-DATE
               IF  WS-RCTL-REFUSE-RC = 0
                   MOVE 24 TO WS-RCTL-REFUSE-RC
               END-IF
           END-IF.

      *    A DAILY JOB'S PERIOD IS ITS RUN DATE; A MONTHLY,
      *    QUARTERLY OR YEARLY JOB'S IS THE CALENDAR MONTH,
      *    QUARTER OR YEAR THE RUN DATE FALLS IN
       0535-CHECK-SAME-PERIOD.
           MOVE 'N' TO WS-RCTL-SAME-PERIOD-SW
           EVALUATE TRUE
               WHEN WS-RCTL-MONTHLY
                   IF  RCTL-RUN-DATE (1:6) = WS-RCTL-RUN-DATE (1:6)
                       MOVE 'Y' TO WS-RCTL-SAME-PERIOD-SW
                   END-IF
               WHEN WS-RCTL-QUARTERLY
                   IF  RCTL-RUN-DATE (1:4) = WS-RCTL-RUN-DATE (1:4)
                       MOVE RCTL-RUN-DATE (5:2) TO WS-RCTL-MONTH
                       COMPUTE WS-RCTL-QUARTER =
                           (WS-RCTL-MONTH + 2) / 3
                       MOVE WS-RCTL-RUN-DATE (5:2) TO WS-RCTL-MONTH
                       COMPUTE WS-RCTL-RUN-QUARTER =
                           (WS-RCTL-MONTH + 2) / 3
                       IF  WS-RCTL-QUARTER = WS-RCTL-RUN-QUARTER
                           MOVE 'Y' TO WS-RCTL-SAME-PERIOD-SW
                       END-IF
                   END-IF
               WHEN WS-RCTL-YEARLY
                   IF  RCTL-RUN-DATE (1:4) = WS-RCTL-RUN-DATE (1:4)
                       MOVE 'Y' TO WS-RCTL-SAME-PERIOD-SW
                   END-IF
               WHEN OTHER
                   IF  RCTL-RUN-DATE = WS-RCTL-RUN-DATE
                       MOVE 'Y' TO WS-RCTL-SAME-PERIOD-SW
                   END-IF
           END-EVALUATE.

      *    A RERUN FOR THE SAME DATE REUSES THE ENTRY AND BUMPS
      *    ITS RUN COUNT
       0540-MARK-RUN-STARTED.
           MOVE WS-RCTL-JOB-NAME  TO RCTL-JOB-NAME
           MOVE WS-RCTL-PARTITION TO RCTL-PARTITION
           MOVE WS-RCTL-RUN-DATE  TO RCTL-RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES            TO RUNCTL-REC
                   MOVE WS-RCTL-JOB-NAME  TO RCTL-JOB-NAME
                   MOVE WS-RCTL-PARTITION TO RCTL-PARTITION
                   MOVE WS-RCTL-RUN-DATE  TO RCTL-RUN-DATE
                   MOVE 0                 TO RCTL-RUN-COUNT
                   PERFORM 0545-STAMP-RUN-STARTED
                   WRITE RUNCTL-REC
               NOT INVALID KEY
                   PERFORM 0545-STAMP-RUN-STARTED
                   REWRITE RUNCTL-REC
           END-READ
           IF  RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNCTL UPDATE FAILED - STATUS: ' RUNCTL-STATUS
               CLOSE RUNCTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0545-STAMP-RUN-STARTED.
           ADD 1                        TO RCTL-RUN-COUNT
           MOVE 'S'                     TO RCTL-STATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO RCTL-START-STAMP
           MOVE SPACES                  TO RCTL-END-STAMP
           MOVE 0                       TO RCTL-RETURN-CODE
           IF  PARM-FORCE-RUN
           AND WS-RCTL-REFUSE-RC > 0
               MOVE 'Y' TO RCTL-FORCED-FLAG
           ELSE
               MOVE 'N' TO RCTL-FORCED-FLAG
           END-IF
           MOVE WS-RCTL-INPUT-DD        TO RCTL-INPUT-DD
           MOVE WS-RCTL-INPUT-COUNT     TO RCTL-INPUT-COUNT
           MOVE WS-RCTL-INPUT-HASH      TO RCTL-INPUT-HASH
           MOVE WS-RCTL-INPUT-KEY-HASH  TO RCTL-INPUT-KEY-HASH.

       1000-TAXWORK-GET-NEXT.
           READ TAXWORK-FILE INTO TAX-WORK-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-WORK-READ-COUNT
           END-READ.

       2000-PROCESS-CUSTOMER.
           MOVE TAXW-CUST-ID TO WS-CURR-CUST-ID
           MOVE 0 TO WS-CUST-TOTAL
           MOVE 0 TO WS-ACCT-USED
           MOVE 0 TO WS-ACCT-OVERFLOW
           ADD 1 TO WS-CUST-COUNT
           PERFORM 2100-ADD-ACCOUNT
               UNTIL END-OF-FILE = 'Y'
               OR TAXW-CUST-ID NOT = WS-CURR-CUST-ID
           IF  WS-CUST-TOTAL NOT < WS-THRESHOLD
           AND WS-CUST-TOTAL > 0
               PERFORM 3000-REPORT-CUSTOMER
           ELSE
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-CUST-TOTAL TO WS-BELOW-TOTAL
           END-IF.

       2100-ADD-ACCOUNT.
           ADD TAXW-INTEREST TO WS-CUST-TOTAL
           IF  WS-ACCT-USED < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-USED
               MOVE TAXW-ACCT-NUMBER
                   TO WS-ACCT-NUMBER (WS-ACCT-USED)
               MOVE TAXW-INTEREST
                   TO WS-ACCT-INTEREST (WS-ACCT-USED)
               MOVE TAXW-HOLDER-COUNT
                   TO WS-ACCT-HOLDERS (WS-ACCT-USED)
               MOVE TAXW-PURGE-DATE
                   TO WS-ACCT-PURGED (WS-ACCT-USED)
           ELSE
               ADD 1 TO WS-ACCT-OVERFLOW
           END-IF
           PERFORM 1000-TAXWORK-GET-NEXT.

       3000-REPORT-CUSTOMER.
           MOVE WS-CURR-CUST-ID TO CUST-ID
           READ CUSTKSDS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  CUSTKSDS-STATUS = '00'
               MOVE 'Y' TO WS-ON-MASTER-SW
           ELSE
               MOVE 'N' TO WS-ON-MASTER-SW
           END-IF
           IF  NOT WS-ON-MASTER
               ADD 1 TO WS-NO-MASTER-COUNT
               ADD WS-CUST-TOTAL TO WS-NO-MASTER-TOTAL
               MOVE SPACES TO CUST-NAME
               MOVE 'NCST' TO WS-EXCP-REASON
               MOVE 'CUSTOMER NOT ON MASTER - NOT FILED'
                   TO WS-EXCP-REMARK
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               IF  CUST-TAX-ID NUMERIC
               AND CUST-TAX-ID NOT = '000000000'
                   MOVE 'Y' TO WS-TIN-ON-FILE-SW
               ELSE
                   MOVE 'N' TO WS-TIN-ON-FILE-SW
                   ADD 1 TO WS-NO-TIN-COUNT
                   MOVE 'NTIN' TO WS-EXCP-REASON
                   MOVE 'NO TAXPAYER ID - FILED WITHOUT TIN'
                       TO WS-EXCP-REMARK
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
               PERFORM 3100-WRITE-PAYEE-RECORD
               PERFORM 4000-PRINT-FORM
           END-IF.

       3100-WRITE-PAYEE-RECORD.
           ADD 1 TO WS-PAYEE-COUNT
           ADD WS-CUST-TOTAL TO WS-PAYEE-TOTAL
           MOVE SPACES          TO IRS-RECORD
           MOVE 'B'             TO IRS-RECORD-TYPE
           MOVE PARM-TAX-YEAR   TO IRSB-PAYMENT-YEAR
           IF  WS-TIN-ON-FILE
               MOVE CUST-TAX-ID TO IRSB-PAYEE-TIN
           END-IF
           MOVE CUST-ID         TO IRSB-PAYEE-ACCOUNT
           MOVE WS-CUST-TOTAL   TO IRSB-AMOUNT-1
           MOVE ALL '0'         TO IRSB-OTHER-AMOUNTS
           MOVE CUST-NAME       TO IRSB-PAYEE-NAME
           MOVE CUST-ADDRESS    TO IRSB-PAYEE-ADDRESS
           PERFORM 7000-WRITE-BODY-RECORD.

       4000-PRINT-FORM.
           MOVE ALL '-' TO FORMFILE-REC
           WRITE FORMFILE-REC
           MOVE SPACES TO FORMFILE-REC
           STRING '   FORM 1099-INT   INTEREST INCOME   TAX YEAR '
               PARM-TAX-YEAR DELIMITED BY SIZE
               INTO FORMFILE-REC
           IF  PARM-TEST-IND = 'T'
               MOVE '*** TEST FILING ***' TO FORMFILE-REC (70:19)
           END-IF
           WRITE FORMFILE-REC
           MOVE SPACES TO FORMFILE-REC
           WRITE FORMFILE-REC
           MOVE 'PAYER               : ' TO FRM-LBL-TEXT
           MOVE PARM-PAYER-NAME          TO FRM-LBL-VALUE
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE 'PAYER TIN           : ' TO FRM-LBL-TEXT
           MOVE SPACES                   TO FRM-LBL-VALUE
           STRING PARM-PAYER-TIN (1:2) '-' PARM-PAYER-TIN (3:7)
               DELIMITED BY SIZE INTO FRM-LBL-VALUE
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE SPACES TO FORMFILE-REC
           WRITE FORMFILE-REC
           MOVE 'RECIPIENT           : ' TO FRM-LBL-TEXT
           MOVE CUST-NAME                TO FRM-LBL-VALUE
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE 'ADDRESS             : ' TO FRM-LBL-TEXT
           MOVE CUST-ADDRESS             TO FRM-LBL-VALUE
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
      *    ONLY THE LAST FOUR DIGITS OF THE RECIPIENT TIN PRINT
           MOVE 'RECIPIENT TIN       : ' TO FRM-LBL-TEXT
           MOVE SPACES                   TO FRM-LBL-VALUE
           IF  WS-TIN-ON-FILE
               STRING '***-**-' CUST-TAX-ID (6:4)
                   DELIMITED BY SIZE INTO FRM-LBL-VALUE
           ELSE
               MOVE 'NOT ON FILE' TO FRM-LBL-VALUE
           END-IF
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE 'CUSTOMER NUMBER     : ' TO FRM-LBL-TEXT
           MOVE SPACES                   TO FRM-LBL-VALUE
           MOVE CUST-ID                  TO FRM-LBL-VALUE (1:9)
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE SPACES TO FORMFILE-REC
           WRITE FORMFILE-REC
           MOVE 'BOX 1 INTEREST INCOME:'  TO FRM-LBL-TEXT
           MOVE WS-CUST-TOTAL             TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT            TO FRM-LBL-VALUE
           WRITE FORMFILE-REC FROM FRM-LABEL-LINE
           MOVE SPACES TO FORMFILE-REC
           WRITE FORMFILE-REC
           MOVE '   ACCOUNTS INCLUDED IN BOX 1:' TO FORMFILE-REC
           WRITE FORMFILE-REC
           PERFORM 4100-PRINT-ACCOUNT-LINE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-USED
           IF  WS-ACCT-OVERFLOW > 0
               MOVE SPACES TO FORMFILE-REC
               STRING '      AND ' WS-ACCT-OVERFLOW
                   ' FURTHER ACCOUNTS' DELIMITED BY SIZE
                   INTO FORMFILE-REC
               WRITE FORMFILE-REC
           END-IF
           MOVE SPACES TO FORMFILE-REC
           WRITE FORMFILE-REC.

       4100-PRINT-ACCOUNT-LINE.
           MOVE WS-ACCT-NUMBER (WS-ACCT-SUB)   TO FRM-ACC-NUMBER
           MOVE WS-ACCT-INTEREST (WS-ACCT-SUB) TO FRM-ACC-INTEREST
           MOVE SPACES TO FRM-ACC-REMARK
           IF  WS-ACCT-PURGED (WS-ACCT-SUB) NOT = SPACES
               STRING 'CLOSED ' WS-ACCT-PURGED (WS-ACCT-SUB)
                   DELIMITED BY SIZE INTO FRM-ACC-REMARK
           ELSE
               IF  WS-ACCT-HOLDERS (WS-ACCT-SUB) > 1
                   STRING 'JOINT - ' WS-ACCT-HOLDERS (WS-ACCT-SUB)
                       ' HOLDERS' DELIMITED BY SIZE
                       INTO FRM-ACC-REMARK
               END-IF
           END-IF
           WRITE FORMFILE-REC FROM FRM-ACCOUNT-LINE.

      *    'C' CLOSES THE PAYER IN THE BODY; 'T' AND 'F' GO TO
      *    THEIR OWN DDS NOW THAT THE PAYEE COUNT IS KNOWN
       6000-WRITE-END-RECORDS.
           MOVE SPACES          TO IRS-RECORD
           MOVE 'C'             TO IRS-RECORD-TYPE
           MOVE WS-PAYEE-COUNT  TO IRSC-PAYEE-COUNT
           MOVE WS-PAYEE-TOTAL  TO IRSC-CONTROL-TOTAL-1
           MOVE ALL '0'         TO IRSC-OTHER-TOTALS
           PERFORM 7000-WRITE-BODY-RECORD

           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE SPACES          TO IRS-RECORD
           MOVE 'F'             TO IRS-RECORD-TYPE
           MOVE 1               TO IRSF-A-RECORD-COUNT
           MOVE ALL '0'         TO IRSF-ZERO-FILL
           MOVE WS-PAYEE-COUNT  TO IRSF-B-RECORD-COUNT
           MOVE WS-RECORD-SEQUENCE TO IRSF-SEQUENCE
           WRITE IRSTRLR-REC FROM IRS-RECORD

           MOVE SPACES          TO IRS-RECORD
           MOVE 'T'             TO IRS-RECORD-TYPE
           MOVE PARM-TAX-YEAR   TO IRST-PAYMENT-YEAR
           MOVE PARM-PAYER-TIN  TO IRST-TIN
           MOVE PARM-TCC        TO IRST-TCC
           MOVE PARM-TEST-IND   TO IRST-TEST-IND
           MOVE PARM-PAYER-NAME TO IRST-TRANSMIT-NAME
           MOVE PARM-PAYER-NAME TO IRST-COMPANY-NAME
           MOVE PARM-PAYER-ADDRESS TO IRST-COMPANY-ADDRESS
           MOVE PARM-PAYER-CITY    TO IRST-COMPANY-CITY
           MOVE PARM-PAYER-STATE   TO IRST-COMPANY-STATE
           MOVE PARM-PAYER-ZIP     TO IRST-COMPANY-ZIP
           MOVE WS-PAYEE-COUNT  TO IRST-PAYEE-COUNT
           MOVE PARM-CONTACT-NAME  TO IRST-CONTACT-NAME
           MOVE PARM-CONTACT-PHONE TO IRST-CONTACT-PHONE
           MOVE PARM-CONTACT-EMAIL TO IRST-CONTACT-EMAIL
           MOVE 'I'             TO IRST-VENDOR-IND
           MOVE 1               TO IRST-SEQUENCE
           WRITE IRSTHDR-REC FROM IRS-RECORD.

      *    THE SEQUENCE FIELD SITS AT THE SAME OFFSET IN EVERY
      *    RECORD TYPE, SO THE 'A' VIEW STAMPS IT FOR ALL OF THEM
       7000-WRITE-BODY-RECORD.
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO IRSA-SEQUENCE
           WRITE IRSBODY-REC FROM IRS-RECORD.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-EXCP-REASON  TO EXC-DET-REASON
           MOVE WS-CURR-CUST-ID TO EXC-DET-CUST
           MOVE WS-CUST-TOTAL   TO EXC-DET-INTEREST
           MOVE CUST-NAME       TO EXC-DET-NAME
           MOVE WS-EXCP-REMARK  TO EXC-DET-REMARK
           WRITE TAXRPT-REC FROM EXC-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO TAXRPT-REC
           WRITE TAXRPT-REC
           MOVE 'FILING SUMMARY' TO TAXRPT-REC
           WRITE TAXRPT-REC
           MOVE SPACES TO TAXRPT-REC
           WRITE TAXRPT-REC

           MOVE 'WORK RECORDS READ'      TO RPT-CNT-LABEL
           MOVE WS-WORK-READ-COUNT       TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'CUSTOMERS READ'         TO RPT-CNT-LABEL
           MOVE WS-CUST-COUNT            TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'PAYEES FILED'           TO RPT-CNT-LABEL
           MOVE WS-PAYEE-COUNT           TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'INTEREST FILED'         TO RPT-AMT-LABEL
           MOVE WS-PAYEE-TOTAL           TO RPT-AMT-VALUE
           WRITE TAXRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'FILED WITHOUT TIN'      TO RPT-CNT-LABEL
           MOVE WS-NO-TIN-COUNT          TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'BELOW THRESHOLD'        TO RPT-CNT-LABEL
           MOVE WS-BELOW-COUNT           TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'BELOW THRESHOLD AMOUNT' TO RPT-AMT-LABEL
           MOVE WS-BELOW-TOTAL           TO RPT-AMT-VALUE
           WRITE TAXRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'NOT ON CUSTOMER MASTER' TO RPT-CNT-LABEL
           MOVE WS-NO-MASTER-COUNT       TO RPT-CNT-VALUE
           WRITE TAXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'NOT FILED AMOUNT'       TO RPT-AMT-LABEL
           MOVE WS-NO-MASTER-TOTAL       TO RPT-AMT-VALUE
           WRITE TAXRPT-REC FROM RPT-AMOUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'CUSTOMERS READ:    ' WS-CUST-COUNT
           DISPLAY 'PAYEES FILED:      ' WS-PAYEE-COUNT
           DISPLAY 'EXCEPTIONS LISTED: ' WS-EXCP-COUNT
           CLOSE TAXWORK-FILE
                 CUSTKSDS-FILE
                 IRSTHDR-FILE
                 IRSBODY-FILE
                 IRSTRLR-FILE
                 FORMFILE-FILE
                 TAXRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'TAXWORK'              TO WS-RCTL-INPUT-DD
           MOVE WS-WORK-READ-COUNT     TO WS-RCTL-INPUT-COUNT
           MOVE WS-RCTL-JOB-NAME  TO RCTL-JOB-NAME
           MOVE WS-RCTL-PARTITION TO RCTL-PARTITION
           MOVE WS-RCTL-RUN-DATE  TO RCTL-RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'RUNCTL ENTRY MISSING AT END OF JOB'
               NOT INVALID KEY
                   MOVE 'C'                TO RCTL-STATE
                   MOVE FUNCTION CURRENT-DATE (1:14)
                                           TO RCTL-END-STAMP
                   MOVE RETURN-CODE        TO RCTL-RETURN-CODE
                   MOVE WS-RCTL-INPUT-DD   TO RCTL-INPUT-DD
                   MOVE WS-RCTL-INPUT-COUNT
                                           TO RCTL-INPUT-COUNT
                   MOVE WS-RCTL-INPUT-HASH TO RCTL-INPUT-HASH
                   MOVE WS-RCTL-INPUT-KEY-HASH
                                           TO RCTL-INPUT-KEY-HASH
                   REWRITE RUNCTL-REC
           END-READ
           IF  RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNCTL UPDATE FAILED - STATUS: ' RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RUNCTL-FILE.
