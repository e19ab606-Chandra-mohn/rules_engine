       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINTY.

      ******************************************************
      *  YEAR-END INTEREST ROLL-UP FOR 1099-INT REPORTING  *
      *  Reads the tax year's ACCTINT accrual journals,    *
      *  the CUSTXREF cross-reference unloaded in account  *
      *  order, and the cumulative ACCTPURG archive - each *
      *  sorted by account number ahead of this step - and *
      *  merges them three-up in the ACCTSTMT balanced-    *
      *  line style.  Every account with accruals dated in *
      *  the parm tax year gets its JINT-ACCRUAL-AMOUNTs   *
      *  totalled and is written to the TAXWORK file under *
      *  its reporting customer for the ACCT1099 filing    *
      *  step.  A joint account reports under its lowest   *
      *  linked customer id.                               *
      *                                                    *
      *  An account with interest but no customer link     *
      *  cannot be reported and goes on the exception      *
      *  list; so does an account archived and purged      *
      *  during the tax year, with the purge date and the  *
      *  archived name, whether or not a surviving link    *
      *  still lets its interest be reported.              *
      *  A 'T' after the tax year on the parm card marks   *
      *  the roll-up for a test transmission, entered on   *
      *  RUNCTL apart from the production run.             *
      *  RC=0 NO EXCEPTIONS, RC=4 EXCEPTIONS LISTED.       *
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

           SELECT INTJRNL-FILE ASSIGN TO INTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTJRNL-STATUS.

           SELECT XREFACCT-FILE ASSIGN TO XREFACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREFACCT-STATUS.

           SELECT ARCHFILE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHFILE-STATUS.

           SELECT TAXWORK-FILE ASSIGN TO TAXWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXWORK-STATUS.

           SELECT TAXEXCP-FILE ASSIGN TO TAXEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXEXCP-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-REC.
           05  PARM-TAX-YEAR           PIC X(4).
           05  PARM-TEST-IND           PIC X(1).
           05  FILLER                  PIC X(74).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  INTJRNL-FILE
           RECORDING MODE IS F.
       01  INTJRNL-REC                 PIC X(40).

       FD  XREFACCT-FILE
           RECORDING MODE IS F.
       01  XREFACCT-REC                PIC X(30).

       FD  ARCHFILE-FILE
           RECORDING MODE IS F.
       01  ARCHFILE-REC                PIC X(109).

       FD  TAXWORK-FILE
           RECORDING MODE IS F.
       01  TAXWORK-REC                 PIC X(40).

       FD  TAXEXCP-FILE
           RECORDING MODE IS F.
       01  TAXEXCP-REC                 PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  INTJRNL-STATUS     PIC X(2).
       01  XREFACCT-STATUS    PIC X(2).
       01  ARCHFILE-STATUS    PIC X(2).
       01  TAXWORK-STATUS     PIC X(2).
       01  TAXEXCP-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  INT-JOURNAL-RECORD.
           COPY INTJRNL.

       01  XREF-RECORD.
           COPY CUSTXREF.

       01  ARCHIVE-RECORD.
           COPY ARCHREC.

       01  TAX-WORK-RECORD.
           COPY TAXWORK.

      *    WORK AREA TO UNPACK THE ACCOUNT NUMBER AND NAME OUT OF
      *    THE 100-BYTE ACCOUNT IMAGE CARRIED ON THE ARCHIVE
       01  IMAGE-RECORD.
           COPY ACCTREC
               REPLACING ==ACCT-NUMBER==    BY ==IMG-NUMBER==
                         ==ACCT-NAME==      BY ==IMG-NAME==
                         ==ACCT-STATUS==    BY ==IMG-STATUS==
                         ==ACCT-BALANCE==   BY ==IMG-BALANCE==
                         ==ACCT-OPEN-DATE==
                             BY ==IMG-OPEN-DATE==
                         ==ACCT-CLOSE-DATE==
                             BY ==IMG-CLOSE-DATE==
                         ==ACCT-LAST-ACTIVITY-DATE==
                             BY ==IMG-LAST-ACTIVITY-DATE==.

      *    ALL THREE KEY HOLDS CARRY ONE EXTRA DIGIT SO THE EOF
      *    SENTINEL SORTS HIGH OF EVERY REAL NINE-DIGIT ACCOUNT
       01  WS-INT-KEY             PIC 9(10) VALUE 0.
       01  WS-XREF-KEY            PIC 9(10) VALUE 0.
       01  WS-ARCH-KEY            PIC 9(10) VALUE 0.
       01  WS-EOF-KEY             PIC 9(10) VALUE 9999999999.
       01  WS-CURR-ACCT           PIC 9(10) VALUE 0.

       01  WS-INT-IN-YEAR-SW      PIC X(1)  VALUE 'N'.
           88  WS-INT-IN-YEAR         VALUE 'Y'.
       01  WS-ARCH-DETAIL-SW      PIC X(1)  VALUE 'N'.
           88  WS-ARCH-DETAIL         VALUE 'Y'.

       01  WS-ACCT-INTEREST       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ACCT-INT-ENTRIES    PIC 9(5)  VALUE 0.
       01  WS-HOLDER-CUST-ID      PIC 9(9)  VALUE 0.
       01  WS-HOLDER-COUNT        PIC 9(3)  VALUE 0.
       01  WS-PURGE-DATE          PIC X(8)  VALUE SPACES.
       01  WS-ARCHIVED-NAME       PIC X(30) VALUE SPACES.

       01  WS-EXCP-REASON         PIC X(4)  VALUE SPACES.
       01  WS-EXCP-REMARK         PIC X(40) VALUE SPACES.

       01  WS-INT-READ-COUNT      PIC 9(9)  VALUE 0.
       01  WS-OUT-OF-YEAR-COUNT   PIC 9(9)  VALUE 0.
       01  WS-XREF-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-ARCH-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-INTEREST-ACCT-COUNT PIC 9(9)  VALUE 0.
       01  WS-REPORTED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-JOINT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-NO-LINK-COUNT       PIC 9(9)  VALUE 0.
       01  WS-PURGED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-EXCP-COUNT          PIC 9(9)  VALUE 0.
       01  WS-REPORTED-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UNREPORTED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  EXC-COLUMN-LINE.
           05  FILLER             PIC X(6)   VALUE 'REASON'.
           05  FILLER             PIC X(11)  VALUE 'ACCOUNT'.
           05  FILLER             PIC X(11)  VALUE 'CUSTOMER'.
           05  FILLER             PIC X(17)  VALUE '       INTEREST'.
           05  FILLER             PIC X(10)  VALUE 'PURGED'.
           05  FILLER             PIC X(32)  VALUE 'ARCHIVED NAME'.
           05  FILLER             PIC X(45)  VALUE 'REMARK'.

       01  EXC-DETAIL-LINE.
           05  EXC-DET-REASON     PIC X(4).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-ACCT       PIC 9(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-CUST       PIC 9(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-INTEREST   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-PURGED     PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-NAME       PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  EXC-DET-REMARK     PIC X(40).
           05  FILLER             PIC X(5)   VALUE SPACES.

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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTINTY'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'Y'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE SPACES.
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

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PROCESS-ACCOUNT
               UNTIL WS-INT-KEY  = WS-EOF-KEY
               AND   WS-XREF-KEY = WS-EOF-KEY
               AND   WS-ARCH-KEY = WS-EOF-KEY
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
               READ PARMCARD-FILE
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
           OR  (PARM-TEST-IND NOT = 'T' AND PARM-TEST-IND NOT = SPACE)
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARMCARD-FILE
           MOVE PARM-TAX-YEAR TO WS-RCTL-RUN-DATE (1:4)
           MOVE '1231' TO WS-RCTL-RUN-DATE (5:4)
      *    THE ROLL-UP FOR A TEST TRANSMISSION IS TRACKED UNDER
      *    THE SAME PARTITION AS ACCT1099'S TEST RUN, APART FROM
      *    THE PRODUCTION YEAR-END
           IF  PARM-TEST-IND = 'T'
               MOVE 'TS' TO WS-RCTL-PARTITION
           END-IF
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  INTJRNL-FILE
           OPEN INPUT  XREFACCT-FILE
           OPEN INPUT  ARCHFILE-FILE
           OPEN OUTPUT TAXWORK-FILE
           OPEN OUTPUT TAXEXCP-FILE
           PERFORM 0200-WRITE-REPORT-HEADING
           PERFORM 1100-GET-NEXT-INT
           PERFORM 1200-GET-NEXT-XREF
           PERFORM 1300-GET-NEXT-ARCH.

       0200-WRITE-REPORT-HEADING.
           MOVE SPACES TO TAXEXCP-REC
           STRING '1099-INT INTEREST ROLL-UP EXCEPTIONS - TAX YEAR '
               PARM-TAX-YEAR DELIMITED BY SIZE
               INTO TAXEXCP-REC
           WRITE TAXEXCP-REC
           MOVE SPACES TO TAXEXCP-REC
           WRITE TAXEXCP-REC
           WRITE TAXEXCP-REC FROM EXC-COLUMN-LINE.

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

       0510-CHECK-PREDECESSOR.
           IF  WS-RCTL-PRED-JOB (WS-RCTL-SUB) NOT = SPACES
               MOVE WS-RCTL-PRED-JOB (WS-RCTL-SUB) TO RCTL-JOB-NAME
               MOVE SPACES                TO RCTL-PARTITION
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

       1100-GET-NEXT-INT.
           PERFORM 1110-READ-INT
           PERFORM 1110-READ-INT
               UNTIL WS-INT-KEY = WS-EOF-KEY
               OR WS-INT-IN-YEAR.

       1110-READ-INT.
           READ INTJRNL-FILE INTO INT-JOURNAL-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-INT-KEY
               NOT AT END
                   ADD 1 TO WS-INT-READ-COUNT
                   MOVE JINT-ACCT-NUMBER TO WS-INT-KEY
                   IF  JINT-RUN-DATE (1:4) = PARM-TAX-YEAR
                       MOVE 'Y' TO WS-INT-IN-YEAR-SW
                   ELSE
                       MOVE 'N' TO WS-INT-IN-YEAR-SW
                       ADD 1 TO WS-OUT-OF-YEAR-COUNT
                   END-IF
           END-READ.

       1200-GET-NEXT-XREF.
           READ XREFACCT-FILE INTO XREF-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-XREF-KEY
               NOT AT END
                   ADD 1 TO WS-XREF-READ-COUNT
                   MOVE XREF-ACCT-NUMBER TO WS-XREF-KEY
           END-READ.

      *    ONLY DETAIL RECORDS CARRY AN ACCOUNT - THE BATCH
      *    TRAILERS ACCTPURG CLOSES EACH RUN WITH ARE SKIPPED
       1300-GET-NEXT-ARCH.
           PERFORM 1310-READ-ARCH
           PERFORM 1310-READ-ARCH
               UNTIL WS-ARCH-KEY = WS-EOF-KEY
               OR WS-ARCH-DETAIL.

       1310-READ-ARCH.
           READ ARCHFILE-FILE INTO ARCHIVE-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-ARCH-KEY
               NOT AT END
                   IF  ARCH-DETAIL-RECORD
                       ADD 1 TO WS-ARCH-READ-COUNT
                       MOVE ARCH-ACCT-IMAGE TO IMAGE-RECORD
                       MOVE IMG-NUMBER TO WS-ARCH-KEY
                       MOVE 'Y' TO WS-ARCH-DETAIL-SW
                   ELSE
                       MOVE 'N' TO WS-ARCH-DETAIL-SW
                   END-IF
           END-READ.

       1000-PROCESS-ACCOUNT.
           MOVE WS-INT-KEY TO WS-CURR-ACCT
           IF  WS-XREF-KEY < WS-CURR-ACCT
               MOVE WS-XREF-KEY TO WS-CURR-ACCT
           END-IF
           IF  WS-ARCH-KEY < WS-CURR-ACCT
               MOVE WS-ARCH-KEY TO WS-CURR-ACCT
           END-IF
           PERFORM 1400-START-ACCOUNT
           PERFORM 2000-CONSUME-INT-ENTRY
               UNTIL WS-INT-KEY NOT = WS-CURR-ACCT
           PERFORM 2100-CONSUME-XREF-ENTRY
               UNTIL WS-XREF-KEY NOT = WS-CURR-ACCT
           PERFORM 2200-CONSUME-ARCH-ENTRY
               UNTIL WS-ARCH-KEY NOT = WS-CURR-ACCT
           IF  WS-ACCT-INT-ENTRIES > 0
               PERFORM 3000-FINISH-ACCOUNT
           END-IF.

       1400-START-ACCOUNT.
           MOVE 0      TO WS-ACCT-INTEREST
           MOVE 0      TO WS-ACCT-INT-ENTRIES
           MOVE 0      TO WS-HOLDER-CUST-ID
           MOVE 0      TO WS-HOLDER-COUNT
           MOVE SPACES TO WS-PURGE-DATE
           MOVE SPACES TO WS-ARCHIVED-NAME.

       2000-CONSUME-INT-ENTRY.
           ADD 1 TO WS-ACCT-INT-ENTRIES
           ADD JINT-ACCRUAL-AMOUNT TO WS-ACCT-INTEREST
           PERFORM 1100-GET-NEXT-INT.

      *    THE UNLOAD IS SORTED BY CUSTOMER WITHIN ACCOUNT, SO THE
      *    FIRST LINK SEEN IS THE LOWEST CUSTOMER ID - THE HOLDER
      *    A JOINT ACCOUNT REPORTS UNDER
       2100-CONSUME-XREF-ENTRY.
           IF  WS-HOLDER-COUNT = 0
               MOVE XREF-CUST-ID TO WS-HOLDER-CUST-ID
           END-IF
           ADD 1 TO WS-HOLDER-COUNT
           PERFORM 1200-GET-NEXT-XREF.

      *    AN ACCOUNT NUMBER CAN BE PURGED, REISSUED AND PURGED
      *    AGAIN - ONLY A PURGE DATED IN THE TAX YEAR COUNTS, AND
      *    THE LATEST ONE WINS
       2200-CONSUME-ARCH-ENTRY.
           IF  ARCH-PURGE-DATE (1:4) = PARM-TAX-YEAR
           AND ARCH-PURGE-DATE > WS-PURGE-DATE
               MOVE ARCH-PURGE-DATE TO WS-PURGE-DATE
               MOVE IMG-NAME        TO WS-ARCHIVED-NAME
           END-IF
           PERFORM 1300-GET-NEXT-ARCH.

       3000-FINISH-ACCOUNT.
           ADD 1 TO WS-INTEREST-ACCT-COUNT
           IF  WS-HOLDER-COUNT > 1
               ADD 1 TO WS-JOINT-COUNT
           END-IF
           IF  WS-HOLDER-COUNT = 0
               ADD 1 TO WS-NO-LINK-COUNT
               ADD WS-ACCT-INTEREST TO WS-UNREPORTED-TOTAL
               MOVE 'NO CUSTOMER LINK - NOT REPORTED'
                   TO WS-EXCP-REMARK
           ELSE
               PERFORM 3100-WRITE-TAX-WORK
               MOVE 'REPORTED UNDER LINKED CUSTOMER'
                   TO WS-EXCP-REMARK
           END-IF
           IF  WS-PURGE-DATE NOT = SPACES
               ADD 1 TO WS-PURGED-COUNT
               MOVE 'PRGD' TO WS-EXCP-REASON
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               IF  WS-HOLDER-COUNT = 0
                   MOVE 'NLNK' TO WS-EXCP-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

       3100-WRITE-TAX-WORK.
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-ACCT-INTEREST TO WS-REPORTED-TOTAL
           MOVE SPACES            TO TAX-WORK-RECORD
           MOVE WS-HOLDER-CUST-ID TO TAXW-CUST-ID
           MOVE WS-CURR-ACCT      TO TAXW-ACCT-NUMBER
           MOVE WS-ACCT-INTEREST  TO TAXW-INTEREST
           MOVE WS-HOLDER-COUNT   TO TAXW-HOLDER-COUNT
           MOVE WS-PURGE-DATE     TO TAXW-PURGE-DATE
           WRITE TAXWORK-REC FROM TAX-WORK-RECORD.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT
           MOVE WS-EXCP-REASON    TO EXC-DET-REASON
           MOVE WS-CURR-ACCT      TO EXC-DET-ACCT
           MOVE WS-HOLDER-CUST-ID TO EXC-DET-CUST
           MOVE WS-ACCT-INTEREST  TO EXC-DET-INTEREST
           MOVE WS-PURGE-DATE     TO EXC-DET-PURGED
           MOVE WS-ARCHIVED-NAME  TO EXC-DET-NAME
           MOVE WS-EXCP-REMARK    TO EXC-DET-REMARK
           WRITE TAXEXCP-REC FROM EXC-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO TAXEXCP-REC
           WRITE TAXEXCP-REC
           MOVE 'ROLL-UP SUMMARY' TO TAXEXCP-REC
           WRITE TAXEXCP-REC
           MOVE SPACES TO TAXEXCP-REC
           WRITE TAXEXCP-REC

           MOVE 'ACCRUAL RECORDS READ'   TO RPT-CNT-LABEL
           MOVE WS-INT-READ-COUNT        TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'OUTSIDE TAX YEAR'       TO RPT-CNT-LABEL
           MOVE WS-OUT-OF-YEAR-COUNT     TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'CROSS-REFERENCES READ'  TO RPT-CNT-LABEL
           MOVE WS-XREF-READ-COUNT       TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'ARCHIVED ACCOUNTS READ' TO RPT-CNT-LABEL
           MOVE WS-ARCH-READ-COUNT       TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'ACCOUNTS WITH INTEREST' TO RPT-CNT-LABEL
           MOVE WS-INTEREST-ACCT-COUNT   TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'ACCOUNTS REPORTED'      TO RPT-CNT-LABEL
           MOVE WS-REPORTED-COUNT        TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'INTEREST REPORTED'      TO RPT-AMT-LABEL
           MOVE WS-REPORTED-TOTAL        TO RPT-AMT-VALUE
           WRITE TAXEXCP-REC FROM RPT-AMOUNT-LINE

           MOVE 'JOINT ACCOUNTS'         TO RPT-CNT-LABEL
           MOVE WS-JOINT-COUNT           TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'NO CUSTOMER LINK'       TO RPT-CNT-LABEL
           MOVE WS-NO-LINK-COUNT         TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE

           MOVE 'INTEREST NOT REPORTED'  TO RPT-AMT-LABEL
           MOVE WS-UNREPORTED-TOTAL      TO RPT-AMT-VALUE
           WRITE TAXEXCP-REC FROM RPT-AMOUNT-LINE

           MOVE 'PURGED IN TAX YEAR'     TO RPT-CNT-LABEL
           MOVE WS-PURGED-COUNT          TO RPT-CNT-VALUE
           WRITE TAXEXCP-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'ACCOUNTS WITH INTEREST: ' WS-INTEREST-ACCT-COUNT
           DISPLAY 'ACCOUNTS REPORTED:      ' WS-REPORTED-COUNT
           DISPLAY 'EXCEPTIONS LISTED:      ' WS-EXCP-COUNT
           CLOSE INTJRNL-FILE
                 XREFACCT-FILE
                 ARCHFILE-FILE
                 TAXWORK-FILE
                 TAXEXCP-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'INTJRNL'              TO WS-RCTL-INPUT-DD
           MOVE WS-INT-READ-COUNT      TO WS-RCTL-INPUT-COUNT
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
