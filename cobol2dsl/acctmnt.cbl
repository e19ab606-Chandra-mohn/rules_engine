      *  non-numeric balance leave the matching master     *
      *  field untouched, so a card need only carry the    *
      *  fields being changed.                             *
      *                                                    *
      *  Every card must carry the keying operator's id.   *
      *  A CLS, a CHG that takes the account to 'C', a CHG *
      *  moving the balance by more than the parm limit    *
      *  and a CHG to a different name are not applied but *
      *  held on the PENDMNT file for a second operator.   *
      *  An APV card from an operator other than the one   *
      *  who keyed it applies the held card as it stands,  *
      *  journalled under both ids; a REJ card drops it.   *
      *  An item still pending after the parm expiry days  *
      *  goes to the exception file as 'EXPD'.             *
      *                                                    *
      *  The card count and the journal's count and net    *
      *  balance movement (after-image less before-image   *
      *  balance) are appended to the shared CTLFILE for   *
      *  the run date, which the ACCTGLIF ledger feed      *
      *  ties back to.                                     *
      *  RC=20 REFUSED BY RUNCTL (PREDECESSOR INCOMPLETE), *
      *  RC=24 REFUSED BY RUNCTL (ALREADY RUN), RC=16      *
      *  RUNCTL UNAVAILABLE.                               *
      ******************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTEXCP-STATUS.

           SELECT CTLFILE-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLFILE-STATUS.

           SELECT ACCTKSDS-FILE ASSIGN TO ACCTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KSDS-NUMBER
               FILE STATUS IS ACCTKSDS-STATUS.

           SELECT PENDMNT-FILE ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDMNT-STATUS.

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
           05  PARM-RUN-DATE           PIC X(8).
           05  PARM-EXPIRY-DAYS        PIC 9(3).
           05  PARM-CHANGE-LIMIT       PIC 9(9)V99.
           05  FILLER                  PIC X(57).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  TRANFILE-FILE
           RECORDING MODE IS F.

       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       01  MNTJRNL-REC                 PIC X(242).

       FD  MNTEXCP-FILE
           RECORDING MODE IS F.
       01  MNTEXCP-REC                 PIC X(93).

       FD  CTLFILE-FILE
           RECORDING MODE IS F.
       01  CTLFILE-REC                 PIC X(50).

       FD  ACCTKSDS-FILE.
       01  ACCTKSDS-REC.
           COPY ACCTREC
                         ==ACCT-OPEN-DATE==
                             BY ==KSDS-OPEN-DATE==
                         ==ACCT-CLOSE-DATE==
                             BY ==KSDS-CLOSE-DATE==
                         ==ACCT-LAST-ACTIVITY-DATE==
                             BY ==KSDS-LAST-ACTIVITY-DATE==.

       FD  PENDMNT-FILE.
       01  PENDMNT-REC.
           COPY PENDMNT.

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  TRANFILE-STATUS    PIC X(2).
       01  MNTJRNL-STATUS     PIC X(2).
       01  MNTEXCP-STATUS     PIC X(2).
       01  CTLFILE-STATUS     PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  PENDMNT-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  TRAN-RECORD.
           COPY MNTTRAN.
       01  EXCEPTION-RECORD.
           COPY MNTEXCP.

       01  CONTROL-RECORD.
           COPY CTLREC.

      *    WORK AREA TO UNPACK THE BALANCE OUT OF A 100-BYTE
      *    BEFORE/AFTER ACCOUNT IMAGE FOR THE CONTROL TOTALS
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

       01  WS-CTL-FILE-DD         PIC X(8)  VALUE SPACES.
       01  WS-CTL-DIRECTION       PIC X(1)  VALUE SPACE.
       01  WS-CTL-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CTL-HASH            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TRAN-VALID-SW       PIC X(1)  VALUE 'Y'.
           88  WS-TRAN-VALID          VALUE 'Y'.
       01  WS-EXCP-REASON         PIC X(4)  VALUE SPACES.

      *    DUAL CONTROL - PARM EXPIRY AND BALANCE CHANGE LIMIT,
      *    DEFAULTED WHEN THE CARD DOES NOT CARRY THEM
       01  WS-EXPIRY-DAYS         PIC 9(3)  VALUE 5.
       01  WS-CHANGE-LIMIT        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BALANCE-CHANGE      PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-HOLD-SW             PIC X(1)  VALUE 'N'.
           88  WS-HOLD-FOR-APPROVAL   VALUE 'Y'.
       01  WS-HOLD-REASON         PIC X(4)  VALUE SPACES.
       01  WS-APPROVER-ID         PIC X(8)  VALUE SPACES.
       01  WS-PEND-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-PEND-EOF            VALUE 'Y'.
       01  WS-PEND-AGE            PIC S9(7) VALUE 0.

      *    CALENDAR DAY NUMBER - DAYS IN THE WHOLE YEARS BEFORE
      *    THE DATE, PLUS THE DAYS BEFORE ITS MONTH, PLUS THE DAY
       01  WS-DATE-WORK.
           05  WS-DW-YYYY         PIC 9(4).
           05  WS-DW-MM           PIC 9(2).
           05  WS-DW-DD           PIC 9(2).
       01  WS-DAY-NUMBER          PIC 9(7)  VALUE 0.
       01  WS-RUN-DAY             PIC 9(7)  VALUE 0.
       01  WS-PRIOR-YEARS         PIC 9(4)  VALUE 0.
       01  WS-LEAP-DAYS           PIC 9(4)  VALUE 0.
       01  WS-LEAP-QUOTIENT       PIC 9(4)  VALUE 0.
       01  WS-LEAP-REM-4          PIC 9(3)  VALUE 0.
       01  WS-LEAP-REM-100        PIC 9(3)  VALUE 0.
       01  WS-LEAP-REM-400        PIC 9(3)  VALUE 0.

       01  WS-DAYS-BEFORE-TABLE.
           05  FILLER             PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  FILLER REDEFINES WS-DAYS-BEFORE-TABLE.
           05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

       01  WS-TRAN-COUNT          PIC 9(9)  VALUE 0.
       01  WS-APPLIED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-EXCP-COUNT          PIC 9(9)  VALUE 0.
       01  WS-HELD-COUNT          PIC 9(9)  VALUE 0.
       01  WS-APPROVED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-MOVEMENT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTMNT '.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
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

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-COMPLETE-RUN-CONTROL
           STOP RUN.

       0100-INITIALIZE.
           IF  PARMCARD-STATUS = '00'
               READ PARMCARD-FILE
               IF  PARMCARD-STATUS NOT = '00'
                   MOVE SPACES TO PARMCARD-REC
               END-IF
           ELSE
               MOVE SPACES TO PARMCARD-REC
           END-IF
           IF  PARM-EXPIRY-DAYS NUMERIC
               MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           END-IF
           IF  PARM-CHANGE-LIMIT NUMERIC
               MOVE PARM-CHANGE-LIMIT TO WS-CHANGE-LIMIT
           END-IF
           CLOSE PARMCARD-FILE
           IF  PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO PARM-RUN-DATE
           END-IF
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0400-IDENTIFY-INPUT
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  TRANFILE-FILE
           OPEN OUTPUT MNTJRNL-FILE
           OPEN OUTPUT MNTEXCP-FILE
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    PENDMNT-FILE
           IF  PENDMNT-STATUS NOT = '00'
               DISPLAY 'PENDMNT OPEN FAILED - STATUS: '
                   PENDMNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    DAY NUMBER OF THE DATE IN WS-DATE-WORK, COUNTING THE
      *    FEBRUARY 29TH OF EVERY LEAP YEAR ALREADY PASSED
       0300-COMPUTE-DAY-NUMBER.
           COMPUTE WS-PRIOR-YEARS = WS-DW-YYYY - 1
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOTIENT
           SUBTRACT WS-LEAP-QUOTIENT FROM WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOTIENT
           ADD WS-LEAP-QUOTIENT TO WS-LEAP-DAYS
           COMPUTE WS-DAY-NUMBER =
               (WS-PRIOR-YEARS * 365) + WS-LEAP-DAYS
               + WS-DAYS-BEFORE-MONTH (WS-DW-MM) + WS-DW-DD
           IF  WS-DW-MM > 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF  WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0
                    OR WS-LEAP-REM-400 = 0)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

      *    THE CARD FILE IS COUNTED AND HASHED BEFORE THE RUN
      *    CONTROL CHECK, SO A FILE ALREADY APPLIED UNDER AN
      *    EARLIER RUN DATE IS REFUSED BEFORE ANY MASTER CHANGES
       0400-IDENTIFY-INPUT.
           MOVE 'TRANFILE' TO WS-RCTL-INPUT-DD
           OPEN INPUT TRANFILE-FILE
           IF  TRANFILE-STATUS = '00'
               PERFORM 0410-IDENTIFY-NEXT UNTIL END-OF-FILE = 'Y'
               CLOSE TRANFILE-FILE
           END-IF
           MOVE 'N' TO END-OF-FILE.

       0410-IDENTIFY-NEXT.
           READ TRANFILE-FILE INTO TRAN-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-RCTL-INPUT-COUNT
                   IF  TRAN-ACCT-BALANCE NUMERIC
                       ADD TRAN-ACCT-BALANCE TO WS-RCTL-INPUT-HASH
                   END-IF
                   IF  TRAN-ACCT-NUMBER NUMERIC
                       ADD TRAN-ACCT-NUMBER TO WS-RCTL-INPUT-KEY-HASH
                   END-IF
                   IF  TRAN-SEQUENCE NUMERIC
                       ADD TRAN-SEQUENCE TO WS-RCTL-INPUT-KEY-HASH
                   END-IF
           END-READ.

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

       1000-TRANFILE-GET-NEXT.
           READ TRANFILE-FILE INTO TRAN-RECORD
               AT END
           END-READ.

       1100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-APPROVER-ID
           PERFORM 1200-EDIT-TRANSACTION
           IF  WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN TRAN-ACTION-APPROVE
                   WHEN TRAN-ACTION-REJECT
                       PERFORM 5000-PROCESS-APPROVAL
                   WHEN OTHER
                       PERFORM 1300-CHECK-DUAL-CONTROL
                       IF  WS-HOLD-FOR-APPROVAL
                           PERFORM 1400-HOLD-TRANSACTION
                       ELSE
                           PERFORM 1500-APPLY-ACTION
                       END-IF
               END-EVALUATE
           END-IF
           IF  WS-TRAN-VALID
           IF  NOT TRAN-ACTION-ADD
           AND NOT TRAN-ACTION-CHANGE
           AND NOT TRAN-ACTION-CLOSE
           AND NOT TRAN-ACTION-APPROVE
           AND NOT TRAN-ACTION-REJECT
               MOVE 'N'    TO WS-TRAN-VALID-SW
               MOVE 'ACTN' TO WS-EXCP-REASON
           END-IF
           IF  WS-TRAN-VALID
               IF  TRAN-OPERATOR-ID = SPACES
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'OPER' TO WS-EXCP-REASON
               END-IF
           END-IF
           IF  WS-TRAN-VALID
               IF  TRAN-ACCT-NUMBER = ZERO
               OR  TRAN-ACCT-NUMBER NOT NUMERIC
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'STCD' TO WS-EXCP-REASON
               END-IF
           END-IF
           IF  WS-TRAN-VALID
           AND (TRAN-ACTION-APPROVE OR TRAN-ACTION-REJECT)
               IF  TRAN-PEND-SEQUENCE NOT NUMERIC
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'PNFD' TO WS-EXCP-REASON
               END-IF
           END-IF.

       1300-CHECK-DUAL-CONTROL.
           MOVE 'N'    TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-REASON
           IF  TRAN-ACTION-CLOSE
               MOVE 'Y'    TO WS-HOLD-SW
               MOVE 'CLOS' TO WS-HOLD-REASON
           END-IF
           IF  TRAN-ACTION-CHANGE
               PERFORM 1310-CHECK-CHANGE-RISK
           END-IF.

      *    A CHG TO 'C' IS A CLOSE AND IS HELD LIKE ONE.  THE
      *    BALANCE AND NAME ARE COMPARED WITH THE MASTER; A CARD
      *    FOR A MISSING ACCOUNT IS LEFT TO BE REJECTED BY 3000
       1310-CHECK-CHANGE-RISK.
           IF  TRAN-ACCT-STATUS = 'C'
               MOVE 'Y'    TO WS-HOLD-SW
               MOVE 'CLOS' TO WS-HOLD-REASON
           ELSE
               MOVE TRAN-ACCT-NUMBER TO KSDS-NUMBER
               READ ACCTKSDS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF  ACCTKSDS-STATUS = '00'
                   PERFORM 1320-COMPARE-WITH-MASTER
               END-IF
           END-IF.

       1320-COMPARE-WITH-MASTER.
           IF  TRAN-ACCT-BALANCE NUMERIC
               COMPUTE WS-BALANCE-CHANGE =
                   TRAN-ACCT-BALANCE - KSDS-BALANCE
               IF  WS-BALANCE-CHANGE < 0
                   COMPUTE WS-BALANCE-CHANGE = 0 - WS-BALANCE-CHANGE
               END-IF
               IF  WS-BALANCE-CHANGE > WS-CHANGE-LIMIT
                   MOVE 'Y'    TO WS-HOLD-SW
                   MOVE 'BALC' TO WS-HOLD-REASON
               END-IF
           END-IF
           IF  NOT WS-HOLD-FOR-APPROVAL
           AND TRAN-ACCT-NAME NOT = SPACES
           AND TRAN-ACCT-NAME NOT = KSDS-NAME
               MOVE 'Y'    TO WS-HOLD-SW
               MOVE 'NAMC' TO WS-HOLD-REASON
           END-IF.

       1400-HOLD-TRANSACTION.
           MOVE SPACES           TO PENDMNT-REC
           MOVE 'A'              TO PEND-SOURCE
           MOVE PARM-RUN-DATE    TO PEND-HOLD-DATE
           MOVE TRAN-SEQUENCE    TO PEND-TRAN-SEQUENCE
           MOVE 'P'              TO PEND-STATUS
           MOVE TRAN-ACTION-CODE TO PEND-ACTION-CODE
           MOVE TRAN-ACCT-NUMBER TO PEND-KEY-NUMBER
           MOVE WS-HOLD-REASON   TO PEND-HOLD-REASON
           MOVE TRAN-OPERATOR-ID TO PEND-MAKER-ID
           MOVE TRAN-RECORD      TO PEND-TRAN-IMAGE
           WRITE PENDMNT-REC
               INVALID KEY
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'DUPK' TO WS-EXCP-REASON
           END-WRITE
           IF  WS-TRAN-VALID
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'HELD FOR APPROVAL: ' TRAN-SEQUENCE
                   ' ACCOUNT: ' TRAN-ACCT-NUMBER
                   ' REASON: ' WS-HOLD-REASON
           END-IF.

       1500-APPLY-ACTION.
           EVALUATE TRUE
               WHEN TRAN-ACTION-ADD
                   PERFORM 2000-APPLY-ADD
               WHEN TRAN-ACTION-CHANGE
                   PERFORM 3000-APPLY-CHANGE
               WHEN TRAN-ACTION-CLOSE
                   PERFORM 4000-APPLY-CLOSE
           END-EVALUATE.

       2000-APPLY-ADD.
           MOVE TRAN-ACCT-NUMBER TO KSDS-NUMBER
           READ ACCTKSDS-FILE
               END-IF
           END-IF.

      *    THE APPROVAL CARD NAMES THE PENDING ITEM BY THE RUN
      *    DATE IT WAS HELD ON AND ITS OWN CARD SEQUENCE, AND MUST
      *    CARRY THE SAME ACCOUNT.  ONLY AN APV NEEDS A SECOND
      *    OPERATOR - THE MAKER MAY WITHDRAW THEIR OWN ITEM
       5000-PROCESS-APPROVAL.
           MOVE 'A'                 TO PEND-SOURCE
           MOVE TRAN-PEND-HOLD-DATE TO PEND-HOLD-DATE
           MOVE TRAN-PEND-SEQUENCE  TO PEND-TRAN-SEQUENCE
           READ PENDMNT-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'PNFD' TO WS-EXCP-REASON
           END-READ
           IF  WS-TRAN-VALID
               IF  NOT PEND-STATUS-PENDING
               OR  PEND-KEY-NUMBER NOT = TRAN-ACCT-NUMBER
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'PNFD' TO WS-EXCP-REASON
               END-IF
           END-IF
           IF  WS-TRAN-VALID AND TRAN-ACTION-APPROVE
               IF  TRAN-OPERATOR-ID = PEND-MAKER-ID
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'SAMO' TO WS-EXCP-REASON
               END-IF
           END-IF
           IF  WS-TRAN-VALID
               MOVE TRAN-OPERATOR-ID TO PEND-CHECKER-ID
               MOVE PARM-RUN-DATE    TO PEND-RESOLVE-DATE
               IF  TRAN-ACTION-REJECT
                   MOVE 'R'    TO PEND-STATUS
                   MOVE 'REJD' TO PEND-RESOLVE-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 5100-RELEASE-HELD-ACTION
               END-IF
               REWRITE PENDMNT-REC
                   INVALID KEY
                       DISPLAY 'PENDMNT REWRITE FAILED - KEY: '
                           PEND-KEY ' STATUS: ' PENDMNT-STATUS
               END-REWRITE
           END-IF.

      *    THE HELD CARD REPLACES THE APPROVAL CARD AND IS APPLIED
      *    AS IT STANDS, SO IF IT NOW FAILS IT IS THE HELD CARD
      *    THAT GOES TO THE EXCEPTION FILE FOR CORRECTION
       5100-RELEASE-HELD-ACTION.
           MOVE TRAN-OPERATOR-ID TO WS-APPROVER-ID
           MOVE PEND-TRAN-IMAGE  TO TRAN-RECORD
           PERFORM 1500-APPLY-ACTION
           IF  WS-TRAN-VALID
               MOVE 'A'    TO PEND-STATUS
               MOVE SPACES TO PEND-RESOLVE-REASON
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               MOVE 'R'    TO PEND-STATUS
               MOVE WS-EXCP-REASON TO PEND-RESOLVE-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       7000-WRITE-JOURNAL.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE PARM-RUN-DATE     TO JRNL-RUN-DATE
           MOVE TRAN-ACTION-CODE  TO JRNL-ACTION-CODE
           MOVE TRAN-ACCT-NUMBER  TO JRNL-ACCT-NUMBER
           MOVE ACCTKSDS-REC      TO JRNL-AFTER-IMAGE
           MOVE TRAN-OPERATOR-ID  TO JRNL-OPERATOR-ID
           MOVE WS-APPROVER-ID    TO JRNL-APPROVER-ID
           WRITE MNTJRNL-REC FROM JOURNAL-RECORD
           PERFORM 7100-ACCUMULATE-MOVEMENT.

      *    THE BEFORE IMAGE OF AN ADD IS SPACES - A NON-NUMERIC
      *    IMAGE BALANCE COUNTS AS ZERO, SO AN ADD MOVES THE
      *    LEDGER BY ITS OPENING BALANCE AND A CLOSE BY NOTHING
       7100-ACCUMULATE-MOVEMENT.
           MOVE JRNL-AFTER-IMAGE TO IMAGE-RECORD
           IF  IMG-BALANCE NUMERIC
               ADD IMG-BALANCE TO WS-MOVEMENT-TOTAL
           END-IF
           MOVE JRNL-BEFORE-IMAGE TO IMAGE-RECORD
           IF  IMG-BALANCE NUMERIC
               SUBTRACT IMG-BALANCE FROM WS-MOVEMENT-TOTAL
           END-IF.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT
               ' ACCOUNT: ' TRAN-ACCT-NUMBER
               ' REASON: ' WS-EXCP-REASON.

      *    SWEEPS THE ACCOUNT ITEMS ON PENDMNT AFTER THE CARDS ARE
      *    APPLIED, SO AN APPROVAL ON THE LAST DAY STILL RELEASES
      *    ITS ITEM.  NO EXPIRY IS POSSIBLE WITHOUT A RUN DATE
       8500-EXPIRE-PENDING.
           IF  PARM-RUN-DATE NUMERIC
               MOVE PARM-RUN-DATE TO WS-DATE-WORK
               PERFORM 0300-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-RUN-DAY
               MOVE 'N'        TO WS-PEND-EOF-SW
               MOVE LOW-VALUES TO PEND-KEY
               MOVE 'A'        TO PEND-SOURCE
               START PENDMNT-FILE
                   KEY NOT < PEND-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PEND-EOF-SW
               END-START
               PERFORM 8510-READ-NEXT-PENDING
                   UNTIL WS-PEND-EOF
           ELSE
               DISPLAY 'NO RUN DATE - PENDING ITEMS NOT AGED'
           END-IF.

       8510-READ-NEXT-PENDING.
           READ PENDMNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-SW
           END-READ
           IF  NOT WS-PEND-EOF
               IF  PEND-SOURCE-ACCOUNT
                   IF  PEND-STATUS-PENDING
                   AND PEND-HOLD-DATE NUMERIC
                       PERFORM 8520-CHECK-EXPIRY
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PEND-EOF-SW
               END-IF
           END-IF.

       8520-CHECK-EXPIRY.
           MOVE PEND-HOLD-DATE TO WS-DATE-WORK
           PERFORM 0300-COMPUTE-DAY-NUMBER
           COMPUTE WS-PEND-AGE = WS-RUN-DAY - WS-DAY-NUMBER
           IF  WS-PEND-AGE > WS-EXPIRY-DAYS
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'E'           TO PEND-STATUS
               MOVE PARM-RUN-DATE TO PEND-RESOLVE-DATE
               MOVE 'EXPD'        TO PEND-RESOLVE-REASON
               REWRITE PENDMNT-REC
                   INVALID KEY
                       DISPLAY 'PENDMNT REWRITE FAILED - KEY: '
                           PEND-KEY ' STATUS: ' PENDMNT-STATUS
               END-REWRITE
               MOVE PEND-TRAN-IMAGE TO TRAN-RECORD
               MOVE 'EXPD'          TO WS-EXCP-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       9000-END-OF-JOB.
           PERFORM 8500-EXPIRE-PENDING
           PERFORM 9700-WRITE-CONTROL-TOTALS
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRAN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-EXCP-COUNT
           DISPLAY 'HELD FOR APPROVAL:    ' WS-HELD-COUNT
           DISPLAY 'HELD ITEMS APPROVED:  ' WS-APPROVED-COUNT
           DISPLAY 'HELD ITEMS REJECTED:  ' WS-REJECTED-COUNT
           DISPLAY 'HELD ITEMS EXPIRED:   ' WS-EXPIRED-COUNT
           CLOSE TRANFILE-FILE
                 MNTJRNL-FILE
                 MNTEXCP-FILE
                 ACCTKSDS-FILE
                 PENDMNT-FILE.

      *    APPENDS THE CARD COUNT AND THE JOURNAL'S COUNT AND NET
      *    BALANCE MOVEMENT TO THE SHARED CONTROL FILE FOR THE
      *    LEDGER FEED TO TIE BACK TO
       9700-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLFILE-FILE
           IF  CTLFILE-STATUS NOT = '00'
               OPEN OUTPUT CTLFILE-FILE
           END-IF
           MOVE 'TRANFILE'           TO WS-CTL-FILE-DD
           MOVE 'I'                  TO WS-CTL-DIRECTION
           MOVE WS-TRAN-COUNT        TO WS-CTL-COUNT
           MOVE 0                    TO WS-CTL-HASH
           PERFORM 9750-WRITE-ONE-CONTROL
           MOVE 'MNTJRNL '           TO WS-CTL-FILE-DD
           MOVE 'O'                  TO WS-CTL-DIRECTION
           MOVE WS-APPLIED-COUNT     TO WS-CTL-COUNT
           MOVE WS-MOVEMENT-TOTAL    TO WS-CTL-HASH
           PERFORM 9750-WRITE-ONE-CONTROL
           CLOSE CTLFILE-FILE.

       9750-WRITE-ONE-CONTROL.
           MOVE SPACES           TO CONTROL-RECORD
           MOVE 'ACCTMNT '       TO CTL-JOB-NAME
           MOVE PARM-RUN-DATE    TO CTL-RUN-DATE
           MOVE WS-CTL-FILE-DD   TO CTL-FILE-DD
           MOVE WS-CTL-DIRECTION TO CTL-DIRECTION
           MOVE SPACES           TO CTL-PARTITION
           MOVE WS-CTL-COUNT     TO CTL-RECORD-COUNT
           MOVE WS-CTL-HASH      TO CTL-HASH-TOTAL
           WRITE CTLFILE-REC FROM CONTROL-RECORD.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
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
