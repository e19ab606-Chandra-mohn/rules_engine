      *  remitted, so nothing is re-lettered or remitted   *
      *  twice.  The remittance file closes with a count   *
      *  and dollar trailer for the state filing.          *
      *  An entry ACCTPOST marked reactivated - the        *
      *  customer came back before remittance - is         *
      *  re-lettered if the account is a candidate again,  *
      *  restarting the waiting period from this run - but *
      *  only once ACCTKSDS shows it dormant again.  The   *
      *  candidate file comes off the nightly extract, so  *
      *  an account still active on the master is skipped  *
      *  and its register entry left as it is.             *
      *                                                    *
      *  Elapsed days and the response deadline use the    *
      *  commercial 30/360 day count - every month reads   *
      *  as 30 days - which errs a candidate into at       *
      *  most a few extra days of waiting and never        *
      *  remits early.                                     *
      *                                                    *
      *  The candidate count and the remittance count and  *
      *  dollar total are appended to the shared CTLFILE   *
      *  for the run date, which the ACCTGLIF ledger feed  *
      *  ties back to.                                     *
      *  RC=0 CLEAN RUN, RC=4 REGISTER I/O PROBLEM.        *
      *  RC=20 REFUSED BY RUNCTL (PREDECESSOR INCOMPLETE), *
      *  RC=24 REFUSED BY RUNCTL (ALREADY RUN), RC=16      *
      *  RUNCTL UNAVAILABLE.                               *
      ******************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCHRPT-STATUS.

           SELECT CTLFILE-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLFILE-STATUS.

           SELECT ESCHREG-FILE ASSIGN TO ESCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EREG-ACCT-NUMBER
               FILE STATUS IS ESCHREG-STATUS.

           SELECT ACCTKSDS-FILE ASSIGN TO ACCTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KSDS-NUMBER
               FILE STATUS IS ACCTKSDS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
       01  PARMCARD-REC.
           05  PARM-RUN-DATE           PIC X(8).
           05  PARM-WAIT-DAYS          PIC 9(3).
           05  FILLER                  PIC X(68).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  ESCHFILE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  ESCHRPT-REC                 PIC X(132).

       FD  CTLFILE-FILE
           RECORDING MODE IS F.
       01  CTLFILE-REC                 PIC X(50).

       FD  ESCHREG-FILE.
       01  ESCHREG-REC.
           COPY ESCHREG.

       FD  ACCTKSDS-FILE.
       01  ACCTKSDS-REC.
           COPY ACCTREC
               REPLACING ==ACCT-NUMBER==    BY ==KSDS-NUMBER==
                         ==ACCT-NAME==      BY ==KSDS-NAME==
                         ==ACCT-STATUS==    BY ==KSDS-STATUS==
                         ==ACCT-BALANCE==   BY ==KSDS-BALANCE==
                         ==ACCT-OPEN-DATE==
                             BY ==KSDS-OPEN-DATE==
                         ==ACCT-CLOSE-DATE==
                             BY ==KSDS-CLOSE-DATE==
                         ==ACCT-LAST-ACTIVITY-DATE==
                             BY ==KSDS-LAST-ACTIVITY-DATE==.

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  ESCHFILE-STATUS    PIC X(2).
       01  LTRFILE-STATUS     PIC X(2).
       01  REMITOUT-STATUS    PIC X(2).
       01  ESCHRPT-STATUS     PIC X(2).
       01  CTLFILE-STATUS     PIC X(2).
       01  ESCHREG-STATUS     PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       01  CONTROL-RECORD.
           COPY CTLREC.

       01  WS-CTL-FILE-DD         PIC X(8)  VALUE SPACES.
       01  WS-CTL-DIRECTION       PIC X(1)  VALUE SPACE.
       01  WS-CTL-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CTL-HASH            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-WAIT-DAYS           PIC 9(3)  VALUE 0.

       01  WS-DEADLINE-DATE       PIC X(8)  VALUE SPACES.

       01  WS-INPUT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-INPUT-HASH-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LETTER-COUNT        PIC 9(9)  VALUE 0.
       01  WS-WAITING-COUNT       PIC 9(9)  VALUE 0.
       01  WS-REMIT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-REMIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ALREADY-COUNT       PIC 9(9)  VALUE 0.
       01  WS-RENOTIFY-COUNT      PIC 9(9)  VALUE 0.
       01  WS-REACT-SKIP-COUNT    PIC 9(9)  VALUE 0.
       01  WS-REG-ERROR-COUNT     PIC 9(9)  VALUE 0.

       01  WS-EDIT-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  RPT-AMT-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(87)  VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTESCH'.
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

       PROCEDURE DIVISION.
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-COMPLETE-RUN-CONTROL
           STOP RUN.

       0100-INITIALIZE.
           MOVE PARM-RUN-DATE  TO WS-RUN-DATE
           MOVE PARM-WAIT-DAYS TO WS-WAIT-DAYS
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 0400-COMPUTE-DEADLINE
           OPEN INPUT  ESCHFILE-FILE
           OPEN OUTPUT LTRFILE-FILE
                   ESCHREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    COMMERCIAL 30/360 DAY NUMBER OFF WS-DATE-WORK - GOOD
           SUBTRACT 30 FROM WS-DEADLINE-DAY-SUM
           ADD 1 TO WS-DW-MM.

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

       1000-ESCHFILE-GET-NEXT.
           READ ESCHFILE-FILE INTO ACCOUNT-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   IF  ACCT-BALANCE NUMERIC
                       ADD ACCT-BALANCE TO WS-INPUT-HASH-TOTAL
                   END-IF
                   PERFORM 2000-PROCESS-CANDIDATE
           END-READ.

                   PERFORM 3000-NOTIFY-CANDIDATE
               WHEN EREG-STAGE-REMITTED
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN EREG-STAGE-REACTIVATED
                   PERFORM 3200-RENOTIFY-CANDIDATE
               WHEN OTHER
                   PERFORM 4000-CHECK-WAITING-PERIOD
           END-EVALUATE.
           MOVE SPACES TO LTRFILE-REC
           WRITE LTRFILE-REC.

      *    THE CUSTOMER CAME BACK - THE CANDIDATE FILE IS CUT
      *    FROM THE EXTRACT, SO CHECK THE MASTER BEFORE LETTERING.
      *    STILL ACTIVE (OR GONE FROM THE MASTER) IS SKIPPED AND
      *    THE ENTRY LEFT REACTIVATED.  DORMANT AGAIN MEANS THE
      *    OLD NOTIFICATION NO LONGER COUNTS, SO LETTER AFRESH
      *    AND RESTART THE WAITING PERIOD FROM THIS RUN
       3200-RENOTIFY-CANDIDATE.
           MOVE ACCT-NUMBER TO KSDS-NUMBER
           READ ACCTKSDS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  ACCTKSDS-STATUS = '00'
           AND KSDS-STATUS = 'D'
               PERFORM 3210-RELETTER-CANDIDATE
           ELSE
               ADD 1 TO WS-REACT-SKIP-COUNT
           END-IF.

       3210-RELETTER-CANDIDATE.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-RENOTIFY-COUNT
           PERFORM 3100-WRITE-LETTER
           MOVE WS-RUN-DATE  TO EREG-NOTIFY-DATE
           MOVE 'N'          TO EREG-STAGE
           MOVE ACCT-BALANCE TO EREG-BALANCE
           REWRITE ESCHREG-REC
               INVALID KEY
                   ADD 1 TO WS-REG-ERROR-COUNT
                   DISPLAY 'ESCHREG REWRITE FAILED FOR ACCOUNT: '
                       EREG-ACCT-NUMBER ' STATUS: ' ESCHREG-STATUS
           END-REWRITE.

       4000-CHECK-WAITING-PERIOD.
           MOVE EREG-NOTIFY-DATE TO WS-DATE-WORK
           IF  WS-DATE-WORK NOT NUMERIC
           MOVE WS-LETTER-COUNT        TO RPT-CNT-VALUE
           WRITE ESCHRPT-REC FROM RPT-COUNT-LINE

           MOVE 'RE-LETTERED REACTIVATED' TO RPT-CNT-LABEL
           MOVE WS-RENOTIFY-COUNT      TO RPT-CNT-VALUE
           WRITE ESCHRPT-REC FROM RPT-COUNT-LINE

           MOVE 'REACTIVATED NOT DORMANT' TO RPT-CNT-LABEL
           MOVE WS-REACT-SKIP-COUNT    TO RPT-CNT-VALUE
           WRITE ESCHRPT-REC FROM RPT-COUNT-LINE

           MOVE 'IN WAITING PERIOD'    TO RPT-CNT-LABEL
           MOVE WS-WAITING-COUNT       TO RPT-CNT-VALUE
           WRITE ESCHRPT-REC FROM RPT-COUNT-LINE
           WRITE ESCHRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           PERFORM 9700-WRITE-CONTROL-TOTALS
           DISPLAY 'CANDIDATES READ:   ' WS-INPUT-COUNT
           DISPLAY 'LETTERS PRODUCED:  ' WS-LETTER-COUNT
           DISPLAY 'IN WAITING PERIOD: ' WS-WAITING-COUNT
                 LTRFILE-FILE
                 REMITOUT-FILE
                 ESCHRPT-FILE
                 ESCHREG-FILE
                 ACCTKSDS-FILE.

      *    APPENDS THE CANDIDATE COUNT AND BALANCE HASH AND THE
      *    REMITTANCE COUNT AND DOLLARS - THE SAME FIGURES THE
      *    REMITOUT TRAILER CARRIES - TO THE SHARED CONTROL FILE
       9700-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLFILE-FILE
           IF  CTLFILE-STATUS NOT = '00'
               OPEN OUTPUT CTLFILE-FILE
           END-IF
           MOVE 'ESCHFILE'           TO WS-CTL-FILE-DD
           MOVE 'I'                  TO WS-CTL-DIRECTION
           MOVE WS-INPUT-COUNT       TO WS-CTL-COUNT
           MOVE WS-INPUT-HASH-TOTAL  TO WS-CTL-HASH
           PERFORM 9750-WRITE-ONE-CONTROL
           MOVE 'REMITOUT'           TO WS-CTL-FILE-DD
           MOVE 'O'                  TO WS-CTL-DIRECTION
           MOVE WS-REMIT-COUNT       TO WS-CTL-COUNT
           MOVE WS-REMIT-TOTAL       TO WS-CTL-HASH
           PERFORM 9750-WRITE-ONE-CONTROL
           CLOSE CTLFILE-FILE.

       9750-WRITE-ONE-CONTROL.
           MOVE SPACES           TO CONTROL-RECORD
           MOVE 'ACCTESCH'       TO CTL-JOB-NAME
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
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
           MOVE 'ESCHFILE'             TO WS-RCTL-INPUT-DD
           MOVE WS-INPUT-COUNT         TO WS-RCTL-INPUT-COUNT
           MOVE WS-INPUT-HASH-TOTAL    TO WS-RCTL-INPUT-HASH
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
