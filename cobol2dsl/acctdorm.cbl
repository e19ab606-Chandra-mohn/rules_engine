       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.

      ******************************************************
      *  PERIODIC ACCOUNT DORMANCY RUN                     *
      *  Browses ACCTKSDS in key order and moves every     *
      *  active account whose last customer activity is    *
      *  older than the parm-card inactivity period to     *
      *  status 'D'.  The last activity date is the one    *
      *  ACCTPOST stamps on each deposit or withdrawal;    *
      *  an account with none posted yet ages from its     *
      *  open date instead.  Every account moved is        *
      *  journalled to DORMJRNL in MNTJRNL layout with     *
      *  action 'DRM' and its before and after images, so  *
      *  the status change traces back like any ACCTMNT    *
      *  change, and listed on the dormancy report.        *
      *  ACCTPOST sets the account back to 'A' when the    *
      *  customer next deposits or withdraws.              *
      *                                                    *
      *  Elapsed days use the commercial 30/360 day count  *
      *  ACCTESCH uses.  An active account with neither a  *
      *  usable activity date nor a usable open date is    *
      *  left active and listed - an unknown date is a     *
      *  data problem, not proof of inactivity.            *
      *  RC=0 CLEAN RUN, RC=4 UNDATED ACCOUNTS LISTED OR   *
      *  KSDS REWRITE FAILURES.                            *
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

           SELECT DORMJRNL-FILE ASSIGN TO DORMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMJRNL-STATUS.

           SELECT DORMRPT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMRPT-STATUS.

           SELECT ACCTKSDS-FILE ASSIGN TO ACCTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           RECORDING MODE IS F.
       01  PARMCARD-REC.
           05  PARM-RUN-DATE           PIC X(8).
           05  PARM-INACTIVE-DAYS      PIC 9(4).
           05  FILLER                  PIC X(67).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  DORMJRNL-FILE
           RECORDING MODE IS F.
       01  DORMJRNL-REC                PIC X(242).

       FD  DORMRPT-FILE
           RECORDING MODE IS F.
       01  DORMRPT-REC                 PIC X(132).

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
       01  DORMJRNL-STATUS    PIC X(2).
       01  DORMRPT-STATUS     PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  DORMANCY-JOURNAL-RECORD.
           COPY MNTJRNL.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-INACTIVE-DAYS       PIC 9(4)  VALUE 0.
       01  WS-AGE-FROM-DATE       PIC X(8)  VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY             PIC 9(4).
           05  WS-DW-MM               PIC 9(2).
           05  WS-DW-DD               PIC 9(2).

       01  WS-DAY-NUMBER          PIC 9(7)  VALUE 0.
       01  WS-RUN-DAY-NO          PIC 9(7)  VALUE 0.
       01  WS-ELAPSED-DAYS        PIC S9(7) VALUE 0.

       01  WS-READ-COUNT          PIC 9(9)  VALUE 0.
       01  WS-ACTIVE-COUNT        PIC 9(9)  VALUE 0.
       01  WS-DORMANT-COUNT       PIC 9(9)  VALUE 0.
       01  WS-DORMANT-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UNDATED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-REWRITE-ERROR-COUNT PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(33) VALUE
               'ACCOUNT DORMANCY RUN - RUN DATE '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(21) VALUE
               '  INACTIVITY PERIOD '.
           05  RPT-HDG-DAYS       PIC ZZZ9.
           05  FILLER             PIC X(5)  VALUE ' DAYS'.
           05  FILLER             PIC X(61) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(32) VALUE 'NAME'.
           05  FILLER             PIC X(10) VALUE 'AGED FROM'.
           05  FILLER             PIC X(10) VALUE 'DAYS'.
           05  FILLER             PIC X(17) VALUE '        BALANCE'.
           05  FILLER             PIC X(52) VALUE 'ACTION'.

       01  RPT-DETAIL-LINE.
           05  RPT-ACCT-NUMBER    PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACCT-NAME      PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AGED-FROM      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-DAYS           PIC ZZZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RPT-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION         PIC X(24).
           05  FILLER             PIC X(28) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AMT-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(87) VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTDORM'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'M'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTPOST'.
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
           PERFORM 1000-ACCTKSDS-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-UNDATED-COUNT > 0
           OR  WS-REWRITE-ERROR-COUNT > 0
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
           IF  PARM-RUN-DATE NOT NUMERIC
           OR  PARM-INACTIVE-DAYS NOT NUMERIC
           OR  PARM-INACTIVE-DAYS = 0
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE      TO WS-RUN-DATE
           MOVE PARM-INACTIVE-DAYS TO WS-INACTIVE-DAYS
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 0300-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NO
           OPEN I-O    ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DORMJRNL-FILE
           OPEN OUTPUT DORMRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE      TO RPT-HDG-DATE
           MOVE WS-INACTIVE-DAYS TO RPT-HDG-DAYS
           WRITE DORMRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO DORMRPT-REC
           WRITE DORMRPT-REC
           WRITE DORMRPT-REC FROM RPT-HEADING-2.

      *    COMMERCIAL 30/360 DAY NUMBER OFF WS-DATE-WORK, THE SAME
      *    COUNT ACCTESCH AGES ITS WAITING PERIOD WITH
       0300-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER =
               (WS-DW-YYYY * 360) + ((WS-DW-MM - 1) * 30)
               + WS-DW-DD.

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

       1000-ACCTKSDS-GET-NEXT.
           READ ACCTKSDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF  KSDS-STATUS = 'A'
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM 2000-CHECK-INACTIVITY
                   END-IF
           END-READ.

      *    AGE FROM THE LAST DEPOSIT OR WITHDRAWAL, OR FROM THE
      *    OPEN DATE WHEN NOTHING HAS POSTED SINCE THE ACTIVITY
      *    DATE WAS FIRST STAMPED
       2000-CHECK-INACTIVITY.
           EVALUATE TRUE
               WHEN KSDS-LAST-ACTIVITY-DATE NUMERIC
                   MOVE KSDS-LAST-ACTIVITY-DATE TO WS-AGE-FROM-DATE
               WHEN KSDS-OPEN-DATE NUMERIC
                   MOVE KSDS-OPEN-DATE          TO WS-AGE-FROM-DATE
               WHEN OTHER
                   MOVE SPACES                  TO WS-AGE-FROM-DATE
           END-EVALUATE
           IF  WS-AGE-FROM-DATE = SPACES
               ADD 1 TO WS-UNDATED-COUNT
               MOVE 0 TO WS-ELAPSED-DAYS
               MOVE 'NO USABLE DATE - KEPT' TO RPT-ACTION
               PERFORM 4000-WRITE-DETAIL-LINE
           ELSE
               MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK
               PERFORM 0300-COMPUTE-DAY-NUMBER
               COMPUTE WS-ELAPSED-DAYS =
                   WS-RUN-DAY-NO - WS-DAY-NUMBER
               IF  WS-ELAPSED-DAYS >= WS-INACTIVE-DAYS
                   PERFORM 3000-MARK-DORMANT
               END-IF
           END-IF.

       3000-MARK-DORMANT.
           MOVE ACCTKSDS-REC TO JRNL-BEFORE-IMAGE
           MOVE 'D'          TO KSDS-STATUS
           REWRITE ACCTKSDS-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF  ACCTKSDS-STATUS = '00'
               ADD 1 TO WS-DORMANT-COUNT
               ADD KSDS-BALANCE TO WS-DORMANT-TOTAL
               PERFORM 7000-WRITE-JOURNAL
               MOVE 'MOVED TO DORMANT' TO RPT-ACTION
           ELSE
               ADD 1 TO WS-REWRITE-ERROR-COUNT
               DISPLAY 'ACCTKSDS REWRITE FAILED FOR ACCOUNT: '
                   KSDS-NUMBER ' STATUS: ' ACCTKSDS-STATUS
               MOVE 'REWRITE FAILED' TO RPT-ACTION
           END-IF
           PERFORM 4000-WRITE-DETAIL-LINE.

       4000-WRITE-DETAIL-LINE.
           MOVE KSDS-NUMBER      TO RPT-ACCT-NUMBER
           MOVE KSDS-NAME        TO RPT-ACCT-NAME
           MOVE WS-AGE-FROM-DATE TO RPT-AGED-FROM
           MOVE WS-ELAPSED-DAYS  TO RPT-DAYS
           MOVE KSDS-BALANCE     TO RPT-BALANCE
           WRITE DORMRPT-REC FROM RPT-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO DORMRPT-REC
           WRITE DORMRPT-REC

           MOVE 'ACCOUNTS READ'        TO RPT-CNT-LABEL
           MOVE WS-READ-COUNT          TO RPT-CNT-VALUE
           WRITE DORMRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ACTIVE ACCOUNTS'      TO RPT-CNT-LABEL
           MOVE WS-ACTIVE-COUNT        TO RPT-CNT-VALUE
           WRITE DORMRPT-REC FROM RPT-COUNT-LINE

           MOVE 'MOVED TO DORMANT'     TO RPT-CNT-LABEL
           MOVE WS-DORMANT-COUNT       TO RPT-CNT-VALUE
           WRITE DORMRPT-REC FROM RPT-COUNT-LINE

           MOVE 'DORMANT BALANCE'      TO RPT-AMT-LABEL
           MOVE WS-DORMANT-TOTAL       TO RPT-AMT-VALUE
           WRITE DORMRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'UNDATED - KEPT ACTIVE' TO RPT-CNT-LABEL
           MOVE WS-UNDATED-COUNT       TO RPT-CNT-VALUE
           WRITE DORMRPT-REC FROM RPT-COUNT-LINE

           MOVE 'REWRITE FAILURES'     TO RPT-CNT-LABEL
           MOVE WS-REWRITE-ERROR-COUNT TO RPT-CNT-VALUE
           WRITE DORMRPT-REC FROM RPT-COUNT-LINE.

      *    SAME BEFORE/AFTER IMAGE LAYOUT ACCTMNT JOURNALS WITH -
      *    THE SEQUENCE IS THE ACCOUNT'S PLACE IN THIS RUN
       7000-WRITE-JOURNAL.
           MOVE WS-RUN-DATE       TO JRNL-RUN-DATE
           MOVE WS-DORMANT-COUNT  TO JRNL-TRAN-SEQUENCE
           MOVE 'DRM'             TO JRNL-ACTION-CODE
           MOVE KSDS-NUMBER       TO JRNL-ACCT-NUMBER
           MOVE ACCTKSDS-REC      TO JRNL-AFTER-IMAGE
           MOVE 'ACCTDORM'        TO JRNL-OPERATOR-ID
           MOVE SPACES            TO JRNL-APPROVER-ID
           WRITE DORMJRNL-REC FROM DORMANCY-JOURNAL-RECORD.

       9000-END-OF-JOB.
           DISPLAY 'ACCOUNTS READ:       ' WS-READ-COUNT
           DISPLAY 'MOVED TO DORMANT:    ' WS-DORMANT-COUNT
           DISPLAY 'UNDATED ACCOUNTS:    ' WS-UNDATED-COUNT
           DISPLAY 'REWRITE FAILURES:    ' WS-REWRITE-ERROR-COUNT
           CLOSE ACCTKSDS-FILE
                 DORMJRNL-FILE
                 DORMRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'ACCTKSDS'             TO WS-RCTL-INPUT-DD
           MOVE WS-READ-COUNT          TO WS-RCTL-INPUT-COUNT
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
