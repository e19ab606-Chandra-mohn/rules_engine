       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFEES.

      ******************************************************
      *  MONTHLY SERVICE CHARGE AND NSF FEE ASSESSMENT     *
      *  Works out the cycle month's fees for every        *
      *  account on ACCTKSDS from the parm-card fee        *
      *  schedule and writes them as FEE cards in the      *
      *  PSTTRAN layout for the next ACCTPOST run:         *
      *    - an NSF fee per item for every PSTEXCP 'NSF '  *
      *      exception in the cycle month (an NSF on a fee *
      *      card is never itself charged)                 *
      *    - a maintenance fee on an active account whose  *
      *      average daily balance for the month is under  *
      *      the schedule minimum                          *
      *    - a dormant fee on a dormant account            *
      *  The account master is browsed in key order and    *
      *  merged with the month's posting journal and the   *
      *  NSF exceptions, each sorted by account ahead of   *
      *  this step, in the ACCTSTMT balanced-line style.   *
      *                                                    *
      *  The average balance is day-weighted: each day of  *
      *  the month carries the after-balance of the last   *
      *  posting journalled that day, and the days before  *
      *  the first posting the before-balance of that      *
      *  posting.  An account with nothing posted in the   *
      *  month averages its current balance.               *
      *                                                    *
      *  Fees are taken NSF items first, then maintenance, *
      *  then dormant, against the current balance; a fee  *
      *  that would overdraw the account is waived, not    *
      *  cut.  Nothing is charged to a closed account.     *
      *  Every fee charged or waived is on the register by *
      *  account and fee type.                             *
      *  RC=0 CLEAN RUN, RC=4 NSF ITEMS FOR ACCOUNTS NOT   *
      *  ON THE MASTER.                                    *
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

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTJRNL-STATUS.

           SELECT PSTEXCP-FILE ASSIGN TO PSTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTEXCP-STATUS.

           SELECT FEETRAN-FILE ASSIGN TO FEETRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEETRAN-STATUS.

           SELECT FEEREG-FILE ASSIGN TO FEEREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEEREG-STATUS.

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
           05  PARM-CYCLE-MONTH        PIC X(6).
           05  PARM-POST-DATE          PIC X(8).
           05  PARM-NSF-FEE            PIC 9(3)V99.
           05  PARM-MAINT-FEE          PIC 9(3)V99.
           05  PARM-MIN-AVG-BALANCE    PIC 9(7)V99.
           05  PARM-DORMANT-FEE        PIC 9(3)V99.
           05  FILLER                  PIC X(41).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  PSTJRNL-FILE
           RECORDING MODE IS F.
       01  PSTJRNL-REC                 PIC X(60).

       FD  PSTEXCP-FILE
           RECORDING MODE IS F.
       01  PSTEXCP-REC                 PIC X(93).

       FD  FEETRAN-FILE
           RECORDING MODE IS F.
       01  FEETRAN-REC                 PIC X(80).

       FD  FEEREG-FILE
           RECORDING MODE IS F.
       01  FEEREG-REC                  PIC X(132).

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
       01  PSTJRNL-STATUS     PIC X(2).
       01  PSTEXCP-STATUS     PIC X(2).
       01  FEETRAN-STATUS     PIC X(2).
       01  FEEREG-STATUS      PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  PST-JOURNAL-RECORD.
           COPY PSTJRNL.

       01  EXCEPTION-RECORD.
           COPY PSTEXCP.

       01  TRAN-RECORD.
           COPY PSTTRAN.

      *    THE KEY HOLDS CARRY ONE EXTRA DIGIT SO THE EOF SENTINEL
      *    SORTS HIGH OF EVERY REAL NINE-DIGIT ACCOUNT
       01  WS-PST-KEY             PIC 9(10) VALUE 0.
       01  WS-NSF-KEY             PIC 9(10) VALUE 0.
       01  WS-EOF-KEY             PIC 9(10) VALUE 9999999999.
       01  WS-CURR-ACCT           PIC 9(10) VALUE 0.

       01  WS-PST-IN-MONTH-SW     PIC X(1)  VALUE 'N'.
           88  WS-PST-IN-MONTH        VALUE 'Y'.
       01  WS-NSF-CHARGEABLE-SW   PIC X(1)  VALUE 'N'.
           88  WS-NSF-CHARGEABLE      VALUE 'Y'.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY             PIC 9(4).
           05  WS-DW-MM               PIC 9(2).
           05  WS-DW-DD               PIC 9(2).

       01  WS-MONTH-DAYS          PIC 9(2)  VALUE 0.
       01  WS-LEAP-QUOTIENT       PIC 9(4)  VALUE 0.
       01  WS-LEAP-REM-4          PIC 9(3)  VALUE 0.
       01  WS-LEAP-REM-100        PIC 9(3)  VALUE 0.
       01  WS-LEAP-REM-400        PIC 9(3)  VALUE 0.

       01  WS-MONTH-DAYS-TABLE.
           05  FILLER             PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS-VALUE OCCURS 12 TIMES PIC 9(2).

      *    DAY-WEIGHTED AVERAGE - BALANCE TIMES DAYS HELD, SUMMED
       01  WS-POSTED-SW           PIC X(1)  VALUE 'N'.
           88  WS-POSTED-IN-MONTH     VALUE 'Y'.
       01  WS-ENTRY-DAY           PIC 9(2)  VALUE 0.
       01  WS-DAYS-COUNTED        PIC 9(2)  VALUE 0.
       01  WS-DAYS-HELD           PIC 9(2)  VALUE 0.
       01  WS-RUNNING-BALANCE     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BALANCE-DAYS        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AVERAGE-BALANCE     PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-NSF-ITEMS           PIC 9(5)  VALUE 0.
       01  WS-NSF-SUB             PIC 9(5)  VALUE 0.
       01  WS-PROJECTED-BALANCE   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FEE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FEE-TYPE            PIC X(8)  VALUE SPACES.
       01  WS-CHARGED-ITEMS       PIC 9(5)  VALUE 0.
       01  WS-CHARGED-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-WAIVED-ITEMS        PIC 9(5)  VALUE 0.
       01  WS-WAIVED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-ACCOUNT-COUNT       PIC 9(9)  VALUE 0.
       01  WS-CARD-COUNT          PIC 9(9)  VALUE 0.
       01  WS-NSF-READ-COUNT      PIC 9(9)  VALUE 0.
       01  WS-NSF-FEE-CARD-COUNT  PIC 9(9)  VALUE 0.
       01  WS-NSF-OTHER-MONTH     PIC 9(9)  VALUE 0.
       01  WS-NSF-NO-MASTER-COUNT PIC 9(9)  VALUE 0.
       01  WS-PST-NO-MASTER-COUNT PIC 9(9)  VALUE 0.
       01  WS-OUT-OF-MONTH-COUNT  PIC 9(9)  VALUE 0.
       01  WS-NSF-CHG-COUNT       PIC 9(9)  VALUE 0.
       01  WS-NSF-CHG-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NSF-WVD-COUNT       PIC 9(9)  VALUE 0.
       01  WS-NSF-WVD-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MNT-CHG-COUNT       PIC 9(9)  VALUE 0.
       01  WS-MNT-CHG-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MNT-WVD-COUNT       PIC 9(9)  VALUE 0.
       01  WS-MNT-WVD-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DRM-CHG-COUNT       PIC 9(9)  VALUE 0.
       01  WS-DRM-CHG-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DRM-WVD-COUNT       PIC 9(9)  VALUE 0.
       01  WS-DRM-WVD-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(34) VALUE
               'MONTHLY FEE REGISTER - CYCLE '.
           05  RPT-HDG-MONTH      PIC X(6).
           05  FILLER             PIC X(18) VALUE
               '   FEES POST DATE '.
           05  RPT-HDG-POST-DATE  PIC X(8).
           05  FILLER             PIC X(66) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(32) VALUE 'NAME'.
           05  FILLER             PIC X(3)  VALUE 'ST'.
           05  FILLER             PIC X(10) VALUE 'FEE TYPE'.
           05  FILLER             PIC X(7)  VALUE 'ITEMS'.
           05  FILLER             PIC X(17) VALUE '         AMOUNT'.
           05  FILLER             PIC X(17) VALUE '    AVG BALANCE'.
           05  FILLER             PIC X(35) VALUE 'ACTION'.

       01  RPT-DETAIL-LINE.
           05  RPT-ACCT-NUMBER    PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACCT-NAME      PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACCT-STATUS    PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-FEE-TYPE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ITEMS          PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AVG-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION         PIC X(24).
           05  FILLER             PIC X(11) VALUE SPACES.

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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTFEES'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'M'.
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
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-ACCTKSDS-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 1900-SKIP-REMAINING
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-NSF-NO-MASTER-COUNT > 0
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
           IF  PARM-CYCLE-MONTH NOT NUMERIC
           OR  PARM-CYCLE-MONTH (5:2) < '01'
           OR  PARM-CYCLE-MONTH (5:2) > '12'
           OR  PARM-POST-DATE NOT NUMERIC
           OR  PARM-NSF-FEE NOT NUMERIC
           OR  PARM-MAINT-FEE NOT NUMERIC
           OR  PARM-MIN-AVG-BALANCE NOT NUMERIC
           OR  PARM-DORMANT-FEE NOT NUMERIC
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARMCARD-FILE
           MOVE PARM-CYCLE-MONTH TO WS-RCTL-RUN-DATE (1:6)
           MOVE '01' TO WS-RCTL-RUN-DATE (7:2)
           PERFORM 0500-CHECK-RUN-CONTROL
           MOVE PARM-CYCLE-MONTH TO WS-DATE-WORK (1:6)
           MOVE 1 TO WS-DW-DD
           PERFORM 0300-COMPUTE-MONTH-DAYS
           OPEN INPUT  ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  PSTJRNL-FILE
           OPEN INPUT  PSTEXCP-FILE
           OPEN OUTPUT FEETRAN-FILE
           OPEN OUTPUT FEEREG-FILE
           PERFORM 0200-WRITE-REPORT-HEADING
           PERFORM 1200-GET-NEXT-PST
           PERFORM 1300-GET-NEXT-NSF.

       0200-WRITE-REPORT-HEADING.
           MOVE PARM-CYCLE-MONTH TO RPT-HDG-MONTH
           MOVE PARM-POST-DATE   TO RPT-HDG-POST-DATE
           WRITE FEEREG-REC FROM RPT-HEADING-1
           MOVE SPACES TO FEEREG-REC
           WRITE FEEREG-REC
           WRITE FEEREG-REC FROM RPT-HEADING-2.

      *    DAYS IN THE CYCLE MONTH - FEBRUARY HAS 29 IN A YEAR
      *    DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400
       0300-COMPUTE-MONTH-DAYS.
           MOVE WS-MONTH-DAYS-VALUE (WS-DW-MM) TO WS-MONTH-DAYS
           IF  WS-DW-MM = 2
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF  WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0
                    OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

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
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE KSDS-NUMBER TO WS-CURR-ACCT
                   PERFORM 1100-ASSESS-ACCOUNT
           END-READ.

      *    JOURNAL AND NSF ENTRIES KEYED BELOW THE MASTER ACCOUNT
      *    BELONG TO ACCOUNTS NO LONGER ON ACCTKSDS
       1100-ASSESS-ACCOUNT.
           PERFORM 1250-SKIP-PST-NO-MASTER
               UNTIL WS-PST-KEY NOT < WS-CURR-ACCT
           PERFORM 1350-SKIP-NSF-NO-MASTER
               UNTIL WS-NSF-KEY NOT < WS-CURR-ACCT
           MOVE 'N' TO WS-POSTED-SW
           MOVE 0   TO WS-DAYS-COUNTED
           MOVE 0   TO WS-BALANCE-DAYS
           MOVE KSDS-BALANCE TO WS-RUNNING-BALANCE
           PERFORM 2000-CONSUME-PST-ENTRY
               UNTIL WS-PST-KEY NOT = WS-CURR-ACCT
           MOVE 0 TO WS-NSF-ITEMS
           PERFORM 2100-CONSUME-NSF-ENTRY
               UNTIL WS-NSF-KEY NOT = WS-CURR-ACCT
           PERFORM 2200-COMPUTE-AVERAGE
           MOVE KSDS-BALANCE TO WS-PROJECTED-BALANCE
           EVALUATE KSDS-STATUS
               WHEN 'C'
                   IF  WS-NSF-ITEMS > 0
                       PERFORM 3400-WAIVE-CLOSED-NSF
                   END-IF
               WHEN 'D'
                   PERFORM 3000-ASSESS-NSF-FEES
                   PERFORM 3200-ASSESS-DORMANT-FEE
               WHEN 'A'
                   PERFORM 3000-ASSESS-NSF-FEES
                   PERFORM 3100-ASSESS-MAINTENANCE-FEE
               WHEN OTHER
                   PERFORM 3000-ASSESS-NSF-FEES
           END-EVALUATE.

       1200-GET-NEXT-PST.
           PERFORM 1210-READ-PST
           PERFORM 1210-READ-PST
               UNTIL WS-PST-KEY = WS-EOF-KEY
               OR WS-PST-IN-MONTH.

       1210-READ-PST.
           READ PSTJRNL-FILE INTO PST-JOURNAL-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-PST-KEY
               NOT AT END
                   MOVE PJNL-ACCT-NUMBER TO WS-PST-KEY
                   IF  PJNL-RUN-DATE (1:6) = PARM-CYCLE-MONTH
                   AND PJNL-RUN-DATE (7:2) NUMERIC
                       MOVE 'Y' TO WS-PST-IN-MONTH-SW
                   ELSE
                       MOVE 'N' TO WS-PST-IN-MONTH-SW
                       ADD 1 TO WS-OUT-OF-MONTH-COUNT
                   END-IF
           END-READ.

       1250-SKIP-PST-NO-MASTER.
           ADD 1 TO WS-PST-NO-MASTER-COUNT
           PERFORM 1200-GET-NEXT-PST.

      *    ONLY AN NSF ON A CUSTOMER CARD IN THE CYCLE MONTH IS
      *    CHARGEABLE - A FEE CARD THAT WENT NSF IS NOT CHARGED
      *    A SECOND FEE
       1300-GET-NEXT-NSF.
           PERFORM 1310-READ-NSF
           PERFORM 1310-READ-NSF
               UNTIL WS-NSF-KEY = WS-EOF-KEY
               OR WS-NSF-CHARGEABLE.

       1310-READ-NSF.
           READ PSTEXCP-FILE INTO EXCEPTION-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-NSF-KEY
               NOT AT END
                   MOVE PEXC-ACCT-NUMBER TO WS-NSF-KEY
                   MOVE PEXC-TRAN-IMAGE  TO TRAN-RECORD
                   MOVE 'N' TO WS-NSF-CHARGEABLE-SW
                   EVALUATE TRUE
                       WHEN NOT PEXC-NSF
                           CONTINUE
                       WHEN PTRN-TRAN-FEE
                           ADD 1 TO WS-NSF-FEE-CARD-COUNT
                       WHEN PTRN-POST-DATE NUMERIC
                       AND  PTRN-POST-DATE (1:6) NOT =
                            PARM-CYCLE-MONTH
                           ADD 1 TO WS-NSF-OTHER-MONTH
                       WHEN OTHER
                           ADD 1 TO WS-NSF-READ-COUNT
                           MOVE 'Y' TO WS-NSF-CHARGEABLE-SW
                   END-EVALUATE
           END-READ.

       1350-SKIP-NSF-NO-MASTER.
           ADD 1 TO WS-NSF-NO-MASTER-COUNT
           DISPLAY 'NSF ITEM FOR ACCOUNT NOT ON MASTER: '
               PEXC-ACCT-NUMBER ' SEQUENCE: ' PTRN-SEQUENCE
           PERFORM 1300-GET-NEXT-NSF.

       1900-SKIP-REMAINING.
           MOVE WS-EOF-KEY TO WS-CURR-ACCT
           PERFORM 1250-SKIP-PST-NO-MASTER
               UNTIL WS-PST-KEY NOT < WS-CURR-ACCT
           PERFORM 1350-SKIP-NSF-NO-MASTER
               UNTIL WS-NSF-KEY NOT < WS-CURR-ACCT.

      *    THE DAYS BEFORE THIS POSTING'S DAY HELD THE RUNNING
      *    BALANCE; THE POSTING'S AFTER-BALANCE THEN RUNS ON.  A
      *    SECOND POSTING THE SAME DAY ADDS NO DAYS, SO EACH DAY
      *    ENDS ON THE LAST POSTING'S AFTER-BALANCE
       2000-CONSUME-PST-ENTRY.
           IF  NOT WS-POSTED-IN-MONTH
               MOVE 'Y' TO WS-POSTED-SW
               MOVE PJNL-BEFORE-BALANCE TO WS-RUNNING-BALANCE
           END-IF
           MOVE PJNL-RUN-DATE (7:2) TO WS-ENTRY-DAY
           IF  WS-ENTRY-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-ENTRY-DAY
           END-IF
           IF  WS-ENTRY-DAY > WS-DAYS-COUNTED + 1
               COMPUTE WS-DAYS-HELD =
                   WS-ENTRY-DAY - 1 - WS-DAYS-COUNTED
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + (WS-RUNNING-BALANCE * WS-DAYS-HELD)
               COMPUTE WS-DAYS-COUNTED = WS-ENTRY-DAY - 1
           END-IF
           MOVE PJNL-AFTER-BALANCE TO WS-RUNNING-BALANCE
           PERFORM 1200-GET-NEXT-PST.

       2100-CONSUME-NSF-ENTRY.
           ADD 1 TO WS-NSF-ITEMS
           PERFORM 1300-GET-NEXT-NSF.

       2200-COMPUTE-AVERAGE.
           IF  WS-DAYS-COUNTED < WS-MONTH-DAYS
               COMPUTE WS-DAYS-HELD =
                   WS-MONTH-DAYS - WS-DAYS-COUNTED
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + (WS-RUNNING-BALANCE * WS-DAYS-HELD)
           END-IF
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-MONTH-DAYS.

      *    ONE CARD PER NSF ITEM, EACH ONLY IF THE BALANCE LEFT
      *    AFTER THE FEES ALREADY TAKEN STILL COVERS IT
       3000-ASSESS-NSF-FEES.
           IF  WS-NSF-ITEMS > 0
           AND PARM-NSF-FEE > 0
               MOVE 'NSF'    TO WS-FEE-TYPE
               MOVE PARM-NSF-FEE TO WS-FEE-AMOUNT
               PERFORM 3500-CLEAR-FEE-TOTALS
               PERFORM 3600-TAKE-ONE-FEE
                   VARYING WS-NSF-SUB FROM 1 BY 1
                   UNTIL WS-NSF-SUB > WS-NSF-ITEMS
               ADD WS-CHARGED-ITEMS  TO WS-NSF-CHG-COUNT
               ADD WS-CHARGED-AMOUNT TO WS-NSF-CHG-TOTAL
               ADD WS-WAIVED-ITEMS   TO WS-NSF-WVD-COUNT
               ADD WS-WAIVED-AMOUNT  TO WS-NSF-WVD-TOTAL
               PERFORM 4000-WRITE-REGISTER-LINES
           END-IF.

       3100-ASSESS-MAINTENANCE-FEE.
           IF  PARM-MAINT-FEE > 0
           AND WS-AVERAGE-BALANCE < PARM-MIN-AVG-BALANCE
               MOVE 'MAINT'  TO WS-FEE-TYPE
               MOVE PARM-MAINT-FEE TO WS-FEE-AMOUNT
               PERFORM 3500-CLEAR-FEE-TOTALS
               PERFORM 3600-TAKE-ONE-FEE
               ADD WS-CHARGED-ITEMS  TO WS-MNT-CHG-COUNT
               ADD WS-CHARGED-AMOUNT TO WS-MNT-CHG-TOTAL
               ADD WS-WAIVED-ITEMS   TO WS-MNT-WVD-COUNT
               ADD WS-WAIVED-AMOUNT  TO WS-MNT-WVD-TOTAL
               PERFORM 4000-WRITE-REGISTER-LINES
           END-IF.

       3200-ASSESS-DORMANT-FEE.
           IF  PARM-DORMANT-FEE > 0
               MOVE 'DORMANT' TO WS-FEE-TYPE
               MOVE PARM-DORMANT-FEE TO WS-FEE-AMOUNT
               PERFORM 3500-CLEAR-FEE-TOTALS
               PERFORM 3600-TAKE-ONE-FEE
               ADD WS-CHARGED-ITEMS  TO WS-DRM-CHG-COUNT
               ADD WS-CHARGED-AMOUNT TO WS-DRM-CHG-TOTAL
               ADD WS-WAIVED-ITEMS   TO WS-DRM-WVD-COUNT
               ADD WS-WAIVED-AMOUNT  TO WS-DRM-WVD-TOTAL
               PERFORM 4000-WRITE-REGISTER-LINES
           END-IF.

      *    ACCTPOST REJECTS ANY CARD FOR A CLOSED ACCOUNT, SO ITS
      *    NSF ITEMS ARE REGISTERED AS WAIVED AND NOTHING IS CUT
       3400-WAIVE-CLOSED-NSF.
           MOVE 0 TO WS-CHARGED-ITEMS
           MOVE 0 TO WS-CHARGED-AMOUNT
           MOVE WS-NSF-ITEMS TO WS-WAIVED-ITEMS
           COMPUTE WS-WAIVED-AMOUNT = WS-NSF-ITEMS * PARM-NSF-FEE
           ADD WS-WAIVED-ITEMS  TO WS-NSF-WVD-COUNT
           ADD WS-WAIVED-AMOUNT TO WS-NSF-WVD-TOTAL
           MOVE KSDS-NUMBER        TO RPT-ACCT-NUMBER
           MOVE KSDS-NAME          TO RPT-ACCT-NAME
           MOVE KSDS-STATUS        TO RPT-ACCT-STATUS
           MOVE 'NSF'              TO RPT-FEE-TYPE
           MOVE WS-WAIVED-ITEMS    TO RPT-ITEMS
           MOVE WS-WAIVED-AMOUNT   TO RPT-AMOUNT
           MOVE WS-AVERAGE-BALANCE TO RPT-AVG-BALANCE
           MOVE 'WAIVED - ACCOUNT CLOSED' TO RPT-ACTION
           WRITE FEEREG-REC FROM RPT-DETAIL-LINE.

       3500-CLEAR-FEE-TOTALS.
           MOVE 0 TO WS-CHARGED-ITEMS
           MOVE 0 TO WS-CHARGED-AMOUNT
           MOVE 0 TO WS-WAIVED-ITEMS
           MOVE 0 TO WS-WAIVED-AMOUNT.

       3600-TAKE-ONE-FEE.
           IF  WS-PROJECTED-BALANCE - WS-FEE-AMOUNT < ZERO
               ADD 1 TO WS-WAIVED-ITEMS
               ADD WS-FEE-AMOUNT TO WS-WAIVED-AMOUNT
           ELSE
               SUBTRACT WS-FEE-AMOUNT FROM WS-PROJECTED-BALANCE
               ADD 1 TO WS-CHARGED-ITEMS
               ADD WS-FEE-AMOUNT TO WS-CHARGED-AMOUNT
               PERFORM 3700-WRITE-FEE-CARD
           END-IF.

       3700-WRITE-FEE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES         TO TRAN-RECORD
           MOVE 'FEE'          TO PTRN-TRAN-CODE
           MOVE WS-CARD-COUNT  TO PTRN-SEQUENCE
           MOVE KSDS-NUMBER    TO PTRN-ACCT-NUMBER
           MOVE WS-FEE-AMOUNT  TO PTRN-AMOUNT
           MOVE PARM-POST-DATE TO PTRN-POST-DATE
           WRITE FEETRAN-REC FROM TRAN-RECORD.

      *    ONE REGISTER LINE FOR WHAT WAS CHARGED AND ONE FOR WHAT
      *    WAS WAIVED, WHICHEVER APPLY
       4000-WRITE-REGISTER-LINES.
           MOVE KSDS-NUMBER        TO RPT-ACCT-NUMBER
           MOVE KSDS-NAME          TO RPT-ACCT-NAME
           MOVE KSDS-STATUS        TO RPT-ACCT-STATUS
           MOVE WS-FEE-TYPE        TO RPT-FEE-TYPE
           MOVE WS-AVERAGE-BALANCE TO RPT-AVG-BALANCE
           IF  WS-CHARGED-ITEMS > 0
               MOVE WS-CHARGED-ITEMS  TO RPT-ITEMS
               MOVE WS-CHARGED-AMOUNT TO RPT-AMOUNT
               MOVE 'CHARGED'         TO RPT-ACTION
               WRITE FEEREG-REC FROM RPT-DETAIL-LINE
           END-IF
           IF  WS-WAIVED-ITEMS > 0
               MOVE WS-WAIVED-ITEMS   TO RPT-ITEMS
               MOVE WS-WAIVED-AMOUNT  TO RPT-AMOUNT
               MOVE 'WAIVED - WOULD OVERDRAW' TO RPT-ACTION
               WRITE FEEREG-REC FROM RPT-DETAIL-LINE
           END-IF.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO FEEREG-REC
           WRITE FEEREG-REC

           MOVE 'ACCOUNTS ASSESSED'    TO RPT-CNT-LABEL
           MOVE WS-ACCOUNT-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'FEE CARDS WRITTEN'    TO RPT-CNT-LABEL
           MOVE WS-CARD-COUNT          TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'NSF ITEMS IN CYCLE'   TO RPT-CNT-LABEL
           MOVE WS-NSF-READ-COUNT      TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'NSF FEES CHARGED'     TO RPT-CNT-LABEL
           MOVE WS-NSF-CHG-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'NSF FEE AMOUNT'       TO RPT-AMT-LABEL
           MOVE WS-NSF-CHG-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE
           MOVE 'NSF FEES WAIVED'      TO RPT-CNT-LABEL
           MOVE WS-NSF-WVD-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'NSF WAIVED AMOUNT'    TO RPT-AMT-LABEL
           MOVE WS-NSF-WVD-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE

           MOVE 'MAINT FEES CHARGED'   TO RPT-CNT-LABEL
           MOVE WS-MNT-CHG-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'MAINT FEE AMOUNT'     TO RPT-AMT-LABEL
           MOVE WS-MNT-CHG-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE
           MOVE 'MAINT FEES WAIVED'    TO RPT-CNT-LABEL
           MOVE WS-MNT-WVD-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'MAINT WAIVED AMOUNT'  TO RPT-AMT-LABEL
           MOVE WS-MNT-WVD-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE

           MOVE 'DORMANT FEES CHARGED' TO RPT-CNT-LABEL
           MOVE WS-DRM-CHG-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'DORMANT FEE AMOUNT'   TO RPT-AMT-LABEL
           MOVE WS-DRM-CHG-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE
           MOVE 'DORMANT FEES WAIVED'  TO RPT-CNT-LABEL
           MOVE WS-DRM-WVD-COUNT       TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE
           MOVE 'DORMANT WAIVED AMOUNT' TO RPT-AMT-LABEL
           MOVE WS-DRM-WVD-TOTAL       TO RPT-AMT-VALUE
           WRITE FEEREG-REC FROM RPT-AMOUNT-LINE

           MOVE 'NSF ON FEE CARDS'     TO RPT-CNT-LABEL
           MOVE WS-NSF-FEE-CARD-COUNT  TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'NSF OUTSIDE CYCLE'    TO RPT-CNT-LABEL
           MOVE WS-NSF-OTHER-MONTH     TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'NSF NOT ON MASTER'    TO RPT-CNT-LABEL
           MOVE WS-NSF-NO-MASTER-COUNT TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'POSTINGS NOT ON MASTER' TO RPT-CNT-LABEL
           MOVE WS-PST-NO-MASTER-COUNT TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE

           MOVE 'POSTINGS OUTSIDE CYCLE' TO RPT-CNT-LABEL
           MOVE WS-OUT-OF-MONTH-COUNT  TO RPT-CNT-VALUE
           WRITE FEEREG-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'ACCOUNTS ASSESSED:   ' WS-ACCOUNT-COUNT
           DISPLAY 'FEE CARDS WRITTEN:   ' WS-CARD-COUNT
           DISPLAY 'NSF NOT ON MASTER:   ' WS-NSF-NO-MASTER-COUNT
           CLOSE ACCTKSDS-FILE
                 PSTJRNL-FILE
                 PSTEXCP-FILE
                 FEETRAN-FILE
                 FEEREG-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'ACCTKSDS'             TO WS-RCTL-INPUT-DD
           MOVE WS-ACCOUNT-COUNT       TO WS-RCTL-INPUT-COUNT
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
