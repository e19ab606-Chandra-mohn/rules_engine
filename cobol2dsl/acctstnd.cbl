       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTND.

      ******************************************************
      *  DAILY STANDING INSTRUCTION TRANSFER GENERATOR     *
      *  Browses the STNDINST standing instruction file    *
      *  and, for every active instruction whose next due  *
      *  date has arrived, writes an ACCTPOST transfer     *
      *  card - from-account, to-account, amount, the due  *
      *  date as the post date and the instruction key -   *
      *  onto the card file the night's ACCTPOST reads,    *
      *  then rolls the next due date on by the weekly,    *
      *  monthly, quarterly or annual frequency.  A due    *
      *  date missed while the job did not run is cut on   *
      *  the next run, one card per missed occurrence.     *
      *  An instruction rolled past its end date goes to   *
      *  status 'E' and cuts nothing more.                 *
      *                                                    *
      *  Both accounts are looked up on ACCTKSDS before a  *
      *  card is cut.  An occurrence whose from- or to-    *
      *  account is closed or missing is not cut - it is   *
      *  listed on the report, stamped on the instruction  *
      *  as its last failure and its due date rolled on,   *
      *  the same as a card ACCTPOST rejects.  Funds are   *
      *  only known at posting: an NSF transfer is listed  *
      *  by the ACCTSIEX step that follows ACCTPOST.       *
      *                                                    *
      *  Weekly dates run on the real calendar; the other  *
      *  frequencies keep the instruction's due day of     *
      *  month, falling back to the month's last day.      *
      *  RC=0 CLEAN RUN, RC=4 OCCURRENCES NOT CUT OR       *
      *  INSTRUCTIONS WITH AN UNUSABLE DUE DATE LISTED.    *
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

           SELECT STNDTRAN-FILE ASSIGN TO STNDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STNDTRAN-STATUS.

           SELECT STNDRPT-FILE ASSIGN TO STNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STNDRPT-STATUS.

           SELECT STNDINST-FILE ASSIGN TO STNDINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-KEY
               FILE STATUS IS STNDINST-STATUS.

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
           RECORDING MODE IS F.
       01  PARMCARD-REC.
           05  PARM-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(71).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  STNDTRAN-FILE
           RECORDING MODE IS F.
       01  STNDTRAN-REC                PIC X(80).

       FD  STNDRPT-FILE
           RECORDING MODE IS F.
       01  STNDRPT-REC                 PIC X(132).

       FD  STNDINST-FILE.
       01  STNDINST-REC.
           COPY STNDINST.

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
       01  STNDTRAN-STATUS    PIC X(2).
       01  STNDRPT-STATUS     PIC X(2).
       01  STNDINST-STATUS    PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  TRAN-RECORD.
           COPY PSTTRAN.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-DUE-DATE            PIC X(8)  VALUE SPACES.
       01  WS-SCREEN-REASON       PIC X(4)  VALUE SPACES.
       01  WS-ACTION-TEXT         PIC X(24) VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY             PIC 9(4).
           05  WS-DW-MM               PIC 9(2).
           05  WS-DW-DD               PIC 9(2).

       01  WS-DAY-SUM             PIC 9(3)  VALUE 0.
       01  WS-MONTH-SUM           PIC 9(3)  VALUE 0.
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

       01  WS-READ-COUNT          PIC 9(9)  VALUE 0.
       01  WS-NOT-ACTIVE-COUNT    PIC 9(9)  VALUE 0.
       01  WS-CARD-COUNT          PIC 9(9)  VALUE 0.
       01  WS-CARD-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SCREENED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-ENDED-COUNT         PIC 9(9)  VALUE 0.
       01  WS-BAD-DATE-COUNT      PIC 9(9)  VALUE 0.
       01  WS-REWRITE-ERROR-COUNT PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(40) VALUE
               'STANDING INSTRUCTION TRANSFERS - RUN '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(84) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(15) VALUE 'INSTRUCTION'.
           05  FILLER             PIC X(11) VALUE 'TO ACCOUNT'.
           05  FILLER             PIC X(17) VALUE '         AMOUNT'.
           05  FILLER             PIC X(4)  VALUE 'FRQ'.
           05  FILLER             PIC X(10) VALUE 'DUE DATE'.
           05  FILLER             PIC X(10) VALUE 'NEXT DUE'.
           05  FILLER             PIC X(65) VALUE 'ACTION'.

       01  RPT-DETAIL-LINE.
           05  RPT-FROM-ACCT      PIC 9(9).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  RPT-INST-NUMBER    PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-TO-ACCT        PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-FREQUENCY      PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RPT-DUE-DATE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-NEXT-DUE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION         PIC X(24).
           05  FILLER             PIC X(41) VALUE SPACES.

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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTSTND'.
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
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-STNDINST-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-SCREENED-COUNT > 0
           OR  WS-BAD-DATE-COUNT > 0
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
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN I-O    STNDINST-FILE
           IF  STNDINST-STATUS NOT = '00'
               DISPLAY 'STNDINST OPEN FAILED - STATUS: '
                   STNDINST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STNDTRAN-FILE
           OPEN OUTPUT STNDRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE
           WRITE STNDRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO STNDRPT-REC
           WRITE STNDRPT-REC
           WRITE STNDRPT-REC FROM RPT-HEADING-2.

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

       1000-STNDINST-GET-NEXT.
           READ STNDINST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF  SI-STATUS-ACTIVE
                       PERFORM 2000-PROCESS-INSTRUCTION
                   ELSE
                       ADD 1 TO WS-NOT-ACTIVE-COUNT
                   END-IF
           END-READ.

      *    EVERY OCCURRENCE DUE ON OR BEFORE THE RUN DATE IS CUT
      *    IN TURN; THE INSTRUCTION IS REWRITTEN ONCE AT THE END
       2000-PROCESS-INSTRUCTION.
           IF  SI-NEXT-DUE-DATE NOT NUMERIC
           OR  SI-NEXT-DUE-DATE (5:2) < '01'
           OR  SI-NEXT-DUE-DATE (5:2) > '12'
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE SI-NEXT-DUE-DATE TO WS-DUE-DATE
               MOVE 'UNUSABLE NEXT DUE DATE' TO WS-ACTION-TEXT
               PERFORM 4000-WRITE-DETAIL-LINE
           ELSE
               IF  SI-NEXT-DUE-DATE NOT > WS-RUN-DATE
                   PERFORM 2100-CUT-ONE-OCCURRENCE
                       UNTIL SI-NEXT-DUE-DATE > WS-RUN-DATE
                       OR    NOT SI-STATUS-ACTIVE
                   REWRITE STNDINST-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF  STNDINST-STATUS NOT = '00'
                       ADD 1 TO WS-REWRITE-ERROR-COUNT
                       DISPLAY 'STNDINST REWRITE FAILED FOR: '
                           SI-KEY ' STATUS: ' STNDINST-STATUS
                   END-IF
               END-IF
           END-IF.

       2100-CUT-ONE-OCCURRENCE.
           MOVE SI-NEXT-DUE-DATE TO WS-DUE-DATE
           IF  SI-END-DATE NUMERIC
           AND WS-DUE-DATE > SI-END-DATE
               PERFORM 2400-END-INSTRUCTION
           ELSE
               PERFORM 2200-SCREEN-ACCOUNTS
               IF  WS-SCREEN-REASON = SPACES
                   PERFORM 3000-WRITE-TRANSFER-CARD
                   MOVE WS-RUN-DATE TO SI-LAST-GEN-DATE
                   MOVE 'TRANSFER CARD WRITTEN' TO WS-ACTION-TEXT
               ELSE
                   ADD 1 TO WS-SCREENED-COUNT
                   MOVE WS-RUN-DATE      TO SI-LAST-FAIL-DATE
                   MOVE WS-SCREEN-REASON TO SI-LAST-FAIL-REASON
                   IF  SI-FAIL-COUNT NOT NUMERIC
                       MOVE 0 TO SI-FAIL-COUNT
                   END-IF
                   IF  SI-FAIL-COUNT < 999
                       ADD 1 TO SI-FAIL-COUNT
                   END-IF
               END-IF
               PERFORM 2500-ADVANCE-DUE-DATE
               PERFORM 4000-WRITE-DETAIL-LINE
               IF  SI-END-DATE NUMERIC
               AND SI-NEXT-DUE-DATE > SI-END-DATE
                   PERFORM 2400-END-INSTRUCTION
               END-IF
           END-IF.

      *    THE SAME CLOSED AND NOT-FOUND TESTS ACCTPOST APPLIES TO
      *    A TRANSFER, SO A CARD THAT CANNOT POST IS NEVER CUT
       2200-SCREEN-ACCOUNTS.
           MOVE SPACES TO WS-SCREEN-REASON
           MOVE SI-FROM-ACCT TO KSDS-NUMBER
           PERFORM 2300-CHECK-ONE-ACCOUNT
           IF  WS-SCREEN-REASON = SPACES
               MOVE SI-TO-ACCT TO KSDS-NUMBER
               PERFORM 2300-CHECK-ONE-ACCOUNT
               IF  WS-SCREEN-REASON = 'NFND'
                   MOVE 'TO ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
               END-IF
               IF  WS-SCREEN-REASON = 'CLSD'
                   MOVE 'TO ACCOUNT CLOSED' TO WS-ACTION-TEXT
               END-IF
           ELSE
               IF  WS-SCREEN-REASON = 'NFND'
                   MOVE 'FROM ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
               ELSE
                   MOVE 'FROM ACCOUNT CLOSED' TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2300-CHECK-ONE-ACCOUNT.
           READ ACCTKSDS-FILE
               INVALID KEY
                   MOVE 'NFND' TO WS-SCREEN-REASON
           END-READ
           IF  WS-SCREEN-REASON = SPACES
           AND KSDS-STATUS = 'C'
               MOVE 'CLSD' TO WS-SCREEN-REASON
           END-IF.

       2400-END-INSTRUCTION.
           MOVE 'E' TO SI-STATUS
           ADD 1 TO WS-ENDED-COUNT
           MOVE 'INSTRUCTION ENDED' TO WS-ACTION-TEXT
           PERFORM 4000-WRITE-DETAIL-LINE.

      *    WEEKLY STEPS SEVEN CALENDAR DAYS; THE OTHERS STEP THE
      *    MONTH AND PUT BACK THE DUE DAY, CUT TO THE MONTH'S END
       2500-ADVANCE-DUE-DATE.
           MOVE SI-NEXT-DUE-DATE TO WS-DATE-WORK
           IF  SI-DUE-DAY NOT NUMERIC
           OR  SI-DUE-DAY = 0
               MOVE WS-DW-DD TO SI-DUE-DAY
           END-IF
           EVALUATE TRUE
               WHEN SI-FREQ-WEEKLY
                   COMPUTE WS-DAY-SUM = WS-DW-DD + 7
                   PERFORM 2600-COMPUTE-MONTH-DAYS
                   IF  WS-DAY-SUM > WS-MONTH-DAYS
                       SUBTRACT WS-MONTH-DAYS FROM WS-DAY-SUM
                       MOVE 1 TO WS-MONTH-SUM
                       PERFORM 2550-STEP-MONTHS
                   END-IF
                   MOVE WS-DAY-SUM TO WS-DW-DD
               WHEN SI-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTH-SUM
                   PERFORM 2550-STEP-MONTHS
                   PERFORM 2580-SET-DUE-DAY
               WHEN SI-FREQ-ANNUAL
                   MOVE 12 TO WS-MONTH-SUM
                   PERFORM 2550-STEP-MONTHS
                   PERFORM 2580-SET-DUE-DAY
               WHEN OTHER
                   MOVE 1 TO WS-MONTH-SUM
                   PERFORM 2550-STEP-MONTHS
                   PERFORM 2580-SET-DUE-DAY
           END-EVALUATE
           MOVE WS-DATE-WORK TO SI-NEXT-DUE-DATE.

       2550-STEP-MONTHS.
           ADD WS-DW-MM TO WS-MONTH-SUM
           PERFORM 2560-CARRY-ONE-YEAR
               UNTIL WS-MONTH-SUM <= 12
           MOVE WS-MONTH-SUM TO WS-DW-MM.

       2560-CARRY-ONE-YEAR.
           SUBTRACT 12 FROM WS-MONTH-SUM
           ADD 1 TO WS-DW-YYYY.

       2580-SET-DUE-DAY.
           PERFORM 2600-COMPUTE-MONTH-DAYS
           IF  SI-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DW-DD
           ELSE
               MOVE SI-DUE-DAY    TO WS-DW-DD
           END-IF.

      *    DAYS IN WS-DW-MM OF WS-DW-YYYY - FEBRUARY HAS 29 IN A
      *    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400
       2600-COMPUTE-MONTH-DAYS.
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

       3000-WRITE-TRANSFER-CARD.
           ADD 1 TO WS-CARD-COUNT
           ADD SI-AMOUNT TO WS-CARD-TOTAL
           MOVE SPACES         TO TRAN-RECORD
           MOVE 'XFR'          TO PTRN-TRAN-CODE
           MOVE WS-CARD-COUNT  TO PTRN-SEQUENCE
           MOVE SI-FROM-ACCT   TO PTRN-ACCT-NUMBER
           MOVE SI-AMOUNT      TO PTRN-AMOUNT
           MOVE WS-DUE-DATE    TO PTRN-POST-DATE
           MOVE SI-TO-ACCT     TO PTRN-TO-ACCT-NUMBER
           MOVE SI-KEY         TO PTRN-STND-KEY
           WRITE STNDTRAN-REC FROM TRAN-RECORD.

       4000-WRITE-DETAIL-LINE.
           MOVE SI-FROM-ACCT     TO RPT-FROM-ACCT
           MOVE SI-INST-NUMBER   TO RPT-INST-NUMBER
           MOVE SI-TO-ACCT       TO RPT-TO-ACCT
           MOVE SI-AMOUNT        TO RPT-AMOUNT
           MOVE SI-FREQUENCY     TO RPT-FREQUENCY
           MOVE WS-DUE-DATE      TO RPT-DUE-DATE
           MOVE SI-NEXT-DUE-DATE TO RPT-NEXT-DUE
           MOVE WS-ACTION-TEXT   TO RPT-ACTION
           WRITE STNDRPT-REC FROM RPT-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO STNDRPT-REC
           WRITE STNDRPT-REC

           MOVE 'INSTRUCTIONS READ'    TO RPT-CNT-LABEL
           MOVE WS-READ-COUNT          TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'NOT ACTIVE - SKIPPED' TO RPT-CNT-LABEL
           MOVE WS-NOT-ACTIVE-COUNT    TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'TRANSFER CARDS WRITTEN' TO RPT-CNT-LABEL
           MOVE WS-CARD-COUNT          TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'TRANSFER CARD AMOUNT' TO RPT-AMT-LABEL
           MOVE WS-CARD-TOTAL          TO RPT-AMT-VALUE
           WRITE STNDRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'NOT CUT - ACCOUNT BAD' TO RPT-CNT-LABEL
           MOVE WS-SCREENED-COUNT      TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'INSTRUCTIONS ENDED'   TO RPT-CNT-LABEL
           MOVE WS-ENDED-COUNT         TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'UNUSABLE DUE DATE'    TO RPT-CNT-LABEL
           MOVE WS-BAD-DATE-COUNT      TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'REWRITE FAILURES'     TO RPT-CNT-LABEL
           MOVE WS-REWRITE-ERROR-COUNT TO RPT-CNT-VALUE
           WRITE STNDRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'INSTRUCTIONS READ:   ' WS-READ-COUNT
           DISPLAY 'TRANSFER CARDS:      ' WS-CARD-COUNT
           DISPLAY 'NOT CUT:             ' WS-SCREENED-COUNT
           DISPLAY 'INSTRUCTIONS ENDED:  ' WS-ENDED-COUNT
           CLOSE STNDINST-FILE
                 ACCTKSDS-FILE
                 STNDTRAN-FILE
                 STNDRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'STNDINST'             TO WS-RCTL-INPUT-DD
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
