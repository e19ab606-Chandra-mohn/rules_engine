      *  cannot silently corrupt the copy forever.         *
      *  RC=0 COPY IN SYNC, RC=8 OUT OF SYNC - RERUN IN    *
      *  FULL-REFRESH MODE.                                *
      *  RC=20 REFUSED BY RUNCTL (PREDECESSOR INCOMPLETE), *
      *  RC=24 REFUSED BY RUNCTL (ALREADY RUN), RC=16      *
      *  RUNCTL UNAVAILABLE.                               *
      ******************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS COPY-NUMBER
               FILE STATUS IS COPYKSDS-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
           05  PARM-APPLY-MODE         PIC X(1).
               88  PARM-MODE-DELTA         VALUE 'D'.
               88  PARM-MODE-REFRESH       VALUE 'F'.
           05  FILLER                  PIC X(70).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  DELTAIN-FILE
           RECORDING MODE IS F.
                         ==ACCT-OPEN-DATE==
                             BY ==COPY-OPEN-DATE==
                         ==ACCT-CLOSE-DATE==
                             BY ==COPY-CLOSE-DATE==
                         ==ACCT-LAST-ACTIVITY-DATE==
                             BY ==COPY-LAST-ACTIVITY-DATE==.

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  VB1FILE-STATUS     PIC X(2).
       01  OSYNCRPT-STATUS    PIC X(2).
       01  COPYKSDS-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  DELTA-RECORD.
           COPY DELTAREC.
           05  RPT-HSH-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(76) VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTAPLY'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTDLTA'.
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
                   'MODE (PARM MODE F)'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9800-COMPLETE-RUN-CONTROL
           STOP RUN.

       0100-INITIALIZE.
               STOP RUN
           END-IF
           CLOSE PARMCARD-FILE
           IF  PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO PARM-RUN-DATE
           END-IF
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  VB1FILE-FILE
           OPEN OUTPUT OSYNCRPT-FILE
           MOVE SPACES TO OSYNCRPT-REC
               STOP RUN
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

       1000-DELTAIN-GET-NEXT.
           READ DELTAIN-FILE INTO DELTA-RECORD
               AT END
           CLOSE VB1FILE-FILE
                 OSYNCRPT-FILE
                 COPYKSDS-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'DELTAIN'              TO WS-RCTL-INPUT-DD
           MOVE WS-DELTA-COUNT         TO WS-RCTL-INPUT-COUNT
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
