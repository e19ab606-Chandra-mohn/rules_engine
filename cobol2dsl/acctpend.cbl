       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPEND.

      ******************************************************
      *  DAILY PENDING MAINTENANCE REPORT                  *
      *  Browses the PENDMNT file of high-risk ACCTMNT and *
      *  CUSTMNT actions held for a second operator and    *
      *  lists every item still pending, with its age in   *
      *  days since it was held, and every item approved,  *
      *  rejected or expired on the run date, with the     *
      *  maker and checker ids.  An item resolved on an    *
      *  earlier date has already been reported and is     *
      *  deleted from the file.  Run after the night's     *
      *  ACCTMNT and CUSTMNT.                              *
      *  RC=0 NOTHING OUTSTANDING, RC=4 ITEMS STILL        *
      *  PENDING OR EXPIRED TODAY, RC=16 BAD PARM OR       *
      *  PENDMNT UNAVAILABLE.                              *
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

           SELECT PENDMNT-FILE ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDMNT-STATUS.

           SELECT PENDRPT-FILE ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDRPT-STATUS.

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

       FD  PENDMNT-FILE.
       01  PENDMNT-REC.
           COPY PENDMNT.

       FD  PENDRPT-FILE
           RECORDING MODE IS F.
       01  PENDRPT-REC                 PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  PENDMNT-STATUS     PIC X(2).
       01  PENDRPT-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-ITEM-AGE            PIC S9(7) VALUE 0.

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

       01  WS-READ-COUNT          PIC 9(9)  VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(9)  VALUE 0.
       01  WS-APPROVED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-PURGED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-DELETE-ERROR-COUNT  PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(41) VALUE
               'PENDING MAINTENANCE REPORT - RUN DATE '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(83) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'SOURCE'.
           05  FILLER             PIC X(11) VALUE 'NUMBER'.
           05  FILLER             PIC X(5)  VALUE 'ACTN'.
           05  FILLER             PIC X(6)  VALUE 'HOLD'.
           05  FILLER             PIC X(10) VALUE 'HELD ON'.
           05  FILLER             PIC X(8)  VALUE 'SEQ'.
           05  FILLER             PIC X(10) VALUE 'MAKER'.
           05  FILLER             PIC X(10) VALUE 'CHECKER'.
           05  FILLER             PIC X(9)  VALUE '     AGE'.
           05  FILLER             PIC X(10) VALUE 'STATUS'.
           05  FILLER             PIC X(10) VALUE 'RESOLVED'.
           05  FILLER             PIC X(33) VALUE 'REASON'.

       01  RPT-DETAIL-LINE.
           05  RPT-SOURCE         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-KEY-NUMBER     PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION-CODE    PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-HOLD-REASON    PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-HOLD-DATE      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-SEQUENCE       PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-MAKER-ID       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CHECKER-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AGE            PIC ZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-STATUS         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RESOLVE-DATE   PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RESOLVE-REASON PIC X(4).
           05  FILLER             PIC X(29) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97) VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTPEND'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTMNT '.
           05  FILLER             PIC X(8)  VALUE 'CUSTMNT '.
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
           PERFORM 1000-PENDMNT-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-PENDING-COUNT > 0
           OR  WS-EXPIRED-COUNT > 0
           OR  WS-DELETE-ERROR-COUNT > 0
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
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 0300-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY
           OPEN I-O    PENDMNT-FILE
           IF  PENDMNT-STATUS NOT = '00'
               DISPLAY 'PENDMNT OPEN FAILED - STATUS: '
                   PENDMNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE
           WRITE PENDRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO PENDRPT-REC
           WRITE PENDRPT-REC
           WRITE PENDRPT-REC FROM RPT-HEADING-2.

      *    DAY NUMBER OF THE DATE IN WS-DATE-WORK, COUNTING THE
      *    FEBRUARY 29TH OF EVERY LEAP YEAR ALREADY PASSED - THE
      *    SAME COUNT ACCTMNT AND CUSTMNT EXPIRE HELD ITEMS WITH
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

       1000-PENDMNT-GET-NEXT.
           READ PENDMNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-CLASSIFY-ITEM
           END-READ.

      *    AN ITEM RESOLVED TODAY IS REPORTED ONCE AND KEPT UNTIL
      *    THE NEXT RUN, WHICH FINDS IT RESOLVED EARLIER AND DROPS
      *    IT - A RERUN OF THE SAME NIGHT THEREFORE LISTS IT AGAIN
       2000-CLASSIFY-ITEM.
           IF  PEND-STATUS-PENDING
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING' TO RPT-STATUS
               PERFORM 3000-WRITE-DETAIL-LINE
           ELSE
               IF  PEND-RESOLVE-DATE = WS-RUN-DATE
                   PERFORM 2100-COUNT-RESOLVED
                   PERFORM 3000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 2200-DELETE-RESOLVED
               END-IF
           END-IF.

       2100-COUNT-RESOLVED.
           EVALUATE TRUE
               WHEN PEND-STATUS-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED' TO RPT-STATUS
               WHEN PEND-STATUS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO RPT-STATUS
               WHEN OTHER
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED'  TO RPT-STATUS
           END-EVALUATE.

       2200-DELETE-RESOLVED.
           DELETE PENDMNT-FILE RECORD
           IF  PENDMNT-STATUS = '00'
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               ADD 1 TO WS-DELETE-ERROR-COUNT
               DISPLAY 'PENDMNT DELETE FAILED - KEY: ' PEND-KEY
                   ' STATUS: ' PENDMNT-STATUS
           END-IF.

       3000-WRITE-DETAIL-LINE.
           IF  PEND-SOURCE-ACCOUNT
               MOVE 'ACCOUNT'  TO RPT-SOURCE
           ELSE
               MOVE 'CUSTOMER' TO RPT-SOURCE
           END-IF
           IF  PEND-HOLD-DATE NUMERIC
               MOVE PEND-HOLD-DATE TO WS-DATE-WORK
               PERFORM 0300-COMPUTE-DAY-NUMBER
               COMPUTE WS-ITEM-AGE = WS-RUN-DAY - WS-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-ITEM-AGE
           END-IF
           MOVE PEND-KEY-NUMBER     TO RPT-KEY-NUMBER
           MOVE PEND-ACTION-CODE    TO RPT-ACTION-CODE
           MOVE PEND-HOLD-REASON    TO RPT-HOLD-REASON
           MOVE PEND-HOLD-DATE      TO RPT-HOLD-DATE
           MOVE PEND-TRAN-SEQUENCE  TO RPT-SEQUENCE
           MOVE PEND-MAKER-ID       TO RPT-MAKER-ID
           MOVE PEND-CHECKER-ID     TO RPT-CHECKER-ID
           MOVE WS-ITEM-AGE         TO RPT-AGE
           MOVE PEND-RESOLVE-DATE   TO RPT-RESOLVE-DATE
           MOVE PEND-RESOLVE-REASON TO RPT-RESOLVE-REASON
           WRITE PENDRPT-REC FROM RPT-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO PENDRPT-REC
           WRITE PENDRPT-REC

           MOVE 'ITEMS READ'           TO RPT-CNT-LABEL
           MOVE WS-READ-COUNT          TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'STILL PENDING'        TO RPT-CNT-LABEL
           MOVE WS-PENDING-COUNT       TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'APPROVED TODAY'       TO RPT-CNT-LABEL
           MOVE WS-APPROVED-COUNT      TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'REJECTED TODAY'       TO RPT-CNT-LABEL
           MOVE WS-REJECTED-COUNT      TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'EXPIRED TODAY'        TO RPT-CNT-LABEL
           MOVE WS-EXPIRED-COUNT       TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'EARLIER ITEMS DROPPED' TO RPT-CNT-LABEL
           MOVE WS-PURGED-COUNT        TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE

           MOVE 'DELETE FAILURES'      TO RPT-CNT-LABEL
           MOVE WS-DELETE-ERROR-COUNT  TO RPT-CNT-VALUE
           WRITE PENDRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'ITEMS READ:          ' WS-READ-COUNT
           DISPLAY 'STILL PENDING:       ' WS-PENDING-COUNT
           DISPLAY 'APPROVED TODAY:      ' WS-APPROVED-COUNT
           DISPLAY 'REJECTED TODAY:      ' WS-REJECTED-COUNT
           DISPLAY 'EXPIRED TODAY:       ' WS-EXPIRED-COUNT
           DISPLAY 'EARLIER ITEMS DROPPED: ' WS-PURGED-COUNT
           CLOSE PENDMNT-FILE
                 PENDRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'PENDMNT'              TO WS-RCTL-INPUT-DD
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
