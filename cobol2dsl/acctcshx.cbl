       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCSHX.

      ******************************************************
      *  CASH MONITORING EXTRACT AND CUSTOMER ROLL-UP      *
      *  Reads the ACCTPOST posting journal, cut down to   *
      *  its 'DEP' and 'WDL' entries, and the CUSTXREF     *
      *  cross-reference unloaded in account order - both  *
      *  sorted by account number ahead of this step - and *
      *  merges them two-up in the ACCTSTMT balanced-line  *
      *  style.  Every deposit or withdrawal whose post    *
      *  date falls in the parm window of days ending on   *
      *  the run date is written to the CASHWORK file once *
      *  for each customer linked to its account, so the   *
      *  ACCTCASH monitor sees a customer's activity       *
      *  across all of their accounts.  An account with no *
      *  customer link is written as a party on its own.   *
      *  Transfers journal as 'XFD'/'XFC' and are not cash *
      *  movements, so they never reach this step.         *
      *                                                    *
      *  A journal entry with no usable post date is dated *
      *  by its run date.  Links past the holder table are *
      *  counted and not written.                          *
      *  RC=0 CLEAN, RC=16 BAD PARM.                       *
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

           SELECT XREFACCT-FILE ASSIGN TO XREFACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREFACCT-STATUS.

           SELECT CASHWORK-FILE ASSIGN TO CASHWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHWORK-STATUS.

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
           05  PARM-WINDOW-DAYS        PIC 9(2).
           05  FILLER                  PIC X(69).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  PSTJRNL-FILE
           RECORDING MODE IS F.
       01  PSTJRNL-REC                 PIC X(60).

       FD  XREFACCT-FILE
           RECORDING MODE IS F.
       01  XREFACCT-REC                PIC X(30).

       FD  CASHWORK-FILE
           RECORDING MODE IS F.
       01  CASHWORK-REC                PIC X(60).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  PSTJRNL-STATUS     PIC X(2).
       01  XREFACCT-STATUS    PIC X(2).
       01  CASHWORK-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  POST-JOURNAL-RECORD.
           COPY PSTJRNL.

       01  XREF-RECORD.
           COPY CUSTXREF.

       01  CASH-WORK-RECORD.
           COPY CASHWORK.

      *    BOTH KEY HOLDS CARRY ONE EXTRA DIGIT SO THE EOF
      *    SENTINEL SORTS HIGH OF EVERY REAL NINE-DIGIT ACCOUNT
       01  WS-JRNL-KEY            PIC 9(10) VALUE 0.
       01  WS-XREF-KEY            PIC 9(10) VALUE 0.
       01  WS-EOF-KEY             PIC 9(10) VALUE 9999999999.
       01  WS-CURR-ACCT           PIC 9(10) VALUE 0.

      *    THE CUSTOMERS LINKED TO THE ACCOUNT IN HAND
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-CUST-ID OCCURS 20 TIMES PIC 9(9).
       01  WS-HOLDER-MAX          PIC 9(3)  COMP VALUE 20.
       01  WS-HOLDER-USED         PIC 9(3)  COMP VALUE 0.
       01  WS-HOLDER-SUB          PIC 9(3)  COMP VALUE 0.

      *    CALENDAR DAY NUMBER - DAYS IN THE WHOLE YEARS BEFORE
      *    THE DATE, PLUS THE DAYS BEFORE ITS MONTH, PLUS THE DAY
       01  WS-DATE-WORK.
           05  WS-DW-YYYY         PIC 9(4).
           05  WS-DW-MM           PIC 9(2).
           05  WS-DW-DD           PIC 9(2).
       01  WS-DAY-NUMBER          PIC 9(7)  VALUE 0.
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

       01  WS-RUN-DAY             PIC 9(7)  VALUE 0.
       01  WS-WINDOW-FIRST-DAY    PIC 9(7)  VALUE 0.
       01  WS-ENTRY-DATE          PIC X(8)  VALUE SPACES.

       01  WS-JRNL-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-XREF-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-OUT-OF-WINDOW-COUNT PIC 9(9)  VALUE 0.
       01  WS-UNDATED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-IN-WINDOW-COUNT     PIC 9(9)  VALUE 0.
       01  WS-NO-LINK-COUNT       PIC 9(9)  VALUE 0.
       01  WS-LINK-OVERFLOW-COUNT PIC 9(9)  VALUE 0.
       01  WS-WORK-WRITTEN-COUNT  PIC 9(9)  VALUE 0.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTCSHX'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
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

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PROCESS-ACCOUNT
               UNTIL WS-JRNL-KEY = WS-EOF-KEY
               AND   WS-XREF-KEY = WS-EOF-KEY
           PERFORM 9000-END-OF-JOB
           MOVE 0 TO RETURN-CODE
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
           OR  PARM-WINDOW-DAYS NOT NUMERIC
           OR  PARM-WINDOW-DAYS = 0
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-DATE-WORK
           IF  WS-DW-MM < 1 OR WS-DW-MM > 12
           OR  WS-DW-DD < 1 OR WS-DW-DD > 31
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 0300-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY
           COMPUTE WS-WINDOW-FIRST-DAY =
               WS-RUN-DAY - PARM-WINDOW-DAYS + 1
           OPEN INPUT  PSTJRNL-FILE
           OPEN INPUT  XREFACCT-FILE
           OPEN OUTPUT CASHWORK-FILE
           PERFORM 1100-GET-NEXT-JRNL
           PERFORM 1200-GET-NEXT-XREF.

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

       1100-GET-NEXT-JRNL.
           READ PSTJRNL-FILE INTO POST-JOURNAL-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-JRNL-KEY
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   MOVE PJNL-ACCT-NUMBER TO WS-JRNL-KEY
           END-READ.

       1200-GET-NEXT-XREF.
           READ XREFACCT-FILE INTO XREF-RECORD
               AT END
                   MOVE WS-EOF-KEY TO WS-XREF-KEY
               NOT AT END
                   ADD 1 TO WS-XREF-READ-COUNT
                   MOVE XREF-ACCT-NUMBER TO WS-XREF-KEY
           END-READ.

      *    THE LINKS ARE LOADED BEFORE THE JOURNAL ENTRIES ARE
      *    CONSUMED SO EACH ENTRY CAN BE WRITTEN PER CUSTOMER
       1000-PROCESS-ACCOUNT.
           MOVE WS-JRNL-KEY TO WS-CURR-ACCT
           IF  WS-XREF-KEY < WS-CURR-ACCT
               MOVE WS-XREF-KEY TO WS-CURR-ACCT
           END-IF
           MOVE 0 TO WS-HOLDER-USED
           PERFORM 2100-CONSUME-XREF-ENTRY
               UNTIL WS-XREF-KEY NOT = WS-CURR-ACCT
           PERFORM 2000-CONSUME-JRNL-ENTRY
               UNTIL WS-JRNL-KEY NOT = WS-CURR-ACCT.

       2000-CONSUME-JRNL-ENTRY.
           IF  PJNL-POST-DATE NUMERIC
               MOVE PJNL-POST-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE PJNL-RUN-DATE  TO WS-ENTRY-DATE
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           MOVE WS-ENTRY-DATE TO WS-DATE-WORK
           IF  WS-DATE-WORK NUMERIC
           AND WS-DW-MM > 0 AND WS-DW-MM < 13
               PERFORM 0300-COMPUTE-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-DAY-NUMBER
           END-IF
           IF  WS-DAY-NUMBER < WS-WINDOW-FIRST-DAY
           OR  WS-DAY-NUMBER > WS-RUN-DAY
               ADD 1 TO WS-OUT-OF-WINDOW-COUNT
           ELSE
               ADD 1 TO WS-IN-WINDOW-COUNT
               PERFORM 3000-WRITE-PARTY-ENTRIES
           END-IF
           PERFORM 1100-GET-NEXT-JRNL.

       2100-CONSUME-XREF-ENTRY.
           IF  WS-HOLDER-USED < WS-HOLDER-MAX
               ADD 1 TO WS-HOLDER-USED
               MOVE XREF-CUST-ID
                   TO WS-HOLDER-CUST-ID (WS-HOLDER-USED)
           ELSE
               ADD 1 TO WS-LINK-OVERFLOW-COUNT
           END-IF
           PERFORM 1200-GET-NEXT-XREF.

       3000-WRITE-PARTY-ENTRIES.
           MOVE SPACES             TO CASH-WORK-RECORD
           MOVE WS-ENTRY-DATE      TO CASH-POST-DATE
           MOVE WS-DAY-NUMBER      TO CASH-DAY-NUMBER
           IF  PJNL-TRAN-CODE = 'DEP'
               MOVE 'I'            TO CASH-DIRECTION
           ELSE
               MOVE 'O'            TO CASH-DIRECTION
           END-IF
           MOVE PJNL-ACCT-NUMBER   TO CASH-ACCT-NUMBER
           MOVE PJNL-AMOUNT        TO CASH-AMOUNT
           MOVE PJNL-RUN-DATE      TO CASH-RUN-DATE
           MOVE PJNL-TRAN-SEQUENCE TO CASH-TRAN-SEQUENCE
           IF  WS-HOLDER-USED = 0
               ADD 1 TO WS-NO-LINK-COUNT
               MOVE 'A'              TO CASH-PARTY-TYPE
               MOVE PJNL-ACCT-NUMBER TO CASH-PARTY-ID
               PERFORM 3100-WRITE-WORK-RECORD
           ELSE
               MOVE 'C' TO CASH-PARTY-TYPE
               PERFORM 3200-WRITE-HOLDER-ENTRY
                   VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-USED
           END-IF.

       3100-WRITE-WORK-RECORD.
           ADD 1 TO WS-WORK-WRITTEN-COUNT
           WRITE CASHWORK-REC FROM CASH-WORK-RECORD.

       3200-WRITE-HOLDER-ENTRY.
           MOVE WS-HOLDER-CUST-ID (WS-HOLDER-SUB) TO CASH-PARTY-ID
           PERFORM 3100-WRITE-WORK-RECORD.

       9000-END-OF-JOB.
           DISPLAY 'JOURNAL RECORDS READ:   ' WS-JRNL-READ-COUNT
           DISPLAY 'XREF RECORDS READ:      ' WS-XREF-READ-COUNT
           DISPLAY 'ENTRIES IN WINDOW:      ' WS-IN-WINDOW-COUNT
           DISPLAY 'ENTRIES OUTSIDE WINDOW: ' WS-OUT-OF-WINDOW-COUNT
           DISPLAY 'DATED BY RUN DATE:      ' WS-UNDATED-COUNT
           DISPLAY 'ENTRIES WITH NO LINK:   ' WS-NO-LINK-COUNT
           DISPLAY 'LINKS OVER TABLE:       ' WS-LINK-OVERFLOW-COUNT
           DISPLAY 'WORK RECORDS WRITTEN:   ' WS-WORK-WRITTEN-COUNT
           CLOSE PSTJRNL-FILE
                 XREFACCT-FILE
                 CASHWORK-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'PSTJRNL'              TO WS-RCTL-INPUT-DD
           MOVE WS-JRNL-READ-COUNT     TO WS-RCTL-INPUT-COUNT
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
