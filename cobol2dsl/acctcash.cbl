       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCASH.

      ******************************************************
      *  CASH TRANSACTION MONITORING                       *
      *  Reads the CASHWORK file the ACCTCSHX extract      *
      *  writes, sorted by party, day, direction and       *
      *  account, and holds each party's days in a table   *
      *  until the break.  Deposits and withdrawals are    *
      *  totalled separately for every day.  A day whose   *
      *  total in either direction is over the parm        *
      *  threshold, and which took a posting in this run,  *
      *  is written to the CTRCAND currency transaction    *
      *  candidate file and listed on CTRRPT with name     *
      *  and taxpayer id from CUSTKSDS.  A day already     *
      *  over the threshold on an earlier night is only    *
      *  counted.                                          *
      *                                                    *
      *  A transaction between the parm percentage under   *
      *  the threshold and the threshold itself is "near". *
      *  For each direction the busiest run of near items  *
      *  inside any window of the parm days is found; if   *
      *  it reaches the parm minimum count a structuring   *
      *  alert is listed on STRCRPT.  The CASHHIST KSDS    *
      *  keeps the window of the last alert for the party  *
      *  and direction, and a pattern starting inside that *
      *  window is suppressed, so the same activity is not *
      *  raised again night after night.                   *
      *  RC=0 NOTHING RAISED, RC=4 CANDIDATES OR ALERTS    *
      *  RAISED OR A CASHHIST I/O PROBLEM, RC=16 BAD PARM  *
      *  OR A KSDS UNAVAILABLE.                            *
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

           SELECT CASHWORK-FILE ASSIGN TO CASHWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHWORK-STATUS.

           SELECT CUSTKSDS-FILE ASSIGN TO CUSTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTKSDS-STATUS.

           SELECT CASHHIST-FILE ASSIGN TO CASHHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-KEY
               FILE STATUS IS CASHHIST-STATUS.

           SELECT CTRCAND-FILE ASSIGN TO CTRCAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTRCAND-STATUS.

           SELECT CTRRPT-FILE ASSIGN TO CTRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTRRPT-STATUS.

           SELECT STRCRPT-FILE ASSIGN TO STRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STRCRPT-STATUS.

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
           05  PARM-THRESHOLD          PIC 9(7)V99.
           05  PARM-NEAR-PCT           PIC 9(2).
           05  PARM-WINDOW-DAYS        PIC 9(2).
           05  PARM-MIN-COUNT          PIC 9(2).
           05  FILLER                  PIC X(56).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  CASHWORK-FILE
           RECORDING MODE IS F.
       01  CASHWORK-REC                PIC X(60).

       FD  CUSTKSDS-FILE.
       01  CUSTKSDS-REC.
           COPY CUSTREC.

       FD  CASHHIST-FILE.
       01  CASHHIST-REC.
           COPY CASHHIST.

       FD  CTRCAND-FILE
           RECORDING MODE IS F.
       01  CTRCAND-REC                 PIC X(100).

       FD  CTRRPT-FILE
           RECORDING MODE IS F.
       01  CTRRPT-REC                  PIC X(132).

       FD  STRCRPT-FILE
           RECORDING MODE IS F.
       01  STRCRPT-REC                 PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  CASHWORK-STATUS    PIC X(2).
       01  CUSTKSDS-STATUS    PIC X(2).
       01  CASHHIST-STATUS    PIC X(2).
       01  CTRCAND-STATUS     PIC X(2).
       01  CTRRPT-STATUS      PIC X(2).
       01  STRCRPT-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  CASH-WORK-RECORD.
           COPY CASHWORK.

       01  CTR-CANDIDATE-RECORD.
           COPY CTRCAND.

      *    ONE ENTRY PER DAY AND DIRECTION FOR THE PARTY IN HAND,
      *    IN DAY ORDER AS THE WORK FILE IS SORTED.  A 99-DAY
      *    WINDOW FILLS AT MOST 198 ENTRIES
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 200 TIMES.
               10  WS-DAY-DAYNO       PIC 9(7).
               10  WS-DAY-DATE        PIC X(8).
               10  WS-DAY-DIRECTION   PIC X(1).
               10  WS-DAY-TOTAL       PIC S9(11)V99 COMP-3.
               10  WS-DAY-TRAN-COUNT  PIC 9(4).
               10  WS-DAY-NEAR-COUNT  PIC 9(3).
               10  WS-DAY-NEAR-TOTAL  PIC S9(11)V99 COMP-3.
               10  WS-DAY-FIRST-ACCT  PIC 9(9).
               10  WS-DAY-LAST-ACCT   PIC 9(9).
               10  WS-DAY-ACCT-COUNT  PIC 9(3).
               10  WS-DAY-TONIGHT-SW  PIC X(1).
                   88  WS-DAY-TONIGHT     VALUE 'Y'.
       01  WS-DAY-MAX             PIC 9(3)  COMP VALUE 200.
       01  WS-DAY-USED            PIC 9(3)  COMP VALUE 0.
       01  WS-DAY-SUB             PIC 9(3)  COMP VALUE 0.
       01  WS-WIN-SUB             PIC 9(3)  COMP VALUE 0.

       01  WS-CURR-PARTY.
           05  WS-CURR-PARTY-TYPE PIC X(1).
           05  WS-CURR-PARTY-ID   PIC 9(9).

       01  WS-THRESHOLD           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-NEAR-FLOOR          PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-CHECK-DIRECTION     PIC X(1)  VALUE SPACE.
       01  WS-WIN-FLOOR-DAY       PIC 9(7)  VALUE 0.
       01  WS-WIN-START-SUB       PIC 9(3)  COMP VALUE 0.
       01  WS-WIN-COUNT           PIC 9(5)  VALUE 0.
       01  WS-WIN-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BEST-START-SUB      PIC 9(3)  COMP VALUE 0.
       01  WS-BEST-END-SUB        PIC 9(3)  COMP VALUE 0.
       01  WS-BEST-COUNT          PIC 9(5)  VALUE 0.
       01  WS-BEST-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ENTRY-ADDED-SW      PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-ADDED         VALUE 'Y'.
       01  WS-NAME-READ-SW        PIC X(1)  VALUE 'N'.
           88  WS-NAME-READ           VALUE 'Y'.
       01  WS-PARTY-NAME          PIC X(30) VALUE SPACES.
       01  WS-PARTY-TAX-ID        PIC X(9)  VALUE SPACES.
       01  WS-ALERT-REMARK        PIC X(30) VALUE SPACES.

       01  WS-WORK-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-PARTY-COUNT         PIC 9(9)  VALUE 0.
       01  WS-CTR-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CTR-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTR-PRIOR-COUNT     PIC 9(9)  VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-SUPPRESSED-COUNT    PIC 9(9)  VALUE 0.
       01  WS-HIST-ERROR-COUNT    PIC 9(9)  VALUE 0.
       01  WS-DAY-OVERFLOW-COUNT  PIC 9(9)  VALUE 0.

       01  WS-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-FLOOR          PIC ZZZ,ZZZ,ZZ9.99-.

       01  CTR-COLUMN-LINE.
           05  FILLER             PIC X(12)  VALUE 'PARTY'.
           05  FILLER             PIC X(32)  VALUE 'NAME'.
           05  FILLER             PIC X(11)  VALUE 'TAX ID'.
           05  FILLER             PIC X(10)  VALUE 'POST DATE'.
           05  FILLER             PIC X(5)   VALUE 'DIR'.
           05  FILLER             PIC X(21)  VALUE '             TOTAL'.
           05  FILLER             PIC X(7)   VALUE 'ITEMS'.
           05  FILLER             PIC X(11)  VALUE 'ACCOUNT'.
           05  FILLER             PIC X(23)  VALUE 'ACCTS'.

       01  CTR-DETAIL-LINE.
           05  CTR-DET-TYPE       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  CTR-DET-ID         PIC 9(9).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  CTR-DET-NAME       PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-TAX-ID     PIC X(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-DATE       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-DIRECTION  PIC X(3).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-ITEMS      PIC ZZZ9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  CTR-DET-ACCT       PIC 9(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CTR-DET-ACCTS      PIC ZZ9.
           05  FILLER             PIC X(20)  VALUE SPACES.

       01  STR-COLUMN-LINE.
           05  FILLER             PIC X(12)  VALUE 'PARTY'.
           05  FILLER             PIC X(32)  VALUE 'NAME'.
           05  FILLER             PIC X(5)   VALUE 'DIR'.
           05  FILLER             PIC X(10)  VALUE 'FROM'.
           05  FILLER             PIC X(10)  VALUE 'TO'.
           05  FILLER             PIC X(7)   VALUE ' ITEMS'.
           05  FILLER             PIC X(21)  VALUE '        NEAR TOTAL'.
           05  FILLER             PIC X(35)  VALUE 'REMARK'.

       01  STR-DETAIL-LINE.
           05  STR-DET-TYPE       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  STR-DET-ID         PIC 9(9).
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  STR-DET-NAME       PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-DIRECTION  PIC X(3).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-FROM       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-TO         PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-ITEMS      PIC ZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  STR-DET-REMARK     PIC X(30).
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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTCASH'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTCSHX'.
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
           PERFORM 1000-CASHWORK-GET-NEXT
           PERFORM 2000-PROCESS-PARTY UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-CTR-COUNT > 0
           OR  WS-ALERT-COUNT > 0
           OR  WS-HIST-ERROR-COUNT > 0
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
           OR  PARM-THRESHOLD NOT NUMERIC
           OR  PARM-THRESHOLD = 0
           OR  PARM-NEAR-PCT NOT NUMERIC
           OR  PARM-NEAR-PCT = 0
           OR  PARM-WINDOW-DAYS NOT NUMERIC
           OR  PARM-WINDOW-DAYS = 0
           OR  PARM-MIN-COUNT NOT NUMERIC
           OR  PARM-MIN-COUNT < 2
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               CLOSE PARMCARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           MOVE PARM-THRESHOLD TO WS-THRESHOLD
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * (100 - PARM-NEAR-PCT) / 100
           OPEN INPUT  CUSTKSDS-FILE
           IF  CUSTKSDS-STATUS NOT = '00'
               DISPLAY 'CUSTKSDS OPEN FAILED - STATUS: '
                   CUSTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    CASHHIST-FILE
           IF  CASHHIST-STATUS NOT = '00'
               DISPLAY 'CASHHIST OPEN FAILED - STATUS: '
                   CASHHIST-STATUS
               CLOSE CUSTKSDS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  CASHWORK-FILE
           OPEN OUTPUT CTRCAND-FILE
           OPEN OUTPUT CTRRPT-FILE
           OPEN OUTPUT STRCRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-THRESHOLD TO WS-EDIT-AMOUNT
           MOVE SPACES TO CTRRPT-REC
           STRING 'CURRENCY TRANSACTION REPORT CANDIDATES - RUN DATE '
               PARM-RUN-DATE ' THRESHOLD ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO CTRRPT-REC
           WRITE CTRRPT-REC
           MOVE SPACES TO CTRRPT-REC
           WRITE CTRRPT-REC
           WRITE CTRRPT-REC FROM CTR-COLUMN-LINE
           MOVE WS-NEAR-FLOOR TO WS-EDIT-FLOOR
           MOVE SPACES TO STRCRPT-REC
           STRING 'STRUCTURING ALERTS - RUN DATE ' PARM-RUN-DATE
               ' - ' PARM-MIN-COUNT ' OR MORE ITEMS OF '
               WS-EDIT-FLOOR ' TO ' WS-EDIT-AMOUNT ' IN '
               PARM-WINDOW-DAYS ' DAYS'
               DELIMITED BY SIZE INTO STRCRPT-REC
           WRITE STRCRPT-REC
           MOVE SPACES TO STRCRPT-REC
           WRITE STRCRPT-REC
           WRITE STRCRPT-REC FROM STR-COLUMN-LINE.

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

       1000-CASHWORK-GET-NEXT.
           READ CASHWORK-FILE INTO CASH-WORK-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-WORK-READ-COUNT
           END-READ.

       2000-PROCESS-PARTY.
           MOVE CASH-PARTY-KEY TO WS-CURR-PARTY
           MOVE 0   TO WS-DAY-USED
           MOVE 'N' TO WS-NAME-READ-SW
           ADD 1 TO WS-PARTY-COUNT
           PERFORM 2100-ADD-TRANSACTION
               UNTIL END-OF-FILE = 'Y'
               OR CASH-PARTY-KEY NOT = WS-CURR-PARTY
           PERFORM 3000-CHECK-CTR-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-USED
           MOVE 'I' TO WS-CHECK-DIRECTION
           PERFORM 4000-CHECK-STRUCTURING
           MOVE 'O' TO WS-CHECK-DIRECTION
           PERFORM 4000-CHECK-STRUCTURING.

       2100-ADD-TRANSACTION.
           MOVE 'Y' TO WS-ENTRY-ADDED-SW
           IF  WS-DAY-USED = 0
           OR  CASH-DAY-NUMBER NOT = WS-DAY-DAYNO (WS-DAY-USED)
           OR  CASH-DIRECTION NOT = WS-DAY-DIRECTION (WS-DAY-USED)
               PERFORM 2110-START-DAY-ENTRY
           END-IF
           IF  WS-ENTRY-ADDED
               PERFORM 2120-ACCUMULATE-ENTRY
           END-IF
           PERFORM 1000-CASHWORK-GET-NEXT.

       2110-START-DAY-ENTRY.
           IF  WS-DAY-USED < WS-DAY-MAX
               ADD 1 TO WS-DAY-USED
               MOVE CASH-DAY-NUMBER TO WS-DAY-DAYNO (WS-DAY-USED)
               MOVE CASH-POST-DATE  TO WS-DAY-DATE (WS-DAY-USED)
               MOVE CASH-DIRECTION  TO WS-DAY-DIRECTION (WS-DAY-USED)
               MOVE 0 TO WS-DAY-TOTAL (WS-DAY-USED)
               MOVE 0 TO WS-DAY-TRAN-COUNT (WS-DAY-USED)
               MOVE 0 TO WS-DAY-NEAR-COUNT (WS-DAY-USED)
               MOVE 0 TO WS-DAY-NEAR-TOTAL (WS-DAY-USED)
               MOVE CASH-ACCT-NUMBER
                   TO WS-DAY-FIRST-ACCT (WS-DAY-USED)
               MOVE 0 TO WS-DAY-LAST-ACCT (WS-DAY-USED)
               MOVE 0 TO WS-DAY-ACCT-COUNT (WS-DAY-USED)
               MOVE 'N' TO WS-DAY-TONIGHT-SW (WS-DAY-USED)
           ELSE
               MOVE 'N' TO WS-ENTRY-ADDED-SW
               ADD 1 TO WS-DAY-OVERFLOW-COUNT
           END-IF.

      *    THE WORK FILE IS SORTED BY ACCOUNT WITHIN THE DAY, SO
      *    EACH CHANGE OF ACCOUNT IS ONE MORE CONTRIBUTING ACCOUNT
       2120-ACCUMULATE-ENTRY.
           ADD CASH-AMOUNT TO WS-DAY-TOTAL (WS-DAY-USED)
           ADD 1 TO WS-DAY-TRAN-COUNT (WS-DAY-USED)
           IF  CASH-ACCT-NUMBER NOT = WS-DAY-LAST-ACCT (WS-DAY-USED)
               ADD 1 TO WS-DAY-ACCT-COUNT (WS-DAY-USED)
               MOVE CASH-ACCT-NUMBER
                   TO WS-DAY-LAST-ACCT (WS-DAY-USED)
           END-IF
           IF  CASH-AMOUNT NOT < WS-NEAR-FLOOR
           AND CASH-AMOUNT NOT > WS-THRESHOLD
               ADD 1 TO WS-DAY-NEAR-COUNT (WS-DAY-USED)
               ADD CASH-AMOUNT TO WS-DAY-NEAR-TOTAL (WS-DAY-USED)
           END-IF
           IF  CASH-RUN-DATE = PARM-RUN-DATE
               MOVE 'Y' TO WS-DAY-TONIGHT-SW (WS-DAY-USED)
           END-IF.

      *    A DAY WITH NOTHING POSTED TONIGHT WAS ALREADY OVER THE
      *    THRESHOLD - AND A CANDIDATE - ON THE NIGHT IT WAS POSTED
       3000-CHECK-CTR-DAY.
           IF  WS-DAY-TOTAL (WS-DAY-SUB) > WS-THRESHOLD
               IF  WS-DAY-TONIGHT (WS-DAY-SUB)
                   PERFORM 3100-WRITE-CTR-CANDIDATE
               ELSE
                   ADD 1 TO WS-CTR-PRIOR-COUNT
               END-IF
           END-IF.

       3100-WRITE-CTR-CANDIDATE.
           PERFORM 3200-GET-PARTY-NAME
           ADD 1 TO WS-CTR-COUNT
           ADD WS-DAY-TOTAL (WS-DAY-SUB) TO WS-CTR-TOTAL
           MOVE SPACES                  TO CTR-CANDIDATE-RECORD
           MOVE PARM-RUN-DATE           TO CTRC-RUN-DATE
           MOVE WS-CURR-PARTY-TYPE      TO CTRC-PARTY-TYPE
           MOVE WS-CURR-PARTY-ID        TO CTRC-PARTY-ID
           MOVE WS-PARTY-NAME           TO CTRC-PARTY-NAME
           MOVE WS-PARTY-TAX-ID         TO CTRC-TAX-ID
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO CTRC-POST-DATE
           MOVE WS-DAY-DIRECTION (WS-DAY-SUB) TO CTRC-DIRECTION
           MOVE WS-DAY-TOTAL (WS-DAY-SUB) TO CTRC-TOTAL
           MOVE WS-DAY-TRAN-COUNT (WS-DAY-SUB) TO CTRC-TRAN-COUNT
           MOVE WS-DAY-FIRST-ACCT (WS-DAY-SUB) TO CTRC-ACCT-NUMBER
           MOVE WS-DAY-ACCT-COUNT (WS-DAY-SUB) TO CTRC-ACCT-COUNT
           WRITE CTRCAND-REC FROM CTR-CANDIDATE-RECORD
           MOVE WS-CURR-PARTY-TYPE      TO CTR-DET-TYPE
           MOVE WS-CURR-PARTY-ID        TO CTR-DET-ID
           MOVE WS-PARTY-NAME           TO CTR-DET-NAME
           MOVE WS-PARTY-TAX-ID         TO CTR-DET-TAX-ID
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO CTR-DET-DATE
           IF  CTRC-CASH-IN
               MOVE 'IN '               TO CTR-DET-DIRECTION
           ELSE
               MOVE 'OUT'               TO CTR-DET-DIRECTION
           END-IF
           MOVE WS-DAY-TOTAL (WS-DAY-SUB) TO CTR-DET-TOTAL
           MOVE WS-DAY-TRAN-COUNT (WS-DAY-SUB) TO CTR-DET-ITEMS
           MOVE WS-DAY-FIRST-ACCT (WS-DAY-SUB) TO CTR-DET-ACCT
           MOVE WS-DAY-ACCT-COUNT (WS-DAY-SUB) TO CTR-DET-ACCTS
           WRITE CTRRPT-REC FROM CTR-DETAIL-LINE.

      *    LOOKED UP ONCE PER PARTY, AND ONLY WHEN SOMETHING IS
      *    RAISED AGAINST IT
       3200-GET-PARTY-NAME.
           IF  NOT WS-NAME-READ
               MOVE 'Y' TO WS-NAME-READ-SW
               MOVE SPACES TO WS-PARTY-TAX-ID
               IF  WS-CURR-PARTY-TYPE = 'A'
                   MOVE 'NO CUSTOMER LINK' TO WS-PARTY-NAME
               ELSE
                   MOVE WS-CURR-PARTY-ID TO CUST-ID
                   READ CUSTKSDS-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF  CUSTKSDS-STATUS = '00'
                       MOVE CUST-NAME   TO WS-PARTY-NAME
                       MOVE CUST-TAX-ID TO WS-PARTY-TAX-ID
                   ELSE
                       MOVE 'NOT ON CUSTOMER MASTER'
                           TO WS-PARTY-NAME
                   END-IF
               END-IF
           END-IF.

       4000-CHECK-STRUCTURING.
           MOVE 0 TO WS-BEST-COUNT
           MOVE 0 TO WS-BEST-TOTAL
           PERFORM 4100-TRY-WINDOW-END
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-USED
           IF  WS-BEST-COUNT NOT < PARM-MIN-COUNT
               PERFORM 4200-CHECK-ALERT-HISTORY
           END-IF.

      *    EVERY DAY WITH A NEAR ITEM IS TRIED AS THE LAST DAY OF
      *    A WINDOW; THE LATEST OF THE BUSIEST WINDOWS IS KEPT
       4100-TRY-WINDOW-END.
           IF  WS-DAY-DIRECTION (WS-DAY-SUB) = WS-CHECK-DIRECTION
           AND WS-DAY-NEAR-COUNT (WS-DAY-SUB) > 0
               MOVE 0 TO WS-WIN-COUNT
               MOVE 0 TO WS-WIN-TOTAL
               MOVE WS-DAY-SUB TO WS-WIN-START-SUB
               COMPUTE WS-WIN-FLOOR-DAY =
                   WS-DAY-DAYNO (WS-DAY-SUB) - PARM-WINDOW-DAYS + 1
               PERFORM 4110-ADD-WINDOW-DAY
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-DAY-SUB
               IF  WS-WIN-COUNT NOT < WS-BEST-COUNT
                   MOVE WS-WIN-COUNT     TO WS-BEST-COUNT
                   MOVE WS-WIN-TOTAL     TO WS-BEST-TOTAL
                   MOVE WS-WIN-START-SUB TO WS-BEST-START-SUB
                   MOVE WS-DAY-SUB       TO WS-BEST-END-SUB
               END-IF
           END-IF.

       4110-ADD-WINDOW-DAY.
           IF  WS-DAY-DIRECTION (WS-WIN-SUB) = WS-CHECK-DIRECTION
           AND WS-DAY-NEAR-COUNT (WS-WIN-SUB) > 0
           AND WS-DAY-DAYNO (WS-WIN-SUB) NOT < WS-WIN-FLOOR-DAY
               ADD WS-DAY-NEAR-COUNT (WS-WIN-SUB) TO WS-WIN-COUNT
               ADD WS-DAY-NEAR-TOTAL (WS-WIN-SUB) TO WS-WIN-TOTAL
               IF  WS-WIN-SUB < WS-WIN-START-SUB
                   MOVE WS-WIN-SUB TO WS-WIN-START-SUB
               END-IF
           END-IF.

       4200-CHECK-ALERT-HISTORY.
           MOVE WS-CURR-PARTY-TYPE TO CHST-PARTY-TYPE
           MOVE WS-CURR-PARTY-ID   TO CHST-PARTY-ID
           MOVE WS-CHECK-DIRECTION TO CHST-DIRECTION
           READ CASHHIST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN CASHHIST-STATUS = '00'
               AND  CHST-WINDOW-END NOT <
                        WS-DAY-DATE (WS-BEST-START-SUB)
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   ADD 1 TO CHST-SUPPRESS-COUNT
                   PERFORM 4400-REWRITE-HISTORY
               WHEN CASHHIST-STATUS = '00'
                   MOVE 'RAISED BEFORE ON ' TO WS-ALERT-REMARK
                   MOVE CHST-LAST-ALERT-DATE
                       TO WS-ALERT-REMARK (18:8)
                   PERFORM 4300-RAISE-ALERT
                   PERFORM 4500-SET-HISTORY-WINDOW
                   PERFORM 4400-REWRITE-HISTORY
               WHEN OTHER
                   MOVE 'FIRST ALERT' TO WS-ALERT-REMARK
                   PERFORM 4300-RAISE-ALERT
                   MOVE SPACES             TO CASHHIST-REC
                   MOVE WS-CURR-PARTY-TYPE TO CHST-PARTY-TYPE
                   MOVE WS-CURR-PARTY-ID   TO CHST-PARTY-ID
                   MOVE WS-CHECK-DIRECTION TO CHST-DIRECTION
                   MOVE PARM-RUN-DATE      TO CHST-FIRST-ALERT-DATE
                   MOVE 0                  TO CHST-ALERT-COUNT
                   MOVE 0                  TO CHST-SUPPRESS-COUNT
                   PERFORM 4500-SET-HISTORY-WINDOW
                   WRITE CASHHIST-REC
                       INVALID KEY
                           ADD 1 TO WS-HIST-ERROR-COUNT
                           DISPLAY 'CASHHIST WRITE FAILED - KEY: '
                               CHST-KEY ' STATUS: ' CASHHIST-STATUS
                   END-WRITE
           END-EVALUATE.

       4300-RAISE-ALERT.
           PERFORM 3200-GET-PARTY-NAME
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-CURR-PARTY-TYPE TO STR-DET-TYPE
           MOVE WS-CURR-PARTY-ID   TO STR-DET-ID
           MOVE WS-PARTY-NAME      TO STR-DET-NAME
           IF  WS-CHECK-DIRECTION = 'I'
               MOVE 'IN '          TO STR-DET-DIRECTION
           ELSE
               MOVE 'OUT'          TO STR-DET-DIRECTION
           END-IF
           MOVE WS-DAY-DATE (WS-BEST-START-SUB) TO STR-DET-FROM
           MOVE WS-DAY-DATE (WS-BEST-END-SUB)   TO STR-DET-TO
           MOVE WS-BEST-COUNT      TO STR-DET-ITEMS
           MOVE WS-BEST-TOTAL      TO STR-DET-TOTAL
           MOVE WS-ALERT-REMARK    TO STR-DET-REMARK
           WRITE STRCRPT-REC FROM STR-DETAIL-LINE.

       4400-REWRITE-HISTORY.
           REWRITE CASHHIST-REC
               INVALID KEY
                   ADD 1 TO WS-HIST-ERROR-COUNT
                   DISPLAY 'CASHHIST REWRITE FAILED - KEY: '
                       CHST-KEY ' STATUS: ' CASHHIST-STATUS
           END-REWRITE.

       4500-SET-HISTORY-WINDOW.
           ADD 1 TO CHST-ALERT-COUNT
           MOVE PARM-RUN-DATE TO CHST-LAST-ALERT-DATE
           MOVE WS-DAY-DATE (WS-BEST-START-SUB) TO CHST-WINDOW-START
           MOVE WS-DAY-DATE (WS-BEST-END-SUB)   TO CHST-WINDOW-END
           MOVE WS-BEST-COUNT TO CHST-NEAR-COUNT
           MOVE WS-BEST-TOTAL TO CHST-NEAR-TOTAL.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO CTRRPT-REC
           WRITE CTRRPT-REC
           MOVE 'CASH MONITORING SUMMARY' TO CTRRPT-REC
           WRITE CTRRPT-REC
           MOVE SPACES TO CTRRPT-REC
           WRITE CTRRPT-REC

           MOVE 'WORK RECORDS READ'      TO RPT-CNT-LABEL
           MOVE WS-WORK-READ-COUNT       TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'PARTIES MONITORED'      TO RPT-CNT-LABEL
           MOVE WS-PARTY-COUNT           TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'CTR CANDIDATES'         TO RPT-CNT-LABEL
           MOVE WS-CTR-COUNT             TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'CTR CANDIDATE AMOUNT'   TO RPT-AMT-LABEL
           MOVE WS-CTR-TOTAL             TO RPT-AMT-VALUE
           WRITE CTRRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'OVER ON EARLIER NIGHTS' TO RPT-CNT-LABEL
           MOVE WS-CTR-PRIOR-COUNT       TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'STRUCTURING ALERTS'     TO RPT-CNT-LABEL
           MOVE WS-ALERT-COUNT           TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ALERTS ALREADY RAISED'  TO RPT-CNT-LABEL
           MOVE WS-SUPPRESSED-COUNT      TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'CASHHIST I/O ERRORS'    TO RPT-CNT-LABEL
           MOVE WS-HIST-ERROR-COUNT      TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ITEMS OVER DAY TABLE'   TO RPT-CNT-LABEL
           MOVE WS-DAY-OVERFLOW-COUNT    TO RPT-CNT-VALUE
           WRITE CTRRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'PARTIES MONITORED:  ' WS-PARTY-COUNT
           DISPLAY 'CTR CANDIDATES:     ' WS-CTR-COUNT
           DISPLAY 'STRUCTURING ALERTS: ' WS-ALERT-COUNT
           DISPLAY 'ALERTS SUPPRESSED:  ' WS-SUPPRESSED-COUNT
           CLOSE CASHWORK-FILE
                 CUSTKSDS-FILE
                 CASHHIST-FILE
                 CTRCAND-FILE
                 CTRRPT-FILE
                 STRCRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'CASHWORK'             TO WS-RCTL-INPUT-DD
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
