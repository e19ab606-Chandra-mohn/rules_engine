       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTGLIF.

      ******************************************************
      *  GENERAL LEDGER INTERFACE                          *
      *  Carries the night's balance movements to the      *
      *  general ledger so finance no longer re-keys them  *
      *  off the posting, accrual and escheatment SYSOUT.  *
      *  Reads, for the parm run date:                     *
      *    - the ACCTPOST journal (DEP/WDL/FEE by code,    *
      *      and the XFD/XFC legs of a transfer)           *
      *    - the ACCTINT accrual journal                   *
      *    - the ACCTMNT journal, where the after-image    *
      *      balance less the before-image balance of an   *
      *      ADD or CHG is an adjustment up or down        *
      *    - the ACCTESCH state remittance file, when      *
      *      ACCTESCH ran for the date                     *
      *  and totals each kind of movement.  Every total is *
      *  mapped through the keyed GLMAP table to a debit   *
      *  and credit ledger account and written as one      *
      *  balanced two-line journal entry; the proof report *
      *  lists each movement with its accounts.            *
      *                                                    *
      *  Each source is then tied, count and net amount,   *
      *  to the control totals its job appended to CTLFILE *
      *  for the same date - the journals accumulate, so   *
      *  a rerun that posted twice or a job that ran       *
      *  against the wrong date shows up here.  A job      *
      *  with no control record and no journal activity    *
      *  for the date did not run and reports NOT RUN.     *
      *  RC=0 BALANCED AND TIED - RELEASE THE GL FILE.     *
      *  RC=8 DEBITS AND CREDITS DO NOT NET TO ZERO, A     *
      *  MOVEMENT HAS NO MAPPING, OR A SOURCE DOES NOT     *
      *  TIE TO CTLFILE - HOLD THE GL FILE.                *
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

           SELECT CTLFILE-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLFILE-STATUS.

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTJRNL-STATUS.

           SELECT INTJRNL-FILE ASSIGN TO INTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTJRNL-STATUS.

           SELECT MNTJRNL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTJRNL-STATUS.

           SELECT OPTIONAL REMITOUT-FILE ASSIGN TO REMITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITOUT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS GLMAP-STATUS.

           SELECT GLENTRY-FILE ASSIGN TO GLENTRY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLENTRY-STATUS.

           SELECT GLPROOF-FILE ASSIGN TO GLPROOF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPROOF-STATUS.

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

       FD  CTLFILE-FILE
           RECORDING MODE IS F.
       01  CTLFILE-REC                 PIC X(50).

       FD  PSTJRNL-FILE
           RECORDING MODE IS F.
       01  PSTJRNL-REC                 PIC X(60).

       FD  INTJRNL-FILE
           RECORDING MODE IS F.
       01  INTJRNL-REC                 PIC X(40).

       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       01  MNTJRNL-REC                 PIC X(242).

       FD  REMITOUT-FILE
           RECORDING MODE IS F.
       01  REMITOUT-REC                PIC X(80).

       FD  GLMAP-FILE.
       01  GLMAP-REC.
           COPY GLMAPREC.

       FD  GLENTRY-FILE
           RECORDING MODE IS F.
       01  GLENTRY-REC                 PIC X(80).

       FD  GLPROOF-FILE
           RECORDING MODE IS F.
       01  GLPROOF-REC                 PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  CTLFILE-STATUS     PIC X(2).
       01  PSTJRNL-STATUS     PIC X(2).
       01  INTJRNL-STATUS     PIC X(2).
       01  MNTJRNL-STATUS     PIC X(2).
       01  REMITOUT-STATUS    PIC X(2).
       01  GLMAP-STATUS       PIC X(2).
       01  GLENTRY-STATUS     PIC X(2).
       01  GLPROOF-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  CONTROL-RECORD.
           COPY CTLREC.

       01  PST-JOURNAL-RECORD.
           COPY PSTJRNL.

       01  INT-JOURNAL-RECORD.
           COPY INTJRNL.

       01  MNT-JOURNAL-RECORD.
           COPY MNTJRNL.

       01  GL-ENTRY-RECORD.
           COPY GLENTRY.

      *    WORK AREA TO UNPACK THE BALANCE OUT OF A 100-BYTE
      *    BEFORE/AFTER ACCOUNT IMAGE OFF THE MAINTENANCE JOURNAL
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

      *    THE REMITTANCE DETAIL AND TRAILER LAYOUTS ACCTESCH
      *    WRITES - ONLY THE DETAILS CARRY MONEY TO THE LEDGER
       01  REMIT-DETAIL-REC.
           05  REMIT-DET-TYPE     PIC X(1).
               88  REMIT-DET-IS-DETAIL    VALUE 'D'.
           05  REMIT-DET-ACCT     PIC 9(9).
           05  REMIT-DET-NAME     PIC X(30).
           05  REMIT-DET-BALANCE  PIC +9(9).99.
           05  REMIT-DET-OPENED   PIC X(8).
           05  REMIT-DET-NOTIFIED PIC X(8).
           05  FILLER             PIC X(11).

      *    LAST CONTROL RECORD WINS PER JOB/FILE/DIRECTION AND
      *    PARTITION, SO A RERUN REPLACES ITS EARLIER TOTALS
      *    INSTEAD OF DOUBLE-COUNTING THEM
       01  WS-CTL-TABLE.
           05  WS-CTE-ENTRY OCCURS 100 TIMES.
               10  WS-CTE-JOB         PIC X(8).
               10  WS-CTE-DD          PIC X(8).
               10  WS-CTE-DIR         PIC X(1).
               10  WS-CTE-PART        PIC X(2).
               10  WS-CTE-COUNT       PIC 9(9).
               10  WS-CTE-HASH        PIC S9(11)V99 COMP-3.
       01  WS-CTE-USED            PIC 9(3)  COMP VALUE 0.
       01  WS-CTE-SUB             PIC 9(3)  COMP VALUE 1.
       01  WS-CTE-HIT-SUB         PIC 9(3)  COMP VALUE 0.

      *    ONE BUCKET PER KIND OF MOVEMENT - THE KEYS ARE THE
      *    GLMAP KEYS THE BUCKET TOTALS ARE MAPPED THROUGH
       01  WS-MAP-KEY-TABLE.
           05  FILLER             PIC X(6)  VALUE 'PSTDEP'.
           05  FILLER             PIC X(6)  VALUE 'PSTWDL'.
           05  FILLER             PIC X(6)  VALUE 'PSTFEE'.
           05  FILLER             PIC X(6)  VALUE 'PSTXFD'.
           05  FILLER             PIC X(6)  VALUE 'PSTXFC'.
           05  FILLER             PIC X(6)  VALUE 'INTACR'.
           05  FILLER             PIC X(6)  VALUE 'MNTINC'.
           05  FILLER             PIC X(6)  VALUE 'MNTDEC'.
           05  FILLER             PIC X(6)  VALUE 'ESCREM'.
       01  FILLER REDEFINES WS-MAP-KEY-TABLE.
           05  WS-MAP-KEY-VALUE   OCCURS 9 TIMES PIC X(6).

       01  WS-MOVEMENT-TABLE.
           05  WS-MVT-ENTRY OCCURS 9 TIMES.
               10  WS-MVT-COUNT       PIC 9(9)        VALUE 0.
               10  WS-MVT-AMOUNT      PIC S9(11)V99 COMP-3
                                                      VALUE 0.
       01  WS-MVT-USED            PIC 9(3)  COMP VALUE 9.
       01  WS-MVT-SUB             PIC 9(3)  COMP VALUE 1.
       01  WS-MVT-HIT-SUB         PIC 9(3)  COMP VALUE 0.

       01  WS-LOOK-MAP-KEY        PIC X(6)  VALUE SPACES.
       01  WS-ITEM-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REMIT-AMOUNT        PIC S9(9)V99 VALUE 0.

       01  WS-LOOK-JOB            PIC X(8)  VALUE SPACES.
       01  WS-LOOK-DD             PIC X(8)  VALUE SPACES.
       01  WS-LOOK-DIR            PIC X(1)  VALUE SPACE.
       01  WS-JOB-RAN-SW          PIC X(1)  VALUE 'N'.
           88  WS-JOB-RAN             VALUE 'Y'.
       01  WS-SIDE-FOUND-SW       PIC X(1)  VALUE 'N'.
           88  WS-SIDE-FOUND          VALUE 'Y'.
       01  WS-SIDE-COUNT          PIC 9(9)  VALUE 0.
       01  WS-SIDE-HASH           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SOURCE-COUNT        PIC 9(9)  VALUE 0.
       01  WS-SOURCE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ESCH-RAN-SW         PIC X(1)  VALUE 'N'.
           88  WS-ESCH-RAN            VALUE 'Y'.

       01  WS-PST-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-PST-EOF             VALUE 'Y'.
       01  WS-INT-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-INT-EOF             VALUE 'Y'.
       01  WS-MNT-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-MNT-EOF             VALUE 'Y'.
       01  WS-REM-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-REM-EOF             VALUE 'Y'.
       01  WS-CTL-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-CTL-EOF             VALUE 'Y'.

      *    PER-SOURCE COUNT AND NET MOVEMENT FOR THE RUN DATE,
      *    IN THE SAME TERMS EACH JOB POSTS TO CTLFILE
       01  WS-PST-COUNT           PIC 9(9)  VALUE 0.
       01  WS-PST-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-INT-COUNT           PIC 9(9)  VALUE 0.
       01  WS-INT-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MNT-COUNT           PIC 9(9)  VALUE 0.
       01  WS-MNT-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ESC-COUNT           PIC 9(9)  VALUE 0.
       01  WS-ESC-NET             PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CTL-READ-COUNT      PIC 9(9)  VALUE 0.
       01  WS-OTHER-DATE-COUNT    PIC 9(9)  VALUE 0.
       01  WS-UNKNOWN-CODE-COUNT  PIC 9(9)  VALUE 0.
       01  WS-UNMAPPED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-UNTIED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-ENTRY-COUNT         PIC 9(6)  VALUE 0.
       01  WS-LINE-COUNT          PIC 9(9)  VALUE 0.
       01  WS-TOTAL-DEBITS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CREDITS       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIFFERENCE          PIC S9(11)V99 COMP-3 VALUE 0.

       01  RPT-MOVE-HEADING.
           05  FILLER             PIC X(8)   VALUE 'MAP KEY'.
           05  FILLER             PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER             PIC X(11)  VALUE '    ITEMS'.
           05  FILLER             PIC X(21)  VALUE
               '               AMOUNT'.
           05  FILLER             PIC X(12)  VALUE '  DEBIT GL'.
           05  FILLER             PIC X(12)  VALUE 'CREDIT GL'.
           05  FILLER             PIC X(36)  VALUE SPACES.

       01  RPT-MOVE-LINE.
           05  RPT-MOV-KEY        PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-DESC       PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-COUNT      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-DEBIT      PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-CREDIT     PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-MOV-REMARK     PIC X(22).
           05  FILLER             PIC X(14)  VALUE SPACES.

       01  RPT-TIE-HEADING.
           05  FILLER             PIC X(30)  VALUE 'CONTROL TIE'.
           05  FILLER             PIC X(11)  VALUE '  JRNL-CNT'.
           05  FILLER             PIC X(11)  VALUE '   CTL-CNT'.
           05  FILLER             PIC X(21)  VALUE
               '           JRNL-NET'.
           05  FILLER             PIC X(21)  VALUE
               '            CTL-NET'.
           05  FILLER             PIC X(38)  VALUE SPACES.

       01  RPT-TIE-LINE.
           05  RPT-TIE-LABEL      PIC X(28).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-TIE-J-COUNT    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-TIE-C-COUNT    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-TIE-J-HASH     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-TIE-C-HASH     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RPT-TIE-RESULT     PIC X(14).
           05  FILLER             PIC X(24)  VALUE SPACES.

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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTGLIF'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTPOST'.
           05  FILLER             PIC X(8)  VALUE 'ACCTMNT '.
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
           PERFORM 1000-LOAD-CONTROL-TABLE
           PERFORM 2100-PSTJRNL-GET-NEXT UNTIL WS-PST-EOF
           PERFORM 2200-INTJRNL-GET-NEXT UNTIL WS-INT-EOF
           PERFORM 2300-MNTJRNL-GET-NEXT UNTIL WS-MNT-EOF
           PERFORM 2400-READ-REMITTANCES
           PERFORM 3000-POST-MOVEMENTS
           PERFORM 4000-TIE-TO-CONTROLS
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-DIFFERENCE NOT = 0
           OR  WS-UNMAPPED-COUNT > 0
           OR  WS-UNKNOWN-CODE-COUNT > 0
           OR  WS-UNTIED-COUNT > 0
               DISPLAY 'GL FEED DOES NOT BALANCE OR TIE - HOLD THE '
                   'GL FILE'
               MOVE 8 TO RETURN-CODE
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
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  GLMAP-FILE
           IF  GLMAP-STATUS NOT = '00'
               DISPLAY 'GLMAP OPEN FAILED - STATUS: '
                   GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  CTLFILE-FILE
           OPEN INPUT  PSTJRNL-FILE
           OPEN INPUT  INTJRNL-FILE
           OPEN INPUT  MNTJRNL-FILE
           OPEN OUTPUT GLENTRY-FILE
           OPEN OUTPUT GLPROOF-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE SPACES TO GLPROOF-REC
           STRING 'GENERAL LEDGER INTERFACE PROOF - RUN DATE '
               PARM-RUN-DATE DELIMITED BY SIZE
               INTO GLPROOF-REC
           WRITE GLPROOF-REC
           MOVE SPACES TO GLPROOF-REC
           WRITE GLPROOF-REC.

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

       1000-LOAD-CONTROL-TABLE.
           PERFORM 1100-CTLFILE-GET-NEXT UNTIL WS-CTL-EOF
           CLOSE CTLFILE-FILE.

       1100-CTLFILE-GET-NEXT.
           READ CTLFILE-FILE INTO CONTROL-RECORD
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CTL-READ-COUNT
                   IF  CTL-RUN-DATE = PARM-RUN-DATE
                       PERFORM 1200-STORE-CONTROL-ENTRY
                   END-IF
           END-READ.

       1200-STORE-CONTROL-ENTRY.
           MOVE 0 TO WS-CTE-HIT-SUB
           PERFORM 1250-MATCH-ONE-ENTRY
               VARYING WS-CTE-SUB FROM 1 BY 1
               UNTIL WS-CTE-SUB > WS-CTE-USED
           IF  WS-CTE-HIT-SUB = 0
               IF  WS-CTE-USED < 100
                   ADD 1 TO WS-CTE-USED
                   MOVE WS-CTE-USED TO WS-CTE-HIT-SUB
               ELSE
                   DISPLAY 'CONTROL TABLE FULL - RECORD DROPPED: '
                       CTL-JOB-NAME ' ' CTL-FILE-DD
               END-IF
           END-IF
           IF  WS-CTE-HIT-SUB > 0
               MOVE CTL-JOB-NAME     TO WS-CTE-JOB (WS-CTE-HIT-SUB)
               MOVE CTL-FILE-DD      TO WS-CTE-DD (WS-CTE-HIT-SUB)
               MOVE CTL-DIRECTION    TO WS-CTE-DIR (WS-CTE-HIT-SUB)
               MOVE CTL-PARTITION    TO WS-CTE-PART (WS-CTE-HIT-SUB)
               MOVE CTL-RECORD-COUNT TO WS-CTE-COUNT
                   (WS-CTE-HIT-SUB)
               MOVE CTL-HASH-TOTAL   TO WS-CTE-HASH (WS-CTE-HIT-SUB)
           END-IF.

       1250-MATCH-ONE-ENTRY.
           IF  WS-CTE-JOB (WS-CTE-SUB) = CTL-JOB-NAME
           AND WS-CTE-DD (WS-CTE-SUB) = CTL-FILE-DD
           AND WS-CTE-DIR (WS-CTE-SUB) = CTL-DIRECTION
           AND WS-CTE-PART (WS-CTE-SUB) = CTL-PARTITION
               MOVE WS-CTE-SUB TO WS-CTE-HIT-SUB
           END-IF.

      *    THE POSTING JOURNAL ACCUMULATES ACROSS RUNS - ONLY THE
      *    PARM RUN DATE'S RECORDS ARE CARRIED TO THE LEDGER
       2100-PSTJRNL-GET-NEXT.
           READ PSTJRNL-FILE INTO PST-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-PST-EOF-SW
               NOT AT END
                   IF  PJNL-RUN-DATE = PARM-RUN-DATE
                       PERFORM 2150-TAKE-POSTING
                   ELSE
                       ADD 1 TO WS-OTHER-DATE-COUNT
                   END-IF
           END-READ.

       2150-TAKE-POSTING.
           ADD 1 TO WS-PST-COUNT
           MOVE PJNL-AMOUNT TO WS-ITEM-AMOUNT
           EVALUATE PJNL-TRAN-CODE
               WHEN 'DEP'
               WHEN 'XFC'
                   ADD PJNL-AMOUNT TO WS-PST-NET
               WHEN 'WDL'
               WHEN 'FEE'
               WHEN 'XFD'
                   SUBTRACT PJNL-AMOUNT FROM WS-PST-NET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-LOOK-MAP-KEY
           STRING 'PST' PJNL-TRAN-CODE DELIMITED BY SIZE
               INTO WS-LOOK-MAP-KEY
           PERFORM 2800-ADD-TO-BUCKET.

       2200-INTJRNL-GET-NEXT.
           READ INTJRNL-FILE INTO INT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-INT-EOF-SW
               NOT AT END
                   IF  JINT-RUN-DATE = PARM-RUN-DATE
                       ADD 1 TO WS-INT-COUNT
                       ADD JINT-ACCRUAL-AMOUNT TO WS-INT-NET
                       MOVE JINT-ACCRUAL-AMOUNT TO WS-ITEM-AMOUNT
                       MOVE 'INTACR' TO WS-LOOK-MAP-KEY
                       PERFORM 2800-ADD-TO-BUCKET
                   ELSE
                       ADD 1 TO WS-OTHER-DATE-COUNT
                   END-IF
           END-READ.

       2300-MNTJRNL-GET-NEXT.
           READ MNTJRNL-FILE INTO MNT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-MNT-EOF-SW
               NOT AT END
                   IF  JRNL-RUN-DATE = PARM-RUN-DATE
                       PERFORM 2350-TAKE-MAINTENANCE
                   ELSE
                       ADD 1 TO WS-OTHER-DATE-COUNT
                   END-IF
           END-READ.

      *    THE BEFORE IMAGE OF AN ADD IS SPACES - A NON-NUMERIC
      *    IMAGE BALANCE READS AS ZERO, SO AN ADD CARRIES ITS
      *    OPENING BALANCE AND A CLOSE, WHICH LEAVES THE BALANCE
      *    ALONE, CARRIES NOTHING.  THE NET FEEDS THE CONTROL TIE
      *    SIGNED; THE LEDGER GETS INCREASES AND DECREASES AS
      *    SEPARATE POSITIVE TOTALS
       2350-TAKE-MAINTENANCE.
           ADD 1 TO WS-MNT-COUNT
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE JRNL-AFTER-IMAGE TO IMAGE-RECORD
           IF  IMG-BALANCE NUMERIC
               ADD IMG-BALANCE TO WS-ITEM-AMOUNT
           END-IF
           MOVE JRNL-BEFORE-IMAGE TO IMAGE-RECORD
           IF  IMG-BALANCE NUMERIC
               SUBTRACT IMG-BALANCE FROM WS-ITEM-AMOUNT
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-MNT-NET
           EVALUATE TRUE
               WHEN WS-ITEM-AMOUNT > 0
                   MOVE 'MNTINC' TO WS-LOOK-MAP-KEY
                   PERFORM 2800-ADD-TO-BUCKET
               WHEN WS-ITEM-AMOUNT < 0
                   COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
                   MOVE 'MNTDEC' TO WS-LOOK-MAP-KEY
                   PERFORM 2800-ADD-TO-BUCKET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    REMITOUT IS REWRITTEN EVERY TIME ACCTESCH RUNS AND
      *    CARRIES NO DATE OF ITS OWN - IT IS ONLY TONIGHT'S IF
      *    ACCTESCH POSTED CONTROL TOTALS FOR THE RUN DATE
       2400-READ-REMITTANCES.
           MOVE 'ACCTESCH' TO WS-LOOK-JOB
           PERFORM 4200-CHECK-JOB-PRESENT
           MOVE WS-JOB-RAN-SW TO WS-ESCH-RAN-SW
           IF  WS-ESCH-RAN
               OPEN INPUT REMITOUT-FILE
               PERFORM 2450-REMITOUT-GET-NEXT UNTIL WS-REM-EOF
               CLOSE REMITOUT-FILE
           END-IF.

       2450-REMITOUT-GET-NEXT.
           READ REMITOUT-FILE INTO REMIT-DETAIL-REC
               AT END
                   MOVE 'Y' TO WS-REM-EOF-SW
               NOT AT END
                   IF  REMIT-DET-IS-DETAIL
                       ADD 1 TO WS-ESC-COUNT
                       MOVE REMIT-DET-BALANCE TO WS-REMIT-AMOUNT
                       ADD WS-REMIT-AMOUNT TO WS-ESC-NET
                       MOVE WS-REMIT-AMOUNT TO WS-ITEM-AMOUNT
                       MOVE 'ESCREM' TO WS-LOOK-MAP-KEY
                       PERFORM 2800-ADD-TO-BUCKET
                   END-IF
           END-READ.

       2800-ADD-TO-BUCKET.
           MOVE 0 TO WS-MVT-HIT-SUB
           PERFORM 2850-MATCH-BUCKET
               VARYING WS-MVT-SUB FROM 1 BY 1
               UNTIL WS-MVT-SUB > WS-MVT-USED
           IF  WS-MVT-HIT-SUB > 0
               ADD 1 TO WS-MVT-COUNT (WS-MVT-HIT-SUB)
               ADD WS-ITEM-AMOUNT TO WS-MVT-AMOUNT (WS-MVT-HIT-SUB)
           ELSE
               ADD 1 TO WS-UNKNOWN-CODE-COUNT
               DISPLAY 'MOVEMENT WITH NO GL BUCKET: '
                   WS-LOOK-MAP-KEY
           END-IF.

       2850-MATCH-BUCKET.
           IF  WS-MAP-KEY-VALUE (WS-MVT-SUB) = WS-LOOK-MAP-KEY
               MOVE WS-MVT-SUB TO WS-MVT-HIT-SUB
           END-IF.

       3000-POST-MOVEMENTS.
           WRITE GLPROOF-REC FROM RPT-MOVE-HEADING
           PERFORM 3100-POST-ONE-BUCKET
               VARYING WS-MVT-SUB FROM 1 BY 1
               UNTIL WS-MVT-SUB > WS-MVT-USED
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.

      *    A BUCKET WITH NOTHING IN IT TONIGHT NEEDS NO MAPPING; A
      *    BUCKET WITH MONEY IN IT AND NO MAPPING (OR A MAPPING
      *    MISSING ONE SIDE) IS LISTED AND HOLDS THE FEED
       3100-POST-ONE-BUCKET.
           IF  WS-MVT-COUNT (WS-MVT-SUB) > 0
               MOVE WS-MAP-KEY-VALUE (WS-MVT-SUB) TO GLM-KEY
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE SPACES TO GLM-DEBIT-ACCOUNT
                                      GLM-CREDIT-ACCOUNT
                                      GLM-DESCRIPTION
               END-READ
               MOVE WS-MAP-KEY-VALUE (WS-MVT-SUB) TO RPT-MOV-KEY
               MOVE GLM-DESCRIPTION           TO RPT-MOV-DESC
               MOVE WS-MVT-COUNT (WS-MVT-SUB)  TO RPT-MOV-COUNT
               MOVE WS-MVT-AMOUNT (WS-MVT-SUB) TO RPT-MOV-AMOUNT
               MOVE GLM-DEBIT-ACCOUNT         TO RPT-MOV-DEBIT
               MOVE GLM-CREDIT-ACCOUNT        TO RPT-MOV-CREDIT
               IF  GLM-DEBIT-ACCOUNT = SPACES
               OR  GLM-CREDIT-ACCOUNT = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE '*** NO GL MAPPING ***' TO RPT-MOV-REMARK
                   DISPLAY 'NO GL MAPPING FOR MOVEMENT: '
                       WS-MAP-KEY-VALUE (WS-MVT-SUB)
               ELSE
                   MOVE SPACES TO RPT-MOV-REMARK
                   IF  WS-MVT-AMOUNT (WS-MVT-SUB) > 0
                       PERFORM 3200-WRITE-JOURNAL-ENTRY
                   END-IF
               END-IF
               WRITE GLPROOF-REC FROM RPT-MOVE-LINE
           END-IF.

       3200-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES                    TO GL-ENTRY-RECORD
           MOVE PARM-RUN-DATE             TO GLE-RUN-DATE
           MOVE WS-ENTRY-COUNT            TO GLE-ENTRY-SEQUENCE
           MOVE WS-MVT-AMOUNT (WS-MVT-SUB) TO GLE-AMOUNT
           MOVE WS-MAP-KEY-VALUE (WS-MVT-SUB) TO GLE-MAP-KEY
           MOVE WS-MVT-COUNT (WS-MVT-SUB)  TO GLE-ITEM-COUNT
           MOVE GLM-DESCRIPTION           TO GLE-DESCRIPTION
           MOVE GLM-DEBIT-ACCOUNT         TO GLE-GL-ACCOUNT
           MOVE 'D'                       TO GLE-DR-CR
           WRITE GLENTRY-REC FROM GL-ENTRY-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-MVT-AMOUNT (WS-MVT-SUB) TO WS-TOTAL-DEBITS
           MOVE GLM-CREDIT-ACCOUNT        TO GLE-GL-ACCOUNT
           MOVE 'C'                       TO GLE-DR-CR
           WRITE GLENTRY-REC FROM GL-ENTRY-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-MVT-AMOUNT (WS-MVT-SUB) TO WS-TOTAL-CREDITS.

      *    EACH SOURCE'S COUNT AND NET MOVEMENT FOR THE RUN DATE
      *    AGAINST THE OUTPUT CONTROL RECORD ITS JOB POSTED
       4000-TIE-TO-CONTROLS.
           MOVE SPACES TO GLPROOF-REC
           WRITE GLPROOF-REC
           WRITE GLPROOF-REC FROM RPT-TIE-HEADING

           MOVE 'ACCTPOST POSTING JOURNAL' TO RPT-TIE-LABEL
           MOVE 'ACCTPOST' TO WS-LOOK-JOB
           MOVE 'PSTJRNL ' TO WS-LOOK-DD
           MOVE WS-PST-COUNT TO WS-SOURCE-COUNT
           MOVE WS-PST-NET   TO WS-SOURCE-HASH
           PERFORM 4500-CHECK-ONE-SOURCE

           MOVE 'ACCTINT ACCRUAL JOURNAL'  TO RPT-TIE-LABEL
           MOVE 'ACCTINT ' TO WS-LOOK-JOB
           MOVE 'INTJRNL ' TO WS-LOOK-DD
           MOVE WS-INT-COUNT TO WS-SOURCE-COUNT
           MOVE WS-INT-NET   TO WS-SOURCE-HASH
           PERFORM 4500-CHECK-ONE-SOURCE

           MOVE 'ACCTMNT MAINT JOURNAL'    TO RPT-TIE-LABEL
           MOVE 'ACCTMNT ' TO WS-LOOK-JOB
           MOVE 'MNTJRNL ' TO WS-LOOK-DD
           MOVE WS-MNT-COUNT TO WS-SOURCE-COUNT
           MOVE WS-MNT-NET   TO WS-SOURCE-HASH
           PERFORM 4500-CHECK-ONE-SOURCE

           MOVE 'ACCTESCH STATE REMITTANCE' TO RPT-TIE-LABEL
           MOVE 'ACCTESCH' TO WS-LOOK-JOB
           MOVE 'REMITOUT' TO WS-LOOK-DD
           MOVE WS-ESC-COUNT TO WS-SOURCE-COUNT
           MOVE WS-ESC-NET   TO WS-SOURCE-HASH
           PERFORM 4500-CHECK-ONE-SOURCE.

      *    SUMS EVERY TABLE ENTRY FOR ONE JOB/FILE/DIRECTION
       4100-SUM-CONTROL-SIDE.
           MOVE 'N' TO WS-SIDE-FOUND-SW
           MOVE 0   TO WS-SIDE-COUNT
           MOVE 0   TO WS-SIDE-HASH
           PERFORM 4150-ADD-MATCHING-ENTRY
               VARYING WS-CTE-SUB FROM 1 BY 1
               UNTIL WS-CTE-SUB > WS-CTE-USED.

       4150-ADD-MATCHING-ENTRY.
           IF  WS-CTE-JOB (WS-CTE-SUB) = WS-LOOK-JOB
           AND WS-CTE-DD (WS-CTE-SUB) = WS-LOOK-DD
           AND WS-CTE-DIR (WS-CTE-SUB) = WS-LOOK-DIR
               MOVE 'Y' TO WS-SIDE-FOUND-SW
               ADD WS-CTE-COUNT (WS-CTE-SUB) TO WS-SIDE-COUNT
               ADD WS-CTE-HASH (WS-CTE-SUB)  TO WS-SIDE-HASH
           END-IF.

      *    ANY TABLE ENTRY AT ALL FOR THE JOB MEANS IT RAN FOR
      *    THIS DATE
       4200-CHECK-JOB-PRESENT.
           MOVE 'N' TO WS-JOB-RAN-SW
           PERFORM 4250-MATCH-JOB-ENTRY
               VARYING WS-CTE-SUB FROM 1 BY 1
               UNTIL WS-CTE-SUB > WS-CTE-USED.

       4250-MATCH-JOB-ENTRY.
           IF  WS-CTE-JOB (WS-CTE-SUB) = WS-LOOK-JOB
               MOVE 'Y' TO WS-JOB-RAN-SW
           END-IF.

      *    A JOB THAT POSTED NOTHING FOR THE DATE AND LEFT NO
      *    JOURNAL ACTIVITY FOR IT DID NOT RUN TONIGHT (ACCTINT IS
      *    MONTH-END, ACCTESCH PERIODIC) AND DOES NOT HOLD THE
      *    FEED; JOURNAL ACTIVITY WITH NO CONTROL RECORD BEHIND
      *    IT DOES
       4500-CHECK-ONE-SOURCE.
           PERFORM 4200-CHECK-JOB-PRESENT
           MOVE 'O' TO WS-LOOK-DIR
           PERFORM 4100-SUM-CONTROL-SIDE
           MOVE WS-SOURCE-COUNT TO RPT-TIE-J-COUNT
           MOVE WS-SOURCE-HASH  TO RPT-TIE-J-HASH
           MOVE WS-SIDE-COUNT   TO RPT-TIE-C-COUNT
           MOVE WS-SIDE-HASH    TO RPT-TIE-C-HASH
           EVALUATE TRUE
               WHEN NOT WS-JOB-RAN AND WS-SOURCE-COUNT = 0
                   MOVE 'NOT RUN'        TO RPT-TIE-RESULT
               WHEN NOT WS-SIDE-FOUND
                   ADD 1 TO WS-UNTIED-COUNT
                   MOVE '*** MISSING **' TO RPT-TIE-RESULT
               WHEN WS-SOURCE-COUNT NOT = WS-SIDE-COUNT
               OR   WS-SOURCE-HASH NOT = WS-SIDE-HASH
                   ADD 1 TO WS-UNTIED-COUNT
                   MOVE '*** BROKEN ***' TO RPT-TIE-RESULT
               WHEN OTHER
                   MOVE 'TIED'           TO RPT-TIE-RESULT
           END-EVALUATE
           WRITE GLPROOF-REC FROM RPT-TIE-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO GLPROOF-REC
           WRITE GLPROOF-REC

           MOVE 'TOTAL DEBITS'         TO RPT-AMT-LABEL
           MOVE WS-TOTAL-DEBITS        TO RPT-AMT-VALUE
           WRITE GLPROOF-REC FROM RPT-AMOUNT-LINE

           MOVE 'TOTAL CREDITS'        TO RPT-AMT-LABEL
           MOVE WS-TOTAL-CREDITS       TO RPT-AMT-VALUE
           WRITE GLPROOF-REC FROM RPT-AMOUNT-LINE

           MOVE 'DEBITS LESS CREDITS'  TO RPT-AMT-LABEL
           MOVE WS-DIFFERENCE          TO RPT-AMT-VALUE
           WRITE GLPROOF-REC FROM RPT-AMOUNT-LINE

           MOVE 'JOURNAL ENTRIES'      TO RPT-CNT-LABEL
           MOVE WS-ENTRY-COUNT         TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE

           MOVE 'GL LINES WRITTEN'     TO RPT-CNT-LABEL
           MOVE WS-LINE-COUNT          TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE

           MOVE 'OTHER-DATE SKIPPED'   TO RPT-CNT-LABEL
           MOVE WS-OTHER-DATE-COUNT    TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE

           MOVE 'UNKNOWN MOVEMENTS'    TO RPT-CNT-LABEL
           MOVE WS-UNKNOWN-CODE-COUNT  TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE

           MOVE 'UNMAPPED MOVEMENTS'   TO RPT-CNT-LABEL
           MOVE WS-UNMAPPED-COUNT      TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE

           MOVE 'SOURCES NOT TYING'    TO RPT-CNT-LABEL
           MOVE WS-UNTIED-COUNT        TO RPT-CNT-VALUE
           WRITE GLPROOF-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'CONTROL RECORDS READ: ' WS-CTL-READ-COUNT
           DISPLAY 'JOURNAL ENTRIES:      ' WS-ENTRY-COUNT
           DISPLAY 'TOTAL DEBITS:         ' WS-TOTAL-DEBITS
           DISPLAY 'TOTAL CREDITS:        ' WS-TOTAL-CREDITS
           DISPLAY 'UNMAPPED MOVEMENTS:   ' WS-UNMAPPED-COUNT
           DISPLAY 'SOURCES NOT TYING:    ' WS-UNTIED-COUNT
           CLOSE PSTJRNL-FILE
                 INTJRNL-FILE
                 MNTJRNL-FILE
                 GLMAP-FILE
                 GLENTRY-FILE
                 GLPROOF-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'PSTJRNL'              TO WS-RCTL-INPUT-DD
           MOVE WS-PST-COUNT           TO WS-RCTL-INPUT-COUNT
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
