      *  and a withdrawal or fee that would drive the      *
      *  balance negative is flagged NSF and left          *
      *  unapplied rather than overdrawing the account.    *
      *                                                    *
      *  A transfer card debits the card account and       *
      *  credits the to-account as one unit: both legs     *
      *  post or neither does.  The closed-account rule    *
      *  applies to either account and the NSF rule to     *
      *  the from-account, and a failure on either side    *
      *  rejects the whole card.  The legs are journalled  *
      *  as 'XFD' and 'XFC' under one link reference.      *
      *  Should the second rewrite fail, the first leg is  *
      *  backed out from its saved image.                  *
      *                                                    *
      *  A posted deposit or withdrawal - customer         *
      *  activity, unlike a fee - stamps the account's     *
      *  last activity date for the ACCTDORM dormancy run. *
      *  If the account was dormant it goes back to        *
      *  active, the status change is journalled in the    *
      *  MNTJRNL layout on the dormancy journal, and an    *
      *  ESCHREG entry still at the notified stage is      *
      *  marked reactivated so ACCTESCH never remits it.   *
      *                                                    *
      *  The card count and the journal's count and net    *
      *  balance movement (credits less debits) are        *
      *  appended to the shared CTLFILE for the run date,  *
      *  which the ACCTGLIF ledger feed ties back to.      *
      *  RC=0 ALL POSTED, RC=4 ONE OR MORE EXCEPTIONS,     *
      *  RC=8 A TRANSFER LEG COULD NOT BE BACKED OUT -     *
      *  EVERY OTHER CARD HAS POSTED, SO THE RUN STILL     *
      *  COUNTS AS DONE FOR THE DATE AND THE ONE TRANSFER  *
      *  IS REPAIRED BY HAND.                              *
      *  RC=20 REFUSED BY RUNCTL (PREDECESSOR INCOMPLETE), *
      *  RC=24 REFUSED BY RUNCTL (ALREADY RUN), RC=16      *
      *  RUNCTL UNAVAILABLE.                               *
      ******************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTEXCP-STATUS.

           SELECT CTLFILE-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLFILE-STATUS.

           SELECT DORMJRNL-FILE ASSIGN TO DORMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMJRNL-STATUS.

           SELECT ACCTKSDS-FILE ASSIGN TO ACCTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KSDS-NUMBER
               FILE STATUS IS ACCTKSDS-STATUS.

           SELECT ESCHREG-FILE ASSIGN TO ESCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EREG-ACCT-NUMBER
               FILE STATUS IS ESCHREG-STATUS.

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

       FD  POSTTRAN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PSTEXCP-REC                 PIC X(93).

       FD  CTLFILE-FILE
           RECORDING MODE IS F.
       01  CTLFILE-REC                 PIC X(50).

       FD  DORMJRNL-FILE
           RECORDING MODE IS F.
       01  DORMJRNL-REC                PIC X(242).

       FD  ACCTKSDS-FILE.
       01  ACCTKSDS-REC.
           COPY ACCTREC
                         ==ACCT-OPEN-DATE==
                             BY ==KSDS-OPEN-DATE==
                         ==ACCT-CLOSE-DATE==
                             BY ==KSDS-CLOSE-DATE==
                         ==ACCT-LAST-ACTIVITY-DATE==
                             BY ==KSDS-LAST-ACTIVITY-DATE==.

       FD  ESCHREG-FILE.
       01  ESCHREG-REC.
           COPY ESCHREG.

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  POSTTRAN-STATUS    PIC X(2).
       01  PSTJRNL-STATUS     PIC X(2).
       01  PSTEXCP-STATUS     PIC X(2).
       01  CTLFILE-STATUS     PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  DORMJRNL-STATUS    PIC X(2).
       01  ESCHREG-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  TRAN-RECORD.
           COPY PSTTRAN.
       01  EXCEPTION-RECORD.
           COPY PSTEXCP.

       01  CONTROL-RECORD.
           COPY CTLREC.

       01  DORMANCY-JOURNAL-RECORD.
           COPY MNTJRNL.

       01  WS-CTL-FILE-DD         PIC X(8)  VALUE SPACES.
       01  WS-CTL-DIRECTION       PIC X(1)  VALUE SPACE.
       01  WS-CTL-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CTL-HASH            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TRAN-VALID-SW       PIC X(1)  VALUE 'Y'.
           88  WS-TRAN-VALID          VALUE 'Y'.
       01  WS-EXCP-REASON         PIC X(4)  VALUE SPACES.
       01  WS-BEFORE-BALANCE      PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-AFTER-BALANCE       PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-ACTIVITY-DATE       PIC X(8)  VALUE SPACES.
       01  WS-REACTIVATED-SW      PIC X(1)  VALUE 'N'.
           88  WS-REACTIVATED         VALUE 'Y'.
       01  WS-STATUS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-STATUS-AFTER-IMAGE  PIC X(100) VALUE SPACES.
       01  WS-STATUS-ACCT-NUMBER  PIC 9(9)   VALUE 0.

      *    THE TO-ACCOUNT LEG OF A TRANSFER IS REWRITTEN FIRST -
      *    ITS ORIGINAL IMAGE IS KEPT TO BACK IT OUT, AND ITS
      *    REACTIVATION IMAGES ARE HELD UNTIL BOTH LEGS ARE DOWN
       01  WS-XFR-TO-SAVE-IMAGE   PIC X(100) VALUE SPACES.
       01  WS-XFR-TO-BEFORE-BAL   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-XFR-TO-AFTER-BAL    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-XFR-TO-REACT-SW     PIC X(1)  VALUE 'N'.
           88  WS-XFR-TO-REACTIVATED  VALUE 'Y'.
       01  WS-XFR-TO-REACT-BEFORE PIC X(100) VALUE SPACES.
       01  WS-XFR-TO-REACT-AFTER  PIC X(100) VALUE SPACES.
       01  WS-XFR-LINK-REF.
           05  WS-XFR-LINK-TYPE       PIC X(1)  VALUE 'X'.
           05  WS-XFR-LINK-NUMBER     PIC 9(7)  VALUE 0.

       01  WS-TRAN-COUNT          PIC 9(9)  VALUE 0.
       01  WS-TRAN-HASH-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-POSTED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-EXCP-COUNT          PIC 9(9)  VALUE 0.
       01  WS-NSF-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REACTIVATED-COUNT   PIC 9(9)  VALUE 0.
       01  WS-ESCH-FLAGGED-COUNT  PIC 9(9)  VALUE 0.
       01  WS-XFR-COUNT           PIC 9(9)  VALUE 0.
       01  WS-XFR-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BACKOUT-FAIL-COUNT  PIC 9(9)  VALUE 0.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTPOST'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTSTND'.
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
       01  WS-RCTL-KEY-DATE       PIC 9(8)  VALUE 0.

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

           PERFORM 0100-INITIALIZE
           PERFORM 1000-POSTTRAN-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-END-OF-JOB
           EVALUATE TRUE
               WHEN WS-BACKOUT-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           CLOSE PARMCARD-FILE
           IF  PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO PARM-RUN-DATE
           END-IF
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0400-IDENTIFY-INPUT
           PERFORM 0500-CHECK-RUN-CONTROL
           OPEN INPUT  POSTTRAN-FILE
           OPEN OUTPUT PSTJRNL-FILE
           OPEN OUTPUT PSTEXCP-FILE
           OPEN OUTPUT DORMJRNL-FILE
           OPEN I-O    ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    ESCHREG-FILE
           IF  ESCHREG-STATUS NOT = '00'
               DISPLAY 'ESCHREG OPEN FAILED - STATUS: '
                   ESCHREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE CARD FILE IS COUNTED AND HASHED BEFORE THE RUN
      *    CONTROL CHECK, SO A FILE ALREADY POSTED UNDER AN
      *    EARLIER RUN DATE IS REFUSED BEFORE ANY BALANCE MOVES
       0400-IDENTIFY-INPUT.
           MOVE 'POSTTRAN' TO WS-RCTL-INPUT-DD
           OPEN INPUT POSTTRAN-FILE
           IF  POSTTRAN-STATUS = '00'
               PERFORM 0410-IDENTIFY-NEXT UNTIL END-OF-FILE = 'Y'
               CLOSE POSTTRAN-FILE
           END-IF
           MOVE 'N' TO END-OF-FILE.

       0410-IDENTIFY-NEXT.
           READ POSTTRAN-FILE INTO TRAN-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-RCTL-INPUT-COUNT
                   IF  PTRN-AMOUNT NUMERIC
                       ADD PTRN-AMOUNT TO WS-RCTL-INPUT-HASH
                   END-IF
                   IF  PTRN-ACCT-NUMBER NUMERIC
                       ADD PTRN-ACCT-NUMBER TO WS-RCTL-INPUT-KEY-HASH
                   END-IF
                   IF  PTRN-SEQUENCE NUMERIC
                       ADD PTRN-SEQUENCE TO WS-RCTL-INPUT-KEY-HASH
                   END-IF
                   IF  PTRN-POST-DATE NUMERIC
                       MOVE PTRN-POST-DATE TO WS-RCTL-KEY-DATE
                       ADD WS-RCTL-KEY-DATE TO WS-RCTL-INPUT-KEY-HASH
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
      *    COMPLETED IS CHECKED FOR THE SAME PERIOD AND FOR THE
      *    SAME INPUT, WHATEVER ITS RC - AN RC 8 RUN HAS POSTED
      *    ALL BUT ONE TRANSFER, SO A RERUN WOULD POST THE DECK
      *    TWICE.  A RUN THAT NEVER FINISHED DOES NOT COUNT, SO
      *    IT CAN BE RERUN WITHOUT THE FLAG
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

       1000-POSTTRAN-GET-NEXT.
           READ POSTTRAN-FILE INTO TRAN-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   IF  PTRN-AMOUNT NUMERIC
                       ADD PTRN-AMOUNT TO WS-TRAN-HASH-TOTAL
                   END-IF
                   PERFORM 1100-POST-TRANSACTION
           END-READ.

       1100-POST-TRANSACTION.
           PERFORM 1200-EDIT-TRANSACTION
           IF  WS-TRAN-VALID
               IF  PTRN-TRAN-TRANSFER
                   PERFORM 2500-APPLY-TRANSFER
               ELSE
                   PERFORM 2000-APPLY-TO-BALANCE
               END-IF
           END-IF
           IF  WS-TRAN-VALID
               CONTINUE
           IF  NOT PTRN-TRAN-DEPOSIT
           AND NOT PTRN-TRAN-WITHDRAWAL
           AND NOT PTRN-TRAN-FEE
           AND NOT PTRN-TRAN-TRANSFER
               MOVE 'N'    TO WS-TRAN-VALID-SW
               MOVE 'TRCD' TO WS-EXCP-REASON
           END-IF
                   MOVE 'ACCN' TO WS-EXCP-REASON
               END-IF
           END-IF
      *    A TRANSFER NEEDS A REAL TO-ACCOUNT OTHER THAN ITS OWN
           IF  WS-TRAN-VALID
           AND PTRN-TRAN-TRANSFER
               IF  PTRN-TO-ACCT-NUMBER NOT NUMERIC
               OR  PTRN-TO-ACCT-NUMBER = ZERO
               OR  PTRN-TO-ACCT-NUMBER = PTRN-ACCT-NUMBER
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'ACCN' TO WS-EXCP-REASON
               END-IF
           END-IF
      *    A ZERO OR NEGATIVE AMOUNT POSTS NOTHING AND A KEYING SLIP
      *    COULD SILENTLY REVERSE A MOVEMENT, SO ONLY A POSITIVE
      *    NUMERIC AMOUNT IS ACCEPTED - THE TRAN CODE CARRIES THE SIGN
           END-IF
           IF  WS-TRAN-VALID
               MOVE WS-AFTER-BALANCE TO KSDS-BALANCE
               MOVE 'N' TO WS-REACTIVATED-SW
               IF  PTRN-TRAN-DEPOSIT OR PTRN-TRAN-WITHDRAWAL
                   PERFORM 2100-STAMP-CUSTOMER-ACTIVITY
               END-IF
               REWRITE ACCTKSDS-REC
                   INVALID KEY
                       MOVE 'N'    TO WS-TRAN-VALID-SW
               END-REWRITE
               IF  WS-TRAN-VALID
                   PERFORM 7000-WRITE-JOURNAL
                   IF  WS-REACTIVATED
                       PERFORM 7100-WRITE-REACTIVATION
                       PERFORM 7200-FLAG-ESCHEAT-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    THE STATUS-CHANGE IMAGES ARE TAKEN AFTER THE NEW BALANCE
      *    IS IN PLACE, SO THE REACTIVATION JOURNAL CARRIES ONLY
      *    THE STATUS AND ACTIVITY DATE MOVEMENT - THE BALANCE
      *    MOVEMENT IS ALREADY ON PSTJRNL.  THE DATE ONLY EVER
      *    MOVES FORWARD, SO A BACK-DATED CARD CANNOT WIND IT BACK
       2100-STAMP-CUSTOMER-ACTIVITY.
           MOVE ACCTKSDS-REC TO WS-STATUS-BEFORE-IMAGE
           IF  PTRN-POST-DATE NUMERIC
               MOVE PTRN-POST-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE PARM-RUN-DATE  TO WS-ACTIVITY-DATE
           END-IF
           IF  WS-ACTIVITY-DATE NUMERIC
               IF  KSDS-LAST-ACTIVITY-DATE NOT NUMERIC
               OR  WS-ACTIVITY-DATE > KSDS-LAST-ACTIVITY-DATE
                   MOVE WS-ACTIVITY-DATE TO KSDS-LAST-ACTIVITY-DATE
               END-IF
           END-IF
           IF  KSDS-STATUS = 'D'
               MOVE 'A' TO KSDS-STATUS
               MOVE 'Y' TO WS-REACTIVATED-SW
           END-IF
           MOVE ACCTKSDS-REC TO WS-STATUS-AFTER-IMAGE
           MOVE KSDS-NUMBER  TO WS-STATUS-ACCT-NUMBER.

      *    BOTH ACCOUNTS ARE READ AND PROVED BEFORE EITHER IS
      *    TOUCHED, SO A CLOSED, MISSING OR NSF ACCOUNT ON EITHER
      *    SIDE REJECTS THE CARD WITH NOTHING POSTED
       2500-APPLY-TRANSFER.
           MOVE PTRN-ACCT-NUMBER TO KSDS-NUMBER
           PERFORM 2510-READ-TRANSFER-ACCOUNT
           IF  WS-TRAN-VALID
               MOVE KSDS-BALANCE TO WS-BEFORE-BALANCE
               COMPUTE WS-AFTER-BALANCE =
                   WS-BEFORE-BALANCE - PTRN-AMOUNT
               IF  WS-AFTER-BALANCE < ZERO
                   ADD 1 TO WS-NSF-COUNT
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'NSF ' TO WS-EXCP-REASON
               END-IF
           END-IF
           IF  WS-TRAN-VALID
               MOVE PTRN-TO-ACCT-NUMBER TO KSDS-NUMBER
               PERFORM 2510-READ-TRANSFER-ACCOUNT
           END-IF
           IF  WS-TRAN-VALID
               PERFORM 2520-POST-TO-LEG
           END-IF
           IF  WS-TRAN-VALID
               PERFORM 2530-POST-FROM-LEG
           END-IF
           IF  WS-TRAN-VALID
               PERFORM 7050-WRITE-TRANSFER-LEGS
               IF  WS-REACTIVATED
                   PERFORM 7100-WRITE-REACTIVATION
                   PERFORM 7200-FLAG-ESCHEAT-ENTRY
               END-IF
               IF  WS-XFR-TO-REACTIVATED
                   MOVE WS-XFR-TO-REACT-BEFORE
                       TO WS-STATUS-BEFORE-IMAGE
                   MOVE WS-XFR-TO-REACT-AFTER
                       TO WS-STATUS-AFTER-IMAGE
                   MOVE PTRN-TO-ACCT-NUMBER
                       TO WS-STATUS-ACCT-NUMBER
                   PERFORM 7100-WRITE-REACTIVATION
                   PERFORM 7200-FLAG-ESCHEAT-ENTRY
               END-IF
           END-IF.

       2510-READ-TRANSFER-ACCOUNT.
           READ ACCTKSDS-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'NFND' TO WS-EXCP-REASON
           END-READ
           IF  WS-TRAN-VALID
               IF  KSDS-STATUS = 'C'
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'CLSD' TO WS-EXCP-REASON
               END-IF
           END-IF.

      *    THE TO-ACCOUNT RECORD IS STILL IN THE BUFFER FROM THE
      *    READ IN 2500
       2520-POST-TO-LEG.
           MOVE ACCTKSDS-REC TO WS-XFR-TO-SAVE-IMAGE
           MOVE KSDS-BALANCE TO WS-XFR-TO-BEFORE-BAL
           COMPUTE WS-XFR-TO-AFTER-BAL =
               WS-XFR-TO-BEFORE-BAL + PTRN-AMOUNT
           MOVE WS-XFR-TO-AFTER-BAL TO KSDS-BALANCE
           MOVE 'N' TO WS-REACTIVATED-SW
           PERFORM 2100-STAMP-CUSTOMER-ACTIVITY
           MOVE WS-REACTIVATED-SW      TO WS-XFR-TO-REACT-SW
           MOVE WS-STATUS-BEFORE-IMAGE TO WS-XFR-TO-REACT-BEFORE
           MOVE WS-STATUS-AFTER-IMAGE  TO WS-XFR-TO-REACT-AFTER
           REWRITE ACCTKSDS-REC
               INVALID KEY
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'NFND' TO WS-EXCP-REASON
           END-REWRITE.

       2530-POST-FROM-LEG.
           MOVE PTRN-ACCT-NUMBER TO KSDS-NUMBER
           READ ACCTKSDS-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-TRAN-VALID-SW
                   MOVE 'NFND' TO WS-EXCP-REASON
           END-READ
           IF  WS-TRAN-VALID
               MOVE WS-AFTER-BALANCE TO KSDS-BALANCE
               MOVE 'N' TO WS-REACTIVATED-SW
               PERFORM 2100-STAMP-CUSTOMER-ACTIVITY
               REWRITE ACCTKSDS-REC
                   INVALID KEY
                       MOVE 'N'    TO WS-TRAN-VALID-SW
                       MOVE 'NFND' TO WS-EXCP-REASON
               END-REWRITE
           END-IF
           IF  NOT WS-TRAN-VALID
               PERFORM 2590-BACK-OUT-TO-LEG
           END-IF.

      *    PUTS THE TO-ACCOUNT BACK AS IT WAS READ - IF EVEN THAT
      *    FAILS THE ACCOUNTS NO LONGER AGREE AND THE RUN SAYS SO
       2590-BACK-OUT-TO-LEG.
           MOVE PTRN-TO-ACCT-NUMBER TO KSDS-NUMBER
           READ ACCTKSDS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  ACCTKSDS-STATUS = '00'
               MOVE WS-XFR-TO-SAVE-IMAGE TO ACCTKSDS-REC
               REWRITE ACCTKSDS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF  ACCTKSDS-STATUS NOT = '00'
               ADD 1 TO WS-BACKOUT-FAIL-COUNT
               DISPLAY 'TRANSFER BACK-OUT FAILED - SEQUENCE: '
                   PTRN-SEQUENCE ' TO ACCOUNT: '
                   PTRN-TO-ACCT-NUMBER ' STATUS: ' ACCTKSDS-STATUS
           END-IF.

       7000-WRITE-JOURNAL.
           ADD 1 TO WS-POSTED-COUNT
           IF  PTRN-TRAN-DEBIT
           MOVE PTRN-AMOUNT        TO PJNL-AMOUNT
           MOVE WS-BEFORE-BALANCE  TO PJNL-BEFORE-BALANCE
           MOVE WS-AFTER-BALANCE   TO PJNL-AFTER-BALANCE
           MOVE SPACES             TO PJNL-LINK-REF
           WRITE PSTJRNL-REC FROM JOURNAL-RECORD.

      *    ONE JOURNAL RECORD PER LEG UNDER A SHARED LINK
      *    REFERENCE - THE DEBIT AND CREDIT NET TO NOTHING IN THE
      *    RUN'S BALANCE MOVEMENT, BUT BOTH ARE COUNTED
       7050-WRITE-TRANSFER-LEGS.
           ADD 1 TO WS-XFR-COUNT
           ADD PTRN-AMOUNT TO WS-XFR-TOTAL
           MOVE WS-XFR-COUNT       TO WS-XFR-LINK-NUMBER
           MOVE PARM-RUN-DATE      TO PJNL-RUN-DATE
           MOVE PTRN-SEQUENCE      TO PJNL-TRAN-SEQUENCE
           MOVE PTRN-POST-DATE     TO PJNL-POST-DATE
           MOVE PTRN-AMOUNT        TO PJNL-AMOUNT
           MOVE WS-XFR-LINK-REF    TO PJNL-LINK-REF
           ADD 1 TO WS-POSTED-COUNT
           ADD PTRN-AMOUNT TO WS-DEBIT-TOTAL
           MOVE 'XFD'              TO PJNL-TRAN-CODE
           MOVE PTRN-ACCT-NUMBER   TO PJNL-ACCT-NUMBER
           MOVE WS-BEFORE-BALANCE  TO PJNL-BEFORE-BALANCE
           MOVE WS-AFTER-BALANCE   TO PJNL-AFTER-BALANCE
           WRITE PSTJRNL-REC FROM JOURNAL-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD PTRN-AMOUNT TO WS-CREDIT-TOTAL
           MOVE 'XFC'              TO PJNL-TRAN-CODE
           MOVE PTRN-TO-ACCT-NUMBER TO PJNL-ACCT-NUMBER
           MOVE WS-XFR-TO-BEFORE-BAL TO PJNL-BEFORE-BALANCE
           MOVE WS-XFR-TO-AFTER-BAL  TO PJNL-AFTER-BALANCE
           WRITE PSTJRNL-REC FROM JOURNAL-RECORD.

       7100-WRITE-REACTIVATION.
           ADD 1 TO WS-REACTIVATED-COUNT
           MOVE PARM-RUN-DATE          TO JRNL-RUN-DATE
           MOVE PTRN-SEQUENCE          TO JRNL-TRAN-SEQUENCE
           MOVE 'REA'                  TO JRNL-ACTION-CODE
           MOVE WS-STATUS-ACCT-NUMBER  TO JRNL-ACCT-NUMBER
           MOVE WS-STATUS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE WS-STATUS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE
           MOVE 'ACCTPOST'             TO JRNL-OPERATOR-ID
           MOVE SPACES                 TO JRNL-APPROVER-ID
           WRITE DORMJRNL-REC FROM DORMANCY-JOURNAL-RECORD
           DISPLAY 'DORMANT ACCOUNT REACTIVATED: '
               WS-STATUS-ACCT-NUMBER.

      *    A NOTIFIED ENTRY IS WAITING OUT THE STATUTORY PERIOD
      *    FOR REMITTANCE - THE CUSTOMER HAS NOW COME BACK, SO
      *    MARK IT REACTIVATED AND ACCTESCH WILL NOT REMIT IT
       7200-FLAG-ESCHEAT-ENTRY.
           MOVE WS-STATUS-ACCT-NUMBER TO EREG-ACCT-NUMBER
           READ ESCHREG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  ESCHREG-STATUS = '00'
           AND EREG-STAGE-NOTIFIED
               MOVE 'X'           TO EREG-STAGE
               MOVE PARM-RUN-DATE TO EREG-REACTIVATE-DATE
               REWRITE ESCHREG-REC
                   INVALID KEY
                       DISPLAY 'ESCHREG REWRITE FAILED FOR ACCOUNT: '
                           EREG-ACCT-NUMBER ' STATUS: '
                           ESCHREG-STATUS
               END-REWRITE
               IF  ESCHREG-STATUS = '00'
                   ADD 1 TO WS-ESCH-FLAGGED-COUNT
               END-IF
           END-IF.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT
           IF  PTRN-ACCT-NUMBER NUMERIC
               ' REASON: ' WS-EXCP-REASON.

       9000-END-OF-JOB.
           PERFORM 9700-WRITE-CONTROL-TOTALS
           DISPLAY 'TRANSACTIONS READ:   ' WS-TRAN-COUNT
           DISPLAY 'TRANSACTIONS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'CREDITS POSTED:      ' WS-CREDIT-TOTAL
           DISPLAY 'DEBITS POSTED:       ' WS-DEBIT-TOTAL
           DISPLAY 'EXCEPTIONS WRITTEN:  ' WS-EXCP-COUNT
           DISPLAY 'OF WHICH NSF:        ' WS-NSF-COUNT
           DISPLAY 'DORMANT REACTIVATED: ' WS-REACTIVATED-COUNT
           DISPLAY 'ESCHEAT ENTRIES HELD: ' WS-ESCH-FLAGGED-COUNT
           DISPLAY 'TRANSFERS POSTED:    ' WS-XFR-COUNT
           DISPLAY 'TRANSFER AMOUNT:     ' WS-XFR-TOTAL
           DISPLAY 'BACK-OUT FAILURES:   ' WS-BACKOUT-FAIL-COUNT
           CLOSE POSTTRAN-FILE
                 PSTJRNL-FILE
                 PSTEXCP-FILE
                 DORMJRNL-FILE
                 ACCTKSDS-FILE
                 ESCHREG-FILE.

      *    APPENDS THE CARD COUNT AND THE JOURNAL'S COUNT AND NET
      *    BALANCE MOVEMENT TO THE SHARED CONTROL FILE - THE NET
      *    MOVEMENT IS CREDITS LESS DEBITS, THE SAME FIGURE THE
      *    LEDGER FEED BUILDS FROM THE JOURNAL FOR THE RUN DATE
       9700-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLFILE-FILE
           IF  CTLFILE-STATUS NOT = '00'
               OPEN OUTPUT CTLFILE-FILE
           END-IF
           MOVE 'POSTTRAN'           TO WS-CTL-FILE-DD
           MOVE 'I'                  TO WS-CTL-DIRECTION
           MOVE WS-TRAN-COUNT        TO WS-CTL-COUNT
           MOVE WS-TRAN-HASH-TOTAL   TO WS-CTL-HASH
           PERFORM 9750-WRITE-ONE-CONTROL
           MOVE 'PSTJRNL '           TO WS-CTL-FILE-DD
           MOVE 'O'                  TO WS-CTL-DIRECTION
           MOVE WS-POSTED-COUNT      TO WS-CTL-COUNT
           COMPUTE WS-CTL-HASH = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           PERFORM 9750-WRITE-ONE-CONTROL
           CLOSE CTLFILE-FILE.

       9750-WRITE-ONE-CONTROL.
           MOVE SPACES           TO CONTROL-RECORD
           MOVE 'ACCTPOST'       TO CTL-JOB-NAME
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
