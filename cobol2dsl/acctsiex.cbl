       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSIEX.

      ******************************************************
      *  REJECTED STANDING INSTRUCTION TRANSFER REPORT     *
      *  Runs after ACCTPOST over the night's PSTEXCP      *
      *  exception file and picks out every rejected       *
      *  transfer card that ACCTSTND cut from a standing   *
      *  instruction - the card image carries the          *
      *  instruction key.  Each is listed with the         *
      *  ACCTPOST reason (NSF, closed or missing account)  *
      *  and stamped on the STNDINST record as its last    *
      *  failure, so an instruction that keeps failing     *
      *  shows its count.  The occurrence is not re-cut -  *
      *  ACCTSTND has already rolled the due date on - so  *
      *  the listing is the work list for re-keying or     *
      *  cancelling the instruction.                       *
      *  RC=0 NONE REJECTED, RC=4 REJECTED INSTRUCTIONS    *
      *  LISTED.                                           *
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

           SELECT PSTEXCP-FILE ASSIGN TO PSTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTEXCP-STATUS.

           SELECT SIEXRPT-FILE ASSIGN TO SIEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIEXRPT-STATUS.

           SELECT STNDINST-FILE ASSIGN TO STNDINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-KEY
               FILE STATUS IS STNDINST-STATUS.

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

       FD  PSTEXCP-FILE
           RECORDING MODE IS F.
       01  PSTEXCP-REC                 PIC X(93).

       FD  SIEXRPT-FILE
           RECORDING MODE IS F.
       01  SIEXRPT-REC                 PIC X(132).

       FD  STNDINST-FILE.
       01  STNDINST-REC.
           COPY STNDINST.

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  PSTEXCP-STATUS     PIC X(2).
       01  SIEXRPT-STATUS     PIC X(2).
       01  STNDINST-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  EXCEPTION-RECORD.
           COPY PSTEXCP.

       01  TRAN-RECORD.
           COPY PSTTRAN.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.

       01  WS-EXCP-COUNT          PIC 9(9)  VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-REJECTED-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NSF-COUNT           PIC 9(9)  VALUE 0.
       01  WS-NO-INST-COUNT       PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               'REJECTED STANDING INSTRUCTION TRANSFERS - '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(80) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(15) VALUE 'INSTRUCTION'.
           05  FILLER             PIC X(11) VALUE 'TO ACCOUNT'.
           05  FILLER             PIC X(17) VALUE '         AMOUNT'.
           05  FILLER             PIC X(10) VALUE 'DUE DATE'.
           05  FILLER             PIC X(8)  VALUE 'REASON'.
           05  FILLER             PIC X(8)  VALUE 'FAILS'.
           05  FILLER             PIC X(63) VALUE 'REMARK'.

       01  RPT-DETAIL-LINE.
           05  RPT-FROM-ACCT      PIC 9(9).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  RPT-INST-NUMBER    PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-TO-ACCT        PIC 9(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-DUE-DATE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-REASON         PIC X(4).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RPT-FAILS          PIC ZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RPT-REMARK         PIC X(30).
           05  FILLER             PIC X(33) VALUE SPACES.

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
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTSIEX'.
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

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PSTEXCP-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           IF  WS-REJECTED-COUNT > 0
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
           OPEN INPUT  PSTEXCP-FILE
           OPEN OUTPUT SIEXRPT-FILE
           MOVE WS-RUN-DATE TO RPT-HDG-DATE
           WRITE SIEXRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO SIEXRPT-REC
           WRITE SIEXRPT-REC
           WRITE SIEXRPT-REC FROM RPT-HEADING-2.

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

       1000-PSTEXCP-GET-NEXT.
           READ PSTEXCP-FILE INTO EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE PEXC-TRAN-IMAGE TO TRAN-RECORD
                   IF  PTRN-TRAN-TRANSFER
                   AND PTRN-STND-KEY NOT = SPACES
                       PERFORM 2000-REPORT-REJECTED-CARD
                   END-IF
           END-READ.

       2000-REPORT-REJECTED-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           IF  PEXC-NSF
               ADD 1 TO WS-NSF-COUNT
           END-IF
           IF  PTRN-AMOUNT NUMERIC
               ADD PTRN-AMOUNT TO WS-REJECTED-TOTAL
               MOVE PTRN-AMOUNT TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT
           END-IF
           MOVE PTRN-STND-KEY (1:9)  TO RPT-FROM-ACCT
           MOVE PTRN-STND-KEY (10:3) TO RPT-INST-NUMBER
           MOVE PTRN-TO-ACCT-NUMBER  TO RPT-TO-ACCT
           MOVE PTRN-POST-DATE       TO RPT-DUE-DATE
           MOVE PEXC-REASON-CODE     TO RPT-REASON
           MOVE PTRN-STND-KEY TO SI-KEY
           READ STNDINST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  STNDINST-STATUS = '00'
               MOVE WS-RUN-DATE      TO SI-LAST-FAIL-DATE
               MOVE PEXC-REASON-CODE TO SI-LAST-FAIL-REASON
               IF  SI-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO SI-FAIL-COUNT
               END-IF
               IF  SI-FAIL-COUNT < 999
                   ADD 1 TO SI-FAIL-COUNT
               END-IF
               REWRITE STNDINST-REC
                   INVALID KEY
                       DISPLAY 'STNDINST REWRITE FAILED FOR: '
                           SI-KEY ' STATUS: ' STNDINST-STATUS
               END-REWRITE
               MOVE SI-FAIL-COUNT TO RPT-FAILS
               EVALUATE TRUE
                   WHEN PEXC-NSF
                       MOVE 'INSUFFICIENT FUNDS' TO RPT-REMARK
                   WHEN PEXC-CLOSED-ACCT
                       MOVE 'ACCOUNT CLOSED' TO RPT-REMARK
                   WHEN PEXC-NOT-FOUND
                       MOVE 'ACCOUNT NOT ON FILE' TO RPT-REMARK
                   WHEN OTHER
                       MOVE 'CARD REJECTED' TO RPT-REMARK
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NO-INST-COUNT
               MOVE 0 TO RPT-FAILS
               MOVE 'INSTRUCTION NOT ON STNDINST' TO RPT-REMARK
           END-IF
           WRITE SIEXRPT-REC FROM RPT-DETAIL-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO SIEXRPT-REC
           WRITE SIEXRPT-REC

           MOVE 'EXCEPTIONS READ'      TO RPT-CNT-LABEL
           MOVE WS-EXCP-COUNT          TO RPT-CNT-VALUE
           WRITE SIEXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'INSTRUCTIONS REJECTED' TO RPT-CNT-LABEL
           MOVE WS-REJECTED-COUNT      TO RPT-CNT-VALUE
           WRITE SIEXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'OF WHICH NSF'         TO RPT-CNT-LABEL
           MOVE WS-NSF-COUNT           TO RPT-CNT-VALUE
           WRITE SIEXRPT-REC FROM RPT-COUNT-LINE

           MOVE 'REJECTED AMOUNT'      TO RPT-AMT-LABEL
           MOVE WS-REJECTED-TOTAL      TO RPT-AMT-VALUE
           WRITE SIEXRPT-REC FROM RPT-AMOUNT-LINE

           MOVE 'INSTRUCTION NOT FOUND' TO RPT-CNT-LABEL
           MOVE WS-NO-INST-COUNT       TO RPT-CNT-VALUE
           WRITE SIEXRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'EXCEPTIONS READ:     ' WS-EXCP-COUNT
           DISPLAY 'INSTRUCTIONS REJECTED: ' WS-REJECTED-COUNT
           CLOSE PSTEXCP-FILE
                 SIEXRPT-FILE
                 STNDINST-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'PSTEXCP'              TO WS-RCTL-INPUT-DD
           MOVE WS-EXCP-COUNT          TO WS-RCTL-INPUT-COUNT
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
