       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCTL.

      ******************************************************
      *  NIGHTLY STREAM STATUS REPORT                      *
      *  Lists every job of the nightly stream, in stream  *
      *  order, with its RUNCTL entry for the run date:    *
      *  not started, started but not completed (still     *
      *  running or abended), or completed with its        *
      *  return code.  A job not yet started shows the     *
      *  first predecessor it is waiting on, and a job     *
      *  completed above RC 4 is flagged as holding its    *
      *  successors.  Every other entry for the run date - *
      *  partitioned ACCTEXT instances, ACCTCONS and the   *
      *  periodic jobs - is listed after the stream.       *
      *  Read only; it may be run at any time of night.    *
      *  RC=0 STREAM COMPLETE, RC=4 JOBS OUTSTANDING,      *
      *  RC=8 A JOB COMPLETED ABOVE RC 4, RC=16 BAD PARM   *
      *  OR RUNCTL UNAVAILABLE.                            *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARMCARD-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS RUNCTL-STATUS.

           SELECT RCTLRPT-FILE ASSIGN TO RCTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCTLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-REC.
           05  PARM-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(72).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       FD  RCTLRPT-FILE
           RECORDING MODE IS F.
       01  RCTLRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).
       01  RCTLRPT-STATUS     PIC X(2).

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.

      *    THE NIGHTLY STREAM IN RUN ORDER, EACH JOB WITH THE
      *    PREDECESSORS IT IS GATED ON - KEEP IN STEP WITH THE
      *    WS-RCTL-PREDECESSORS OF EACH PROGRAM.  ACCTCONS RUNS
      *    ONLY ON A PARTITIONED NIGHT AND ACCTESCH AND ACCTTRND
      *    ARE NOT NIGHTLY, SO THEY APPEAR WITH THE OTHER ENTRIES
       01  WS-STREAM-VALUES.
           05  FILLER             PIC X(40) VALUE
               'ACCTSTND                                '.
           05  FILLER             PIC X(40) VALUE
               'ACCTPOSTACCTSTND                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTSIEXACCTPOST                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTMNT                                 '.
           05  FILLER             PIC X(40) VALUE
               'CUSTMNT                                 '.
           05  FILLER             PIC X(40) VALUE
               'ACCTPENDACCTMNT CUSTMNT                 '.
           05  FILLER             PIC X(40) VALUE
               'ACCTRCYC                                '.
           05  FILLER             PIC X(40) VALUE
               'ACCTGLIFACCTPOSTACCTMNT                 '.
           05  FILLER             PIC X(40) VALUE
               'ACCTCSHXACCTPOST                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTCASHACCTCSHX                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTEDIT                                '.
           05  FILLER             PIC X(40) VALUE
               'ACCTBKFLACCTEDITACCTPOSTACCTMNT         '.
           05  FILLER             PIC X(40) VALUE
               'ACCTEXT ACCTBKFL                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTRECNACCTEXT                         '.
           05  FILLER             PIC X(40) VALUE
               'ACCTSTATACCTEXT                         '.
           05  FILLER             PIC X(40) VALUE
               'STCDGEN ACCTEXT                         '.
           05  FILLER             PIC X(40) VALUE
               'STCDRPT STCDGEN                         '.
           05  FILLER             PIC X(40) VALUE
               'ACCTDLTAACCTEXT                         '.
           05  FILLER             PIC X(40) VALUE
               'ACCTAPLYACCTDLTA                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTWHSEACCTEXT                         '.
           05  FILLER             PIC X(40) VALUE
               'ACCTCHN ACCTWHSE                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTWACKACCTWHSE                        '.
           05  FILLER             PIC X(40) VALUE
               'ACCTXINVACCTEXT CUSTMNT ACCTRCYC        '.
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
           05  WS-STREAM-ENTRY    OCCURS 23 TIMES.
               10  WS-STREAM-JOB      PIC X(8).
               10  WS-STREAM-PRED     OCCURS 4 TIMES PIC X(8).
       01  WS-STREAM-COUNT        PIC 9(2)  COMP VALUE 23.

      *    RUN-CONTROL STATE OF EACH STREAM JOB, SET AS THE JOB IS
      *    REPORTED: N NOT STARTED, S STARTED, C COMPLETED AT RC 4
      *    OR LESS, H COMPLETED ABOVE RC 4 (HOLDING SUCCESSORS)
       01  WS-STATE-TABLE.
           05  WS-JOB-STATE       OCCURS 23 TIMES PIC X(1).
       01  WS-JOB-SUB             PIC 9(2)  COMP VALUE 0.
       01  WS-PRED-SUB            PIC 9(2)  COMP VALUE 0.
       01  WS-FIND-SUB            PIC 9(2)  COMP VALUE 0.
       01  WS-FOUND-SUB           PIC 9(2)  COMP VALUE 0.
       01  WS-WAITING-JOB         PIC X(8)  VALUE SPACES.

       01  WS-STREAM-JOB-SW       PIC X(1)  VALUE 'N'.
           88  WS-IS-STREAM-JOB       VALUE 'Y'.

       01  WS-COMPLETED-COUNT     PIC 9(5)  VALUE 0.
       01  WS-HOLDING-COUNT       PIC 9(5)  VALUE 0.
       01  WS-STARTED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-NOT-STARTED-COUNT   PIC 9(5)  VALUE 0.
       01  WS-FORCED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-OTHER-COUNT         PIC 9(5)  VALUE 0.
       01  WS-OTHER-OPEN-COUNT    PIC 9(5)  VALUE 0.
       01  WS-OTHER-HOLD-COUNT    PIC 9(5)  VALUE 0.
       01  WS-ENTRIES-READ        PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(34) VALUE
               'NIGHTLY STREAM STATUS - RUN DATE '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(90) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'JOB'.
           05  FILLER             PIC X(4)  VALUE 'PT'.
           05  FILLER             PIC X(25) VALUE 'STATUS'.
           05  FILLER             PIC X(6)  VALUE '  RC'.
           05  FILLER             PIC X(16) VALUE 'STARTED'.
           05  FILLER             PIC X(16) VALUE 'ENDED'.
           05  FILLER             PIC X(8)  VALUE 'RUNS'.
           05  FILLER             PIC X(6)  VALUE 'FORCED'.
           05  FILLER             PIC X(41) VALUE 'REMARK'.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE  PIC X(50).
           05  FILLER             PIC X(82) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-JOB-NAME       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-PARTITION      PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-STATUS         PIC X(23).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RETURN-CODE    PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-START-STAMP    PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-END-STAMP      PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RUN-COUNT      PIC X(3).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RPT-FORCED         PIC X(3).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RPT-REMARK         PIC X(40).
           05  FILLER             PIC X(1)  VALUE SPACES.

       01  RPT-RC-EDIT            PIC ZZZ9.
       01  RPT-RUNS-EDIT          PIC ZZ9.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97) VALUE SPACES.

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-REPORT-STREAM-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-STREAM-COUNT
           PERFORM 3000-START-OTHER-ENTRIES
           PERFORM 3100-RUNCTL-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           EVALUATE TRUE
               WHEN WS-HOLDING-COUNT > 0
               OR   WS-OTHER-HOLD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STARTED-COUNT > 0
               OR   WS-NOT-STARTED-COUNT > 0
               OR   WS-OTHER-OPEN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           IF  PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           ELSE
               IF  PARM-RUN-DATE NOT NUMERIC
                   DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
                   CLOSE PARMCARD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           CLOSE PARMCARD-FILE
           OPEN INPUT RUNCTL-FILE
           IF  RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED - STATUS: ' RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RCTLRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE
           WRITE RCTLRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO RCTLRPT-REC
           WRITE RCTLRPT-REC
           WRITE RCTLRPT-REC FROM RPT-HEADING-2
           MOVE SPACES TO RCTLRPT-REC
           WRITE RCTLRPT-REC
           MOVE 'NIGHTLY STREAM' TO RPT-SECTION-TITLE
           WRITE RCTLRPT-REC FROM RPT-SECTION-LINE.

      *    ONE LINE PER STREAM JOB FROM ITS WHOLE-FILE ENTRY.  THE
      *    TABLE IS IN RUN ORDER, SO EVERY PREDECESSOR'S STATE IS
      *    ALREADY KNOWN WHEN A JOB NOT YET STARTED IS REPORTED
       1000-REPORT-STREAM-JOB.
           MOVE WS-STREAM-JOB (WS-JOB-SUB) TO RCTL-JOB-NAME
           MOVE SPACES                     TO RCTL-PARTITION
           MOVE WS-RUN-DATE                TO RCTL-RUN-DATE
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  RUNCTL-STATUS = '00'
               PERFORM 2000-FORMAT-ENTRY
               EVALUATE TRUE
                   WHEN RCTL-STATE-COMPLETED
                   AND  RCTL-RETURN-CODE > 4
                       MOVE 'H' TO WS-JOB-STATE (WS-JOB-SUB)
                       ADD 1 TO WS-HOLDING-COUNT
                   WHEN RCTL-STATE-COMPLETED
                       MOVE 'C' TO WS-JOB-STATE (WS-JOB-SUB)
                       ADD 1 TO WS-COMPLETED-COUNT
                   WHEN OTHER
                       MOVE 'S' TO WS-JOB-STATE (WS-JOB-SUB)
                       ADD 1 TO WS-STARTED-COUNT
               END-EVALUATE
               IF  RCTL-FORCED
                   ADD 1 TO WS-FORCED-COUNT
               END-IF
           ELSE
               MOVE 'N' TO WS-JOB-STATE (WS-JOB-SUB)
               ADD 1 TO WS-NOT-STARTED-COUNT
               PERFORM 1100-FORMAT-NOT-STARTED
           END-IF
           WRITE RCTLRPT-REC FROM RPT-DETAIL-LINE.

       1100-FORMAT-NOT-STARTED.
           MOVE WS-STREAM-JOB (WS-JOB-SUB) TO RPT-JOB-NAME
           MOVE SPACES           TO RPT-PARTITION
           MOVE 'NOT STARTED'    TO RPT-STATUS
           MOVE SPACES           TO RPT-RETURN-CODE
                                    RPT-START-STAMP
                                    RPT-END-STAMP
                                    RPT-RUN-COUNT
                                    RPT-FORCED
                                    RPT-REMARK
           MOVE SPACES           TO WS-WAITING-JOB
           PERFORM 1200-CHECK-PREDECESSOR
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 4
               OR    WS-WAITING-JOB NOT = SPACES
           IF  WS-WAITING-JOB = SPACES
               MOVE 'READY TO RUN' TO RPT-REMARK
           ELSE
               STRING 'WAITING ON ' DELIMITED BY SIZE
                      WS-WAITING-JOB DELIMITED BY SPACE
                   INTO RPT-REMARK
               END-STRING
           END-IF.

      *    A PREDECESSOR IS MET ONLY WHEN IT COMPLETED AT RC 4 OR
      *    LESS - THE SAME TEST THE JOB ITSELF APPLIES AT STARTUP
       1200-CHECK-PREDECESSOR.
           IF  WS-STREAM-PRED (WS-JOB-SUB WS-PRED-SUB) NOT = SPACES
               MOVE 0 TO WS-FOUND-SUB
               PERFORM 1300-FIND-STREAM-JOB
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB NOT < WS-JOB-SUB
                   OR    WS-FOUND-SUB > 0
               IF  WS-FOUND-SUB = 0
                   MOVE WS-STREAM-PRED (WS-JOB-SUB WS-PRED-SUB)
                       TO WS-WAITING-JOB
               ELSE
                   IF  WS-JOB-STATE (WS-FOUND-SUB) NOT = 'C'
                       MOVE WS-STREAM-PRED (WS-JOB-SUB WS-PRED-SUB)
                           TO WS-WAITING-JOB
                   END-IF
               END-IF
           END-IF.

       1300-FIND-STREAM-JOB.
           IF  WS-STREAM-JOB (WS-FIND-SUB)
                   = WS-STREAM-PRED (WS-JOB-SUB WS-PRED-SUB)
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF.

       2000-FORMAT-ENTRY.
           MOVE RCTL-JOB-NAME    TO RPT-JOB-NAME
           MOVE RCTL-PARTITION   TO RPT-PARTITION
           MOVE RCTL-START-STAMP TO RPT-START-STAMP
           MOVE SPACES           TO RPT-REMARK
           IF  RCTL-RUN-COUNT NUMERIC
               MOVE RCTL-RUN-COUNT TO RPT-RUNS-EDIT
               MOVE RPT-RUNS-EDIT  TO RPT-RUN-COUNT
           ELSE
               MOVE SPACES TO RPT-RUN-COUNT
           END-IF
           IF  RCTL-FORCED
               MOVE 'YES' TO RPT-FORCED
           ELSE
               MOVE SPACES TO RPT-FORCED
           END-IF
           IF  RCTL-STATE-COMPLETED
               MOVE 'COMPLETED'      TO RPT-STATUS
               MOVE RCTL-END-STAMP   TO RPT-END-STAMP
               MOVE RCTL-RETURN-CODE TO RPT-RC-EDIT
               MOVE RPT-RC-EDIT      TO RPT-RETURN-CODE
               IF  RCTL-RETURN-CODE > 4
                   MOVE 'FAILED - HOLDING SUCCESSORS' TO RPT-REMARK
               END-IF
           ELSE
               MOVE 'STARTED (NOT COMPLETED)' TO RPT-STATUS
               MOVE SPACES           TO RPT-END-STAMP
                                        RPT-RETURN-CODE
               MOVE 'RUNNING OR ABENDED' TO RPT-REMARK
           END-IF.

      *    SECOND PASS OVER THE WHOLE FILE FOR EVERY OTHER ENTRY
      *    DATED THE RUN DATE.  THE KEY LEADS WITH THE JOB NAME,
      *    SO THE DATE CAN ONLY BE PICKED OUT ENTRY BY ENTRY
       3000-START-OTHER-ENTRIES.
           MOVE SPACES TO RCTLRPT-REC
           WRITE RCTLRPT-REC
           MOVE 'OTHER ENTRIES FOR THE RUN DATE' TO RPT-SECTION-TITLE
           WRITE RCTLRPT-REC FROM RPT-SECTION-LINE
           MOVE 'N'        TO END-OF-FILE
           MOVE LOW-VALUES TO RCTL-KEY
           START RUNCTL-FILE KEY IS NOT LESS THAN RCTL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.

       3100-RUNCTL-GET-NEXT.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF  RCTL-RUN-DATE = WS-RUN-DATE
                       PERFORM 3200-CHECK-OTHER-ENTRY
                   END-IF
           END-READ.

       3200-CHECK-OTHER-ENTRY.
           MOVE 'N' TO WS-STREAM-JOB-SW
           IF  RCTL-PARTITION = SPACES
               PERFORM 3300-MATCH-STREAM-JOB
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STREAM-COUNT
                   OR    WS-IS-STREAM-JOB
           END-IF
           IF  NOT WS-IS-STREAM-JOB
               ADD 1 TO WS-OTHER-COUNT
               PERFORM 2000-FORMAT-ENTRY
               IF  RCTL-STATE-COMPLETED
                   IF  RCTL-RETURN-CODE > 4
                       ADD 1 TO WS-OTHER-HOLD-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-OTHER-OPEN-COUNT
               END-IF
               IF  RCTL-FORCED
                   ADD 1 TO WS-FORCED-COUNT
               END-IF
               WRITE RCTLRPT-REC FROM RPT-DETAIL-LINE
           END-IF.

       3300-MATCH-STREAM-JOB.
           IF  WS-STREAM-JOB (WS-FIND-SUB) = RCTL-JOB-NAME
               MOVE 'Y' TO WS-STREAM-JOB-SW
           END-IF.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RCTLRPT-REC
           WRITE RCTLRPT-REC

           MOVE 'STREAM JOBS'          TO RPT-CNT-LABEL
           MOVE WS-STREAM-COUNT        TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'COMPLETED'            TO RPT-CNT-LABEL
           MOVE WS-COMPLETED-COUNT     TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'COMPLETED ABOVE RC 4' TO RPT-CNT-LABEL
           MOVE WS-HOLDING-COUNT       TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'STARTED NOT COMPLETED' TO RPT-CNT-LABEL
           MOVE WS-STARTED-COUNT       TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'NOT STARTED'          TO RPT-CNT-LABEL
           MOVE WS-NOT-STARTED-COUNT   TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'OTHER ENTRIES'        TO RPT-CNT-LABEL
           MOVE WS-OTHER-COUNT         TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE

           MOVE 'RUNS FORCED'          TO RPT-CNT-LABEL
           MOVE WS-FORCED-COUNT        TO RPT-CNT-VALUE
           WRITE RCTLRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'RUNCTL ENTRIES READ: ' WS-ENTRIES-READ
           DISPLAY 'STREAM COMPLETED:    ' WS-COMPLETED-COUNT
           DISPLAY 'COMPLETED ABOVE RC 4: ' WS-HOLDING-COUNT
           DISPLAY 'STARTED NOT COMPLETE: ' WS-STARTED-COUNT
           DISPLAY 'NOT STARTED:         ' WS-NOT-STARTED-COUNT
           CLOSE RUNCTL-FILE
                 RCTLRPT-FILE.
