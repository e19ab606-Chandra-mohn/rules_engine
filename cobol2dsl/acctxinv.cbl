       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXINV.

      ******************************************************
      *  OPEN-EXCEPTION INVENTORY AND AGING                *
      *  Keeps one keyed EXCPINV entry per open exception  *
      *  across the nightly exception files - MNTEXCP      *
      *  (ACCTMNT), PSTEXCP (ACCTPOST), CSTEXCP (CUSTMNT), *
      *  the ACCTEXT REJECTFL and the ACCTRCYC RECYCOUT    *
      *  carry-forward.  Each run first closes every open  *
      *  entry that the night's MNTJRNL, PSTJRNL or        *
      *  CSTJRNL entries, or the ACCTRCYC SUPLFEED, show   *
      *  was resubmitted and applied - same source, same   *
      *  account or customer and same card action, first  *
      *  seen on an earlier date.  A PSTJRNL posting must  *
      *  also match the rejected card's amount, and closes *
      *  one entry only.  It then adds the night's         *
      *  exceptions; one already open for the same key,    *
      *  action and reason only steps its count.           *
      *  Last it ages every open entry from its first-seen *
      *  date and reports the count by source and reason   *
      *  in 0-1, 2-5, 6-30 and over-30 day bands, with the *
      *  oldest open items listed.  An entry past the parm *
      *  escalation age is stamped and listed the night it *
      *  first passes it.                                  *
      *  RC=0 NO ITEM PAST THE ESCALATION AGE (OPEN ITEMS  *
      *  ARE STILL LISTED), RC=4 ITEMS PAST THE ESCALATION *
      *  AGE (THE COUNT IS DISPLAYED) OR EXCPINV UPDATE    *
      *  ERRORS, RC=16 BAD PARM OR EXCPINV UNAVAILABLE.    *
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

           SELECT MNTJRNL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTJRNL-STATUS.

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTJRNL-STATUS.

           SELECT CUSTJRNL-FILE ASSIGN TO CUSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTJRNL-STATUS.

           SELECT SUPLFEED-FILE ASSIGN TO SUPLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPLFEED-STATUS.

           SELECT MNTEXCP-FILE ASSIGN TO MNTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTEXCP-STATUS.

           SELECT PSTEXCP-FILE ASSIGN TO PSTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTEXCP-STATUS.

           SELECT CUSTEXCP-FILE ASSIGN TO CUSTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTEXCP-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJECTFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

           SELECT RECYCOUT-FILE ASSIGN TO RECYCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECYCOUT-STATUS.

           SELECT EXCPINV-FILE ASSIGN TO EXCPINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EINV-KEY
               FILE STATUS IS EXCPINV-STATUS.

           SELECT XINVRPT-FILE ASSIGN TO XINVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XINVRPT-STATUS.

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
           05  PARM-ESCALATE-DAYS      PIC 9(3).
           05  FILLER                  PIC X(68).
           05  PARM-FORCE-FLAG         PIC X(1).
               88  PARM-FORCE-RUN          VALUE 'F'.

       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       01  MNTJRNL-REC                 PIC X(242).

       FD  PSTJRNL-FILE
           RECORDING MODE IS F.
       01  PSTJRNL-REC                 PIC X(60).

       FD  CUSTJRNL-FILE
           RECORDING MODE IS F.
       01  CUSTJRNL-REC                PIC X(242).

      *    EXTRACT-FORMAT RECORD FOR EVERY ACCOUNT ACCTRCYC
      *    RECYCLED CLEAN - ONLY THE ACCOUNT NUMBER IS NEEDED
       FD  SUPLFEED-FILE
           RECORDING MODE IS F.
       01  SUPLFEED-REC.
           05  SUPL-ACCT-NUMBER        PIC X(9).
           05  FILLER                  PIC X(91).

       FD  MNTEXCP-FILE
           RECORDING MODE IS F.
       01  MNTEXCP-REC                 PIC X(93).

       FD  PSTEXCP-FILE
           RECORDING MODE IS F.
       01  PSTEXCP-REC                 PIC X(93).

       FD  CUSTEXCP-FILE
           RECORDING MODE IS F.
       01  CUSTEXCP-REC                PIC X(103).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-REC                  PIC X(113).

       FD  RECYCOUT-FILE
           RECORDING MODE IS F.
       01  RECYCOUT-REC                PIC X(116).

       FD  EXCPINV-FILE.
       01  EXCPINV-REC.
           COPY EXCPINV.

       FD  XINVRPT-FILE
           RECORDING MODE IS F.
       01  XINVRPT-REC                 PIC X(132).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  MNTJRNL-STATUS     PIC X(2).
       01  PSTJRNL-STATUS     PIC X(2).
       01  CUSTJRNL-STATUS    PIC X(2).
       01  SUPLFEED-STATUS    PIC X(2).
       01  MNTEXCP-STATUS     PIC X(2).
       01  PSTEXCP-STATUS     PIC X(2).
       01  CUSTEXCP-STATUS    PIC X(2).
       01  REJECT-STATUS      PIC X(2).
       01  RECYCOUT-STATUS    PIC X(2).
       01  EXCPINV-STATUS     PIC X(2).
       01  XINVRPT-STATUS     PIC X(2).
       01  RUNCTL-STATUS      PIC X(2).

       01  MNT-JOURNAL-RECORD.
           COPY MNTJRNL.

       01  PST-JOURNAL-RECORD.
           COPY PSTJRNL.

       01  CST-JOURNAL-RECORD.
           COPY CSTJRNL.

       01  MNT-EXCEPTION-RECORD.
           COPY MNTEXCP.

       01  PST-EXCEPTION-RECORD.
           COPY PSTEXCP.

       01  CST-EXCEPTION-RECORD.
           COPY CSTEXCP.

       01  REJECT-RECORD.
           COPY REJECTREC.

       01  RECYCLE-RECORD.
           COPY RCYCREC.

       01  WS-RUN-DATE            PIC X(8)  VALUE SPACES.
       01  WS-ESCALATE-DAYS       PIC 9(3)  VALUE 30.
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

      *    THE EXCEPTION BEING ADDED - THE FIRST 24 BYTES ARE THE
      *    INVENTORY KEY UP TO THE FIRST-SEEN DATE
       01  WS-NEW-ITEM.
           05  WS-NEW-KEY-PREFIX.
               10  WS-NEW-SOURCE-JOB  PIC X(8).
               10  WS-NEW-KEY-NUMBER  PIC X(9).
               10  WS-NEW-ACTION      PIC X(3).
               10  WS-NEW-REASON      PIC X(4).
           05  WS-NEW-KEY-TYPE    PIC X(1).
           05  WS-NEW-SEQUENCE    PIC X(6).
           05  WS-NEW-IMAGE       PIC X(100).

      *    THE SUCCESS BEING MATCHED - THE FIRST 20 BYTES ARE THE
      *    INVENTORY KEY UP TO THE REASON CODE
       01  WS-CLOSE-ITEM.
           05  WS-CLS-KEY-PREFIX.
               10  WS-CLS-SOURCE-JOB  PIC X(8).
               10  WS-CLS-KEY-NUMBER  PIC X(9).
               10  WS-CLS-ACTION      PIC X(3).
           05  WS-CLS-BY-SOURCE   PIC X(8).
           05  WS-CLS-BY-SEQUENCE PIC X(6).
           05  WS-CLS-AMOUNT-SW   PIC X(1)  VALUE 'N'.
               88  WS-CLS-MATCH-AMOUNT    VALUE 'Y'.
           05  WS-CLS-AMOUNT      PIC S9(9)V99.

      *    A POSTING EXCEPTION'S STORED CARD IMAGE, FOR ITS AMOUNT
       01  WS-PST-CARD-IMAGE.
           05  FILLER             PIC X(18).
           05  WS-PST-CARD-AMOUNT PIC S9(9)V99.
           05  FILLER             PIC X(71).

       01  WS-MNTJ-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-MNTJ-EOF            VALUE 'Y'.
       01  WS-PSTJ-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-PSTJ-EOF            VALUE 'Y'.
       01  WS-CSTJ-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-CSTJ-EOF            VALUE 'Y'.
       01  WS-SUPL-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-SUPL-EOF            VALUE 'Y'.
       01  WS-MNTX-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-MNTX-EOF            VALUE 'Y'.
       01  WS-PSTX-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-PSTX-EOF            VALUE 'Y'.
       01  WS-CSTX-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-CSTX-EOF            VALUE 'Y'.
       01  WS-REJ-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-REJ-EOF             VALUE 'Y'.
       01  WS-RCY-EOF-SW          PIC X(1)  VALUE 'N'.
           88  WS-RCY-EOF             VALUE 'Y'.
       01  WS-SCAN-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-SCAN-EOF            VALUE 'Y'.
       01  WS-FOUND-OPEN-SW       PIC X(1)  VALUE 'N'.
           88  WS-FOUND-OPEN          VALUE 'Y'.

       01  WS-JRNL-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-SUPL-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-EXCP-READ-COUNT     PIC 9(9)  VALUE 0.
       01  WS-ADDED-COUNT         PIC 9(9)  VALUE 0.
       01  WS-REPEAT-COUNT        PIC 9(9)  VALUE 0.
       01  WS-CLOSED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-INVENTORY-COUNT     PIC 9(9)  VALUE 0.
       01  WS-OPEN-COUNT          PIC 9(9)  VALUE 0.
       01  WS-PAST-AGE-COUNT      PIC 9(9)  VALUE 0.
       01  WS-ESCALATED-COUNT     PIC 9(9)  VALUE 0.
       01  WS-ERROR-COUNT         PIC 9(9)  VALUE 0.

      *    OPEN COUNTS BY SOURCE AND REASON, HELD IN ASCENDING
      *    SOURCE/REASON ORDER, ONE COUNTER PER AGE BAND
       01  WS-AGING-TABLE.
           05  WS-AG-ENTRY OCCURS 100 TIMES.
               10  WS-AG-KEY.
                   15  WS-AG-SOURCE   PIC X(8).
                   15  WS-AG-REASON   PIC X(4).
               10  WS-AG-BAND     OCCURS 4 TIMES PIC 9(7).
               10  WS-AG-TOTAL        PIC 9(7).
       01  WS-AG-USED             PIC 9(3)  COMP VALUE 0.
       01  WS-AG-SUB              PIC 9(3)  COMP VALUE 0.
       01  WS-AG-SLOT             PIC 9(3)  COMP VALUE 0.
       01  WS-AG-MATCH-SLOT       PIC 9(3)  COMP VALUE 0.
       01  WS-AG-DROPPED-COUNT    PIC 9(9)  VALUE 0.
       01  WS-ITEM-AG-KEY.
           05  WS-ITEM-AG-SOURCE  PIC X(8).
           05  WS-ITEM-AG-REASON  PIC X(4).
       01  WS-BAND-SUB            PIC 9(1)  COMP VALUE 0.
       01  WS-GRAND-BANDS.
           05  WS-GRAND-BAND      OCCURS 4 TIMES PIC 9(7).
       01  WS-GRAND-TOTAL         PIC 9(7)  VALUE 0.

      *    THE OLDEST OPEN ITEMS, OLDEST FIRST, EACH WITH ITS AGE
      *    AND ITS WHOLE INVENTORY ENTRY
       01  WS-OLDEST-TABLE.
           05  WS-OL-ENTRY OCCURS 20 TIMES.
               10  WS-OL-AGE          PIC 9(7).
               10  WS-OL-RECORD       PIC X(200).
       01  WS-OL-USED             PIC 9(2)  COMP VALUE 0.
       01  WS-OL-SUB              PIC 9(2)  COMP VALUE 0.
       01  WS-OL-SLOT             PIC 9(2)  COMP VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               'EXCEPTION INVENTORY AGING - RUN DATE '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE
               'ESCALATION AGE '.
           05  RPT-HDG-ESC-DAYS   PIC ZZ9.
           05  FILLER             PIC X(5)  VALUE ' DAYS'.
           05  FILLER             PIC X(58) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE  PIC X(50).
           05  FILLER             PIC X(82) VALUE SPACES.

       01  RPT-AGING-HEADING.
           05  FILLER             PIC X(10) VALUE 'SOURCE'.
           05  FILLER             PIC X(4)  VALUE 'RSN'.
           05  FILLER             PIC X(12) VALUE '    0-1 DAYS'.
           05  FILLER             PIC X(12) VALUE '    2-5 DAYS'.
           05  FILLER             PIC X(12) VALUE '   6-30 DAYS'.
           05  FILLER             PIC X(12) VALUE 'OVER 30 DAYS'.
           05  FILLER             PIC X(12) VALUE '  TOTAL OPEN'.
           05  FILLER             PIC X(58) VALUE SPACES.

       01  RPT-AGING-LINE.
           05  RPT-AG-SOURCE      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AG-REASON      PIC X(4).
           05  RPT-AG-BAND-GROUP.
               10  RPT-AG-BAND-ENTRY OCCURS 4 TIMES.
                   15  FILLER         PIC X(5).
                   15  RPT-AG-BAND    PIC ZZZZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RPT-AG-TOTAL       PIC ZZZZZZ9.
           05  FILLER             PIC X(58) VALUE SPACES.

       01  RPT-ITEM-HEADING.
           05  FILLER             PIC X(10) VALUE 'SOURCE'.
           05  FILLER             PIC X(6)  VALUE 'TYPE'.
           05  FILLER             PIC X(11) VALUE 'NUMBER'.
           05  FILLER             PIC X(5)  VALUE 'ACT'.
           05  FILLER             PIC X(8)  VALUE 'SEQ'.
           05  FILLER             PIC X(6)  VALUE 'RSN'.
           05  FILLER             PIC X(10) VALUE 'FIRST SEEN'.
           05  FILLER             PIC X(10) VALUE 'LAST SEEN'.
           05  FILLER             PIC X(7)  VALUE 'TIMES'.
           05  FILLER             PIC X(9)  VALUE '    AGE'.
           05  FILLER             PIC X(50) VALUE 'ESCALATED'.

       01  RPT-ITEM-LINE.
           05  RPT-SOURCE         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-KEY-TYPE       PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-KEY-NUMBER     PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION         PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-SEQUENCE       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-REASON         PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-FIRST-SEEN     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-LAST-SEEN      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-OCCURRENCES    PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-AGE            PIC ZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ESCALATED      PIC X(8).
           05  FILLER             PIC X(40) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97) VALUE SPACES.

      *    RUN-CONTROL GATE: THIS JOB'S ENTRY, ITS CALENDAR
      *    FREQUENCY AND THE JOBS THAT MUST HAVE COMPLETED
      *    FOR THE RUN DATE BEFORE IT MAY START
       01  WS-RCTL-JOB-NAME       PIC X(8)  VALUE 'ACCTXINV'.
       01  WS-RCTL-PARTITION      PIC X(2)  VALUE SPACES.
       01  WS-RCTL-RUN-DATE       PIC X(8)  VALUE SPACES.
       01  WS-RCTL-FREQUENCY      PIC X(1)  VALUE 'D'.
           88  WS-RCTL-MONTHLY        VALUE 'M'.
           88  WS-RCTL-QUARTERLY      VALUE 'Q'.
           88  WS-RCTL-YEARLY         VALUE 'Y'.
       01  WS-RCTL-PREDECESSORS.
           05  FILLER             PIC X(8)  VALUE 'ACCTEXT '.
           05  FILLER             PIC X(8)  VALUE 'CUSTMNT '.
           05  FILLER             PIC X(8)  VALUE 'ACCTRCYC'.
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
           PERFORM 1000-MNTJRNL-GET-NEXT UNTIL WS-MNTJ-EOF
           PERFORM 1100-PSTJRNL-GET-NEXT UNTIL WS-PSTJ-EOF
           PERFORM 1200-CUSTJRNL-GET-NEXT UNTIL WS-CSTJ-EOF
           PERFORM 1300-SUPLFEED-GET-NEXT UNTIL WS-SUPL-EOF
           PERFORM 2000-MNTEXCP-GET-NEXT UNTIL WS-MNTX-EOF
           PERFORM 2100-PSTEXCP-GET-NEXT UNTIL WS-PSTX-EOF
           PERFORM 2200-CUSTEXCP-GET-NEXT UNTIL WS-CSTX-EOF
           PERFORM 2300-REJECT-GET-NEXT UNTIL WS-REJ-EOF
           PERFORM 2400-RECYCOUT-GET-NEXT UNTIL WS-RCY-EOF
           PERFORM 3000-START-INVENTORY-SCAN
           PERFORM 3100-EXCPINV-GET-NEXT UNTIL END-OF-FILE = 'Y'
           PERFORM 4000-WRITE-AGING-TABLE
           PERFORM 4500-WRITE-OLDEST-ITEMS
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           EVALUATE TRUE
               WHEN WS-PAST-AGE-COUNT > 0
                   DISPLAY 'OPEN EXCEPTIONS PAST ESCALATION AGE: '
                       WS-PAST-AGE-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           IF  PARM-ESCALATE-DAYS NUMERIC
           AND PARM-ESCALATE-DAYS > 0
               MOVE PARM-ESCALATE-DAYS TO WS-ESCALATE-DAYS
           END-IF
           CLOSE PARMCARD-FILE
           MOVE PARM-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM 0500-CHECK-RUN-CONTROL
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 0300-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY
           OPEN I-O    EXCPINV-FILE
           IF  EXCPINV-STATUS NOT = '00'
               DISPLAY 'EXCPINV OPEN FAILED - STATUS: '
                   EXCPINV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  MNTJRNL-FILE
           OPEN INPUT  PSTJRNL-FILE
           OPEN INPUT  CUSTJRNL-FILE
           OPEN INPUT  SUPLFEED-FILE
           OPEN INPUT  MNTEXCP-FILE
           OPEN INPUT  PSTEXCP-FILE
           OPEN INPUT  CUSTEXCP-FILE
           OPEN INPUT  REJECT-FILE
           OPEN INPUT  RECYCOUT-FILE
           OPEN OUTPUT XINVRPT-FILE
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE      TO RPT-HDG-DATE
           MOVE WS-ESCALATE-DAYS TO RPT-HDG-ESC-DAYS
           WRITE XINVRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO XINVRPT-REC
           WRITE XINVRPT-REC.

      *    DAY NUMBER OF THE DATE IN WS-DATE-WORK, COUNTING THE
      *    FEBRUARY 29TH OF EVERY LEAP YEAR ALREADY PASSED - THE
      *    SAME COUNT ACCTPEND AGES HELD MAINTENANCE WITH
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

      *    THE JOURNALS ARE CUMULATIVE - ONLY THE RUN DATE'S
      *    ENTRIES ARE MATCHED, AS ACCTGLIF TAKES THEM.  AN
      *    APPROVED ACTION IS JOURNALLED UNDER ITS OWN ACTION
      *    CODE WITH THE APPROVER SET, WHICH ALSO CLEARS A
      *    REJECTED APPROVAL CARD FOR THE SAME ACCOUNT
       1000-MNTJRNL-GET-NEXT.
           READ MNTJRNL-FILE INTO MNT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-MNTJ-EOF-SW
               NOT AT END
                   IF  JRNL-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-JRNL-READ-COUNT
                       MOVE 'ACCTMNT '         TO WS-CLS-SOURCE-JOB
                       MOVE JRNL-ACCT-NUMBER   TO WS-CLS-KEY-NUMBER
                       MOVE JRNL-ACTION-CODE   TO WS-CLS-ACTION
                       MOVE 'MNTJRNL '         TO WS-CLS-BY-SOURCE
                       MOVE JRNL-TRAN-SEQUENCE TO WS-CLS-BY-SEQUENCE
                       PERFORM 1500-CLOSE-MATCHING-ITEMS
                       IF  JRNL-APPROVER-ID NOT = SPACES
                           MOVE 'APV' TO WS-CLS-ACTION
                           PERFORM 1500-CLOSE-MATCHING-ITEMS
                       END-IF
                   END-IF
           END-READ.

      *    A TRANSFER CARD IS REJECTED ON ITS FROM-ACCOUNT, WHICH
      *    CARRIES THE 'XFD' LEG WHEN IT POSTS.  AN ACCOUNT CAN
      *    HAVE SEVERAL POSTING CARDS OF ONE CODE OPEN, SO AN
      *    ENTRY CLEARS ONLY ONE WHOSE CARD AMOUNT IT POSTED
       1100-PSTJRNL-GET-NEXT.
           READ PSTJRNL-FILE INTO PST-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-PSTJ-EOF-SW
               NOT AT END
                   IF  PJNL-RUN-DATE = WS-RUN-DATE
                   AND PJNL-TRAN-CODE NOT = 'XFC'
                       ADD 1 TO WS-JRNL-READ-COUNT
                       MOVE 'ACCTPOST'         TO WS-CLS-SOURCE-JOB
                       MOVE PJNL-ACCT-NUMBER   TO WS-CLS-KEY-NUMBER
                       IF  PJNL-TRAN-CODE = 'XFD'
                           MOVE 'XFR'          TO WS-CLS-ACTION
                       ELSE
                           MOVE PJNL-TRAN-CODE TO WS-CLS-ACTION
                       END-IF
                       MOVE 'PSTJRNL '         TO WS-CLS-BY-SOURCE
                       MOVE PJNL-TRAN-SEQUENCE TO WS-CLS-BY-SEQUENCE
                       MOVE PJNL-AMOUNT        TO WS-CLS-AMOUNT
                       MOVE 'Y'                TO WS-CLS-AMOUNT-SW
                       PERFORM 1500-CLOSE-MATCHING-ITEMS
                       MOVE 'N'                TO WS-CLS-AMOUNT-SW
                   END-IF
           END-READ.

       1200-CUSTJRNL-GET-NEXT.
           READ CUSTJRNL-FILE INTO CST-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-CSTJ-EOF-SW
               NOT AT END
                   IF  CJRN-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-JRNL-READ-COUNT
                       MOVE 'CUSTMNT '         TO WS-CLS-SOURCE-JOB
                       MOVE CJRN-CUST-ID       TO WS-CLS-KEY-NUMBER
                       MOVE CJRN-ACTION-CODE   TO WS-CLS-ACTION
                       MOVE 'CSTJRNL '         TO WS-CLS-BY-SOURCE
                       MOVE CJRN-TRAN-SEQUENCE TO WS-CLS-BY-SEQUENCE
                       PERFORM 1500-CLOSE-MATCHING-ITEMS
                       IF  CJRN-APPROVER-ID NOT = SPACES
                           MOVE 'APV' TO WS-CLS-ACTION
                           PERFORM 1500-CLOSE-MATCHING-ITEMS
                       END-IF
                   END-IF
           END-READ.

      *    AN ACCOUNT ACCTRCYC RECYCLED CLEAN TONIGHT CLEARS BOTH
      *    ITS EXTRACT REJECT AND ITS CARRIED-FORWARD RECYCLE ITEM
       1300-SUPLFEED-GET-NEXT.
           READ SUPLFEED-FILE
               AT END
                   MOVE 'Y' TO WS-SUPL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SUPL-READ-COUNT
                   MOVE SUPL-ACCT-NUMBER   TO WS-CLS-KEY-NUMBER
                   MOVE SPACES             TO WS-CLS-ACTION
                                              WS-CLS-BY-SEQUENCE
                   MOVE 'SUPLFEED'         TO WS-CLS-BY-SOURCE
                   MOVE 'ACCTEXT '         TO WS-CLS-SOURCE-JOB
                   PERFORM 1500-CLOSE-MATCHING-ITEMS
                   MOVE 'ACCTRCYC'         TO WS-CLS-SOURCE-JOB
                   PERFORM 1500-CLOSE-MATCHING-ITEMS
           END-READ.

      *    EVERY OPEN ENTRY FOR THE SOURCE, NUMBER AND ACTION,
      *    WHATEVER ITS REASON, FIRST SEEN BEFORE THE RUN DATE -
      *    AN EXCEPTION RAISED TONIGHT CANNOT BE CLEARED BY A
      *    CARD THAT POSTED IN THE SAME RUN.  A POSTING CLOSES
      *    ONLY THE FIRST SUCH ENTRY CARRYING ITS AMOUNT
       1500-CLOSE-MATCHING-ITEMS.
           MOVE 'N'               TO WS-SCAN-EOF-SW
           MOVE WS-CLS-SOURCE-JOB TO EINV-SOURCE-JOB
           MOVE WS-CLS-KEY-NUMBER TO EINV-KEY-NUMBER
           MOVE WS-CLS-ACTION     TO EINV-ACTION-CODE
           MOVE LOW-VALUES        TO EINV-REASON-CODE
                                     EINV-FIRST-SEEN-DATE
           START EXCPINV-FILE KEY IS NOT LESS THAN EINV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM 1550-CLOSE-NEXT-ITEM UNTIL WS-SCAN-EOF.

       1550-CLOSE-NEXT-ITEM.
           READ EXCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   IF  EINV-KEY (1:20) NOT = WS-CLS-KEY-PREFIX
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   ELSE
                       IF  EINV-STATUS-OPEN
                       AND EINV-FIRST-SEEN-DATE < WS-RUN-DATE
                           IF  WS-CLS-MATCH-AMOUNT
                               PERFORM 1570-CLOSE-ON-AMOUNT
                           ELSE
                               PERFORM 1560-CLOSE-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1560-CLOSE-ITEM.
           MOVE 'C'                TO EINV-STATUS
           MOVE WS-RUN-DATE        TO EINV-CLOSE-DATE
           MOVE WS-CLS-BY-SOURCE   TO EINV-CLOSE-SOURCE
           MOVE WS-CLS-BY-SEQUENCE TO EINV-CLOSE-SEQUENCE
           REWRITE EXCPINV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF  EXCPINV-STATUS = '00'
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EXCPINV REWRITE FAILED - KEY: ' EINV-KEY
                   ' STATUS: ' EXCPINV-STATUS
           END-IF.

      *    A CARD REJECTED FOR A BAD AMOUNT HAS NO AMOUNT TO MATCH
      *    AND STAYS OPEN UNTIL IT AGES OUT OR IS CLEARED BY HAND
       1570-CLOSE-ON-AMOUNT.
           MOVE EINV-EXCP-IMAGE TO WS-PST-CARD-IMAGE
           IF  WS-PST-CARD-AMOUNT IS NUMERIC
           AND WS-PST-CARD-AMOUNT = WS-CLS-AMOUNT
               PERFORM 1560-CLOSE-ITEM
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.

       2000-MNTEXCP-GET-NEXT.
           READ MNTEXCP-FILE INTO MNT-EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-MNTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXCP-READ-COUNT
                   MOVE 'ACCTMNT '             TO WS-NEW-SOURCE-JOB
                   MOVE EXCP-ACCT-NUMBER       TO WS-NEW-KEY-NUMBER
                   MOVE EXCP-TRAN-IMAGE (1:3)  TO WS-NEW-ACTION
                   MOVE EXCP-REASON-CODE       TO WS-NEW-REASON
                   MOVE 'A'                    TO WS-NEW-KEY-TYPE
                   MOVE EXCP-TRAN-IMAGE (4:6)  TO WS-NEW-SEQUENCE
                   MOVE EXCP-TRAN-IMAGE        TO WS-NEW-IMAGE
                   PERFORM 2500-ADD-EXCEPTION
           END-READ.

       2100-PSTEXCP-GET-NEXT.
           READ PSTEXCP-FILE INTO PST-EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-PSTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXCP-READ-COUNT
                   MOVE 'ACCTPOST'             TO WS-NEW-SOURCE-JOB
                   MOVE PEXC-ACCT-NUMBER       TO WS-NEW-KEY-NUMBER
                   MOVE PEXC-TRAN-IMAGE (1:3)  TO WS-NEW-ACTION
                   MOVE PEXC-REASON-CODE       TO WS-NEW-REASON
                   MOVE 'A'                    TO WS-NEW-KEY-TYPE
                   MOVE PEXC-TRAN-IMAGE (4:6)  TO WS-NEW-SEQUENCE
                   MOVE PEXC-TRAN-IMAGE        TO WS-NEW-IMAGE
                   PERFORM 2500-ADD-EXCEPTION
           END-READ.

       2200-CUSTEXCP-GET-NEXT.
           READ CUSTEXCP-FILE INTO CST-EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-CSTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXCP-READ-COUNT
                   MOVE 'CUSTMNT '             TO WS-NEW-SOURCE-JOB
                   MOVE CEXC-CUST-ID           TO WS-NEW-KEY-NUMBER
                   MOVE CEXC-TRAN-IMAGE (1:3)  TO WS-NEW-ACTION
                   MOVE CEXC-REASON-CODE       TO WS-NEW-REASON
                   MOVE 'C'                    TO WS-NEW-KEY-TYPE
                   MOVE CEXC-TRAN-IMAGE (4:6)  TO WS-NEW-SEQUENCE
                   MOVE CEXC-TRAN-IMAGE        TO WS-NEW-IMAGE
                   PERFORM 2500-ADD-EXCEPTION
           END-READ.

      *    AN EXTRACT REJECT HAS NO CARD - ACTION AND SEQUENCE ARE
      *    SPACES AND THE IMAGE IS THE REJECTED MASTER RECORD
       2300-REJECT-GET-NEXT.
           READ REJECT-FILE INTO REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-REJ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXCP-READ-COUNT
                   MOVE 'ACCTEXT '             TO WS-NEW-SOURCE-JOB
                   MOVE REJECT-ACCT-NUMBER     TO WS-NEW-KEY-NUMBER
                   MOVE SPACES                 TO WS-NEW-ACTION
                                                  WS-NEW-SEQUENCE
                   MOVE REJECT-REASON-CODE     TO WS-NEW-REASON
                   MOVE 'A'                    TO WS-NEW-KEY-TYPE
                   MOVE REJECT-ORIGINAL-RECORD TO WS-NEW-IMAGE
                   PERFORM 2500-ADD-EXCEPTION
           END-READ.

       2400-RECYCOUT-GET-NEXT.
           READ RECYCOUT-FILE INTO RECYCLE-RECORD
               AT END
                   MOVE 'Y' TO WS-RCY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXCP-READ-COUNT
                   MOVE 'ACCTRCYC'             TO WS-NEW-SOURCE-JOB
                   MOVE RCYC-ACCT-NUMBER       TO WS-NEW-KEY-NUMBER
                   MOVE SPACES                 TO WS-NEW-ACTION
                                                  WS-NEW-SEQUENCE
                   MOVE RCYC-REASON-CODE       TO WS-NEW-REASON
                   MOVE 'A'                    TO WS-NEW-KEY-TYPE
                   MOVE RCYC-ORIGINAL-RECORD   TO WS-NEW-IMAGE
                   PERFORM 2500-ADD-EXCEPTION
           END-READ.

      *    AN EXCEPTION ALREADY OPEN UNDER THE SAME SOURCE, NUMBER,
      *    ACTION AND REASON - A REJECT THE EXTRACT RAISES AGAIN
      *    EVERY NIGHT UNTIL THE MASTER IS REPAIRED, SAY - IS THE
      *    SAME ITEM SEEN AGAIN, NOT A NEW ONE
       2500-ADD-EXCEPTION.
           MOVE 'N'               TO WS-SCAN-EOF-SW
                                     WS-FOUND-OPEN-SW
           MOVE WS-NEW-SOURCE-JOB TO EINV-SOURCE-JOB
           MOVE WS-NEW-KEY-NUMBER TO EINV-KEY-NUMBER
           MOVE WS-NEW-ACTION     TO EINV-ACTION-CODE
           MOVE WS-NEW-REASON     TO EINV-REASON-CODE
           MOVE LOW-VALUES        TO EINV-FIRST-SEEN-DATE
           START EXCPINV-FILE KEY IS NOT LESS THAN EINV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM 2550-FIND-OPEN-ITEM
               UNTIL WS-SCAN-EOF
               OR    WS-FOUND-OPEN
           IF  WS-FOUND-OPEN
               PERFORM 2560-COUNT-REPEAT
           ELSE
               PERFORM 2600-WRITE-NEW-ITEM
           END-IF.

       2550-FIND-OPEN-ITEM.
           READ EXCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   IF  EINV-KEY (1:24) NOT = WS-NEW-KEY-PREFIX
                       MOVE 'Y' TO WS-SCAN-EOF-SW
                   ELSE
                       IF  EINV-STATUS-OPEN
                           MOVE 'Y' TO WS-FOUND-OPEN-SW
                       END-IF
                   END-IF
           END-READ.

      *    AN ITEM ALREADY SEEN ON THE RUN DATE IS NOT STEPPED
      *    AGAIN, SO A FORCED RERUN OF THE SAME NIGHT DOES NOT
      *    DOUBLE ITS OCCURRENCE COUNT
       2560-COUNT-REPEAT.
           IF  EINV-LAST-SEEN-DATE NOT = WS-RUN-DATE
               PERFORM 2565-STEP-OCCURRENCE
           END-IF.

       2565-STEP-OCCURRENCE.
           IF  EINV-OCCURRENCES < 99999
               ADD 1 TO EINV-OCCURRENCES
           END-IF
           MOVE WS-RUN-DATE TO EINV-LAST-SEEN-DATE
           REWRITE EXCPINV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF  EXCPINV-STATUS = '00'
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EXCPINV REWRITE FAILED - KEY: ' EINV-KEY
                   ' STATUS: ' EXCPINV-STATUS
           END-IF.

       2600-WRITE-NEW-ITEM.
           MOVE SPACES            TO EXCPINV-REC
           MOVE WS-NEW-SOURCE-JOB TO EINV-SOURCE-JOB
           MOVE WS-NEW-KEY-NUMBER TO EINV-KEY-NUMBER
           MOVE WS-NEW-ACTION     TO EINV-ACTION-CODE
           MOVE WS-NEW-REASON     TO EINV-REASON-CODE
           MOVE WS-RUN-DATE       TO EINV-FIRST-SEEN-DATE
                                     EINV-LAST-SEEN-DATE
           MOVE WS-NEW-KEY-TYPE   TO EINV-KEY-TYPE
           MOVE 'O'               TO EINV-STATUS
           MOVE 1                 TO EINV-OCCURRENCES
           MOVE WS-NEW-SEQUENCE   TO EINV-TRAN-SEQUENCE
           MOVE WS-NEW-IMAGE      TO EINV-EXCP-IMAGE
           WRITE EXCPINV-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF  EXCPINV-STATUS = '00'
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EXCPINV WRITE FAILED - KEY: ' EINV-KEY
                   ' STATUS: ' EXCPINV-STATUS
           END-IF.

      *    ONE PASS OVER THE WHOLE INVENTORY.  ITEMS PASSING THE
      *    ESCALATION AGE TONIGHT ARE LISTED AS THEY ARE FOUND;
      *    THE AGING BANDS AND OLDEST ITEMS FOLLOW THE PASS
       3000-START-INVENTORY-SCAN.
           MOVE 'ESCALATED TONIGHT' TO RPT-SECTION-TITLE
           WRITE XINVRPT-REC FROM RPT-SECTION-LINE
           WRITE XINVRPT-REC FROM RPT-ITEM-HEADING
           MOVE 'N'        TO END-OF-FILE
           MOVE LOW-VALUES TO EINV-KEY
           START EXCPINV-FILE KEY IS NOT LESS THAN EINV-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.

       3100-EXCPINV-GET-NEXT.
           READ EXCPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-INVENTORY-COUNT
                   IF  EINV-STATUS-OPEN
                       PERFORM 3200-AGE-OPEN-ITEM
                   END-IF
           END-READ.

       3200-AGE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           MOVE EINV-FIRST-SEEN-DATE TO WS-DATE-WORK
           IF  WS-DATE-WORK NUMERIC
               PERFORM 0300-COMPUTE-DAY-NUMBER
               COMPUTE WS-ITEM-AGE = WS-RUN-DAY - WS-DAY-NUMBER
           ELSE
               MOVE 0 TO WS-ITEM-AGE
           END-IF
           IF  WS-ITEM-AGE < 0
               MOVE 0 TO WS-ITEM-AGE
           END-IF
           PERFORM 3300-ADD-TO-AGING-TABLE
           PERFORM 3400-KEEP-OLDEST-ITEM
           IF  WS-ITEM-AGE > WS-ESCALATE-DAYS
               ADD 1 TO WS-PAST-AGE-COUNT
               IF  EINV-ESCALATE-DATE = SPACES
                   PERFORM 3500-ESCALATE-ITEM
               END-IF
           END-IF.

       3300-ADD-TO-AGING-TABLE.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE < 2
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-ITEM-AGE < 6
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-ITEM-AGE < 31
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-GRAND-BAND (WS-BAND-SUB)
                    WS-GRAND-TOTAL
           MOVE EINV-SOURCE-JOB  TO WS-ITEM-AG-SOURCE
           MOVE EINV-REASON-CODE TO WS-ITEM-AG-REASON
           MOVE 0 TO WS-AG-SLOT
           MOVE 0 TO WS-AG-MATCH-SLOT
           PERFORM 3310-FIND-AGING-SLOT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-USED
               OR    WS-AG-MATCH-SLOT > 0
           EVALUATE TRUE
               WHEN WS-AG-MATCH-SLOT > 0
                   MOVE WS-AG-MATCH-SLOT TO WS-AG-SLOT
               WHEN WS-AG-USED >= 100
                   ADD 1 TO WS-AG-DROPPED-COUNT
                   MOVE 0 TO WS-AG-SLOT
               WHEN OTHER
                   IF  WS-AG-SLOT = 0
                       COMPUTE WS-AG-SLOT = WS-AG-USED + 1
                   END-IF
                   PERFORM 3320-SHIFT-AGING-DOWN
                       VARYING WS-AG-SUB FROM WS-AG-USED BY -1
                       UNTIL WS-AG-SUB < WS-AG-SLOT
                   ADD 1 TO WS-AG-USED
                   MOVE WS-ITEM-AG-KEY TO WS-AG-KEY (WS-AG-SLOT)
                   MOVE 0 TO WS-AG-BAND (WS-AG-SLOT 1)
                             WS-AG-BAND (WS-AG-SLOT 2)
                             WS-AG-BAND (WS-AG-SLOT 3)
                             WS-AG-BAND (WS-AG-SLOT 4)
                             WS-AG-TOTAL (WS-AG-SLOT)
           END-EVALUATE
           IF  WS-AG-SLOT > 0
               ADD 1 TO WS-AG-BAND (WS-AG-SLOT WS-BAND-SUB)
                        WS-AG-TOTAL (WS-AG-SLOT)
           END-IF.

       3310-FIND-AGING-SLOT.
           IF  WS-AG-KEY (WS-AG-SUB) = WS-ITEM-AG-KEY
               MOVE WS-AG-SUB TO WS-AG-MATCH-SLOT
           ELSE
               IF  WS-AG-SLOT = 0
               AND WS-AG-KEY (WS-AG-SUB) > WS-ITEM-AG-KEY
                   MOVE WS-AG-SUB TO WS-AG-SLOT
               END-IF
           END-IF.

       3320-SHIFT-AGING-DOWN.
           MOVE WS-AG-ENTRY (WS-AG-SUB)
               TO WS-AG-ENTRY (WS-AG-SUB + 1).

      *    OLDEST FIRST; AN ITEM NO OLDER THAN ONE ALREADY HELD
      *    GOES AFTER IT, SO EQUAL AGES STAY IN INVENTORY ORDER
       3400-KEEP-OLDEST-ITEM.
           IF  WS-OL-USED < 20
           OR  WS-ITEM-AGE > WS-OL-AGE (20)
               MOVE 0 TO WS-OL-SLOT
               PERFORM 3410-FIND-OLDEST-SLOT
                   VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-USED
                   OR    WS-OL-SLOT > 0
               IF  WS-OL-SLOT = 0
                   COMPUTE WS-OL-SLOT = WS-OL-USED + 1
               END-IF
               IF  WS-OL-USED < 20
                   ADD 1 TO WS-OL-USED
               END-IF
               PERFORM 3420-SHIFT-OLDEST-DOWN
                   VARYING WS-OL-SUB FROM WS-OL-USED BY -1
                   UNTIL WS-OL-SUB NOT > WS-OL-SLOT
               MOVE WS-ITEM-AGE  TO WS-OL-AGE (WS-OL-SLOT)
               MOVE EXCPINV-REC  TO WS-OL-RECORD (WS-OL-SLOT)
           END-IF.

       3410-FIND-OLDEST-SLOT.
           IF  WS-OL-AGE (WS-OL-SUB) < WS-ITEM-AGE
               MOVE WS-OL-SUB TO WS-OL-SLOT
           END-IF.

       3420-SHIFT-OLDEST-DOWN.
           MOVE WS-OL-ENTRY (WS-OL-SUB - 1)
               TO WS-OL-ENTRY (WS-OL-SUB).

       3500-ESCALATE-ITEM.
           MOVE WS-RUN-DATE TO EINV-ESCALATE-DATE
           REWRITE EXCPINV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF  EXCPINV-STATUS = '00'
               ADD 1 TO WS-ESCALATED-COUNT
               PERFORM 3600-WRITE-ITEM-LINE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EXCPINV REWRITE FAILED - KEY: ' EINV-KEY
                   ' STATUS: ' EXCPINV-STATUS
           END-IF.

       3600-WRITE-ITEM-LINE.
           MOVE EINV-SOURCE-JOB      TO RPT-SOURCE
           IF  EINV-KEY-CUSTOMER
               MOVE 'CUST'           TO RPT-KEY-TYPE
           ELSE
               MOVE 'ACCT'           TO RPT-KEY-TYPE
           END-IF
           MOVE EINV-KEY-NUMBER      TO RPT-KEY-NUMBER
           MOVE EINV-ACTION-CODE     TO RPT-ACTION
           MOVE EINV-TRAN-SEQUENCE   TO RPT-SEQUENCE
           MOVE EINV-REASON-CODE     TO RPT-REASON
           MOVE EINV-FIRST-SEEN-DATE TO RPT-FIRST-SEEN
           MOVE EINV-LAST-SEEN-DATE  TO RPT-LAST-SEEN
           MOVE EINV-OCCURRENCES     TO RPT-OCCURRENCES
           MOVE WS-ITEM-AGE          TO RPT-AGE
           MOVE EINV-ESCALATE-DATE   TO RPT-ESCALATED
           WRITE XINVRPT-REC FROM RPT-ITEM-LINE.

       4000-WRITE-AGING-TABLE.
           MOVE SPACES TO XINVRPT-REC
           WRITE XINVRPT-REC
           MOVE 'OPEN ITEMS BY SOURCE AND REASON' TO RPT-SECTION-TITLE
           WRITE XINVRPT-REC FROM RPT-SECTION-LINE
           WRITE XINVRPT-REC FROM RPT-AGING-HEADING
           PERFORM 4100-WRITE-AGING-LINE
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-USED
           MOVE SPACES TO RPT-AGING-LINE
           MOVE 'TOTAL'  TO RPT-AG-SOURCE
           PERFORM 4200-MOVE-GRAND-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE WS-GRAND-TOTAL TO RPT-AG-TOTAL
           WRITE XINVRPT-REC FROM RPT-AGING-LINE.

       4100-WRITE-AGING-LINE.
           MOVE SPACES                  TO RPT-AGING-LINE
           MOVE WS-AG-SOURCE (WS-AG-SUB) TO RPT-AG-SOURCE
           MOVE WS-AG-REASON (WS-AG-SUB) TO RPT-AG-REASON
           PERFORM 4150-MOVE-AGING-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE WS-AG-TOTAL (WS-AG-SUB)  TO RPT-AG-TOTAL
           WRITE XINVRPT-REC FROM RPT-AGING-LINE.

       4150-MOVE-AGING-BAND.
           MOVE WS-AG-BAND (WS-AG-SUB WS-BAND-SUB)
               TO RPT-AG-BAND (WS-BAND-SUB).

       4200-MOVE-GRAND-BAND.
           MOVE WS-GRAND-BAND (WS-BAND-SUB)
               TO RPT-AG-BAND (WS-BAND-SUB).

       4500-WRITE-OLDEST-ITEMS.
           MOVE SPACES TO XINVRPT-REC
           WRITE XINVRPT-REC
           MOVE 'OLDEST OPEN ITEMS' TO RPT-SECTION-TITLE
           WRITE XINVRPT-REC FROM RPT-SECTION-LINE
           WRITE XINVRPT-REC FROM RPT-ITEM-HEADING
           PERFORM 4550-WRITE-OLDEST-LINE
               VARYING WS-OL-SUB FROM 1 BY 1
               UNTIL WS-OL-SUB > WS-OL-USED.

       4550-WRITE-OLDEST-LINE.
           MOVE WS-OL-RECORD (WS-OL-SUB) TO EXCPINV-REC
           MOVE WS-OL-AGE (WS-OL-SUB)    TO WS-ITEM-AGE
           PERFORM 3600-WRITE-ITEM-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO XINVRPT-REC
           WRITE XINVRPT-REC

           MOVE 'EXCEPTIONS READ'      TO RPT-CNT-LABEL
           MOVE WS-EXCP-READ-COUNT     TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'NEW ITEMS ADDED'      TO RPT-CNT-LABEL
           MOVE WS-ADDED-COUNT         TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'OPEN ITEMS SEEN AGAIN' TO RPT-CNT-LABEL
           MOVE WS-REPEAT-COUNT        TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'SUCCESSES MATCHED'    TO RPT-CNT-LABEL
           COMPUTE RPT-CNT-VALUE = WS-JRNL-READ-COUNT
                                 + WS-SUPL-READ-COUNT
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ITEMS CLOSED TONIGHT' TO RPT-CNT-LABEL
           MOVE WS-CLOSED-COUNT        TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ITEMS ON INVENTORY'   TO RPT-CNT-LABEL
           MOVE WS-INVENTORY-COUNT     TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ITEMS OPEN'           TO RPT-CNT-LABEL
           MOVE WS-OPEN-COUNT          TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'PAST ESCALATION AGE'  TO RPT-CNT-LABEL
           MOVE WS-PAST-AGE-COUNT      TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ESCALATED TONIGHT'    TO RPT-CNT-LABEL
           MOVE WS-ESCALATED-COUNT     TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'AGING TABLE OVERFLOW' TO RPT-CNT-LABEL
           MOVE WS-AG-DROPPED-COUNT    TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE

           MOVE 'INVENTORY I/O ERRORS' TO RPT-CNT-LABEL
           MOVE WS-ERROR-COUNT         TO RPT-CNT-VALUE
           WRITE XINVRPT-REC FROM RPT-COUNT-LINE.

       9000-END-OF-JOB.
           DISPLAY 'EXCEPTIONS READ:     ' WS-EXCP-READ-COUNT
           DISPLAY 'NEW ITEMS ADDED:     ' WS-ADDED-COUNT
           DISPLAY 'ITEMS CLOSED:        ' WS-CLOSED-COUNT
           DISPLAY 'ITEMS OPEN:          ' WS-OPEN-COUNT
           DISPLAY 'PAST ESCALATION AGE: ' WS-PAST-AGE-COUNT
           CLOSE MNTJRNL-FILE
                 PSTJRNL-FILE
                 CUSTJRNL-FILE
                 SUPLFEED-FILE
                 MNTEXCP-FILE
                 PSTEXCP-FILE
                 CUSTEXCP-FILE
                 REJECT-FILE
                 RECYCOUT-FILE
                 EXCPINV-FILE
                 XINVRPT-FILE.

      *    MARKS THE RUN COMPLETED WITH ITS RETURN CODE AND THE
      *    COUNT AND HASH OF ITS PRIMARY INPUT.  SUCCESSORS ONLY
      *    START ONCE THIS IS RECORDED AT RC 4 OR LESS
       9800-COMPLETE-RUN-CONTROL.
           MOVE 'EXCPINV'              TO WS-RCTL-INPUT-DD
           MOVE WS-EXCP-READ-COUNT     TO WS-RCTL-INPUT-COUNT
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
