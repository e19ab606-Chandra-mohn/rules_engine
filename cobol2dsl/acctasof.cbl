       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTASOF.

      ******************************************************
      *  AS-OF-DATE ACCOUNT RECONSTRUCTION                 *
      *  Rebuilds the balance, status and name of the     *
      *  parm-card account as at close of business on the *
      *  parm-card as-of date, for the dispute, audit or  *
      *  court request that needs a past position.  It    *
      *  starts from the current ACCTKSDS record or, when *
      *  the account has been purged, from its latest     *
      *  ARCHFILE image (the ACCTRTRV scan), and walks    *
      *  the retained PSTJRNL, INTJRNL, MNTJRNL and       *
      *  DORMJRNL history backward, unwinding every entry *
      *  run after the as-of date to its before position. *
      *  Each journal carries absolute before and after   *
      *  positions, so every step is proved: the entry    *
      *  unwound next is the latest-dated one whose after *
      *  position is the position reached so far.  When   *
      *  none is, or a journal's retained history starts  *
      *  after the as-of date, the movement cannot be     *
      *  accounted for and the figure is not proven.      *
      *  Every unwound entry is itemised, newest first,   *
      *  ending with the as-of position.                  *
      *  RC=0 RECONSTRUCTED AND PROVEN, RC=4 ACCOUNT NOT  *
      *  OPEN ON THE AS-OF DATE, RC=8 JOURNAL GAP - THE   *
      *  FIGURE CANNOT BE PROVEN, RC=12 ACCOUNT NOT ON    *
      *  ACCTKSDS OR THE ARCHIVE, RC=16 BAD PARM, FILE    *
      *  UNAVAILABLE OR TOO MANY ENTRIES TO UNWIND.       *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCARD-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARMCARD-STATUS.

           SELECT ACCTKSDS-FILE ASSIGN TO ACCTKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KSDS-NUMBER
               FILE STATUS IS ACCTKSDS-STATUS.

           SELECT ARCHFILE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHFILE-STATUS.

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTJRNL-STATUS.

           SELECT INTJRNL-FILE ASSIGN TO INTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTJRNL-STATUS.

           SELECT MNTJRNL-FILE ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MNTJRNL-STATUS.

           SELECT DORMJRNL-FILE ASSIGN TO DORMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORMJRNL-STATUS.

           SELECT ASOFRPT-FILE ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ASOFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-REC.
           05  PARM-ACCT-NUMBER        PIC 9(9).
           05  PARM-AS-OF-DATE         PIC X(8).
           05  FILLER                  PIC X(63).

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

       FD  ARCHFILE-FILE
           RECORDING MODE IS F.
       01  ARCHFILE-REC                PIC X(109).

       FD  PSTJRNL-FILE
           RECORDING MODE IS F.
       01  PSTJRNL-REC                 PIC X(60).

       FD  INTJRNL-FILE
           RECORDING MODE IS F.
       01  INTJRNL-REC                 PIC X(40).

       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       01  MNTJRNL-REC                 PIC X(242).

       FD  DORMJRNL-FILE
           RECORDING MODE IS F.
       01  DORMJRNL-REC                PIC X(242).

       FD  ASOFRPT-FILE
           RECORDING MODE IS F.
       01  ASOFRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PARMCARD-STATUS    PIC X(2).
       01  ACCTKSDS-STATUS    PIC X(2).
       01  ARCHFILE-STATUS    PIC X(2).
       01  PSTJRNL-STATUS     PIC X(2).
       01  INTJRNL-STATUS     PIC X(2).
       01  MNTJRNL-STATUS     PIC X(2).
       01  DORMJRNL-STATUS    PIC X(2).
       01  ASOFRPT-STATUS     PIC X(2).

       01  ARCHIVE-RECORD.
           COPY ARCHREC.

       01  ACCOUNT-RECORD.
           COPY ACCTREC.

       01  PST-JOURNAL-RECORD.
           COPY PSTJRNL.

       01  INT-JOURNAL-RECORD.
           COPY INTJRNL.

      *    MNTJRNL AND DORMJRNL SHARE THE MAINTENANCE LAYOUT
       01  MNT-JOURNAL-RECORD.
           COPY MNTJRNL.

      *    WORK AREA TO UNPACK A 100-BYTE ACCOUNT IMAGE OFF THE
      *    ARCHIVE OR A MAINTENANCE JOURNAL ENTRY
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

       01  WS-AS-OF-DATE          PIC X(8)  VALUE SPACES.
      *    A PURGED ACCOUNT CAN HAVE NO ENTRY AFTER ITS PURGE
       01  WS-LIMIT-DATE          PIC X(8)  VALUE '99999999'.
       01  WS-PURGE-DATE          PIC X(8)  VALUE SPACES.
       01  WS-ARCH-HIT-COUNT      PIC 9(9)  VALUE 0.

      *    THE POSITION REACHED SO FAR IN THE BACKWARD WALK
       01  WS-RUN-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RUN-NAME            PIC X(30) VALUE SPACES.
       01  WS-RUN-STATUS          PIC X(1)  VALUE SPACE.
       01  WS-GAP-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-START-SW            PIC X(1)  VALUE 'N'.
           88  WS-START-FOUND         VALUE 'Y'.
       01  WS-NOT-OPEN-SW         PIC X(1)  VALUE 'N'.
           88  WS-NOT-OPEN            VALUE 'Y'.
       01  WS-UNWIND-DONE-SW      PIC X(1)  VALUE 'N'.
           88  WS-UNWIND-DONE         VALUE 'Y'.
       01  WS-MATCH-SW            PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-MATCHES       VALUE 'Y'.
       01  WS-BREAK-SW            PIC X(1)  VALUE 'N'.
           88  WS-CHAIN-BREAK         VALUE 'Y'.
       01  WS-JRNL-EOF-SW         PIC X(1)  VALUE 'N'.
           88  WS-JRNL-EOF            VALUE 'Y'.
       01  WS-LOADED-SW           PIC X(1)  VALUE 'N'.
           88  WS-JOURNALS-LOADED     VALUE 'Y'.

      *    THE JOURNALS IN LOAD ORDER.  WHEN ENTRIES OF TWO
      *    JOURNALS FOR THE SAME RUN DATE BOTH PROVE, THE HIGHER
      *    ONE IS UNWOUND FIRST - A REACTIVATION IS WRITTEN
      *    AFTER THE POSTING THAT CAUSED IT
       01  WS-JOURNAL-NAMES.
           05  FILLER             PIC X(8)  VALUE 'PSTJRNL '.
           05  FILLER             PIC X(8)  VALUE 'INTJRNL '.
           05  FILLER             PIC X(8)  VALUE 'MNTJRNL '.
           05  FILLER             PIC X(8)  VALUE 'DORMJRNL'.
       01  WS-JOURNAL-NAME-TABLE REDEFINES WS-JOURNAL-NAMES.
           05  WS-JRNL-NAME       OCCURS 4 TIMES PIC X(8).
       01  WS-JOURNAL-STATE.
           05  WS-JRNL-ENTRY OCCURS 4 TIMES.
               10  WS-JRNL-FIRST      PIC 9(4)  COMP.
               10  WS-JRNL-NEXT       PIC 9(4)  COMP.
               10  WS-JRNL-READ       PIC 9(9).
               10  WS-JRNL-ACCT       PIC 9(9).
               10  WS-JRNL-UNWOUND    PIC 9(9).
               10  WS-JRNL-FROM-DATE  PIC X(8).
       01  WS-JRNL-SUB            PIC 9(1)  COMP VALUE 0.
       01  WS-PICK-SUB            PIC 9(1)  COMP VALUE 0.
       01  WS-PICK-DATE           PIC X(8)  VALUE SPACES.

      *    EVERY ENTRY FOR THE ACCOUNT RUN AFTER THE AS-OF DATE,
      *    EACH JOURNAL'S IN ITS OWN RUN OF SLOTS IN FILE ORDER
       01  WS-UNWIND-TABLE.
           05  WS-UW-ENTRY OCCURS 2000 TIMES.
               10  WS-UW-RUN-DATE     PIC X(8).
               10  WS-UW-SEQUENCE     PIC 9(6).
               10  WS-UW-ACTION       PIC X(3).
               10  WS-UW-BAL-BEFORE   PIC S9(9)V99 COMP-3.
               10  WS-UW-BAL-AFTER    PIC S9(9)V99 COMP-3.
               10  WS-UW-IMAGE-SW     PIC X(1).
                   88  WS-UW-HAS-IMAGE    VALUE 'Y'.
               10  WS-UW-OPENED-SW    PIC X(1).
                   88  WS-UW-OPENED       VALUE 'Y'.
               10  WS-UW-NAME-BEFORE  PIC X(30).
               10  WS-UW-STAT-BEFORE  PIC X(1).
               10  WS-UW-NAME-AFTER   PIC X(30).
               10  WS-UW-STAT-AFTER   PIC X(1).
       01  WS-UW-USED             PIC 9(4)  COMP VALUE 0.
       01  WS-UW-SUB              PIC 9(4)  COMP VALUE 0.
       01  WS-UW-DROPPED-COUNT    PIC 9(9)  VALUE 0.

       01  WS-UNWOUND-COUNT       PIC 9(9)  VALUE 0.
       01  WS-GAP-COUNT           PIC 9(9)  VALUE 0.
       01  WS-RETAIN-GAP-COUNT    PIC 9(9)  VALUE 0.

       01  RPT-HEADING-1.
           05  FILLER             PIC X(31) VALUE
               'AS-OF RECONSTRUCTION - ACCOUNT '.
           05  RPT-HDG-ACCT       PIC 9(9).
           05  FILLER             PIC X(25) VALUE
               ' AT CLOSE OF BUSINESS ON '.
           05  RPT-HDG-DATE       PIC X(8).
           05  FILLER             PIC X(59) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE  PIC X(50).
           05  FILLER             PIC X(82) VALUE SPACES.

       01  RPT-POSITION-LINE.
           05  RPT-POS-LABEL      PIC X(28).
           05  RPT-POS-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE 'STATUS '.
           05  RPT-POS-STATUS     PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE 'NAME '.
           05  RPT-POS-NAME       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-POS-REMARK     PIC X(40).

       01  RPT-DETAIL-HEADING.
           05  FILLER             PIC X(10) VALUE 'JOURNAL'.
           05  FILLER             PIC X(10) VALUE 'RUN DATE'.
           05  FILLER             PIC X(8)  VALUE 'SEQ'.
           05  FILLER             PIC X(5)  VALUE 'ACT'.
           05  FILLER             PIC X(17) VALUE
               '       MOVEMENT'.
           05  FILLER             PIC X(17) VALUE
               '  BALANCE AFTER'.
           05  FILLER             PIC X(17) VALUE
               ' BALANCE BEFORE'.
           05  FILLER             PIC X(4)  VALUE 'ST'.
           05  FILLER             PIC X(32) VALUE 'NAME BEFORE'.
           05  FILLER             PIC X(12) VALUE 'REMARK'.

       01  RPT-DETAIL-LINE.
           05  RPT-JOURNAL        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RUN-DATE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-SEQUENCE       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-ACTION         PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-MOVEMENT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-BAL-AFTER      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-BAL-BEFORE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-STAT-BEFORE    PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RPT-NAME-BEFORE    PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-REMARK         PIC X(12).

       01  RPT-GAP-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(41) VALUE
               '*** JOURNAL GAP - UNJOURNALLED CHANGE OF '.
           05  RPT-GAP-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(20) VALUE
               ' - FIGURE NOT PROVEN'.
           05  FILLER             PIC X(46) VALUE SPACES.

       01  RPT-RETAIN-LINE.
           05  RPT-RET-JOURNAL    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'RETAINED FROM '.
           05  RPT-RET-FROM       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'ENTRIES '.
           05  RPT-RET-ACCT       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'UNWOUND '.
           05  RPT-RET-UNWOUND    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-RET-REMARK     PIC X(40).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL      PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RPT-CNT-VALUE      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(97) VALUE SPACES.

       01  END-OF-FILE            PIC X(1)  VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-FIND-STARTING-POSITION
           IF  WS-START-FOUND
           AND NOT WS-NOT-OPEN
               PERFORM 2000-LOAD-JOURNALS
               PERFORM 3000-UNWIND-NEXT-ENTRY UNTIL WS-UNWIND-DONE
               IF  NOT WS-NOT-OPEN
                   PERFORM 2600-CHECK-RETENTION
                       VARYING WS-JRNL-SUB FROM 1 BY 1
                       UNTIL WS-JRNL-SUB > 4
               END-IF
           END-IF
           PERFORM 4000-WRITE-AS-OF-POSITION
           PERFORM 5000-PRODUCE-SUMMARY
           PERFORM 9000-END-OF-JOB
           EVALUATE TRUE
               WHEN NOT WS-START-FOUND
                   DISPLAY 'ACCOUNT NOT ON ACCTKSDS OR ARCHIVE: '
                       PARM-ACCT-NUMBER
                   MOVE 12 TO RETURN-CODE
               WHEN WS-GAP-COUNT > 0
               OR   WS-RETAIN-GAP-COUNT > 0
                   DISPLAY 'JOURNAL GAP - AS-OF FIGURE NOT PROVEN'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-OPEN
                   DISPLAY 'ACCOUNT NOT OPEN ON THE AS-OF DATE'
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
                   CLOSE PARMCARD-FILE
                   DISPLAY 'PARMCARD DD EMPTY OR UNREADABLE - '
                       'STATUS: ' PARMCARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PARMCARD-FILE
           ELSE
               DISPLAY 'PARMCARD DD MISSING OR UNREADABLE - '
                   'STATUS: ' PARMCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  PARM-ACCT-NUMBER NOT NUMERIC
           OR  PARM-AS-OF-DATE  NOT NUMERIC
               DISPLAY 'INVALID PARM CARD: ' PARMCARD-REC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
           OPEN INPUT ACCTKSDS-FILE
           IF  ACCTKSDS-STATUS NOT = '00'
               DISPLAY 'ACCTKSDS OPEN FAILED - STATUS: '
                   ACCTKSDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ARCHFILE-FILE
           IF  ARCHFILE-STATUS NOT = '00'
               DISPLAY 'ARCHFILE OPEN FAILED - STATUS: '
                   ARCHFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  PSTJRNL-FILE
           IF  PSTJRNL-STATUS NOT = '00'
               DISPLAY 'PSTJRNL OPEN FAILED - STATUS: '
                   PSTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  INTJRNL-FILE
           IF  INTJRNL-STATUS NOT = '00'
               DISPLAY 'INTJRNL OPEN FAILED - STATUS: '
                   INTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  MNTJRNL-FILE
           IF  MNTJRNL-STATUS NOT = '00'
               DISPLAY 'MNTJRNL OPEN FAILED - STATUS: '
                   MNTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  DORMJRNL-FILE
           IF  DORMJRNL-STATUS NOT = '00'
               DISPLAY 'DORMJRNL OPEN FAILED - STATUS: '
                   DORMJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASOFRPT-FILE
           IF  ASOFRPT-STATUS NOT = '00'
               DISPLAY 'ASOFRPT OPEN FAILED - STATUS: '
                   ASOFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-WRITE-REPORT-HEADING.

       0200-WRITE-REPORT-HEADING.
           MOVE PARM-ACCT-NUMBER TO RPT-HDG-ACCT
           MOVE WS-AS-OF-DATE    TO RPT-HDG-DATE
           WRITE ASOFRPT-REC FROM RPT-HEADING-1
           MOVE SPACES TO ASOFRPT-REC
           WRITE ASOFRPT-REC.

      *    THE MASTER FIRST; AN ACCOUNT NO LONGER ON IT IS TAKEN
      *    FROM ITS LATEST ARCHIVED IMAGE.  PURGED ON OR BEFORE
      *    THE AS-OF DATE, IT WAS ALREADY GONE BY THEN
       1000-FIND-STARTING-POSITION.
           MOVE SPACES TO RPT-POSITION-LINE
           MOVE PARM-ACCT-NUMBER TO KSDS-NUMBER
           READ ACCTKSDS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF  ACCTKSDS-STATUS = '00'
               MOVE 'Y'           TO WS-START-SW
               MOVE KSDS-BALANCE  TO WS-RUN-BALANCE
               MOVE KSDS-NAME     TO WS-RUN-NAME
               MOVE KSDS-STATUS   TO WS-RUN-STATUS
               MOVE 'CURRENT POSITION (ACCTKSDS)' TO RPT-POS-LABEL
           ELSE
               PERFORM 1100-ARCHFILE-GET-NEXT UNTIL END-OF-FILE = 'Y'
               IF  WS-ARCH-HIT-COUNT > 0
                   MOVE 'Y'             TO WS-START-SW
                   MOVE ACCT-BALANCE    TO WS-RUN-BALANCE
                   MOVE ACCT-NAME       TO WS-RUN-NAME
                   MOVE ACCT-STATUS     TO WS-RUN-STATUS
                   MOVE WS-PURGE-DATE   TO WS-LIMIT-DATE
                   MOVE 'ARCHIVED POSITION (ARCHFILE)'
                                        TO RPT-POS-LABEL
                   STRING 'PURGED ON ' DELIMITED BY SIZE
                          WS-PURGE-DATE DELIMITED BY SIZE
                       INTO RPT-POS-REMARK
                   END-STRING
                   IF  WS-PURGE-DATE NOT > WS-AS-OF-DATE
                       MOVE 'Y' TO WS-NOT-OPEN-SW
                   END-IF
               END-IF
           END-IF
           IF  WS-START-FOUND
               MOVE WS-RUN-BALANCE TO RPT-POS-BALANCE
               MOVE WS-RUN-STATUS  TO RPT-POS-STATUS
               MOVE WS-RUN-NAME    TO RPT-POS-NAME
               MOVE 'STARTING POSITION' TO RPT-SECTION-TITLE
               WRITE ASOFRPT-REC FROM RPT-SECTION-LINE
               WRITE ASOFRPT-REC FROM RPT-POSITION-LINE
               MOVE SPACES TO ASOFRPT-REC
               WRITE ASOFRPT-REC
           END-IF.

      *    AN ACCOUNT PURGED MORE THAN ONCE APPEARS SEVERAL TIMES
      *    IN ARCHIVE ORDER - THE LAST HIT IS THE LATEST PURGE
       1100-ARCHFILE-GET-NEXT.
           READ ARCHFILE-FILE INTO ARCHIVE-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF  ARCH-DETAIL-RECORD
                       MOVE ARCH-ACCT-IMAGE TO IMAGE-RECORD
                       IF  IMG-NUMBER = PARM-ACCT-NUMBER
                           ADD 1 TO WS-ARCH-HIT-COUNT
                           MOVE ARCH-ACCT-IMAGE TO ACCOUNT-RECORD
                           MOVE ARCH-PURGE-DATE TO WS-PURGE-DATE
                       END-IF
                   END-IF
           END-READ.

      *    EACH JOURNAL IS CUMULATIVE IN RUN-DATE ORDER, SO ITS
      *    FIRST RECORD SHOWS HOW FAR BACK IT IS RETAINED
       2000-LOAD-JOURNALS.
           MOVE 'Y' TO WS-LOADED-SW
           MOVE 1 TO WS-JRNL-SUB
           PERFORM 2050-START-JOURNAL-LOAD
           MOVE 'N' TO WS-JRNL-EOF-SW
           PERFORM 2100-PSTJRNL-GET-NEXT UNTIL WS-JRNL-EOF
           MOVE WS-UW-USED TO WS-JRNL-NEXT (WS-JRNL-SUB)
           MOVE 2 TO WS-JRNL-SUB
           PERFORM 2050-START-JOURNAL-LOAD
           MOVE 'N' TO WS-JRNL-EOF-SW
           PERFORM 2200-INTJRNL-GET-NEXT UNTIL WS-JRNL-EOF
           MOVE WS-UW-USED TO WS-JRNL-NEXT (WS-JRNL-SUB)
           MOVE 3 TO WS-JRNL-SUB
           PERFORM 2050-START-JOURNAL-LOAD
           MOVE 'N' TO WS-JRNL-EOF-SW
           PERFORM 2300-MNTJRNL-GET-NEXT UNTIL WS-JRNL-EOF
           MOVE WS-UW-USED TO WS-JRNL-NEXT (WS-JRNL-SUB)
           MOVE 4 TO WS-JRNL-SUB
           PERFORM 2050-START-JOURNAL-LOAD
           MOVE 'N' TO WS-JRNL-EOF-SW
           PERFORM 2400-DORMJRNL-GET-NEXT UNTIL WS-JRNL-EOF
           MOVE WS-UW-USED TO WS-JRNL-NEXT (WS-JRNL-SUB)
           IF  WS-UW-DROPPED-COUNT > 0
               DISPLAY 'UNWIND TABLE FULL - ENTRIES DROPPED: '
                   WS-UW-DROPPED-COUNT
               PERFORM 9000-END-OF-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2050-START-JOURNAL-LOAD.
           COMPUTE WS-JRNL-FIRST (WS-JRNL-SUB) = WS-UW-USED + 1
           MOVE 0      TO WS-JRNL-READ (WS-JRNL-SUB)
                          WS-JRNL-ACCT (WS-JRNL-SUB)
                          WS-JRNL-UNWOUND (WS-JRNL-SUB)
           MOVE SPACES TO WS-JRNL-FROM-DATE (WS-JRNL-SUB).

       2100-PSTJRNL-GET-NEXT.
           READ PSTJRNL-FILE INTO PST-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JRNL-READ (WS-JRNL-SUB)
                   IF  WS-JRNL-READ (WS-JRNL-SUB) = 1
                       MOVE PJNL-RUN-DATE
                           TO WS-JRNL-FROM-DATE (WS-JRNL-SUB)
                   END-IF
                   IF  PJNL-ACCT-NUMBER = PARM-ACCT-NUMBER
                       ADD 1 TO WS-JRNL-ACCT (WS-JRNL-SUB)
                       IF  PJNL-RUN-DATE > WS-AS-OF-DATE
                       AND PJNL-RUN-DATE NOT > WS-LIMIT-DATE
                           PERFORM 2500-ADD-UNWIND-SLOT
                           IF  WS-UW-SUB > 0
                               MOVE PJNL-RUN-DATE
                                   TO WS-UW-RUN-DATE (WS-UW-SUB)
                               MOVE PJNL-TRAN-SEQUENCE
                                   TO WS-UW-SEQUENCE (WS-UW-SUB)
                               MOVE PJNL-TRAN-CODE
                                   TO WS-UW-ACTION (WS-UW-SUB)
                               MOVE PJNL-BEFORE-BALANCE
                                   TO WS-UW-BAL-BEFORE (WS-UW-SUB)
                               MOVE PJNL-AFTER-BALANCE
                                   TO WS-UW-BAL-AFTER (WS-UW-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    AN ACCRUAL CARRIES ONLY THE BALANCE IT STARTED FROM -
      *    THE BALANCE AFTER IT IS THAT PLUS THE AMOUNT ACCRUED
       2200-INTJRNL-GET-NEXT.
           READ INTJRNL-FILE INTO INT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JRNL-READ (WS-JRNL-SUB)
                   IF  WS-JRNL-READ (WS-JRNL-SUB) = 1
                       MOVE JINT-RUN-DATE
                           TO WS-JRNL-FROM-DATE (WS-JRNL-SUB)
                   END-IF
                   IF  JINT-ACCT-NUMBER = PARM-ACCT-NUMBER
                       ADD 1 TO WS-JRNL-ACCT (WS-JRNL-SUB)
                       IF  JINT-RUN-DATE > WS-AS-OF-DATE
                       AND JINT-RUN-DATE NOT > WS-LIMIT-DATE
                           PERFORM 2500-ADD-UNWIND-SLOT
                           IF  WS-UW-SUB > 0
                               MOVE JINT-RUN-DATE
                                   TO WS-UW-RUN-DATE (WS-UW-SUB)
                               MOVE 0
                                   TO WS-UW-SEQUENCE (WS-UW-SUB)
                               MOVE 'INT'
                                   TO WS-UW-ACTION (WS-UW-SUB)
                               MOVE JINT-OLD-BALANCE
                                   TO WS-UW-BAL-BEFORE (WS-UW-SUB)
                               COMPUTE WS-UW-BAL-AFTER (WS-UW-SUB) =
                                   JINT-OLD-BALANCE
                                   + JINT-ACCRUAL-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2300-MNTJRNL-GET-NEXT.
           READ MNTJRNL-FILE INTO MNT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   PERFORM 2450-LOAD-IMAGE-ENTRY
           END-READ.

       2400-DORMJRNL-GET-NEXT.
           READ DORMJRNL-FILE INTO MNT-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
               NOT AT END
                   PERFORM 2450-LOAD-IMAGE-ENTRY
           END-READ.

      *    AN ADD HAS A BLANK BEFORE IMAGE - UNWINDING IT MEANS
      *    THE ACCOUNT DID NOT YET EXIST
       2450-LOAD-IMAGE-ENTRY.
           ADD 1 TO WS-JRNL-READ (WS-JRNL-SUB)
           IF  WS-JRNL-READ (WS-JRNL-SUB) = 1
               MOVE JRNL-RUN-DATE TO WS-JRNL-FROM-DATE (WS-JRNL-SUB)
           END-IF
           IF  JRNL-ACCT-NUMBER = PARM-ACCT-NUMBER
               ADD 1 TO WS-JRNL-ACCT (WS-JRNL-SUB)
               IF  JRNL-RUN-DATE > WS-AS-OF-DATE
               AND JRNL-RUN-DATE NOT > WS-LIMIT-DATE
                   PERFORM 2500-ADD-UNWIND-SLOT
                   IF  WS-UW-SUB > 0
                       MOVE JRNL-RUN-DATE
                           TO WS-UW-RUN-DATE (WS-UW-SUB)
                       MOVE JRNL-TRAN-SEQUENCE
                           TO WS-UW-SEQUENCE (WS-UW-SUB)
                       MOVE JRNL-ACTION-CODE
                           TO WS-UW-ACTION (WS-UW-SUB)
                       MOVE 'Y' TO WS-UW-IMAGE-SW (WS-UW-SUB)
                       MOVE JRNL-AFTER-IMAGE TO IMAGE-RECORD
                       MOVE IMG-BALANCE
                           TO WS-UW-BAL-AFTER (WS-UW-SUB)
                       MOVE IMG-NAME
                           TO WS-UW-NAME-AFTER (WS-UW-SUB)
                       MOVE IMG-STATUS
                           TO WS-UW-STAT-AFTER (WS-UW-SUB)
                       IF  JRNL-BEFORE-IMAGE = SPACES
                           MOVE 'Y' TO WS-UW-OPENED-SW (WS-UW-SUB)
                           MOVE 0
                               TO WS-UW-BAL-BEFORE (WS-UW-SUB)
                       ELSE
                           MOVE JRNL-BEFORE-IMAGE TO IMAGE-RECORD
                           MOVE IMG-BALANCE
                               TO WS-UW-BAL-BEFORE (WS-UW-SUB)
                           MOVE IMG-NAME
                               TO WS-UW-NAME-BEFORE (WS-UW-SUB)
                           MOVE IMG-STATUS
                               TO WS-UW-STAT-BEFORE (WS-UW-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2500-ADD-UNWIND-SLOT.
           IF  WS-UW-USED < 2000
               ADD 1 TO WS-UW-USED
               MOVE WS-UW-USED TO WS-UW-SUB
               MOVE SPACES TO WS-UW-ENTRY (WS-UW-SUB)
               MOVE 'N'    TO WS-UW-IMAGE-SW (WS-UW-SUB)
                              WS-UW-OPENED-SW (WS-UW-SUB)
           ELSE
               MOVE 0 TO WS-UW-SUB
               ADD 1 TO WS-UW-DROPPED-COUNT
           END-IF.

      *    HISTORY THAT STARTS AFTER THE AS-OF DATE LEAVES
      *    MOVEMENTS BETWEEN THE TWO THAT NOTHING ON FILE CAN
      *    ACCOUNT FOR - UNLESS THE WALK REACHED THE ACCOUNT'S ADD
       2600-CHECK-RETENTION.
           IF  WS-JRNL-READ (WS-JRNL-SUB) > 0
           AND WS-JRNL-FROM-DATE (WS-JRNL-SUB) > WS-AS-OF-DATE
               ADD 1 TO WS-RETAIN-GAP-COUNT
           END-IF.

      *    ONE STEP BACK.  ONLY THE LATEST UNWOUND-SO-FAR ENTRY OF
      *    EACH JOURNAL IS A CANDIDATE; OF THOSE ON THE LATEST RUN
      *    DATE THE ONE WHOSE AFTER POSITION IS THE POSITION
      *    REACHED IS UNWOUND.  IF NONE IS, THE POSITION MOVED
      *    WITHOUT A JOURNAL ENTRY - THE GAP IS REPORTED AND THE
      *    WALK GOES ON FROM THE ENTRY'S OWN BEFORE POSITION
       3000-UNWIND-NEXT-ENTRY.
           MOVE LOW-VALUES TO WS-PICK-DATE
           PERFORM 3100-FIND-LATEST-DATE
               VARYING WS-JRNL-SUB FROM 1 BY 1
               UNTIL WS-JRNL-SUB > 4
           IF  WS-PICK-DATE = LOW-VALUES
               MOVE 'Y' TO WS-UNWIND-DONE-SW
           ELSE
               MOVE 0   TO WS-PICK-SUB
               MOVE 'N' TO WS-BREAK-SW
               PERFORM 3200-FIND-PROVED-ENTRY
                   VARYING WS-JRNL-SUB FROM 4 BY -1
                   UNTIL WS-JRNL-SUB < 1
                   OR    WS-PICK-SUB > 0
               IF  WS-PICK-SUB = 0
                   MOVE 'Y' TO WS-BREAK-SW
                   PERFORM 3250-FIND-ENTRY-ON-DATE
                       VARYING WS-JRNL-SUB FROM 4 BY -1
                       UNTIL WS-JRNL-SUB < 1
                       OR    WS-PICK-SUB > 0
               END-IF
               PERFORM 3300-UNWIND-ENTRY
           END-IF.

       3100-FIND-LATEST-DATE.
           IF  WS-JRNL-NEXT (WS-JRNL-SUB)
                   NOT < WS-JRNL-FIRST (WS-JRNL-SUB)
               MOVE WS-JRNL-NEXT (WS-JRNL-SUB) TO WS-UW-SUB
               IF  WS-UW-RUN-DATE (WS-UW-SUB) > WS-PICK-DATE
                   MOVE WS-UW-RUN-DATE (WS-UW-SUB) TO WS-PICK-DATE
               END-IF
           END-IF.

       3200-FIND-PROVED-ENTRY.
           IF  WS-JRNL-NEXT (WS-JRNL-SUB)
                   NOT < WS-JRNL-FIRST (WS-JRNL-SUB)
               MOVE WS-JRNL-NEXT (WS-JRNL-SUB) TO WS-UW-SUB
               IF  WS-UW-RUN-DATE (WS-UW-SUB) = WS-PICK-DATE
                   PERFORM 3210-TEST-ENTRY-MATCH
                   IF  WS-ENTRY-MATCHES
                       MOVE WS-JRNL-SUB TO WS-PICK-SUB
                   END-IF
               END-IF
           END-IF.

       3210-TEST-ENTRY-MATCH.
           MOVE 'N' TO WS-MATCH-SW
           IF  WS-UW-BAL-AFTER (WS-UW-SUB) = WS-RUN-BALANCE
               IF  WS-UW-HAS-IMAGE (WS-UW-SUB)
                   IF  WS-UW-NAME-AFTER (WS-UW-SUB) = WS-RUN-NAME
                   AND WS-UW-STAT-AFTER (WS-UW-SUB) = WS-RUN-STATUS
                       MOVE 'Y' TO WS-MATCH-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           END-IF.

       3250-FIND-ENTRY-ON-DATE.
           IF  WS-JRNL-NEXT (WS-JRNL-SUB)
                   NOT < WS-JRNL-FIRST (WS-JRNL-SUB)
               MOVE WS-JRNL-NEXT (WS-JRNL-SUB) TO WS-UW-SUB
               IF  WS-UW-RUN-DATE (WS-UW-SUB) = WS-PICK-DATE
                   MOVE WS-JRNL-SUB TO WS-PICK-SUB
               END-IF
           END-IF.

       3300-UNWIND-ENTRY.
           MOVE WS-JRNL-NEXT (WS-PICK-SUB) TO WS-UW-SUB
           SUBTRACT 1 FROM WS-JRNL-NEXT (WS-PICK-SUB)
           ADD 1 TO WS-JRNL-UNWOUND (WS-PICK-SUB)
           ADD 1 TO WS-UNWOUND-COUNT
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-JRNL-NAME (WS-PICK-SUB)   TO RPT-JOURNAL
           MOVE WS-UW-RUN-DATE (WS-UW-SUB)   TO RPT-RUN-DATE
           IF  WS-UW-SEQUENCE (WS-UW-SUB) > 0
               MOVE WS-UW-SEQUENCE (WS-UW-SUB) TO RPT-SEQUENCE
           END-IF
           MOVE WS-UW-ACTION (WS-UW-SUB)     TO RPT-ACTION
           COMPUTE RPT-MOVEMENT = WS-UW-BAL-AFTER (WS-UW-SUB)
                                - WS-UW-BAL-BEFORE (WS-UW-SUB)
           MOVE WS-UW-BAL-AFTER (WS-UW-SUB)  TO RPT-BAL-AFTER
           MOVE WS-UW-BAL-BEFORE (WS-UW-SUB) TO RPT-BAL-BEFORE
           IF  WS-UW-HAS-IMAGE (WS-UW-SUB)
               MOVE WS-UW-STAT-BEFORE (WS-UW-SUB) TO RPT-STAT-BEFORE
               MOVE WS-UW-NAME-BEFORE (WS-UW-SUB) TO RPT-NAME-BEFORE
           END-IF
           IF  WS-CHAIN-BREAK
               ADD 1 TO WS-GAP-COUNT
               COMPUTE WS-GAP-AMOUNT =
                   WS-RUN-BALANCE - WS-UW-BAL-AFTER (WS-UW-SUB)
               MOVE WS-GAP-AMOUNT TO RPT-GAP-AMOUNT
               WRITE ASOFRPT-REC FROM RPT-GAP-LINE
               MOVE 'JOURNAL GAP' TO RPT-REMARK
           END-IF
           IF  WS-UW-OPENED (WS-UW-SUB)
               MOVE 'OPENED'   TO RPT-REMARK
               MOVE 'Y'        TO WS-NOT-OPEN-SW
                                  WS-UNWIND-DONE-SW
           ELSE
               MOVE WS-UW-BAL-BEFORE (WS-UW-SUB) TO WS-RUN-BALANCE
               IF  WS-UW-HAS-IMAGE (WS-UW-SUB)
                   MOVE WS-UW-NAME-BEFORE (WS-UW-SUB) TO WS-RUN-NAME
                   MOVE WS-UW-STAT-BEFORE (WS-UW-SUB) TO WS-RUN-STATUS
               END-IF
           END-IF
           WRITE ASOFRPT-REC FROM RPT-DETAIL-LINE.

       4000-WRITE-AS-OF-POSITION.
           IF  WS-START-FOUND
               MOVE SPACES TO ASOFRPT-REC
               WRITE ASOFRPT-REC
               MOVE SPACES TO RPT-POSITION-LINE
               STRING 'POSITION AS AT ' DELIMITED BY SIZE
                      WS-AS-OF-DATE DELIMITED BY SIZE
                   INTO RPT-POS-LABEL
               END-STRING
               IF  WS-NOT-OPEN
                   MOVE 0      TO RPT-POS-BALANCE
                   MOVE SPACES TO RPT-POS-STATUS
                                  RPT-POS-NAME
                   MOVE 'ACCOUNT NOT OPEN ON THE AS-OF DATE'
                                  TO RPT-POS-REMARK
               ELSE
                   MOVE WS-RUN-BALANCE TO RPT-POS-BALANCE
                   MOVE WS-RUN-STATUS  TO RPT-POS-STATUS
                   MOVE WS-RUN-NAME    TO RPT-POS-NAME
               END-IF
               IF  WS-GAP-COUNT > 0
               OR  WS-RETAIN-GAP-COUNT > 0
                   MOVE 'NOT PROVEN - JOURNAL GAP' TO RPT-POS-REMARK
               ELSE
                   IF  NOT WS-NOT-OPEN
                       MOVE 'PROVEN' TO RPT-POS-REMARK
                   END-IF
               END-IF
               WRITE ASOFRPT-REC FROM RPT-POSITION-LINE
           END-IF.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO ASOFRPT-REC
           WRITE ASOFRPT-REC
           IF  WS-JOURNALS-LOADED
               PERFORM 5100-WRITE-RETAIN-LINE
                   VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > 4
               MOVE SPACES TO ASOFRPT-REC
               WRITE ASOFRPT-REC
           END-IF

           MOVE 'ARCHIVE COPIES FOUND' TO RPT-CNT-LABEL
           MOVE WS-ARCH-HIT-COUNT      TO RPT-CNT-VALUE
           WRITE ASOFRPT-REC FROM RPT-COUNT-LINE

           MOVE 'ENTRIES UNWOUND'      TO RPT-CNT-LABEL
           MOVE WS-UNWOUND-COUNT       TO RPT-CNT-VALUE
           WRITE ASOFRPT-REC FROM RPT-COUNT-LINE

           MOVE 'UNJOURNALLED CHANGES' TO RPT-CNT-LABEL
           MOVE WS-GAP-COUNT           TO RPT-CNT-VALUE
           WRITE ASOFRPT-REC FROM RPT-COUNT-LINE

           MOVE 'JOURNALS SHORT OF DATE' TO RPT-CNT-LABEL
           MOVE WS-RETAIN-GAP-COUNT    TO RPT-CNT-VALUE
           WRITE ASOFRPT-REC FROM RPT-COUNT-LINE.

       5100-WRITE-RETAIN-LINE.
           MOVE SPACES TO RPT-RETAIN-LINE
           MOVE WS-JRNL-NAME (WS-JRNL-SUB)    TO RPT-RET-JOURNAL
           MOVE WS-JRNL-FROM-DATE (WS-JRNL-SUB) TO RPT-RET-FROM
           MOVE WS-JRNL-ACCT (WS-JRNL-SUB)    TO RPT-RET-ACCT
           MOVE WS-JRNL-UNWOUND (WS-JRNL-SUB) TO RPT-RET-UNWOUND
           IF  WS-JRNL-READ (WS-JRNL-SUB) = 0
               MOVE 'NOTHING RETAINED' TO RPT-RET-REMARK
           ELSE
               IF  WS-JRNL-FROM-DATE (WS-JRNL-SUB) > WS-AS-OF-DATE
               AND NOT WS-NOT-OPEN
                   MOVE 'JOURNAL GAP - RETAINED FROM AFTER AS-OF'
                       TO RPT-RET-REMARK
               END-IF
           END-IF
           WRITE ASOFRPT-REC FROM RPT-RETAIN-LINE.

       9000-END-OF-JOB.
           DISPLAY 'ACCOUNT:             ' PARM-ACCT-NUMBER
           DISPLAY 'AS-OF DATE:          ' WS-AS-OF-DATE
           DISPLAY 'ENTRIES UNWOUND:     ' WS-UNWOUND-COUNT
           DISPLAY 'JOURNAL GAPS:        ' WS-GAP-COUNT
           CLOSE ACCTKSDS-FILE
                 ARCHFILE-FILE
                 PSTJRNL-FILE
                 INTJRNL-FILE
                 MNTJRNL-FILE
                 DORMJRNL-FILE
                 ASOFRPT-FILE.
