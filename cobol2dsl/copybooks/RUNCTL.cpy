      *****************************************************
      *  RUNCTL.CPY                                       *
      *  Run-control calendar entry, one per job per run  *
      *  date, keyed on RCTL-KEY in the RUNCTL KSDS.      *
      *  Each stream program marks its entry started      *
      *  when it passes the startup check and completed,  *
      *  with its return code, at end of job; a           *
      *  successor refuses to start until its             *
      *  predecessors' entries for the run date are       *
      *  completed at RC 4 or less.  The partition id is  *
      *  spaces except on a partitioned ACCTEXT           *
      *  instance, in the CTLREC style.  The input        *
      *  identity is the record count and hash totals of  *
      *  the job's primary input, which lets ACCTPOST,    *
      *  ACCTMNT and CUSTMNT refuse a replayed card       *
      *  file.  Read back by the ACCTRCTL stream status   *
      *  report.                                          *
      *  Fixed length 100 bytes.                          *
      *****************************************************
       05  RCTL-KEY.
           10  RCTL-JOB-NAME        PIC X(8).
           10  RCTL-PARTITION       PIC X(2).
           10  RCTL-RUN-DATE        PIC X(8).
       05  RCTL-STATE               PIC X(1).
           88  RCTL-STATE-STARTED       VALUE 'S'.
           88  RCTL-STATE-COMPLETED     VALUE 'C'.
       05  RCTL-START-STAMP         PIC X(14).
       05  RCTL-END-STAMP           PIC X(14).
       05  RCTL-RETURN-CODE         PIC 9(4).
       05  RCTL-FORCED-FLAG         PIC X(1).
           88  RCTL-FORCED              VALUE 'Y'.
       05  RCTL-RUN-COUNT           PIC 9(3).
       05  RCTL-INPUT-DD            PIC X(8).
       05  RCTL-INPUT-COUNT         PIC 9(9).
       05  RCTL-INPUT-HASH          PIC S9(11)V99 COMP-3.
       05  RCTL-INPUT-KEY-HASH      PIC S9(15) COMP-3.
       05  FILLER                   PIC X(13).

