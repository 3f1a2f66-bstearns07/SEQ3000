                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  IR-EMPLOYEE-ID          PIC X(5).
           05  IR-EMPLOYEE-NAME        PIC X(30).
           05  IR-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(60).

       FD  NEWEMP.

       01  NEW-MASTER-RECORD       PIC X(100).

       FD  RECNRPT.

       01  AUDIT-LOG-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  AU-RUN-DATE             PIC 9(8).

       FD  RECPARM.
           05  CPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

       FD  RUNLOG.

      *    one record per cycle step, appended as the step ends -
      *    when it started and finished, what it read, wrote and
      *    rejected, and how it completed (C completed, R refused
      *    by its cycle or rerun control, F failed) - for the
      *    SEQ8700 morning operations report
       01  RUN-LOG-RECORD.
           05  RL-STEP-NAME                PIC X(8).
           05  RL-START-DATE               PIC 9(8).
           05  RL-START-TIME               PIC 9(8).
           05  RL-END-DATE                 PIC 9(8).
           05  RL-END-TIME                 PIC 9(8).
           05  RL-RECORDS-IN               PIC 9(7).
           05  RL-RECORDS-OUT              PIC 9(7).
           05  RL-RECORDS-REJECTED         PIC 9(7).
           05  RL-COMPLETION-STATUS        PIC X(1).
           05  FILLER                      PIC X(18).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  RECPARM-SUCCESSFUL          VALUE "00".
           05  REPRRPT-FILE-STATUS     PIC XX.
               88  REPRRPT-SUCCESSFUL          VALUE "00".
           05  RUNLOG-FILE-STATUS      PIC XX.
               88  RUNLOG-SUCCESSFUL           VALUE "00".
               88  RUNLOG-NOT-FOUND            VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME          PIC 9(8).
           05  RLF-COMPLETION-STATUS   PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED          VALUE "C".
               88  RLF-STEP-REFUSED            VALUE "R".
               88  RLF-STEP-FAILED             VALUE "F".

       01  CYCLE-PARM-FIELDS.
           05  CYP-OVERRIDE-FLAG       PIC X.

       01  REPAIR-WORK-FIELDS.
           05  RW-EMPLOYEE-ID          PIC X(5).
           05  RW-ACTION-TEXT          PIC X(30).
           05  AU-BEFORE-IMAGE-WORK    PIC X(100)  VALUE SPACES.
           05  AU-AFTER-IMAGE-WORK     PIC X(100)  VALUE SPACES.

       01  REPAIR-COUNTERS.
           05  CT-ADDED-COUNT          PIC 9(7)    VALUE ZERO.
           05  IM-EMPLOYMENT-TYPE          PIC X(1).
           05  IM-HOURLY-RATE              PIC 9(3)V99.
           05  IM-HOURS-WORKED             PIC 9(3)V99.
           05  IM-LEAVE-TYPE               PIC X(1).
           05  IM-LEAVE-START-DATE         PIC 9(8).
           05  IM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  IM-SUPERVISOR-ID            PIC X(5).

       01  SEQUENTIAL-MASTER-RECORD.
           05  SQ-EMPLOYEE-ID              PIC X(5).
           05  SQ-EMPLOYMENT-TYPE          PIC X(1).
           05  SQ-HOURLY-RATE              PIC 9(3)V99.
           05  SQ-HOURS-WORKED             PIC 9(3)V99.
           05  SQ-LEAVE-TYPE               PIC X(1).
           05  SQ-LEAVE-START-DATE         PIC 9(8).
           05  SQ-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SQ-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

       000-RECONCILE-MASTER-FILES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 030-CHECK-REPAIR-PARM
               PERFORM 050-RUN-RECONCILIATION
               PERFORM 020-STAMP-CYCLE-STEP.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
               MOVE SQ-HOURS-WORKED TO EV-SICK-VALUE
               MOVE EV-SICK-VALUE TO MMD-SEQ-VALUE
               PERFORM 340-WRITE-MISMATCH-LINE.
           IF IM-LEAVE-TYPE NOT = SQ-LEAVE-TYPE
               MOVE "LEAVE TYPE" TO MMD-FIELD-NAME
               MOVE IM-LEAVE-TYPE TO MMD-INDEX-VALUE
               MOVE SQ-LEAVE-TYPE TO MMD-SEQ-VALUE
               PERFORM 340-WRITE-MISMATCH-LINE.
           IF IM-LEAVE-START-DATE NOT = SQ-LEAVE-START-DATE
               MOVE "LEAVE START" TO MMD-FIELD-NAME
               MOVE IM-LEAVE-START-DATE TO MMD-INDEX-VALUE
               MOVE SQ-LEAVE-START-DATE TO MMD-SEQ-VALUE
               PERFORM 340-WRITE-MISMATCH-LINE.
           IF IM-EXPECTED-RETURN-DATE NOT = SQ-EXPECTED-RETURN-DATE
               MOVE "EXPECTED RETURN" TO MMD-FIELD-NAME
               MOVE IM-EXPECTED-RETURN-DATE TO MMD-INDEX-VALUE
               MOVE SQ-EXPECTED-RETURN-DATE TO MMD-SEQ-VALUE
               PERFORM 340-WRITE-MISMATCH-LINE.
           IF IM-SUPERVISOR-ID NOT = SQ-SUPERVISOR-ID
               MOVE "SUPERVISOR ID" TO MMD-FIELD-NAME
               MOVE IM-SUPERVISOR-ID TO MMD-INDEX-VALUE
               MOVE SQ-SUPERVISOR-ID TO MMD-SEQ-VALUE
               PERFORM 340-WRITE-MISMATCH-LINE.
           IF EMPLOYEE-MATCHES
               ADD 1 TO CT-IN-AGREEMENT-COUNT
           ELSE
           MOVE "EMPLOYEES IN AGREEMENT:      " TO SUM-LABEL.
           MOVE CT-IN-AGREEMENT-COUNT           TO SUM-COUNT.
           WRITE RECONCILE-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: the records read off both master
      *    stores in, the EMPMASTI repairs made out, and the employees
      *    found out of agreement - on one store only or mismatched -
      *    as rejects. The log is created on first use, the same way
      *    the posting runs create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ7000"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           COMPUTE RL-RECORDS-IN =
               CT-INDEX-READ-COUNT + CT-SEQ-READ-COUNT.
           COMPUTE RL-RECORDS-OUT = CT-ADDED-COUNT + CT-DELETED-COUNT
               + CT-REWRITTEN-COUNT.
           COMPUTE RL-RECORDS-REJECTED = CT-INDEX-ONLY-COUNT
               + CT-SEQ-ONLY-COUNT + CT-MISMATCH-COUNT.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
