                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.


       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  EMPBKUP.

       01  BACKUP-RECORD               PIC X(100).

       FD  CYCLCTL.

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
               88  CYCLCTL-NOT-FOUND           VALUE "35".
           05  CYCPARM-FILE-STATUS     PIC XX.
               88  CYCPARM-SUCCESSFUL          VALUE "00".
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

       01  UNLOAD-COUNTERS.
           05  CT-READ-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-UNLOAD-COUNT         PIC 9(7)    VALUE ZERO.

       01  BACKUP-TRAILER-RECORD.
           05  BK-TRAILER-FLAG         PIC X(5).
           05  BK-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(88)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-UNLOAD-EMPLOYEE-INDEX.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               OPEN INPUT  EMPMASTI
                    OUTPUT EMPBKUP
                   UNTIL EMPMASTI-EOF
               IF UNLOAD-FAILED
                   DISPLAY "UNLOAD FAILED - BACKUP NOT TO BE TRUSTED"
                   SET RLF-STEP-FAILED TO TRUE
               ELSE
                   PERFORM 200-WRITE-BACKUP-TRAILER
                   DISPLAY "EMPMASTI RECORDS UNLOADED: "
               CLOSE EMPMASTI
                     EMPBKUP.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
               AT END
                   SET EMPMASTI-EOF TO TRUE.
           IF NOT EMPMASTI-EOF
               ADD 1 TO CT-READ-COUNT
               WRITE BACKUP-RECORD FROM INVENTORY-RECORD-AREA
               IF NOT EMPBKUP-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON EMPBKUP FOR EMPLOYEE ID "
           MOVE HIGH-VALUES      TO BK-TRAILER-FLAG.
           MOVE CT-UNLOAD-COUNT  TO BK-RECORD-COUNT.
           WRITE BACKUP-RECORD FROM BACKUP-TRAILER-RECORD.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: the index records read in and
      *    the records unloaded to the backup out. An unload has
      *    nothing to reject. The log is created on first use, the
      *    same way the posting runs create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ9100"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-READ-COUNT         TO RL-RECORDS-IN.
           MOVE CT-UNLOAD-COUNT       TO RL-RECORDS-OUT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
