                           ACCESS IS RANDOM
                           RECORD KEY IS CY-CONTROL-KEY
                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  CY-RECONCILE-DATE           PIC 9(8).
           05  CY-BACKUP-DATE              PIC 9(8).

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
           05  CYCLCTL-FILE-STATUS     PIC XX.
               88  CYCLCTL-SUCCESSFUL          VALUE "00".
               88  CYCLCTL-NOT-FOUND           VALUE "35".
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

       01  RELEASE-COUNTERS.
           05  CT-RELEASED-FROM-HOLDING PIC 9(7)   VALUE ZERO.
           05  CT-PARKED-TONIGHT       PIC 9(7)    VALUE ZERO.
       000-RELEASE-PENDING-TRANSACTIONS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-START-CYCLE-CONTROL.
           PERFORM 050-BALANCE-RAW-FILE.
           IF BATCH-OUT-OF-BALANCE
               DISPLAY "EMPTRAN BATCH OUT OF BALANCE - "
                   "NO RELEASE FILE WRITTEN"
               SET RLF-STEP-FAILED TO TRUE
           ELSE
               PERFORM 060-RELEASE-AND-PARK
               IF NOT RELEASE-FAILED
                   PERFORM 020-STAMP-CYCLE-STEP
               ELSE
                   SET RLF-STEP-FAILED TO TRUE
               END-IF.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
           MOVE "RECALLS MATCHING NOTHING:    " TO SUM-LABEL.
           MOVE CT-UNMATCHED-RECALLS            TO SUM-COUNT.
           WRITE PENDING-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: tonight's detail transactions
      *    in, the released stream out, and the recall cards that
      *    matched nothing as rejects. The log is created on first
      *    use, the same way the posting runs create the SUSPFED
      *    feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ9500"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE BAL-TRANSACTION-COUNT TO RL-RECORDS-IN.
           MOVE CT-RELEASED-COUNT     TO RL-RECORDS-OUT.
           MOVE CT-UNMATCHED-RECALLS  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
