      *                  hours twice. Walks the EMPMASTI index file
      *                  in place, then the OLDEMP/NEWEMP sequential
      *                  chain, the same two passes SEQ4000's
      *                  accrual makes. The period's labor
      *                  distribution goes with the hours, so it is
      *                  scheduled after the SEQ6550 labor
      *                  distribution report as well
      * File Desc......: Zeroes EM-HOURS-WORKED in place on EMPMASTI
      *                  and carries the reset through from OLDEMP
      *                  to NEWEMP, then empties the LABDIST labor
      *                  distribution file
      *****************************************************************

       IDENTIFICATION DIVISION.
                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.
           SELECT LABDIST  ASSIGN TO LABDIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS LD-LABOR-KEY
                           FILE STATUS IS LABDIST-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.


       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  OLDEMP.

       01  OLD-MASTER-RECORD       PIC X(100).

       FD  NEWEMP.

       01  NEW-MASTER-RECORD       PIC X(100).

       FD  CYCLCTL.

           05  CPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

       FD  LABDIST.

       01  LABOR-DISTRIBUTION-RECORD.
           05  LD-LABOR-KEY.
               10  LD-EMPLOYEE-ID          PIC X(5).
               10  LD-CHARGE-DEPART-CODE   PIC X(5).
           05  LD-HOME-DEPART-CODE         PIC X(5).
           05  LD-HOURS-WORKED             PIC 9(3)V99.
           05  LD-LAST-POSTED-DATE         PIC 9(8).

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
           05  LABDIST-FILE-STATUS     PIC XX.
               88  LABDIST-SUCCESSFUL          VALUE "00".
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

       01  RESET-COUNTERS.
           05  CT-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  CT-INDEX-RESET-COUNT    PIC 9(7)    VALUE ZERO.
           05  CT-SEQ-RESET-COUNT      PIC 9(7)    VALUE ZERO.

               88  EM-HOURLY-EMPLOYEE              VALUE "H".
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

       000-RESET-PERIOD-HOURS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 030-RESET-ALL-MASTER-FILES
               DISPLAY "EMPMASTI HOURLY RECORDS RESET: "
               DISPLAY "NEWEMP HOURLY RECORDS RESET:   "
                   CT-SEQ-RESET-COUNT.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
               UNTIL OLDEMP-EOF.
           CLOSE OLDEMP
                 NEWEMP.
           IF NOT RLF-STEP-FAILED
               PERFORM 300-CLEAR-LABOR-DISTRIBUTION
           ELSE
               DISPLAY "RESET DID NOT FINISH - LABDIST KEPT FOR "
                   "THE RERUN".

      *****************************************************************
      * Reads the next index record and, for an hourly employee with

           READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET EMPMASTI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ.
           IF NOT EMPMASTI-EOF
               AND EM-HOURLY-EMPLOYEE
               AND EM-HOURS-WORKED NOT = ZERO
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON EMPMASTI FOR "
                           "EMPLOYEE ID " EM-EMPLOYEE-ID
                       SET RLF-STEP-FAILED TO TRUE
                       SET EMPMASTI-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO CT-INDEX-RESET-COUNT

           READ OLDEMP INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET OLDEMP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ.
           IF NOT OLDEMP-EOF
               IF EM-HOURLY-EMPLOYEE
                   AND EM-HOURS-WORKED NOT = ZERO
                   DISPLAY "WRITE ERROR ON NEWEMP FOR EMPLOYEE ID "
                       EM-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " NEWMAST-FILE-STATUS
                   SET RLF-STEP-FAILED TO TRUE
                   SET OLDEMP-EOF TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Empties the labor distribution file along with the worked
      * hours it breaks down, so the next period's timesheets start
      * it fresh. Opening it for output leaves it in place with no
      * records. It is only cleared once both masters have reset
      * cleanly, so a reset that fails keeps the period's charged
      * hours for the rerun
      *****************************************************************
       300-CLEAR-LABOR-DISTRIBUTION.

           OPEN OUTPUT LABDIST.
           IF LABDIST-SUCCESSFUL
               CLOSE LABDIST
               DISPLAY "LABDIST LABOR DISTRIBUTION CLEARED"
           ELSE
               DISPLAY "OPEN ERROR ON LABDIST"
               DISPLAY "FILE STATUS CODE IS " LABDIST-FILE-STATUS
               SET RLF-STEP-FAILED TO TRUE.

      *****************************************************************
      * Appends this run's record to the RUNLOG run log for the
      * morning operations report: the master records read off both
      * stores in and the hourly records reset out. The reset has
      * nothing to reject. The log is created on first use, the
      * same way the posting runs create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ6100"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-RECORDS-READ       TO RL-RECORDS-IN.
           COMPUTE RL-RECORDS-OUT =
               CT-INDEX-RESET-COUNT + CT-SEQ-RESET-COUNT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
