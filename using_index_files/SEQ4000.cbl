                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.


       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  OLDEMP.

       01  OLD-MASTER-RECORD       PIC X(100).

       FD  NEWEMP.

           05  NM-EMPLOYMENT-TYPE          PIC X(1).
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD  ACCRCTL.

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
           05  RUN-DATE.
               10  RUN-YEAR-MONTH       PIC 9(6).
               10  FILLER               PIC 9(2).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME           PIC 9(8).
           05  RLF-COMPLETION-STATUS    PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED           VALUE "C".
               88  RLF-STEP-REFUSED             VALUE "R".
               88  RLF-STEP-FAILED              VALUE "F".

       01  ACCRUAL-PARM-FIELDS.
           05  AP-OVERRIDE-FLAG         PIC X.

       01  CYCLE-PARM-FIELDS.
           05  CYP-OVERRIDE-FLAG        PIC X.

       01  ACCRUAL-COUNTERS.
           05  CT-RECORDS-READ          PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-ACCRUED       PIC 9(7)    VALUE ZERO.

       01  ACCRUAL-WORK-FIELDS.
           05  AW-VACATION-BEFORE       PIC 9(3).
           05  AW-SICK-BEFORE           PIC 9(3)V99.
           05  EM-EMPLOYMENT-TYPE          PIC X(1).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
               88  EM-ON-UNPAID-LEAVE              VALUE "U" "S".
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

       000-ACCRUE-EMPLOYEE-LEAVE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 050-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 010-READ-ACCRUAL-PERIOD-CONTROL
               PERFORM 020-CHECK-OPERATOR-OVERRIDE
                       RUN-YEAR-MONTH
                   DISPLAY "NOTHING ACCRUED - SET OVERRIDE PARM "
                       "TO RERUN"
                   SET RLF-STEP-REFUSED TO TRUE
               ELSE
                   PERFORM 030-ACCRUE-ALL-MASTER-FILES
                   PERFORM 040-RECORD-ACCRUAL-PERIOD
               END-IF
               CLOSE ACCRCTL.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************

           PERFORM 110-READ-MASTER-RECORD.
           IF NOT EMPMASTI-EOF
               ADD 1 TO CT-RECORDS-READ
               PERFORM 120-COMPUTE-ACCRUAL
               PERFORM 140-WRITE-ACCRUAL-REGISTER-LINE
               PERFORM 130-REWRITE-MASTER-RECORD.
      * Derives whole years of service from the employee's date of
      * hire and today's date, looks up the monthly vacation/sick
      * accrual rate for that seniority band, and adds it to the
      * employee's accrued hours. An employee out on unpaid leave or
      * suspension accrues nothing for the month
      *****************************************************************
       120-COMPUTE-ACCRUAL.

                       MOVE 18 TO SVC-MONTHLY-VACATION
                       MOVE 8  TO SVC-MONTHLY-SICK.

      *    an employee out on unpaid leave or suspension earns no
      *    leave for the month - the rates are zeroed rather than the
      *    employee skipped, so the register still lists them with
      *    nothing accrued and the balances carry through unchanged
           IF EM-ON-UNPAID-LEAVE
               MOVE ZERO TO SVC-MONTHLY-VACATION
                            SVC-MONTHLY-SICK.

      *    the balances are drawn down only by the vacation/sick
      *    taken transactions the nightly runs post, so for an
      *    employee who never takes leave ON SIZE ERROR still
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON EMPMASTI FOR EMPLOYEE ID "
                       EM-EMPLOYEE-ID
                   SET RLF-STEP-FAILED TO TRUE
                   SET EMPMASTI-EOF TO TRUE
               NOT INVALID KEY
                   ADD 1 TO CT-RECORDS-ACCRUED.

      *****************************************************************
      * Writes one employee's accrual register line off the balances

           PERFORM 210-READ-OLD-MASTER-RECORD.
           IF NOT OLDEMP-EOF
               ADD 1 TO CT-RECORDS-READ
               PERFORM 120-COMPUTE-ACCRUAL
               PERFORM 140-WRITE-ACCRUAL-REGISTER-LINE
               PERFORM 220-WRITE-NEW-MASTER-RECORD.
               DISPLAY "WRITE ERROR ON NEWEMP FOR EMPLOYEE ID "
                   EM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " NEWMAST-FILE-STATUS
               SET RLF-STEP-FAILED TO TRUE
               SET OLDEMP-EOF TO TRUE
           ELSE
               ADD 1 TO CT-RECORDS-ACCRUED.

      *****************************************************************
      * Appends this run's record to the RUNLOG run log for the
      * morning operations report: the master records read in and
      * the records accrued and written back out, both master
      * stores together. The accrual has nothing to reject. The log
      * is created on first use, the same way the posting runs
      * create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ4000"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-RECORDS-READ       TO RL-RECORDS-IN.
           MOVE CT-RECORDS-ACCRUED    TO RL-RECORDS-OUT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
