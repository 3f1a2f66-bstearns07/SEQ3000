                           FILE STATUS IS ERRTRAN-FILE-STATUS.
           SELECT CTLRPT  ASSIGN TO CTLRPT
                           FILE STATUS IS CTLRPT-FILE-STATUS.
           SELECT ORPHRPT ASSIGN TO ORPHRPT
                           FILE STATUS IS ORPHRPT-FILE-STATUS.
           SELECT DEPTMAST  ASSIGN TO DEPTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           FILE STATUS IS PAYLEAV-FILE-STATUS.
           SELECT RETROADJ ASSIGN TO RETROADJ
                           FILE STATUS IS RETROADJ-FILE-STATUS.
           SELECT SUSPFED  ASSIGN TO SUSPFED
                           FILE STATUS IS SUSPFED-FILE-STATUS.
           SELECT POSCTL   ASSIGN TO POSCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PS-POSITION-KEY
                           FILE STATUS IS POSCTL-FILE-STATUS.
           SELECT PAYCAL   ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT COMPHIST ASSIGN TO COMPHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CH-HISTORY-KEY
                           FILE STATUS IS COMPHIST-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.


       FD  OLDEMP.

       01  OLD-MASTER-RECORD       PIC X(100).

       FD  NEWEMP.

               88  NM-SALARIED-EMPLOYEE            VALUE "S".
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
      *    blank while the employee is active; P paid leave, U unpaid
      *    leave, S suspension while out on a leave of absence
           05  NM-LEAVE-TYPE               PIC X(1).
               88  NM-ON-LEAVE                     VALUE "P" "U" "S".
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
      *    employee ID of the supervisor the employee reports to,
      *    blank at the top of the organization
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD     ERRTRAN.

           05  CTL-LABEL               PIC X(30).
           05  CTL-COUNT               PIC ZZZ,ZZ9.

       FD  ORPHRPT.

      *    the employees left reporting to a supervisor a delete just
      *    terminated, listed so personnel can key the change cards
      *    that move them to a new supervisor
       01  ORPHAN-REPORT-LINE          PIC X(100).

       FD  DEPTMAST.

       01  DEPARTMENT-MASTER-RECORD.
           05  CP-VACATION-COUNT        PIC 9(7).
           05  CP-SICK-COUNT            PIC 9(7).
           05  CP-TIMESHEET-COUNT       PIC 9(7).
           05  CP-LEAVE-START-COUNT     PIC 9(7).
           05  CP-LEAVE-END-COUNT       PIC 9(7).

       FD  EMPHIST.


      *    one record per salary change that posted after its
      *    effective date, carrying the one-time back-pay adjustment
      *    - the per-period difference for each pay calendar period
      *    paid between the effective date and tonight's posting -
      *    for the pay extract chain to pay once the comptroller
      *    signs SEQ6800's retro register
       01  RETRO-ADJUSTMENT-RECORD.
           05  RA-EMPLOYEE-ID              PIC X(5).
           05  RA-EMPLOYEE-NAME            PIC X(30).
           05  RA-PERIODS-MISSED           PIC 9(3).
           05  RA-ADJUSTMENT-AMOUNT        PIC 9(7)V99.

       FD  SUSPFED.

      *    one record per transaction rejected to ERRTRAN and per
      *    transaction posted clean, appended for SEQ2200 to open
      *    suspense items on the rejects and clear them once a
      *    corrected transaction for the same employee and code posts
       01  SUSPENSE-FEED-RECORD.
           05  SF-ACTIVITY-CODE            PIC X(1).
               88  SF-REJECTED                     VALUE "R".
               88  SF-POSTED                       VALUE "P".
           05  SF-SOURCE-STEP              PIC X(7).
           05  SF-RUN-DATE                 PIC 9(8).
           05  SF-BATCH-DATE               PIC 9(8).
           05  SF-BATCH-NUMBER             PIC 9(5).
           05  SF-REASON-CODE              PIC X(30).
           05  SF-TRANSACTION-DATA         PIC X(120).

       FD  POSCTL.

      *    one record per controlled position, keyed by department
      *    and job class, maintained through SEQ8000 - a position
      *    with no record here carries no headcount limit
       01  POSITION-CONTROL-RECORD.
           05  PS-POSITION-KEY.
               10  PS-DEPART-CODE          PIC X(5).
               10  PS-JOB-CLASS            PIC X(2).
           05  PS-AUTHORIZED-HEADCOUNT     PIC 9(4).
           05  PS-BUDGETED-SALARY          PIC 9(9)V99.

       FD  PAYCAL.

      *    the pay calendar SEQ6050 generates - one record per pay
      *    period keyed by its check date, and one per company
      *    holiday. The retro adjustments count the periods already
      *    paid at the old salary off it
       01  PAY-CALENDAR-RECORD.
           05  PY-CALENDAR-KEY.
               10  PY-RECORD-TYPE          PIC X(1).
                   88  PY-PERIOD-RECORD            VALUE "P".
                   88  PY-HOLIDAY-RECORD           VALUE "H".
               10  PY-CALENDAR-DATE        PIC 9(8).
           05  PY-PERIOD-FIELDS.
               10  PY-CALENDAR-YEAR        PIC 9(4).
               10  PY-PERIOD-NUMBER        PIC 9(2).
               10  PY-PERIODS-IN-YEAR      PIC 9(2).
               10  PY-START-DATE           PIC 9(8).
               10  PY-END-DATE             PIC 9(8).
           05  PY-HOLIDAY-FIELDS       REDEFINES PY-PERIOD-FIELDS.
               10  PY-HOLIDAY-NAME         PIC X(20).
               10  FILLER                  PIC X(4).

       FD  COMPHIST.

      *    one record per change to an employee's pay or job class,
      *    keyed by employee ID, the date the change took effect, and
      *    the night it posted. This run and SEQ2001 post the same
      *    batch and both write here - the second run to reach a
      *    record finds it on file and rewrites it with the same
      *    figures, so the file holds one record per change whichever
      *    run gets there first
       01  COMPENSATION-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-EMPLOYEE-ID          PIC X(5).
               10  CH-EFFECTIVE-DATE       PIC 9(8).
               10  CH-POSTED-DATE          PIC 9(8).
           05  CH-CHANGE-REASON            PIC X(1).
               88  CH-NEW-HIRE                     VALUE "N".
               88  CH-REHIRE                       VALUE "R".
               88  CH-MASS-INCREASE                VALUE "M".
               88  CH-PROMOTION                    VALUE "P".
               88  CH-ADJUSTMENT                   VALUE "A".
           05  CH-OLD-JOB-CLASS            PIC X(2).
           05  CH-NEW-JOB-CLASS            PIC X(2).
           05  CH-OLD-EMPLOYMENT-TYPE      PIC X(1).
           05  CH-NEW-EMPLOYMENT-TYPE      PIC X(1).
           05  CH-OLD-ANNUAL-SALARY        PIC 9(7)V99.
           05  CH-NEW-ANNUAL-SALARY        PIC 9(7)V99.
           05  CH-OLD-HOURLY-RATE          PIC 9(3)V99.
           05  CH-NEW-HOURLY-RATE          PIC 9(3)V99.

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
               88  STEP-BLOCKED                        VALUE "Y".
           05  CYCLE-OVERRIDE-SWITCH            PIC X   VALUE "N".
               88  CYCLE-OVERRIDE-ACTIVE               VALUE "Y".
           05  POSCTL-AVAILABLE-SWITCH          PIC X   VALUE "N".
               88  POSCTL-AVAILABLE                    VALUE "Y".
           05  POSITION-COUNT-EOF-SWITCH        PIC X   VALUE "N".
               88  POSITION-COUNT-EOF                  VALUE "Y".
           05  PAYCAL-AVAILABLE-SWITCH          PIC X   VALUE "N".
               88  PAYCAL-AVAILABLE                    VALUE "Y".
           05  PAYCAL-SCAN-EOF-SWITCH           PIC X   VALUE "N".
               88  PAYCAL-SCAN-EOF                     VALUE "Y".
           05  SUPERVISOR-LOAD-EOF-SWITCH       PIC X   VALUE "N".
               88  SUPERVISOR-LOAD-EOF                 VALUE "Y".

       01  MATCH-CONTROL-FIELDS.
           05  MC-MATCHED-EMPLOYEE-ID           PIC X(5).
               10  RUN-MONTH                    PIC 9(2).
               10  RUN-DAY                      PIC 9(2).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME                   PIC 9(8).
           05  RLF-COMPLETION-STATUS            PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED                   VALUE "C".
               88  RLF-STEP-REFUSED                     VALUE "R".
               88  RLF-STEP-FAILED                      VALUE "F".

       01  FILE-STATUS-FIELDS.
           05  NEWMAST-FILE-STATUS     PIC XX.
               88  NEWMAST-SUCCESSFUL          VALUE "00".
               88  ERRTRAN-SUCCESSFUL          VALUE "00".
           05  CTLRPT-FILE-STATUS      PIC XX.
               88  CTLRPT-SUCCESSFUL           VALUE "00".
           05  ORPHRPT-FILE-STATUS     PIC XX.
               88  ORPHRPT-SUCCESSFUL          VALUE "00".
           05  DEPTMAST-FILE-STATUS    PIC XX.
               88  DEPTMAST-SUCCESSFUL         VALUE "00".
           05  JOBSAL-FILE-STATUS      PIC XX.
           05  RETROADJ-FILE-STATUS    PIC XX.
               88  RETROADJ-SUCCESSFUL         VALUE "00".
               88  RETROADJ-NOT-FOUND          VALUE "35".
           05  SUSPFED-FILE-STATUS     PIC XX.
               88  SUSPFED-SUCCESSFUL          VALUE "00".
               88  SUSPFED-NOT-FOUND           VALUE "35".
           05  POSCTL-FILE-STATUS      PIC XX.
               88  POSCTL-SUCCESSFUL           VALUE "00".
           05  PAYCAL-FILE-STATUS      PIC XX.
               88  PAYCAL-SUCCESSFUL           VALUE "00".
           05  COMPHIST-FILE-STATUS    PIC XX.
               88  COMPHIST-SUCCESSFUL         VALUE "00".
               88  COMPHIST-NOT-FOUND          VALUE "35".
           05  RUNLOG-FILE-STATUS      PIC XX.
               88  RUNLOG-SUCCESSFUL           VALUE "00".
               88  RUNLOG-NOT-FOUND            VALUE "35".

       01  EDIT-SWITCHES.
           05  DEPARTMENT-VALID-SWITCH  PIC X  VALUE "Y".
           05  JOB-SALARY-VALID-SWITCH  PIC X  VALUE "Y".
               88  JOB-SALARY-VALID             VALUE "Y".
               88  JOB-SALARY-INVALID           VALUE "N".
           05  POSITION-VALID-SWITCH    PIC X  VALUE "Y".
               88  POSITION-VALID               VALUE "Y".
               88  POSITION-OVER-AUTHORIZED     VALUE "N".
           05  SUPERVISOR-VALID-SWITCH  PIC X  VALUE "Y".
               88  SUPERVISOR-VALID             VALUE "Y".
               88  SUPERVISOR-INVALID           VALUE "N".

       01  EDIT-WORK-FIELDS.
           05  EDT-CHECK-DEPART-CODE    PIC X(5).
               88  DELETE-REPLAY                VALUE "Y".

       01  RETRO-WORK-FIELDS.
           05  RW-OLD-SALARY            PIC 9(7)V99.
           05  RW-PERIODS-MISSED        PIC 9(3).
           05  RW-PERIOD-DIFFERENCE     PIC 9(7)V99.
           05  RW-ADJUSTMENT-AMOUNT     PIC 9(7)V99.
           05  RW-EMITTED-INDEX         PIC 9(3).
           05  RW-EMITTED-MATCH         PIC 9(3).
           05  RETRO-SCAN-EOF-SWITCH    PIC X.
               88  RETRO-SCAN-EOF               VALUE "Y".

      *    the pay and job class an employee held before tonight's
      *    add, rehire, or change, with the effective date and reason
      *    the compensation history record is written under
       01  COMP-HISTORY-WORK-FIELDS.
           05  CHW-OLD-JOB-CLASS        PIC X(2).
           05  CHW-OLD-EMPLOYMENT-TYPE  PIC X(1).
           05  CHW-OLD-ANNUAL-SALARY    PIC 9(7)V99.
           05  CHW-OLD-HOURLY-RATE      PIC 9(3)V99.
           05  CHW-EFFECTIVE-DATE       PIC 9(8).
           05  CHW-CHANGE-REASON        PIC X(1).

      *    the employee IDs whose retro adjustments already carry
      *    tonight's posting date on the feed, loaded before the
      *    feed is reopened for append. A restart replaying a change
           05  RET-EMITTED-ENTRY OCCURS 200 TIMES.
               10  RET-EMPLOYEE-ID      PIC X(5).

      *    filled headcount by department and job class, counted
      *    off the old master before posting starts and kept current
      *    as each add, rehire, transfer, and delete posts. Every
      *    position looked up gets an entry, controlled or not, so
      *    POSCTL is read once per position rather than once per
      *    employee
       01  POSITION-FILLED-TABLE.
           05  PF-ENTRY-COUNT           PIC 9(3)    VALUE ZERO.
           05  PF-ENTRY OCCURS 500 TIMES.
               10  PF-DEPART-CODE       PIC X(5).
               10  PF-JOB-CLASS         PIC X(2).
               10  PF-CONTROLLED-FLAG   PIC X(1).
                   88  PF-POSITION-CONTROLLED   VALUE "Y".
               10  PF-AUTHORIZED-HEADCOUNT PIC 9(4).
               10  PF-FILLED-HEADCOUNT  PIC 9(5).

       01  POSITION-WORK-FIELDS.
           05  PW-DEPART-CODE           PIC X(5).
           05  PW-JOB-CLASS             PIC X(2).
           05  PW-OLD-DEPART-CODE       PIC X(5).
           05  PW-OLD-JOB-CLASS         PIC X(2).
           05  PW-INDEX                 PIC 9(3).
           05  PW-MATCH                 PIC 9(3).

      *    every employee on the master and the supervisor they
      *    report to, loaded before posting starts the same way the
      *    filled positions are and kept current as each add, rehire,
      *    change, and delete posts. A supervisor ID has to name an
      *    employee still active here, and a delete lists the active
      *    employees still reporting to the one it terminates
       01  SUPERVISOR-TABLE.
           05  SPT-ENTRY-COUNT          PIC 9(5)    VALUE ZERO.
           05  SPT-ENTRY OCCURS 5000 TIMES.
               10  SPT-EMPLOYEE-ID      PIC X(5).
               10  SPT-EMPLOYEE-NAME    PIC X(30).
               10  SPT-DEPART-CODE      PIC X(5).
               10  SPT-SUPERVISOR-ID    PIC X(5).
               10  SPT-ACTIVE-FLAG      PIC X(1).
                   88  SPT-ACTIVE               VALUE "Y".

       01  SUPERVISOR-WORK-FIELDS.
           05  SPW-EMPLOYEE-ID          PIC X(5).
           05  SPW-EMPLOYEE-NAME        PIC X(30).
           05  SPW-DEPART-CODE          PIC X(5).
           05  SPW-SUPERVISOR-ID        PIC X(5).
           05  SPW-SEARCH-ID            PIC X(5).
           05  SPW-CHAIN-ID             PIC X(5).
           05  SPW-CHAIN-DEPTH          PIC 9(3).
           05  SPW-INDEX                PIC 9(5).
           05  SPW-MATCH                PIC 9(5).
           05  SPW-REASON-TEXT          PIC X(30).

       01  ORPHAN-HEADING-LINE.
           05  FILLER                   PIC X(35)
               VALUE "REPORTS LEFT WITHOUT A SUPERVISOR  ".
           05  FILLER                   PIC X(9)   VALUE "RUN DATE ".
           05  OHL-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(48)  VALUE SPACES.

       01  ORPHAN-COLUMN-LINE.
           05  FILLER                   PIC X(40)
               VALUE "SUPV   TERMINATED SUPERVISOR            ".
           05  FILLER                   PIC X(43)
               VALUE "EMP ID EMPLOYEE STILL REPORTING        DEPT".
           05  FILLER                   PIC X(17)  VALUE SPACES.

       01  ORPHAN-DETAIL-LINE.
           05  ODL-SUPERVISOR-ID        PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  ODL-SUPERVISOR-NAME      PIC X(30).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  ODL-EMPLOYEE-ID          PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  ODL-EMPLOYEE-NAME        PIC X(30).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  ODL-DEPART-CODE          PIC X(5).
           05  FILLER                   PIC X(16)  VALUE SPACES.

       01  ERROR-REASON-FIELDS.
           05  ER-REASON-TEXT           PIC X(30)   VALUE SPACES.

           05  CT-VACATION-COUNT       PIC 9(7)    VALUE ZERO.
           05  CT-SICK-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-TIMESHEET-COUNT      PIC 9(7)    VALUE ZERO.
           05  CT-LEAVE-START-COUNT    PIC 9(7)    VALUE ZERO.
           05  CT-LEAVE-END-COUNT      PIC 9(7)    VALUE ZERO.

       01  EMPLOYEE-TRANSACTION.
           05  ET-TRANSACTION-CODE     PIC X.
               88  LEAVE-TAKEN-RECORD          VALUE "V" "S".
               88  TIMESHEET-RECORD            VALUE "W".
               88  DEMOGRAPHIC-RECORD          VALUE "M".
               88  LEAVE-START-RECORD          VALUE "L".
               88  LEAVE-END-RECORD            VALUE "E".
               88  BATCH-HEADER-RECORD         VALUE "H".
               88  BATCH-TRAILER-RECORD        VALUE "T".
           05  ET-MASTER-DATA.
                 10  ET-EMPLOYEE-ID              PIC X(5).
                 10  ET-EMPLOYEE-NAME            PIC X(30).
                 10  ET-DEPART-CODE              PIC X(5).
      *    a timesheet card carries the department the hours are
      *    charged to in the department code columns - blank when
      *    the hours were worked in the employee's own department
                 10  ET-CHARGE-DEPART-CODE REDEFINES ET-DEPART-CODE
                                                 PIC X(5).
                 10  ET-JOB-CLASS                PIC X(2).
                 10  ET-ANNUAL-SALARY            PIC 9(7)V99.
                 10  ET-DATE-OF-HIRE             PIC 9(8).
                 10  ET-EFFECTIVE-DATE           PIC 9(8).
                 10  ET-EMPLOYMENT-TYPE          PIC X(1).
                 10  ET-HOURLY-RATE              PIC 9(3)V99.
      *    keyed Y by personnel when finance has approved a hire or
      *    transfer past the position's authorized headcount
           05  ET-POSITION-OVERRIDE    PIC X(1).
               88  POSITION-OVERRIDE-KEYED     VALUE "Y".
      *    why a change moves pay or job class - M for a mass
      *    increase out of SEQ9000, P for a promotion, A for an
      *    adjustment, blank to let the posting decide
           05  ET-CHANGE-REASON        PIC X(1).
      *    a leave-of-absence start card carries the kind of leave and
      *    the date the employee is expected back, zeros if not known
           05  ET-LEAVE-TYPE           PIC X(1).
           05  ET-EXPECTED-RETURN-DATE PIC 9(8).
      *    the supervisor an add, rehire, or change card assigns - on
      *    a change blank leaves the supervisor alone and NONE takes
      *    it off, on an add or rehire blank means no supervisor
           05  ET-SUPERVISOR-ID        PIC X(5).
               88  SUPERVISOR-CLEARED          VALUE "NONE".
           05  FILLER                  PIC X(25).

       01  BATCH-HEADER-RECORD-AREA REDEFINES EMPLOYEE-TRANSACTION.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(99).

       01  BATCH-BALANCE-FIELDS.
           05  BAL-TRANSACTION-COUNT   PIC 9(7)    VALUE ZERO.
           05  BAL-SALARY-HASH-TOTAL   PIC 9(11)V99.

       01  BATCH-CONTROL-FIELDS.
           05  EM-EMPLOYMENT-TYPE          PIC X(1).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

       000-MAINTAIN-INVENTORY-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 016-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 008-BALANCE-TRANSACTION-FILE
               IF BATCH-OUT-OF-BALANCE
                   DISPLAY "EMPTRAN BATCH OUT OF BALANCE - "
                       "NOTHING POSTED"
                   SET RLF-STEP-FAILED TO TRUE
               ELSE
                   PERFORM 012-CHECK-POSTED-BATCH-REGISTER
                   PERFORM 013-CHECK-POSTING-OVERRIDE
                           BCF-BATCH-DATE " ALREADY POSTED TO NEWEMP"
                       DISPLAY "NOTHING POSTED - SET OVERRIDE PARM "
                           "TO REPOST"
                       SET RLF-STEP-REFUSED TO TRUE
                   ELSE
                       PERFORM 010-POST-BALANCED-TRANSACTIONS
                       IF NOT RUN-ABORTED
                           PERFORM 015-RECORD-POSTED-BATCH
                           PERFORM 018-STAMP-CYCLE-STEP
                       ELSE
                           SET RLF-STEP-FAILED TO TRUE
                       END-IF
                   END-IF
                   CLOSE PSTREG
               END-IF
           END-IF.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      ******************************************************************
       010-POST-BALANCED-TRANSACTIONS.

           PERFORM 005-CHECK-FOR-RESTART.
           PERFORM 022-LOAD-FILLED-POSITIONS.
           PERFORM 028-LOAD-SUPERVISOR-TABLE.
           IF RESTART-ACTIVE
               OPEN INPUT  OLDEMP
                           EMPTRAN
                           JOBSAL
                    EXTEND NEWEMP
                           ERRTRAN
                           ORPHRPT
                    OUTPUT CTLRPT
               PERFORM 006-SKIP-TO-RESTART-POINT
           ELSE
                           JOBSAL
                    OUTPUT NEWEMP
                           ERRTRAN
                           CTLRPT
                           ORPHRPT
               PERFORM 031-WRITE-ORPHAN-HEADINGS.
           PERFORM 011-OPEN-PAY-FEED-FILES.
           PERFORM 007-OPEN-EMPLOYEE-HISTORY-FILE.
           PERFORM 027-OPEN-COMP-HISTORY-FILE.
           PERFORM  300-MAINTAIN-EMPLOYEE-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
           PERFORM 420-WRITE-CONTROL-TOTALS-REPORT.
                 ERRTRAN
                 PAYLEAV
                 RETROADJ
                 SUSPFED
                 CTLRPT
                 ORPHRPT
                 DEPTMAST
                 JOBSAL
                 EMPHIST
                 COMPHIST
                 CHKPNT.
           IF POSCTL-AVAILABLE
               CLOSE POSCTL.
           IF PAYCAL-AVAILABLE
               CLOSE PAYCAL.

      *****************************************************************
      *    Pre-posting balancing pass over the transaction file. Reads
           MOVE ZEROS  TO NM-ANNUAL-SALARY
                          NM-VACATION-HOURS
                          NM-SICK-HOURS
                          NM-LEAVE-START-DATE
                          NM-EXPECTED-RETURN-DATE

      *    READ IN EMPTRAN RECORD
           IF NEED-TRANSACTION
           MOVE EM-EMPLOYMENT-TYPE   TO NM-EMPLOYMENT-TYPE
           MOVE EM-HOURLY-RATE       TO NM-HOURLY-RATE
           MOVE EM-HOURS-WORKED      TO NM-HOURS-WORKED
           MOVE EM-LEAVE-TYPE        TO NM-LEAVE-TYPE
           MOVE EM-LEAVE-START-DATE  TO NM-LEAVE-START-DATE
           MOVE EM-EXPECTED-RETURN-DATE TO NM-EXPECTED-RETURN-DATE
           MOVE EM-SUPERVISOR-ID     TO NM-SUPERVISOR-ID
           SET WRITE-MASTER TO TRUE.
           SET NEED-MASTER TO TRUE.

               MOVE EM-EMPLOYMENT-TYPE   TO NM-EMPLOYMENT-TYPE
               MOVE EM-HOURLY-RATE       TO NM-HOURLY-RATE
               MOVE EM-HOURS-WORKED      TO NM-HOURS-WORKED
               MOVE EM-LEAVE-TYPE        TO NM-LEAVE-TYPE
               MOVE EM-LEAVE-START-DATE  TO NM-LEAVE-START-DATE
               MOVE EM-EXPECTED-RETURN-DATE
                                         TO NM-EXPECTED-RETURN-DATE
               MOVE EM-SUPERVISOR-ID     TO NM-SUPERVISOR-ID
               PERFORM 375-APPLY-MATCHING-TRANSACTION
                   UNTIL ET-EMPLOYEE-ID NOT = MC-MATCHED-EMPLOYEE-ID
               IF NOT MASTER-DELETED
      *    as UNKNOWN EMPLOYEE ID instead of being silently folded into
      *    NM-* and then thrown away by 370 when MASTER-DELETED wins,
      *    and a vacation-taken or sick-taken transaction after that
      *    same earlier delete is rejected the same way, as is a
      *    leave-of-absence start or end. A
      *    rehire transaction reaching here after that same earlier
      *    delete is not a duplicate at all - the employee really was
      *    just terminated by this run - so it is posted through
               PERFORM 400-APPLY-DELETE-TRANSACTION
           ELSE
           IF (CHANGE-RECORD OR LEAVE-TAKEN-RECORD
               OR TIMESHEET-RECORD OR LEAVE-START-RECORD
               OR LEAVE-END-RECORD)
               AND MASTER-DELETED
               MOVE "UNKNOWN EMPLOYEE ID" TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           IF TIMESHEET-RECORD
               PERFORM 416-APPLY-TIMESHEET-HOURS
           ELSE
           IF LEAVE-START-RECORD
               PERFORM 422-APPLY-LEAVE-START
           ELSE
           IF LEAVE-END-RECORD
               PERFORM 423-APPLY-LEAVE-END
           ELSE
           IF REHIRE-RECORD AND MASTER-DELETED
               PERFORM 395-APPLY-REHIRE-TRANSACTION
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 310-READ-INVENTORY-TRANSACTION.

           ELSE
               MOVE ET-ANNUAL-SALARY TO EDT-CHECK-SALARY.
           PERFORM 440-VALIDATE-JOB-CLASS-SALARY.
           MOVE ET-EMPLOYEE-ID TO SPW-EMPLOYEE-ID.
           MOVE ET-SUPERVISOR-ID TO SPW-SUPERVISOR-ID.
           IF SUPERVISOR-CLEARED
               MOVE SPACES TO SPW-SUPERVISOR-ID.
           PERFORM 480-VALIDATE-SUPERVISOR.
           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               MOVE EDT-CHECK-DEPART-CODE TO PW-DEPART-CODE
               MOVE EDT-CHECK-JOB-CLASS   TO PW-JOB-CLASS
               PERFORM 432-CHECK-POSITION-HEADCOUNT.
           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               AND POSITION-VALID AND SUPERVISOR-VALID
               MOVE ET-EMPLOYEE-ID TO NM-EMPLOYEE-ID
               MOVE ET-EMPLOYEE-NAME TO NM-EMPLOYEE-NAME
               MOVE EDT-CHECK-DEPART-CODE TO NM-DEPART-CODE
               END-IF
               MOVE ET-HOURLY-RATE TO NM-HOURLY-RATE
               MOVE ZERO TO NM-HOURS-WORKED
               MOVE SPACE TO NM-LEAVE-TYPE
               MOVE ZERO TO NM-LEAVE-START-DATE
                            NM-EXPECTED-RETURN-DATE
               MOVE SPW-SUPERVISOR-ID TO NM-SUPERVISOR-ID
               PERFORM 434-ADD-FILLED-POSITION
               PERFORM 486-POST-SUPERVISOR-ENTRY
               MOVE SPACES TO CHW-OLD-JOB-CLASS
                              CHW-OLD-EMPLOYMENT-TYPE
               MOVE ZERO TO CHW-OLD-ANNUAL-SALARY
                            CHW-OLD-HOURLY-RATE
               MOVE NM-DATE-OF-HIRE TO CHW-EFFECTIVE-DATE
               MOVE "N" TO CHW-CHANGE-REASON
               PERFORM 418-WRITE-COMP-HISTORY
               ADD 1 TO CT-ADD-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED
               SET WRITE-MASTER TO TRUE
               SET NEED-TRANSACTION TO TRUE
           ELSE
               IF DEPARTMENT-INVALID
                   MOVE "UNKNOWN DEPARTMENT CODE" TO ER-REASON-TEXT
               ELSE
               IF JOB-SALARY-INVALID
                   MOVE "JOB CLASS/SALARY OUT OF BAND" TO ER-REASON-TEXT
               ELSE
               IF SUPERVISOR-INVALID
                   MOVE SPW-REASON-TEXT TO ER-REASON-TEXT
               ELSE
                   MOVE "OVER AUTHORIZED HEADCOUNT" TO ER-REASON-TEXT
               END-IF
               END-IF
               END-IF
               PERFORM 390-WRITE-ERROR-TRANSACTION
               PERFORM 455-CHECKPOINT-ERROR-TRANSACTION.
               SET RUN-ABORTED TO TRUE
           ELSE
               ADD 1 TO CT-ERROR-COUNT
               SET NEED-TRANSACTION TO TRUE
               SET SF-REJECTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    Appends the transaction just rejected or just posted clean
      *    to the suspense feed, with the batch it came in with and,
      *    for a reject, the reason code written to ERRTRAN. SEQ2200
      *    opens a suspense item on a reject and clears it when a
      *    clean posting for the same employee and code follows. The
      *    caller sets the activity code. A restart replaying tonight's
      *    transactions may append the same activity twice, which the
      *    suspense load takes in stride
      *****************************************************************
       391-WRITE-SUSPENSE-FEED.

           MOVE "SEQ3000"            TO SF-SOURCE-STEP.
           MOVE RUN-DATE             TO SF-RUN-DATE.
           MOVE BCF-BATCH-DATE       TO SF-BATCH-DATE.
           MOVE BCF-BATCH-NUMBER     TO SF-BATCH-NUMBER.
           IF SF-REJECTED
               MOVE ER-REASON-CODE   TO SF-REASON-CODE
           ELSE
               MOVE SPACES           TO SF-REASON-CODE.
           MOVE EMPLOYEE-TRANSACTION TO SF-TRANSACTION-DATA.
           WRITE SUSPENSE-FEED-RECORD.
           IF NOT SUSPFED-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SUSPFED FOR EMPLOYEE ID "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " SUSPFED-FILE-STATUS
               SET ALL-RECORDS-PROCESSED TO TRUE
               SET RUN-ABORTED TO TRUE.

      *****************************************************************
      *    Advances the checkpoint to the employee ID of a transaction
           END-IF.
           PERFORM 430-VALIDATE-DEPARTMENT-CODE.
           PERFORM 440-VALIDATE-JOB-CLASS-SALARY.
           MOVE ET-EMPLOYEE-ID TO SPW-EMPLOYEE-ID.
           MOVE ET-SUPERVISOR-ID TO SPW-SUPERVISOR-ID.
           IF SUPERVISOR-CLEARED
               MOVE SPACES TO SPW-SUPERVISOR-ID.
           PERFORM 480-VALIDATE-SUPERVISOR.
           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               MOVE EDT-CHECK-DEPART-CODE TO PW-DEPART-CODE
               MOVE EDT-CHECK-JOB-CLASS   TO PW-JOB-CLASS
               PERFORM 432-CHECK-POSITION-HEADCOUNT.
           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               AND POSITION-VALID AND SUPERVISOR-VALID
               MOVE ET-EMPLOYEE-ID TO NM-EMPLOYEE-ID
               IF ET-EMPLOYEE-NAME = SPACES
                   MOVE EH-EMPLOYEE-NAME TO NM-EMPLOYEE-NAME
                   MOVE ET-HOURLY-RATE TO NM-HOURLY-RATE
               END-IF
               MOVE ZERO TO NM-HOURS-WORKED
               MOVE SPACE TO NM-LEAVE-TYPE
               MOVE ZERO TO NM-LEAVE-START-DATE
                            NM-EXPECTED-RETURN-DATE
               MOVE SPW-SUPERVISOR-ID TO NM-SUPERVISOR-ID
               PERFORM 434-ADD-FILLED-POSITION
               PERFORM 486-POST-SUPERVISOR-ENTRY
               MOVE EH-JOB-CLASS TO CHW-OLD-JOB-CLASS
               MOVE EH-EMPLOYMENT-TYPE TO CHW-OLD-EMPLOYMENT-TYPE
               MOVE EH-ANNUAL-SALARY TO CHW-OLD-ANNUAL-SALARY
               MOVE EH-HOURLY-RATE TO CHW-OLD-HOURLY-RATE
               IF ET-EFFECTIVE-DATE > ZERO
                   MOVE ET-EFFECTIVE-DATE TO CHW-EFFECTIVE-DATE
               ELSE
                   MOVE RUN-DATE TO CHW-EFFECTIVE-DATE
               END-IF
               MOVE "R" TO CHW-CHANGE-REASON
               PERFORM 418-WRITE-COMP-HISTORY
               PERFORM 399-MARK-STINT-REHIRED
               ADD 1 TO CT-REHIRE-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED
               SET WRITE-MASTER TO TRUE
               SET NEED-TRANSACTION TO TRUE
           ELSE
               IF DEPARTMENT-INVALID
                   MOVE "UNKNOWN DEPARTMENT CODE" TO ER-REASON-TEXT
               ELSE
               IF JOB-SALARY-INVALID
                   MOVE "JOB CLASS/SALARY OUT OF BAND" TO ER-REASON-TEXT
               ELSE
               IF SUPERVISOR-INVALID
                   MOVE SPW-REASON-TEXT TO ER-REASON-TEXT
               ELSE
                   MOVE "OVER AUTHORIZED HEADCOUNT" TO ER-REASON-TEXT
               END-IF
               END-IF
               END-IF
               PERFORM 390-WRITE-ERROR-TRANSACTION
               PERFORM 455-CHECKPOINT-ERROR-TRANSACTION.
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               SUBTRACT ET-LEAVE-HOURS FROM NM-VACATION-HOURS
               ADD 1 TO CT-VACATION-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    If the transaction is a sick-taken transaction, checks the
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               SUBTRACT ET-LEAVE-HOURS FROM NM-SICK-HOURS
               ADD 1 TO CT-SICK-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    If the transaction starts a leave of absence, records the
      *    kind of leave, the day it starts (the card's effective
      *    date, or tonight when none was keyed - a future-dated card
      *    is held back by the release step until its day comes),
      *    and the expected return date on the master record being
      *    built. An employee already out on leave is rejected rather
      *    than having the original start date overwritten - the
      *    leave has to be ended before a different one is started
      *****************************************************************
       422-APPLY-LEAVE-START.

           IF NM-ON-LEAVE
               MOVE "ALREADY ON LEAVE" TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               MOVE ET-LEAVE-TYPE TO NM-LEAVE-TYPE
               IF ET-EFFECTIVE-DATE > ZERO
                   MOVE ET-EFFECTIVE-DATE TO NM-LEAVE-START-DATE
               ELSE
                   MOVE RUN-DATE TO NM-LEAVE-START-DATE
               END-IF
               MOVE ET-EXPECTED-RETURN-DATE TO NM-EXPECTED-RETURN-DATE
               ADD 1 TO CT-LEAVE-START-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    If the transaction ends a leave of absence, clears the
      *    leave fields on the master record being built so the
      *    employee accrues and is paid again from the next run. An
      *    employee not out on leave is rejected, since a return
      *    card for someone who never left is a keying error
      *****************************************************************
       423-APPLY-LEAVE-END.

           IF NOT NM-ON-LEAVE
               MOVE "NOT ON LEAVE" TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               MOVE SPACE TO NM-LEAVE-TYPE
               MOVE ZERO  TO NM-LEAVE-START-DATE
                             NM-EXPECTED-RETURN-DATE
               ADD 1 TO CT-LEAVE-END-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    If the transaction is a worked-hours timesheet, adds the
      *    turns in during the period accumulates toward the pay
      *    run's gross. A timesheet against a salaried employee is
      *    rejected - their gross comes off the annual salary and a
      *    stray timesheet would otherwise vanish without a trace. A
      *    timesheet charging its hours to a department not on
      *    DEPTMAST is rejected the same way SEQ2001 rejects it, so
      *    the hours never post to one master store and not the
      *    other - SEQ2001 keeps the labor distribution file the
      *    pay run splits the gross by
      *****************************************************************
       416-APPLY-TIMESHEET-HOURS.

               MOVE "NOT AN HOURLY EMPLOYEE" TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 417-VALIDATE-CHARGE-DEPARTMENT
               IF DEPARTMENT-INVALID
                   MOVE "UNKNOWN CHARGE DEPARTMENT" TO ER-REASON-TEXT
                   PERFORM 390-WRITE-ERROR-TRANSACTION
               ELSE
                   ADD ET-LEAVE-HOURS TO NM-HOURS-WORKED
                       ON SIZE ERROR
                           DISPLAY "HOURS WORKED OVERFLOW FOR "
                               "EMPLOYEE ID " NM-EMPLOYEE-ID
                           MOVE 999.99 TO NM-HOURS-WORKED
                   END-ADD
                   ADD 1 TO CT-TIMESHEET-COUNT
                   SET SF-POSTED TO TRUE
                   PERFORM 391-WRITE-SUSPENSE-FEED
               END-IF
           END-IF.

      *****************************************************************
      *    Checks the timesheet's charge department on DEPTMAST. A
      *    blank charge department means the employee's own
      *    department and needs no lookup
      *****************************************************************
       417-VALIDATE-CHARGE-DEPARTMENT.

           IF ET-CHARGE-DEPART-CODE = SPACES
               SET DEPARTMENT-VALID TO TRUE
           ELSE
               MOVE ET-CHARGE-DEPART-CODE TO EDT-CHECK-DEPART-CODE
               PERFORM 430-VALIDATE-DEPARTMENT-CODE.

      *****************************************************************
      *    If the transaction is a delete transaction, writes the
      *    an open termination, this delete is a restart replaying a
      *    write the aborted run completed, so the same stint number
      *    is reused and the duplicate-key rewrite refreshes it in
      *    place instead of banking the termination twice. Any active
      *    employee still reporting to the one terminated is listed
      *    on ORPHRPT for personnel to move to a new supervisor
      *****************************************************************
       400-APPLY-DELETE-TRANSACTION.

           END-WRITE.
           IF NOT DELETE-REPLAY
               PERFORM 402-WRITE-LEAVE-PAYOUT-RECORD.
           MOVE NM-DEPART-CODE TO PW-DEPART-CODE.
           MOVE NM-JOB-CLASS   TO PW-JOB-CLASS.
           PERFORM 435-REMOVE-FILLED-POSITION.
           MOVE NM-EMPLOYEE-ID TO SPW-SEARCH-ID.
           PERFORM 482-FIND-SUPERVISOR-ENTRY.
           IF SPW-MATCH > ZERO
               MOVE "N" TO SPT-ACTIVE-FLAG (SPW-MATCH).
           IF NOT DELETE-REPLAY
               PERFORM 488-LIST-ORPHANED-REPORTS.
           ADD 1 TO CT-DELETE-COUNT.
           SET SF-POSTED TO TRUE.
           PERFORM 391-WRITE-SUSPENSE-FEED.
           SET MASTER-DELETED TO TRUE.

      *****************************************************************
               PERFORM 445-SET-CHANGE-CHECK-SALARY
               PERFORM 440-VALIDATE-JOB-CLASS-SALARY.

      *    a blank supervisor ID leaves the employee's supervisor
      *    alone and NONE takes it off; any other ID has to pass the
      *    same supervisor edit an add does
           MOVE NM-EMPLOYEE-ID TO SPW-EMPLOYEE-ID.
           IF ET-SUPERVISOR-ID = SPACES
               MOVE NM-SUPERVISOR-ID TO SPW-SUPERVISOR-ID
               SET SUPERVISOR-VALID TO TRUE
           ELSE
           IF SUPERVISOR-CLEARED
               MOVE SPACES TO SPW-SUPERVISOR-ID
               SET SUPERVISOR-VALID TO TRUE
           ELSE
               MOVE ET-SUPERVISOR-ID TO SPW-SUPERVISOR-ID
               PERFORM 480-VALIDATE-SUPERVISOR.

           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               PERFORM 446-CHECK-CHANGE-POSITION.

           IF DEPARTMENT-VALID AND JOB-SALARY-VALID
               AND POSITION-VALID AND SUPERVISOR-VALID
               MOVE NM-ANNUAL-SALARY TO RW-OLD-SALARY
               MOVE NM-JOB-CLASS TO CHW-OLD-JOB-CLASS
               MOVE NM-EMPLOYMENT-TYPE TO CHW-OLD-EMPLOYMENT-TYPE
               MOVE NM-ANNUAL-SALARY TO CHW-OLD-ANNUAL-SALARY
               MOVE NM-HOURLY-RATE TO CHW-OLD-HOURLY-RATE
               IF ET-EMPLOYEE-NAME NOT = SPACES
                   MOVE ET-EMPLOYEE-NAME TO NM-EMPLOYEE-NAME
               END-IF
               IF ET-HOURLY-RATE NOT = ZERO
                   MOVE ET-HOURLY-RATE TO NM-HOURLY-RATE
               END-IF
               IF NM-DEPART-CODE NOT = PW-OLD-DEPART-CODE
                   OR NM-JOB-CLASS NOT = PW-OLD-JOB-CLASS
                   PERFORM 447-TRANSFER-FILLED-POSITION
               END-IF
               MOVE SPW-SUPERVISOR-ID TO NM-SUPERVISOR-ID
               PERFORM 486-POST-SUPERVISOR-ENTRY
               IF ET-ANNUAL-SALARY NOT = ZERO
                   AND ET-ANNUAL-SALARY > RW-OLD-SALARY
                   AND ET-EFFECTIVE-DATE > ZERO
                   AND ET-EFFECTIVE-DATE < RUN-DATE
                   PERFORM 411-EMIT-RETRO-ADJUSTMENT
               END-IF
               IF NM-JOB-CLASS NOT = CHW-OLD-JOB-CLASS
                   OR NM-ANNUAL-SALARY NOT = CHW-OLD-ANNUAL-SALARY
                   OR NM-HOURLY-RATE NOT = CHW-OLD-HOURLY-RATE
                   PERFORM 419-SET-CHANGE-HISTORY-FIELDS
                   PERFORM 418-WRITE-COMP-HISTORY
               END-IF
               ADD 1 TO CT-CHANGE-COUNT
               SET SF-POSTED TO TRUE
               PERFORM 391-WRITE-SUSPENSE-FEED
           ELSE
               IF DEPARTMENT-INVALID
                   MOVE "UNKNOWN DEPARTMENT CODE" TO ER-REASON-TEXT
               ELSE
               IF JOB-SALARY-INVALID
                   MOVE "JOB CLASS/SALARY OUT OF BAND" TO ER-REASON-TEXT
               ELSE
               IF SUPERVISOR-INVALID
                   MOVE SPW-REASON-TEXT TO ER-REASON-TEXT
               ELSE
                   MOVE "OVER AUTHORIZED HEADCOUNT" TO ER-REASON-TEXT
               END-IF
               END-IF
               END-IF
               PERFORM 390-WRITE-ERROR-TRANSACTION
           END-IF.

      *****************************************************************
      *    Sets the effective date and reason a posted change goes
      *    onto the compensation history under. The change takes
      *    effect on the card's effective date when one was keyed,
      *    tonight otherwise. A reason keyed on the card stands; a
      *    blank one is a promotion when the job class moved and an
      *    adjustment when only the pay did
      *****************************************************************
       419-SET-CHANGE-HISTORY-FIELDS.

           IF ET-EFFECTIVE-DATE > ZERO
               MOVE ET-EFFECTIVE-DATE TO CHW-EFFECTIVE-DATE
           ELSE
               MOVE RUN-DATE TO CHW-EFFECTIVE-DATE.
           IF ET-CHANGE-REASON NOT = SPACE
               MOVE ET-CHANGE-REASON TO CHW-CHANGE-REASON
           ELSE
           IF NM-JOB-CLASS NOT = CHW-OLD-JOB-CLASS
               MOVE "P" TO CHW-CHANGE-REASON
           ELSE
               MOVE "A" TO CHW-CHANGE-REASON.

      *****************************************************************
      *    Writes the compensation history record for the add,
      *    rehire, or change just posted to the new master: the old
      *    figures the caller saved, the new ones off the new master,
      *    and the caller's effective date and reason. A record
      *    already on file under the same key was written by SEQ2001
      *    posting this batch first, by the aborted run a restart is
      *    replaying, or by an earlier change to the same employee
      *    tonight - it keeps its old figures, so it still shows the
      *    pay before tonight, and takes tonight's latest new ones
      *****************************************************************
       418-WRITE-COMP-HISTORY.

           MOVE NM-EMPLOYEE-ID          TO CH-EMPLOYEE-ID.
           MOVE CHW-EFFECTIVE-DATE      TO CH-EFFECTIVE-DATE.
           MOVE RUN-DATE                TO CH-POSTED-DATE.
           READ COMPHIST
               INVALID KEY
      *    a failed READ leaves the record buffer undefined, so the
      *    new record is built from the key up
                   MOVE NM-EMPLOYEE-ID      TO CH-EMPLOYEE-ID
                   MOVE CHW-EFFECTIVE-DATE  TO CH-EFFECTIVE-DATE
                   MOVE RUN-DATE            TO CH-POSTED-DATE
                   MOVE CHW-CHANGE-REASON   TO CH-CHANGE-REASON
                   MOVE CHW-OLD-JOB-CLASS   TO CH-OLD-JOB-CLASS
                   MOVE CHW-OLD-EMPLOYMENT-TYPE
                                            TO CH-OLD-EMPLOYMENT-TYPE
                   MOVE CHW-OLD-ANNUAL-SALARY
                                            TO CH-OLD-ANNUAL-SALARY
                   MOVE CHW-OLD-HOURLY-RATE TO CH-OLD-HOURLY-RATE
                   PERFORM 421-MOVE-NEW-COMP-FIGURES
                   WRITE COMPENSATION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
      *    a hire or rehire keeps its reason when a change posts for
      *    the same employee under the same effective date
                   IF NOT CH-NEW-HIRE AND NOT CH-REHIRE
                       MOVE CHW-CHANGE-REASON TO CH-CHANGE-REASON
                   END-IF
                   PERFORM 421-MOVE-NEW-COMP-FIGURES
                   REWRITE COMPENSATION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF NOT COMPHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON COMPHIST FOR EMPLOYEE ID "
                   NM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " COMPHIST-FILE-STATUS
               SET ALL-RECORDS-PROCESSED TO TRUE
               SET RUN-ABORTED TO TRUE.

      *****************************************************************
      *    Moves the new pay and job class off the new master onto
      *    the compensation history record
      *****************************************************************
       421-MOVE-NEW-COMP-FIGURES.

           MOVE NM-JOB-CLASS            TO CH-NEW-JOB-CLASS.
           MOVE NM-EMPLOYMENT-TYPE      TO CH-NEW-EMPLOYMENT-TYPE.
           MOVE NM-ANNUAL-SALARY        TO CH-NEW-ANNUAL-SALARY.
           MOVE NM-HOURLY-RATE          TO CH-NEW-HOURLY-RATE.

      *****************************************************************
      *    Emits the one-time retro adjustment for a late-posted
      *    salary increase, unless the feed already holds this
      *****************************************************************
      *    Computes and writes the retro adjustment: the back pay
      *    comes off the system instead of a hand calculation when
      *    the employee complains. The pay periods missed are the
      *    pay calendar periods already paid at the old salary - a
      *    check date before tonight - whose period ends on or after
      *    the effective date, and each one owes the salary
      *    difference over its own year's period count, so a period
      *    in a 27-period year is owed a 27th. With no pay calendar
      *    to count from, nothing is emitted and the change is
      *    named on the console for payroll to figure by hand. A
      *    change posting late with a lower salary emits nothing -
      *    recovering an overpayment is a personnel action, not an
      *    automatic deduction from a paycheck
      *****************************************************************
       412-WRITE-RETRO-ADJUSTMENT.

           MOVE ZERO TO RW-PERIODS-MISSED
                        RW-ADJUSTMENT-AMOUNT.
           IF NOT PAYCAL-AVAILABLE
               DISPLAY "NO PAY CALENDAR - RETRO ADJUSTMENT NOT "
                   "COMPUTED FOR EMPLOYEE ID " ET-EMPLOYEE-ID
           ELSE
               MOVE "N" TO PAYCAL-SCAN-EOF-SWITCH
               MOVE "P" TO PY-RECORD-TYPE
               MOVE ET-EFFECTIVE-DATE TO PY-CALENDAR-DATE
               START PAYCAL KEY NOT < PY-CALENDAR-KEY
                   INVALID KEY
                       SET PAYCAL-SCAN-EOF TO TRUE
               END-START
               PERFORM 415-COUNT-ONE-MISSED-PERIOD
                   UNTIL PAYCAL-SCAN-EOF.
           IF RW-PERIODS-MISSED > ZERO
               MOVE ET-EMPLOYEE-ID     TO RA-EMPLOYEE-ID
               MOVE NM-EMPLOYEE-NAME   TO RA-EMPLOYEE-NAME
               MOVE NM-DEPART-CODE     TO RA-DEPART-CODE
               MOVE RW-OLD-SALARY      TO RA-OLD-SALARY
               MOVE ET-ANNUAL-SALARY   TO RA-NEW-SALARY
               MOVE RW-PERIODS-MISSED  TO RA-PERIODS-MISSED
               MOVE RW-ADJUSTMENT-AMOUNT TO RA-ADJUSTMENT-AMOUNT
               WRITE RETRO-ADJUSTMENT-RECORD
               IF NOT RETROADJ-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON RETROADJ FOR EMPLOYEE ID "
               END-IF
           END-IF.

      *****************************************************************
      *    Reads the next pay calendar period in check-date order
      *    and, when it was paid at the old salary, counts it and
      *    adds its share of the salary difference to the
      *    adjustment. The scan ends at the holiday records or the
      *    first check date not yet paid
      *****************************************************************
       415-COUNT-ONE-MISSED-PERIOD.

           READ PAYCAL NEXT RECORD
               AT END
                   SET PAYCAL-SCAN-EOF TO TRUE.
           IF NOT PAYCAL-SCAN-EOF
               IF NOT PY-PERIOD-RECORD
                   OR PY-CALENDAR-DATE NOT < RUN-DATE
                   SET PAYCAL-SCAN-EOF TO TRUE
               ELSE
               IF PY-END-DATE NOT < ET-EFFECTIVE-DATE
                   ADD 1 TO RW-PERIODS-MISSED
                   COMPUTE RW-PERIOD-DIFFERENCE ROUNDED =
                       (ET-ANNUAL-SALARY - RW-OLD-SALARY)
                       / PY-PERIODS-IN-YEAR
                   ADD RW-PERIOD-DIFFERENCE TO RW-ADJUSTMENT-AMOUNT.

      *****************************************************************
      *    Remembers the replay-table entry whose employee ID
      *    matches the change being posted
               WRITE CONTROL-TOTALS-LINE
               PERFORM 425-CHECK-CONTROL-REPORT-WRITE.

           IF NOT RUN-ABORTED
               MOVE "LEAVES OF ABSENCE STARTED:   " TO CTL-LABEL
               MOVE CT-LEAVE-START-COUNT            TO CTL-COUNT
               WRITE CONTROL-TOTALS-LINE
               PERFORM 425-CHECK-CONTROL-REPORT-WRITE.

           IF NOT RUN-ABORTED
               MOVE "LEAVES OF ABSENCE ENDED:     " TO CTL-LABEL
               MOVE CT-LEAVE-END-COUNT              TO CTL-COUNT
               WRITE CONTROL-TOTALS-LINE
               PERFORM 425-CHECK-CONTROL-REPORT-WRITE.

           DISPLAY "ADD TRANSACTIONS APPLIED:    "    CT-ADD-COUNT.
           DISPLAY "CHANGE TRANSACTIONS APPLIED: "    CT-CHANGE-COUNT.
           DISPLAY "DELETE TRANSACTIONS APPLIED: "    CT-DELETE-COUNT.
           DISPLAY "SICK TAKEN APPLIED:          "    CT-SICK-COUNT.
           DISPLAY "TIMESHEETS APPLIED:          "
               CT-TIMESHEET-COUNT.
           DISPLAY "LEAVES OF ABSENCE STARTED:   "
               CT-LEAVE-START-COUNT.
           DISPLAY "LEAVES OF ABSENCE ENDED:     "
               CT-LEAVE-END-COUNT.

      *****************************************************************
      *    Checks the file status left by the WRITE CONTROL-TOTALS-
      *    EDT-CHECK-DEPART-CODE on DEPTMAST and sets the department-
      *    valid switch accordingly, so add, change, and rehire
      *    transactions can be rejected before a record with a bogus
      *    department code ever reaches NEWEMP, and a timesheet before
      *    its hours are charged to one
      *****************************************************************
       430-VALIDATE-DEPARTMENT-CODE.

               ELSE
                   MOVE ET-ANNUAL-SALARY TO EDT-CHECK-SALARY.

      *****************************************************************
      *    Stages the position a change transaction leaves the
      *    employee in - the transaction's department and job class
      *    when present, the master's otherwise - and holds it to
      *    the position's authorized headcount only when the change
      *    actually moves the employee. A change that leaves the
      *    department and job class alone never adds a head, so it
      *    is never held up by an over-filled position
      *****************************************************************
       446-CHECK-CHANGE-POSITION.

           MOVE NM-DEPART-CODE TO PW-OLD-DEPART-CODE.
           MOVE NM-JOB-CLASS   TO PW-OLD-JOB-CLASS.
           IF ET-DEPART-CODE = SPACES
               MOVE NM-DEPART-CODE TO PW-DEPART-CODE
           ELSE
               MOVE ET-DEPART-CODE TO PW-DEPART-CODE.
           IF ET-JOB-CLASS = SPACES
               MOVE NM-JOB-CLASS TO PW-JOB-CLASS
           ELSE
               MOVE ET-JOB-CLASS TO PW-JOB-CLASS.
           IF PW-DEPART-CODE = PW-OLD-DEPART-CODE
               AND PW-JOB-CLASS = PW-OLD-JOB-CLASS
               SET POSITION-VALID TO TRUE
           ELSE
               PERFORM 432-CHECK-POSITION-HEADCOUNT.

      *****************************************************************
      *    Moves one filled head out of the position a transferred
      *    employee left and into the one the change put them in
      *****************************************************************
       447-TRANSFER-FILLED-POSITION.

           MOVE PW-OLD-DEPART-CODE TO PW-DEPART-CODE.
           MOVE PW-OLD-JOB-CLASS   TO PW-JOB-CLASS.
           PERFORM 435-REMOVE-FILLED-POSITION.
           MOVE NM-DEPART-CODE     TO PW-DEPART-CODE.
           MOVE NM-JOB-CLASS       TO PW-JOB-CLASS.
           PERFORM 434-ADD-FILLED-POSITION.

      *****************************************************************
      *    Holds an add, rehire, or transfer into the position the
      *    caller left in PW-DEPART-CODE and PW-JOB-CLASS to the
      *    authorized headcount on POSCTL. A position already filled
      *    to its authorized count is over-authorized and the
      *    transaction is rejected, unless personnel keyed the
      *    override on the card, in which case it posts and the
      *    override is noted on the console for the operator's log.
      *    A position with no POSCTL record, or a run with no POSCTL
      *    file at all, is not under control and always passes
      *****************************************************************
       432-CHECK-POSITION-HEADCOUNT.

           SET POSITION-VALID TO TRUE.
           IF POSCTL-AVAILABLE
               PERFORM 438-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   IF PF-POSITION-CONTROLLED (PW-MATCH)
                       AND PF-FILLED-HEADCOUNT (PW-MATCH)
                           NOT < PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
                       IF POSITION-OVERRIDE-KEYED
                           DISPLAY "HEADCOUNT OVERRIDE - EMPLOYEE ID "
                               ET-EMPLOYEE-ID " INTO "
                               PW-DEPART-CODE " " PW-JOB-CLASS
                       ELSE
                           SET POSITION-OVER-AUTHORIZED TO TRUE.

      *****************************************************************
      *    Adds one filled head to the position the caller left in
      *    PW-DEPART-CODE and PW-JOB-CLASS once the posting is made
      *****************************************************************
       434-ADD-FILLED-POSITION.

           IF POSCTL-AVAILABLE
               PERFORM 438-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   ADD 1 TO PF-FILLED-HEADCOUNT (PW-MATCH).

      *****************************************************************
      *    Takes one filled head off the position the caller left in
      *    PW-DEPART-CODE and PW-JOB-CLASS once a delete or transfer
      *    out of it is posted
      *****************************************************************
       435-REMOVE-FILLED-POSITION.

           IF POSCTL-AVAILABLE
               PERFORM 438-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   AND PF-FILLED-HEADCOUNT (PW-MATCH) > ZERO
                   SUBTRACT 1 FROM PF-FILLED-HEADCOUNT (PW-MATCH).

      *****************************************************************
      *    Finds the filled-headcount entry for the position in
      *    PW-DEPART-CODE and PW-JOB-CLASS, adding one the first time
      *    the position comes up. PW-MATCH is left on the entry, or
      *    zero when the table is full
      *****************************************************************
       438-FIND-POSITION-ENTRY.

           MOVE ZERO TO PW-MATCH.
           PERFORM 439-MATCH-POSITION-ENTRY
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PF-ENTRY-COUNT
                  OR PW-MATCH > ZERO.
           IF PW-MATCH = ZERO
               PERFORM 437-ADD-POSITION-ENTRY.

      *****************************************************************
      *    Remembers the table entry whose position matches the one
      *    being looked up
      *****************************************************************
       439-MATCH-POSITION-ENTRY.

           IF PF-DEPART-CODE (PW-INDEX) = PW-DEPART-CODE
               AND PF-JOB-CLASS (PW-INDEX) = PW-JOB-CLASS
               MOVE PW-INDEX TO PW-MATCH.

      *****************************************************************
      *    Starts a table entry for a position seen for the first
      *    time, reading its authorized headcount off POSCTL - a
      *    position not on POSCTL is entered as uncontrolled. A
      *    position past the table's capacity is left out with a
      *    console message, so the operator knows its headcount is
      *    not being held tonight
      *****************************************************************
       437-ADD-POSITION-ENTRY.

           IF PF-ENTRY-COUNT = 500
               DISPLAY "POSITION TABLE FULL - HEADCOUNT NOT HELD FOR "
                   PW-DEPART-CODE " " PW-JOB-CLASS
           ELSE
               ADD 1 TO PF-ENTRY-COUNT
               MOVE PF-ENTRY-COUNT TO PW-MATCH
               MOVE PW-DEPART-CODE TO PF-DEPART-CODE (PW-MATCH)
               MOVE PW-JOB-CLASS   TO PF-JOB-CLASS (PW-MATCH)
               MOVE ZERO           TO PF-FILLED-HEADCOUNT (PW-MATCH)
               MOVE PW-DEPART-CODE TO PS-DEPART-CODE
               MOVE PW-JOB-CLASS   TO PS-JOB-CLASS
               READ POSCTL
                   INVALID KEY
                       MOVE "N"  TO PF-CONTROLLED-FLAG (PW-MATCH)
                       MOVE ZERO TO PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
                   NOT INVALID KEY
                       MOVE "Y"  TO PF-CONTROLLED-FLAG (PW-MATCH)
                       MOVE PS-AUTHORIZED-HEADCOUNT
                           TO PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
               END-READ.

      *****************************************************************
      *    Edits the supervisor ID the caller left in SPW-SUPERVISOR-
      *    ID for the employee in SPW-EMPLOYEE-ID. Blank passes - the
      *    employee sits at the top of the organization. Otherwise the
      *    supervisor cannot be the employee, has to be an active
      *    employee in the supervisor table, and cannot already report
      *    up to the employee somewhere along their own chain, which
      *    would close a loop in the organization. A failure leaves
      *    the reason in SPW-REASON-TEXT
      *****************************************************************
       480-VALIDATE-SUPERVISOR.

           SET SUPERVISOR-VALID TO TRUE.
           IF SPW-SUPERVISOR-ID = SPACES
               CONTINUE
           ELSE
           IF SPW-SUPERVISOR-ID = SPW-EMPLOYEE-ID
               MOVE "SUPERVISOR IS THE EMPLOYEE" TO SPW-REASON-TEXT
               SET SUPERVISOR-INVALID TO TRUE
           ELSE
               MOVE SPW-SUPERVISOR-ID TO SPW-SEARCH-ID
               PERFORM 482-FIND-SUPERVISOR-ENTRY
               IF SPW-MATCH = ZERO
                   MOVE "SUPERVISOR NOT ACTIVE" TO SPW-REASON-TEXT
                   SET SUPERVISOR-INVALID TO TRUE
               ELSE
               IF NOT SPT-ACTIVE (SPW-MATCH)
                   MOVE "SUPERVISOR NOT ACTIVE" TO SPW-REASON-TEXT
                   SET SUPERVISOR-INVALID TO TRUE
               ELSE
                   PERFORM 483-CHECK-REPORTING-LOOP.

      *****************************************************************
      *    Walks up the reporting chain from the proposed supervisor,
      *    one supervisor at a time, until it runs off the top of the
      *    organization or comes back around to the employee being
      *    edited. The walk is cut off at 50 levels so a loop already
      *    sitting on the master between other employees cannot hang
      *    the run
      *****************************************************************
       483-CHECK-REPORTING-LOOP.

           MOVE SPW-SUPERVISOR-ID TO SPW-CHAIN-ID.
           MOVE ZERO TO SPW-CHAIN-DEPTH.
           PERFORM 484-STEP-UP-REPORTING-CHAIN
               UNTIL SPW-CHAIN-ID = SPACES
                  OR SPW-CHAIN-ID = SPW-EMPLOYEE-ID
                  OR SPW-CHAIN-DEPTH > 50.
           IF SPW-CHAIN-ID = SPW-EMPLOYEE-ID
               MOVE "SUPERVISOR REPORTS TO EMPLOYEE" TO SPW-REASON-TEXT
               SET SUPERVISOR-INVALID TO TRUE.

      *****************************************************************
      *    Moves one level up the reporting chain - to the supervisor
      *    of the employee in SPW-CHAIN-ID, or to spaces when that
      *    employee is not in the table or reports to no one
      *****************************************************************
       484-STEP-UP-REPORTING-CHAIN.

           MOVE SPW-CHAIN-ID TO SPW-SEARCH-ID.
           PERFORM 482-FIND-SUPERVISOR-ENTRY.
           IF SPW-MATCH = ZERO
               MOVE SPACES TO SPW-CHAIN-ID
           ELSE
               MOVE SPT-SUPERVISOR-ID (SPW-MATCH) TO SPW-CHAIN-ID.
           ADD 1 TO SPW-CHAIN-DEPTH.

      *****************************************************************
      *    Finds the supervisor table entry for the employee ID in
      *    SPW-SEARCH-ID. SPW-MATCH is left holding the entry's
      *    subscript, or zero when the employee is not in the table
      *****************************************************************
       482-FIND-SUPERVISOR-ENTRY.

           MOVE ZERO TO SPW-MATCH.
           PERFORM 485-MATCH-SUPERVISOR-ENTRY
               VARYING SPW-INDEX FROM 1 BY 1
               UNTIL SPW-INDEX > SPT-ENTRY-COUNT
                  OR SPW-MATCH > ZERO.

      *****************************************************************
      *    Checks one supervisor table entry against the employee ID
      *    being searched for
      *****************************************************************
       485-MATCH-SUPERVISOR-ENTRY.

           IF SPT-EMPLOYEE-ID (SPW-INDEX) = SPW-SEARCH-ID
               MOVE SPW-INDEX TO SPW-MATCH.

      *****************************************************************
      *    Records the employee just posted to NEW-MASTER-RECORD in
      *    the supervisor table as active under their current
      *    supervisor, updating the employee's entry when there is
      *    one (a change, or a rehire of an employee terminated
      *    earlier in this same run) and adding one when there is not
      *****************************************************************
       486-POST-SUPERVISOR-ENTRY.

           MOVE NM-EMPLOYEE-ID   TO SPW-EMPLOYEE-ID
                                    SPW-SEARCH-ID.
           MOVE NM-EMPLOYEE-NAME TO SPW-EMPLOYEE-NAME.
           MOVE NM-DEPART-CODE   TO SPW-DEPART-CODE.
           MOVE NM-SUPERVISOR-ID TO SPW-SUPERVISOR-ID.
           PERFORM 482-FIND-SUPERVISOR-ENTRY.
           IF SPW-MATCH = ZERO
               PERFORM 487-ADD-SUPERVISOR-ENTRY
           ELSE
               MOVE SPW-EMPLOYEE-NAME TO SPT-EMPLOYEE-NAME (SPW-MATCH)
               MOVE SPW-DEPART-CODE   TO SPT-DEPART-CODE (SPW-MATCH)
               MOVE SPW-SUPERVISOR-ID TO SPT-SUPERVISOR-ID (SPW-MATCH)
               MOVE "Y"               TO SPT-ACTIVE-FLAG (SPW-MATCH).

      *****************************************************************
      *    Adds a new active entry to the supervisor table from the
      *    SPW- fields the caller staged. When the table is full the
      *    employee is left out with a message, and a card naming
      *    them as supervisor is rejected until the table is enlarged
      *****************************************************************
       487-ADD-SUPERVISOR-ENTRY.

           IF SPT-ENTRY-COUNT = 5000
               DISPLAY "SUPERVISOR TABLE FULL - NOT LOADED FOR "
                   SPW-EMPLOYEE-ID
           ELSE
               ADD 1 TO SPT-ENTRY-COUNT
               MOVE SPT-ENTRY-COUNT TO SPW-MATCH
               MOVE SPW-EMPLOYEE-ID   TO SPT-EMPLOYEE-ID (SPW-MATCH)
               MOVE SPW-EMPLOYEE-NAME TO SPT-EMPLOYEE-NAME (SPW-MATCH)
               MOVE SPW-DEPART-CODE   TO SPT-DEPART-CODE (SPW-MATCH)
               MOVE SPW-SUPERVISOR-ID TO SPT-SUPERVISOR-ID (SPW-MATCH)
               MOVE "Y"               TO SPT-ACTIVE-FLAG (SPW-MATCH).

      *****************************************************************
      *    Lists every active employee still reporting to the
      *    employee a delete just terminated, so personnel can move
      *    them to a new supervisor with change cards. Skipped when
      *    the delete is a restart replaying a termination already
      *    listed
      *****************************************************************
       488-LIST-ORPHANED-REPORTS.

           PERFORM 489-LIST-ONE-ORPHAN
               VARYING SPW-INDEX FROM 1 BY 1
               UNTIL SPW-INDEX > SPT-ENTRY-COUNT.

      *****************************************************************
      *    Writes one supervisor table entry to ORPHRPT when it is an
      *    active employee reporting to the terminated employee
      *****************************************************************
       489-LIST-ONE-ORPHAN.

           IF SPT-ACTIVE (SPW-INDEX)
               AND SPT-SUPERVISOR-ID (SPW-INDEX) = NM-EMPLOYEE-ID
               MOVE NM-EMPLOYEE-ID    TO ODL-SUPERVISOR-ID
               MOVE NM-EMPLOYEE-NAME  TO ODL-SUPERVISOR-NAME
               MOVE SPT-EMPLOYEE-ID (SPW-INDEX)   TO ODL-EMPLOYEE-ID
               MOVE SPT-EMPLOYEE-NAME (SPW-INDEX) TO ODL-EMPLOYEE-NAME
               MOVE SPT-DEPART-CODE (SPW-INDEX)   TO ODL-DEPART-CODE
               WRITE ORPHAN-REPORT-LINE FROM ORPHAN-DETAIL-LINE
               IF NOT ORPHRPT-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON ORPHRPT FOR EMPLOYEE ID "
                       NM-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " ORPHRPT-FILE-STATUS
                   SET ALL-RECORDS-PROCESSED TO TRUE
                   SET RUN-ABORTED TO TRUE.

      *****************************************************************
      *    Checks the checkpoint file left behind by a prior aborted
      *    run. If it holds a last-processed employee ID, this run is
                              CP-VACATION-COUNT
                              CP-SICK-COUNT
                              CP-TIMESHEET-COUNT
                              CP-LEAVE-START-COUNT
                              CP-LEAVE-END-COUNT
               WRITE CHECKPOINT-RECORD
               CLOSE CHKPNT
               OPEN I-O CHKPNT
               MOVE CP-VACATION-COUNT TO CT-VACATION-COUNT
               MOVE CP-SICK-COUNT   TO CT-SICK-COUNT
               MOVE CP-TIMESHEET-COUNT TO CT-TIMESHEET-COUNT
               MOVE CP-LEAVE-START-COUNT TO CT-LEAVE-START-COUNT
               MOVE CP-LEAVE-END-COUNT TO CT-LEAVE-END-COUNT
           END-IF.

      *****************************************************************
           IF EMPHIST-NOT-FOUND
               OPEN OUTPUT EMPHIST.

      *****************************************************************
      *    Opens the compensation history file for random access so
      *    each posted add, rehire, and pay change can be written or
      *    rewritten by key. COMPHIST is shared with SEQ2001 and
      *    carried forward from run to run, so the first time the
      *    file does not exist yet it is created here with no records
      *    and reopened I-O, the same way the posted-batch register is
      *****************************************************************
       027-OPEN-COMP-HISTORY-FILE.

           OPEN I-O COMPHIST.
           IF COMPHIST-NOT-FOUND
               OPEN OUTPUT COMPHIST
               CLOSE COMPHIST
               OPEN I-O COMPHIST.

      *****************************************************************
      *    Opens the leave payout and retro adjustment feeds for
      *    append, the same way SEQ2001 opens the audit log - the
           OPEN EXTEND RETROADJ.
           IF RETROADJ-NOT-FOUND
               OPEN OUTPUT RETROADJ.
           OPEN EXTEND SUSPFED.
           IF SUSPFED-NOT-FOUND
               OPEN OUTPUT SUSPFED.
           OPEN INPUT PAYCAL.
           IF PAYCAL-SUCCESSFUL
               SET PAYCAL-AVAILABLE TO TRUE.

      *****************************************************************
      *    Reads the carried-forward retro feed once, before it is
                   MOVE RA-EMPLOYEE-ID
                       TO RET-EMPLOYEE-ID (RET-EMITTED-COUNT).

      *****************************************************************
      *    Counts the filled headcount of every position before
      *    posting starts, so an add, rehire, or transfer can be held
      *    to the authorized count on POSCTL. A fresh run counts the
      *    whole old master. A restart counts the masters the aborted
      *    run already wrote to NEWEMP plus the old masters past the
      *    restart point, which is exactly the employee population
      *    the restarted run picks up from. With no POSCTL file
      *    nothing is counted and no position is held
      *****************************************************************
       022-LOAD-FILLED-POSITIONS.

           OPEN INPUT POSCTL.
           IF POSCTL-SUCCESSFUL
               SET POSCTL-AVAILABLE TO TRUE
               IF RESTART-ACTIVE
                   PERFORM 023-COUNT-POSTED-NEW-MASTERS
               END-IF
               PERFORM 024-COUNT-OLD-MASTERS.

      *****************************************************************
      *    Counts the masters an aborted run already wrote to NEWEMP
      *    into their positions, before NEWEMP is reopened for append
      *****************************************************************
       023-COUNT-POSTED-NEW-MASTERS.

           OPEN INPUT NEWEMP.
           MOVE "N" TO POSITION-COUNT-EOF-SWITCH.
           PERFORM 025-COUNT-ONE-NEW-MASTER
               UNTIL POSITION-COUNT-EOF.
           CLOSE NEWEMP.

      *****************************************************************
      *    Counts the old masters into their positions - all of them
      *    on a fresh run, only those past the restart point on a
      *    restart. OLDEMP is closed again afterward so the posting
      *    pass reads it fresh from the top
      *****************************************************************
       024-COUNT-OLD-MASTERS.

           OPEN INPUT OLDEMP.
           MOVE "N" TO POSITION-COUNT-EOF-SWITCH.
           PERFORM 026-COUNT-ONE-OLD-MASTER
               UNTIL POSITION-COUNT-EOF.
           CLOSE OLDEMP.

      *****************************************************************
      *    Reads one master already on NEWEMP and counts it into its
      *    position
      *****************************************************************
       025-COUNT-ONE-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET POSITION-COUNT-EOF TO TRUE.
           IF NOT POSITION-COUNT-EOF
               MOVE NM-DEPART-CODE TO PW-DEPART-CODE
               MOVE NM-JOB-CLASS   TO PW-JOB-CLASS
               PERFORM 434-ADD-FILLED-POSITION.

      *****************************************************************
      *    Reads one old master and counts it into its position,
      *    skipping those a restart has already counted off NEWEMP
      *****************************************************************
       026-COUNT-ONE-OLD-MASTER.

           READ OLDEMP INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET POSITION-COUNT-EOF TO TRUE.
           IF NOT POSITION-COUNT-EOF
               IF NOT RESTART-ACTIVE
                   OR EM-EMPLOYEE-ID > RESTART-KEY
                   MOVE EM-DEPART-CODE TO PW-DEPART-CODE
                   MOVE EM-JOB-CLASS   TO PW-JOB-CLASS
                   PERFORM 434-ADD-FILLED-POSITION.

      *****************************************************************
      *    Loads every employee and the supervisor they report to into
      *    the supervisor table before posting starts, off the same
      *    population 022-LOAD-FILLED-POSITIONS counts - the whole old
      *    master on a fresh run, the masters an aborted run already
      *    wrote to NEWEMP plus the old masters past the restart point
      *    on a restart
      *****************************************************************
       028-LOAD-SUPERVISOR-TABLE.

           IF RESTART-ACTIVE
               OPEN INPUT NEWEMP
               MOVE "N" TO SUPERVISOR-LOAD-EOF-SWITCH
               PERFORM 029-LOAD-ONE-NEW-MASTER
                   UNTIL SUPERVISOR-LOAD-EOF
               CLOSE NEWEMP.
           OPEN INPUT OLDEMP.
           MOVE "N" TO SUPERVISOR-LOAD-EOF-SWITCH.
           PERFORM 030-LOAD-ONE-OLD-MASTER
               UNTIL SUPERVISOR-LOAD-EOF.
           CLOSE OLDEMP.

      *****************************************************************
      *    Reads one master already on NEWEMP into the supervisor
      *    table
      *****************************************************************
       029-LOAD-ONE-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET SUPERVISOR-LOAD-EOF TO TRUE.
           IF NOT SUPERVISOR-LOAD-EOF
               MOVE NM-EMPLOYEE-ID   TO SPW-EMPLOYEE-ID
               MOVE NM-EMPLOYEE-NAME TO SPW-EMPLOYEE-NAME
               MOVE NM-DEPART-CODE   TO SPW-DEPART-CODE
               MOVE NM-SUPERVISOR-ID TO SPW-SUPERVISOR-ID
               PERFORM 487-ADD-SUPERVISOR-ENTRY.

      *****************************************************************
      *    Reads one old master into the supervisor table, skipping
      *    those a restart has already loaded off NEWEMP
      *****************************************************************
       030-LOAD-ONE-OLD-MASTER.

           READ OLDEMP INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET SUPERVISOR-LOAD-EOF TO TRUE.
           IF NOT SUPERVISOR-LOAD-EOF
               IF NOT RESTART-ACTIVE
                   OR EM-EMPLOYEE-ID > RESTART-KEY
                   MOVE EM-EMPLOYEE-ID   TO SPW-EMPLOYEE-ID
                   MOVE EM-EMPLOYEE-NAME TO SPW-EMPLOYEE-NAME
                   MOVE EM-DEPART-CODE   TO SPW-DEPART-CODE
                   MOVE EM-SUPERVISOR-ID TO SPW-SUPERVISOR-ID
                   PERFORM 487-ADD-SUPERVISOR-ENTRY.

      *****************************************************************
      *    Heads up a fresh run's orphaned-reports listing. A restart
      *    appends to the listing the aborted run already started
      *****************************************************************
       031-WRITE-ORPHAN-HEADINGS.

           MOVE RUN-DATE TO OHL-RUN-DATE.
           WRITE ORPHAN-REPORT-LINE FROM ORPHAN-HEADING-LINE.
           WRITE ORPHAN-REPORT-LINE FROM ORPHAN-COLUMN-LINE.

      *****************************************************************
      *    Records the employee ID the caller left in CKPT-EMPLOYEE-ID
      *    as the last point in the run fully accounted for, along
           MOVE CT-VACATION-COUNT TO CP-VACATION-COUNT.
           MOVE CT-SICK-COUNT   TO CP-SICK-COUNT.
           MOVE CT-TIMESHEET-COUNT TO CP-TIMESHEET-COUNT.
           MOVE CT-LEAVE-START-COUNT TO CP-LEAVE-START-COUNT.
           MOVE CT-LEAVE-END-COUNT TO CP-LEAVE-END-COUNT.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON CHKPNT"
                          CP-REHIRE-COUNT
                          CP-VACATION-COUNT
                          CP-SICK-COUNT
                          CP-TIMESHEET-COUNT
                          CP-LEAVE-START-COUNT
                          CP-LEAVE-END-COUNT.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON CHKPNT"
                   DISPLAY "FILE STATUS CODE IS " CHKPNT-FILE-STATUS.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: the batch's detail transactions
      *    in, the transactions posted to NEWEMP out, and the errors
      *    written to ERRTRAN as rejects. The log is created on first
      *    use, the same way the SUSPFED feed is
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ3000"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE BAL-TRANSACTION-COUNT TO RL-RECORDS-IN.
           COMPUTE RL-RECORDS-OUT = CT-ADD-COUNT + CT-CHANGE-COUNT
               + CT-DELETE-COUNT + CT-REHIRE-COUNT + CT-VACATION-COUNT
               + CT-SICK-COUNT + CT-TIMESHEET-COUNT
               + CT-LEAVE-START-COUNT + CT-LEAVE-END-COUNT.
           MOVE CT-ERROR-COUNT        TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
