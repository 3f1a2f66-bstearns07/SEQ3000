      *****************************************************************
      * Title..........: SEQ8700 - Nightly Cycle Operations Report
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Morning report of the night's batch cycle.
      *                  Lays the cycle out step by step in the order
      *                  it runs - when each step started and ended,
      *                  how long it took, the records it read, wrote
      *                  and rejected, and how it completed - and sets
      *                  each figure against that step's average over
      *                  its last ten completed runs. A figure more
      *                  than double (+) or under half (-) its average
      *                  is flagged, as is a step that was refused or
      *                  failed, and a step that was due tonight and
      *                  never ran. The nightly steps are due every
      *                  night, the pay steps on a pay calendar check
      *                  date, and the leave accrual once a month - it
      *                  is only missing when the month has ended with
      *                  no completed accrual run. The off-cycle
      *                  payroll runs only on demand and is never
      *                  missing
      * File Desc......: Reads the RUNLOG run log the cycle programs
      *                  append to, the CYCLCTL cycle control for the
      *                  night being reported, the PAYCAL pay calendar
      *                  and an optional OPSPARM card, and writes the
      *                  OPSRPT operations report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ8700.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT OPSPARM  ASSIGN TO OPSPARM
                           FILE STATUS IS OPSPARM-FILE-STATUS.
           SELECT CYCLCTL  ASSIGN TO CYCLCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CY-CONTROL-KEY
                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT PAYCAL   ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT OPSRPT   ASSIGN TO OPSRPT
                           FILE STATUS IS OPSRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUNLOG.

      *    one record per cycle step, appended as the step ends -
      *    when it started and finished, what it read, wrote and
      *    rejected, and how it completed (C completed, R refused
      *    by its cycle or rerun control, F failed)
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
               88  RL-STEP-COMPLETED               VALUE "C".
               88  RL-STEP-REFUSED                 VALUE "R".
               88  RL-STEP-FAILED                  VALUE "F".
           05  FILLER                      PIC X(18).

       FD  OPSPARM.

      *    optional card naming the cycle date to report, to reprint
      *    an earlier night - blank or absent reports the night
      *    CYCLCTL was last started for
       01  OPERATIONS-PARM-RECORD.
           05  OPR-REPORT-DATE             PIC X(8).
           05  FILLER                      PIC X(72).

       FD  CYCLCTL.

      *    one-record control of the nightly cycle, keyed on a fixed
      *    one-byte key like CHKPNT and ACCRCTL - SEQ9500 starts it
      *    each night and every step checks its predecessor's stamp
      *    on open and stamps its own date on successful close
       01  CYCLE-CONTROL-RECORD.
           05  CY-CONTROL-KEY              PIC X(1).
           05  CY-CYCLE-DATE               PIC 9(8).
           05  CY-RELEASE-DATE             PIC 9(8).
           05  CY-EDIT-DATE                PIC 9(8).
           05  CY-SEQ-POST-DATE            PIC 9(8).
           05  CY-IDX-POST-DATE            PIC 9(8).
           05  CY-RECONCILE-DATE           PIC 9(8).
           05  CY-BACKUP-DATE              PIC 9(8).

       FD  PAYCAL.

      *    the pay calendar SEQ6050 generates - one record per pay
      *    period keyed by its check date, and one per company
      *    holiday
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

       FD  OPSRPT.

       01  OPERATIONS-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  RUNLOG-EOF-SWITCH           PIC X   VALUE "N".
               88  RUNLOG-EOF                      VALUE "Y".
           05  PAY-NIGHT-SWITCH            PIC X   VALUE "N".
               88  PAY-NIGHT                       VALUE "Y".
           05  MONTH-END-SWITCH            PIC X   VALUE "N".
               88  MONTH-END                       VALUE "Y".
           05  RUN-FLAGGED-SWITCH          PIC X   VALUE "N".
               88  RUN-FLAGGED                     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RUNLOG-FILE-STATUS          PIC XX.
               88  RUNLOG-SUCCESSFUL               VALUE "00".
           05  OPSPARM-FILE-STATUS         PIC XX.
               88  OPSPARM-SUCCESSFUL              VALUE "00".
           05  CYCLCTL-FILE-STATUS         PIC XX.
               88  CYCLCTL-SUCCESSFUL              VALUE "00".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
           05  OPSRPT-FILE-STATUS          PIC XX.
               88  OPSRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).
           05  REPORT-DATE                 PIC 9(8)    VALUE ZERO.
           05  REPORT-DATE-PARTS       REDEFINES REPORT-DATE.
               10  RD-YEAR-MONTH           PIC 9(6).
               10  FILLER                  PIC 9(2).

      *    the steps of the cycle in the order they run, each with
      *    how often it is due - N every night, M once a month,
      *    P on a pay calendar check date, D only when payroll asks
      *    for it
       01  STEP-DEFINITION-VALUES.
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ9500 NTRANSACTION RELEASE     ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ2000 NTRANSACTION EDIT        ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ3000 NSEQUENTIAL MASTER POST  ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ2001 NINDEXED MASTER POST     ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ7000 NMASTER RECONCILIATION   ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ9100 NMASTER BACKUP           ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ4000 MMONTHLY LEAVE ACCRUAL   ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ6000 PPAYROLL EXTRACT         ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ6500 PPAYROLL REGISTER        ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ6520 PDIRECT DEPOSIT FILE     ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ6100 PPERIOD HOURS RESET      ".
           05  FILLER                      PIC X(33)   VALUE
                   "SEQ6540 DOFF-CYCLE PAYROLL       ".

       01  STEP-DEFINITION-TABLE REDEFINES STEP-DEFINITION-VALUES.
           05  SD-ENTRY OCCURS 12 TIMES.
               10  SD-STEP-NAME            PIC X(8).
               10  SD-FREQUENCY            PIC X(1).
                   88  SD-NIGHTLY-STEP             VALUE "N".
                   88  SD-MONTHLY-STEP             VALUE "M".
                   88  SD-PAY-STEP                 VALUE "P".
                   88  SD-ON-DEMAND-STEP           VALUE "D".
               10  SD-DESCRIPTION          PIC X(24).

      *    each step's last ten completed runs before the night being
      *    reported, kept round-robin as the log is read in the order
      *    it was written, and how many times it ran tonight
       01  STEP-STATISTICS-TABLE.
           05  SS-ENTRY OCCURS 12 TIMES.
               10  SS-HISTORY-COUNT        PIC 9(2).
               10  SS-NEXT-SLOT            PIC 9(2).
               10  SS-TONIGHT-COUNT        PIC 9(2).
               10  SS-MONTH-RUN-SWITCH     PIC X.
                   88  SS-RAN-THIS-MONTH           VALUE "Y".
               10  SS-HISTORY OCCURS 10 TIMES.
                   15  SS-H-ELAPSED        PIC 9(6).
                   15  SS-H-RECORDS-IN     PIC 9(7).
                   15  SS-H-RECORDS-OUT    PIC 9(7).
                   15  SS-H-REJECTED       PIC 9(7).

      *    tonight's runs in the order they were logged, so a step
      *    rerun after a refusal or failure shows every attempt
       01  TONIGHT-RUN-TABLE.
           05  TR-RUN-COUNT                PIC 9(2)    VALUE ZERO.
           05  TR-ENTRY OCCURS 50 TIMES.
               10  TR-STEP-INDEX           PIC 9(2).
               10  TR-START-TIME           PIC 9(8).
               10  TR-END-TIME             PIC 9(8).
               10  TR-ELAPSED              PIC 9(6).
               10  TR-RECORDS-IN           PIC 9(7).
               10  TR-RECORDS-OUT          PIC 9(7).
               10  TR-REJECTED             PIC 9(7).
               10  TR-COMPLETION-STATUS    PIC X(1).

       01  STEP-WORK-FIELDS.
           05  SW-STEP-INDEX               PIC 9(2).
           05  SW-MATCHED-INDEX            PIC 9(2).
           05  SW-SLOT-INDEX               PIC 9(2).
           05  SW-RUN-INDEX                PIC 9(2).
           05  SW-ELAPSED                  PIC 9(6).
           05  SW-START-SECONDS            PIC 9(6).
           05  SW-END-SECONDS              PIC 9(6).

      *    a log time is HHMMSS plus hundredths
       01  TIME-WORK-FIELDS.
           05  TW-LOG-TIME                 PIC 9(8).
           05  TW-LOG-TIME-PARTS       REDEFINES TW-LOG-TIME.
               10  TW-HOURS                PIC 9(2).
               10  TW-MINUTES              PIC 9(2).
               10  TW-SECONDS              PIC 9(2).
               10  TW-HUNDREDTHS           PIC 9(2).
           05  TW-DAY-SECONDS              PIC 9(6).
           05  TW-REMAINING-SECONDS        PIC 9(6).
           05  TW-EDITED-TIME.
               10  TW-EDITED-HOURS         PIC 9(2).
               10  FILLER                  PIC X       VALUE ":".
               10  TW-EDITED-MINUTES       PIC 9(2).
               10  FILLER                  PIC X       VALUE ":".
               10  TW-EDITED-SECONDS       PIC 9(2).

       01  AVERAGE-FIELDS.
           05  AV-ELAPSED                  PIC 9(6).
           05  AV-RECORDS-IN               PIC 9(7).
           05  AV-RECORDS-OUT              PIC 9(7).
           05  AV-REJECTED                 PIC 9(7).
           05  AV-ELAPSED-TOTAL            PIC 9(8).
           05  AV-RECORDS-IN-TOTAL         PIC 9(9).
           05  AV-RECORDS-OUT-TOTAL        PIC 9(9).
           05  AV-REJECTED-TOTAL           PIC 9(9).

      *    one figure and its average are moved in, and 330 returns
      *    + when the figure is over double the average, - when it
      *    is under half, and space when it is in the normal range
       01  FIGURE-CHECK-FIELDS.
           05  FC-FIGURE                   PIC 9(7).
           05  FC-AVERAGE                  PIC 9(7).
           05  FC-FLAG                     PIC X.

      *    date arithmetic work area, used to tell whether the night
      *    being reported is the last day of its month
       01  DATE-WORK-FIELDS.
           05  DT-WORK-DATE.
               10  DT-YEAR                 PIC 9(4).
               10  DT-MONTH                PIC 9(2).
               10  DT-DAY                  PIC 9(2).
           05  DT-LAST-DAY                 PIC 9(2).
           05  DT-QUOTIENT                 PIC 9(7).
           05  DT-REMAINDER                PIC 9(3).
           05  DT-LEAP-YEAR-SWITCH         PIC X.
               88  DT-LEAP-YEAR                    VALUE "Y".

       01  MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)   VALUE
                   "312831303130313130313031".

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MD-DAYS OCCURS 12 TIMES     PIC 9(2).

       01  REPORT-COUNTERS.
           05  CT-RUNS-TONIGHT             PIC 9(5)    VALUE ZERO.
           05  CT-RUNS-COMPLETED           PIC 9(5)    VALUE ZERO.
           05  CT-RUNS-REFUSED             PIC 9(5)    VALUE ZERO.
           05  CT-RUNS-FAILED              PIC 9(5)    VALUE ZERO.
           05  CT-RUNS-OUT-OF-RANGE        PIC 9(5)    VALUE ZERO.
           05  CT-STEPS-NOT-RUN            PIC 9(5)    VALUE ZERO.
           05  CT-RUNS-NOT-LISTED          PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "NIGHTLY CYCLE OPERATIONS REPORT     ".
           05  FILLER                      PIC X(11)   VALUE
                   "CYCLE DATE ".
           05  RHL-REPORT-DATE             PIC 9(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RHL-PAY-NIGHT-TEXT          PIC X(14).
           05  FILLER                      PIC X(40)   VALUE SPACES.

       01  LEGEND-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "AVERAGES ARE OVER EACH STEP'S ".
           05  FILLER                      PIC X(30)   VALUE
                   "LAST 10 COMPLETED RUNS - FIGUR".
           05  FILLER                      PIC X(30)   VALUE
                   "ES OVER DOUBLE (+) OR UNDER HA".
           05  FILLER                      PIC X(30)   VALUE
                   "LF (-) THE AVERAGE ARE FLAGGED".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "STEP      DESCRIPTION         ".
           05  FILLER                      PIC X(30)   VALUE
                   "     START    END      ELAPSED".
           05  FILLER                      PIC X(30)   VALUE
                   "  RECORDS IN RECORDS OUT   REJ".
           05  FILLER                      PIC X(30)   VALUE
                   "ECTED STATUS     REMARKS      ".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  STEP-RUN-LINE.
           05  SRL-STEP-NAME               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SRL-DESCRIPTION             PIC X(24).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-START-TIME              PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-END-TIME                PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-ELAPSED                 PIC X(8).
           05  SRL-ELAPSED-FLAG            PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-RECORDS-IN              PIC Z,ZZZ,ZZ9.
           05  SRL-RECORDS-IN-FLAG         PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-RECORDS-OUT             PIC Z,ZZZ,ZZ9.
           05  SRL-RECORDS-OUT-FLAG        PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-REJECTED                PIC Z,ZZZ,ZZ9.
           05  SRL-REJECTED-FLAG           PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SRL-STATUS-TEXT             PIC X(9).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SRL-REMARK-TEXT             PIC X(20).
           05  FILLER                      PIC X(5)    VALUE SPACES.

       01  STEP-AVERAGE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(16)   VALUE
                   "AVERAGE OF LAST ".
           05  SAL-HISTORY-COUNT           PIC Z9.
           05  FILLER                      PIC X(5)    VALUE
                   " RUNS".
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  SAL-ELAPSED                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SAL-RECORDS-IN              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SAL-RECORDS-OUT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SAL-REJECTED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(38)   VALUE SPACES.

       01  STEP-NOT-RUN-LINE.
           05  SNL-STEP-NAME               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SNL-DESCRIPTION             PIC X(24).
           05  FILLER                      PIC X(73)   VALUE SPACES.
           05  SNL-REMARK-TEXT             PIC X(22).
           05  FILLER                      PIC X(3)    VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Settles which night is being reported and what was due
      *    that night, reads the run log into tonight's runs and each
      *    step's run history, then reports the cycle step by step
      *    and closes with the report counts
      *****************************************************************
       000-REPORT-NIGHTLY-CYCLE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-SET-REPORT-DATE.
           IF REPORT-DATE = ZERO
               DISPLAY "NO CYCLE DATE ON CYCLCTL OR OPSPARM"
               DISPLAY "OPERATIONS REPORT NOT PRODUCED"
               STOP RUN.
           PERFORM 020-SET-STEPS-DUE.
           INITIALIZE STEP-STATISTICS-TABLE.
           OPEN INPUT RUNLOG.
           IF RUNLOG-SUCCESSFUL
               PERFORM 100-READ-RUN-LOG
               PERFORM 200-LOAD-ONE-LOG-RECORD
                   UNTIL RUNLOG-EOF
               CLOSE RUNLOG
           ELSE
               DISPLAY "OPEN ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS
               DISPLAY "NO RUNS WILL BE REPORTED".

           OPEN OUTPUT OPSRPT.
           MOVE REPORT-DATE TO RHL-REPORT-DATE.
           MOVE RUN-DATE    TO RHL-RUN-DATE.
           IF PAY-NIGHT
               MOVE "PAY NIGHT"  TO RHL-PAY-NIGHT-TEXT
           ELSE
               MOVE SPACES       TO RHL-PAY-NIGHT-TEXT.
           WRITE OPERATIONS-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE OPERATIONS-REPORT-LINE FROM LEGEND-LINE.
           WRITE OPERATIONS-REPORT-LINE FROM BLANK-LINE.
           WRITE OPERATIONS-REPORT-LINE FROM COLUMN-HEADING-LINE.
           WRITE OPERATIONS-REPORT-LINE FROM BLANK-LINE.
           PERFORM 300-REPORT-ONE-STEP
               VARYING SW-STEP-INDEX FROM 1 BY 1
               UNTIL SW-STEP-INDEX > 12.
           PERFORM 500-WRITE-REPORT-COUNTS.
           CLOSE OPSRPT.
           STOP RUN.

      *****************************************************************
      *    Takes the cycle date to report off the OPSPARM card when
      *    one is keyed, otherwise the night CYCLCTL was last started
      *    for by SEQ9500
      *****************************************************************
       010-SET-REPORT-DATE.

           OPEN INPUT OPSPARM.
           IF OPSPARM-SUCCESSFUL
               READ OPSPARM
                   AT END
                       MOVE SPACES TO OPR-REPORT-DATE
               END-READ
               IF OPR-REPORT-DATE NUMERIC
                   MOVE OPR-REPORT-DATE TO REPORT-DATE
               END-IF
               CLOSE OPSPARM.
           MOVE REPORT-DATE TO DT-WORK-DATE.
           IF REPORT-DATE NOT = ZERO
               AND (DT-MONTH < 1 OR DT-MONTH > 12
                 OR DT-DAY < 1 OR DT-DAY > 31)
               DISPLAY "OPSPARM DATE " OPR-REPORT-DATE " IS NOT VALID"
               MOVE ZERO TO REPORT-DATE.
           IF REPORT-DATE = ZERO
               OPEN INPUT CYCLCTL
               IF CYCLCTL-SUCCESSFUL
                   MOVE "1" TO CY-CONTROL-KEY
                   READ CYCLCTL
                       INVALID KEY
                           MOVE ZERO TO CY-CYCLE-DATE
                   END-READ
                   MOVE CY-CYCLE-DATE TO REPORT-DATE
                   CLOSE CYCLCTL.

      *****************************************************************
      *    Works out which of the occasional steps were due on the
      *    night being reported - the pay steps when it is a check
      *    date on the pay calendar, the leave accrual when it is the
      *    last day of the month
      *****************************************************************
       020-SET-STEPS-DUE.

           OPEN INPUT PAYCAL.
           IF PAYCAL-SUCCESSFUL
               MOVE "P"         TO PY-RECORD-TYPE
               MOVE REPORT-DATE TO PY-CALENDAR-DATE
               READ PAYCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PAY-NIGHT TO TRUE
               END-READ
               CLOSE PAYCAL
           ELSE
               DISPLAY "OPEN ERROR ON PAYCAL"
               DISPLAY "FILE STATUS CODE IS " PAYCAL-FILE-STATUS
               DISPLAY "PAY STEPS WILL NOT BE CHECKED".
           MOVE REPORT-DATE TO DT-WORK-DATE.
           PERFORM 730-SET-LEAP-YEAR.
           MOVE MD-DAYS (DT-MONTH) TO DT-LAST-DAY.
           IF DT-LEAP-YEAR
               AND DT-MONTH = 2
               ADD 1 TO DT-LAST-DAY.
           IF DT-DAY = DT-LAST-DAY
               SET MONTH-END TO TRUE.

      *****************************************************************
      *    Reads the next record from the run log
      *****************************************************************
       100-READ-RUN-LOG.

           READ RUNLOG
               AT END
                   SET RUNLOG-EOF TO TRUE.

      *****************************************************************
      *    Files one run log record. A run of a cycle step on the
      *    night being reported is kept for the report; a completed
      *    run on an earlier night goes into the step's history for
      *    its average. Runs of other programs, and runs after the
      *    night being reported when an earlier night is reprinted,
      *    are passed over
      *****************************************************************
       200-LOAD-ONE-LOG-RECORD.

           PERFORM 210-FIND-CYCLE-STEP.
           IF SW-MATCHED-INDEX NOT = ZERO
               PERFORM 220-COMPUTE-ELAPSED-TIME
               IF RL-START-DATE = REPORT-DATE
                   PERFORM 230-KEEP-TONIGHT-RUN
               ELSE
               IF RL-START-DATE < REPORT-DATE
                   AND RL-STEP-COMPLETED
                   PERFORM 240-ADD-TO-STEP-HISTORY.
           PERFORM 100-READ-RUN-LOG.

      *****************************************************************
      *    Looks the logged step name up in the cycle step table,
      *    leaving its entry in SW-MATCHED-INDEX, or zero when the
      *    program is not one of the cycle steps
      *****************************************************************
       210-FIND-CYCLE-STEP.

           MOVE ZERO TO SW-MATCHED-INDEX.
           PERFORM 215-CHECK-ONE-STEP-NAME
               VARYING SW-STEP-INDEX FROM 1 BY 1
               UNTIL SW-STEP-INDEX > 12
                  OR SW-MATCHED-INDEX NOT = ZERO.

      *****************************************************************
      *    Checks one cycle step table entry against the logged name
      *****************************************************************
       215-CHECK-ONE-STEP-NAME.

           IF SD-STEP-NAME (SW-STEP-INDEX) = RL-STEP-NAME
               MOVE SW-STEP-INDEX TO SW-MATCHED-INDEX.

      *****************************************************************
      *    Works out the run's elapsed seconds from its start and end
      *    times, carrying a day when the step ran past midnight
      *****************************************************************
       220-COMPUTE-ELAPSED-TIME.

           MOVE RL-START-TIME TO TW-LOG-TIME.
           PERFORM 710-COMPUTE-DAY-SECONDS.
           MOVE TW-DAY-SECONDS TO SW-START-SECONDS.
           MOVE RL-END-TIME TO TW-LOG-TIME.
           PERFORM 710-COMPUTE-DAY-SECONDS.
           MOVE TW-DAY-SECONDS TO SW-END-SECONDS.
           IF RL-END-DATE > RL-START-DATE
               ADD 86400 TO SW-END-SECONDS.
           IF SW-END-SECONDS > SW-START-SECONDS
               COMPUTE SW-ELAPSED = SW-END-SECONDS - SW-START-SECONDS
           ELSE
               MOVE ZERO TO SW-ELAPSED.

      *****************************************************************
      *    Keeps one of tonight's runs for the report. A completed
      *    leave accrual also marks the step as run this month
      *****************************************************************
       230-KEEP-TONIGHT-RUN.

           ADD 1 TO SS-TONIGHT-COUNT (SW-MATCHED-INDEX).
           IF RL-STEP-COMPLETED
               AND SD-MONTHLY-STEP (SW-MATCHED-INDEX)
               SET SS-RAN-THIS-MONTH (SW-MATCHED-INDEX) TO TRUE.
           IF TR-RUN-COUNT < 50
               ADD 1 TO TR-RUN-COUNT
               MOVE SW-MATCHED-INDEX TO TR-STEP-INDEX (TR-RUN-COUNT)
               MOVE RL-START-TIME    TO TR-START-TIME (TR-RUN-COUNT)
               MOVE RL-END-TIME      TO TR-END-TIME (TR-RUN-COUNT)
               MOVE SW-ELAPSED       TO TR-ELAPSED (TR-RUN-COUNT)
               MOVE RL-RECORDS-IN    TO TR-RECORDS-IN (TR-RUN-COUNT)
               MOVE RL-RECORDS-OUT   TO TR-RECORDS-OUT (TR-RUN-COUNT)
               MOVE RL-RECORDS-REJECTED
                                     TO TR-REJECTED (TR-RUN-COUNT)
               MOVE RL-COMPLETION-STATUS
                               TO TR-COMPLETION-STATUS (TR-RUN-COUNT)
           ELSE
               ADD 1 TO CT-RUNS-NOT-LISTED.

      *****************************************************************
      *    Adds a completed earlier run into the step's history,
      *    writing over its oldest run once ten are held. A completed
      *    leave accrual earlier in the same month marks the step as
      *    run this month
      *****************************************************************
       240-ADD-TO-STEP-HISTORY.

           IF SD-MONTHLY-STEP (SW-MATCHED-INDEX)
               AND RL-START-DATE (1:6) = RD-YEAR-MONTH
               SET SS-RAN-THIS-MONTH (SW-MATCHED-INDEX) TO TRUE.
           IF SS-NEXT-SLOT (SW-MATCHED-INDEX) = ZERO
               OR SS-NEXT-SLOT (SW-MATCHED-INDEX) = 10
               MOVE 1 TO SS-NEXT-SLOT (SW-MATCHED-INDEX)
           ELSE
               ADD 1 TO SS-NEXT-SLOT (SW-MATCHED-INDEX).
           MOVE SS-NEXT-SLOT (SW-MATCHED-INDEX) TO SW-SLOT-INDEX.
           MOVE SW-ELAPSED
               TO SS-H-ELAPSED (SW-MATCHED-INDEX, SW-SLOT-INDEX).
           MOVE RL-RECORDS-IN
               TO SS-H-RECORDS-IN (SW-MATCHED-INDEX, SW-SLOT-INDEX).
           MOVE RL-RECORDS-OUT
               TO SS-H-RECORDS-OUT (SW-MATCHED-INDEX, SW-SLOT-INDEX).
           MOVE RL-RECORDS-REJECTED
               TO SS-H-REJECTED (SW-MATCHED-INDEX, SW-SLOT-INDEX).
           IF SS-HISTORY-COUNT (SW-MATCHED-INDEX) < 10
               ADD 1 TO SS-HISTORY-COUNT (SW-MATCHED-INDEX).

      *****************************************************************
      *    Reports one cycle step - each of its runs tonight followed
      *    by its trailing average, or a line saying why it did not
      *    run
      *****************************************************************
       300-REPORT-ONE-STEP.

           PERFORM 310-COMPUTE-STEP-AVERAGES.
           IF SS-TONIGHT-COUNT (SW-STEP-INDEX) = ZERO
               PERFORM 400-WRITE-STEP-NOT-RUN
           ELSE
               PERFORM 320-WRITE-ONE-RUN
                   VARYING SW-RUN-INDEX FROM 1 BY 1
                   UNTIL SW-RUN-INDEX > TR-RUN-COUNT
               IF SS-HISTORY-COUNT (SW-STEP-INDEX) > ZERO
                   PERFORM 350-WRITE-AVERAGE-LINE.

      *****************************************************************
      *    Averages the step's held runs, rounded to the whole
      *    second or record
      *****************************************************************
       310-COMPUTE-STEP-AVERAGES.

           MOVE ZERO TO AVERAGE-FIELDS.
           IF SS-HISTORY-COUNT (SW-STEP-INDEX) > ZERO
               PERFORM 315-ADD-ONE-HISTORY-RUN
                   VARYING SW-SLOT-INDEX FROM 1 BY 1
                   UNTIL SW-SLOT-INDEX >
                       SS-HISTORY-COUNT (SW-STEP-INDEX)
               COMPUTE AV-ELAPSED ROUNDED = AV-ELAPSED-TOTAL /
                   SS-HISTORY-COUNT (SW-STEP-INDEX)
               COMPUTE AV-RECORDS-IN ROUNDED = AV-RECORDS-IN-TOTAL /
                   SS-HISTORY-COUNT (SW-STEP-INDEX)
               COMPUTE AV-RECORDS-OUT ROUNDED = AV-RECORDS-OUT-TOTAL /
                   SS-HISTORY-COUNT (SW-STEP-INDEX)
               COMPUTE AV-REJECTED ROUNDED = AV-REJECTED-TOTAL /
                   SS-HISTORY-COUNT (SW-STEP-INDEX).

      *****************************************************************
      *    Adds one held run into the step's totals
      *****************************************************************
       315-ADD-ONE-HISTORY-RUN.

           ADD SS-H-ELAPSED (SW-STEP-INDEX, SW-SLOT-INDEX)
               TO AV-ELAPSED-TOTAL.
           ADD SS-H-RECORDS-IN (SW-STEP-INDEX, SW-SLOT-INDEX)
               TO AV-RECORDS-IN-TOTAL.
           ADD SS-H-RECORDS-OUT (SW-STEP-INDEX, SW-SLOT-INDEX)
               TO AV-RECORDS-OUT-TOTAL.
           ADD SS-H-REJECTED (SW-STEP-INDEX, SW-SLOT-INDEX)
               TO AV-REJECTED-TOTAL.

      *****************************************************************
      *    Prints one of tonight's runs when it belongs to the step
      *    being reported. A refused or failed run is flagged by its
      *    status; a completed run has each figure checked against
      *    the step's average, when it has any history to go by
      *****************************************************************
       320-WRITE-ONE-RUN.

           IF TR-STEP-INDEX (SW-RUN-INDEX) = SW-STEP-INDEX
               ADD 1 TO CT-RUNS-TONIGHT
               MOVE "N" TO RUN-FLAGGED-SWITCH
               MOVE SD-STEP-NAME (SW-STEP-INDEX)   TO SRL-STEP-NAME
               MOVE SD-DESCRIPTION (SW-STEP-INDEX) TO SRL-DESCRIPTION
               MOVE TR-START-TIME (SW-RUN-INDEX) TO TW-LOG-TIME
               MOVE TW-HOURS   TO TW-EDITED-HOURS
               MOVE TW-MINUTES TO TW-EDITED-MINUTES
               MOVE TW-SECONDS TO TW-EDITED-SECONDS
               MOVE TW-EDITED-TIME TO SRL-START-TIME
               MOVE TR-END-TIME (SW-RUN-INDEX) TO TW-LOG-TIME
               MOVE TW-HOURS   TO TW-EDITED-HOURS
               MOVE TW-MINUTES TO TW-EDITED-MINUTES
               MOVE TW-SECONDS TO TW-EDITED-SECONDS
               MOVE TW-EDITED-TIME TO SRL-END-TIME
               MOVE TR-ELAPSED (SW-RUN-INDEX) TO TW-DAY-SECONDS
               PERFORM 720-EDIT-ELAPSED-TIME
               MOVE TW-EDITED-TIME TO SRL-ELAPSED
               MOVE TR-RECORDS-IN (SW-RUN-INDEX)  TO SRL-RECORDS-IN
               MOVE TR-RECORDS-OUT (SW-RUN-INDEX) TO SRL-RECORDS-OUT
               MOVE TR-REJECTED (SW-RUN-INDEX)    TO SRL-REJECTED
               MOVE SPACE TO SRL-ELAPSED-FLAG
                             SRL-RECORDS-IN-FLAG
                             SRL-RECORDS-OUT-FLAG
                             SRL-REJECTED-FLAG
               MOVE SPACES TO SRL-REMARK-TEXT
               IF TR-COMPLETION-STATUS (SW-RUN-INDEX) = "R"
                   MOVE "REFUSED"       TO SRL-STATUS-TEXT
                   MOVE "** STEP REFUSED **" TO SRL-REMARK-TEXT
                   ADD 1 TO CT-RUNS-REFUSED
               ELSE
               IF TR-COMPLETION-STATUS (SW-RUN-INDEX) = "F"
                   MOVE "FAILED"        TO SRL-STATUS-TEXT
                   MOVE "** STEP FAILED **" TO SRL-REMARK-TEXT
                   ADD 1 TO CT-RUNS-FAILED
               ELSE
                   MOVE "COMPLETED"     TO SRL-STATUS-TEXT
                   ADD 1 TO CT-RUNS-COMPLETED
                   IF SS-HISTORY-COUNT (SW-STEP-INDEX) = ZERO
                       MOVE "NO RUN HISTORY YET" TO SRL-REMARK-TEXT
                   ELSE
                       PERFORM 330-CHECK-RUN-FIGURES
                   END-IF
               END-IF
               END-IF
               WRITE OPERATIONS-REPORT-LINE FROM STEP-RUN-LINE.

      *****************************************************************
      *    Checks each of a completed run's figures against the
      *    step's average and flags the ones out of the normal range
      *****************************************************************
       330-CHECK-RUN-FIGURES.

           MOVE TR-ELAPSED (SW-RUN-INDEX) TO FC-FIGURE.
           MOVE AV-ELAPSED                TO FC-AVERAGE.
           PERFORM 340-CHECK-ONE-FIGURE.
           MOVE FC-FLAG TO SRL-ELAPSED-FLAG.
           MOVE TR-RECORDS-IN (SW-RUN-INDEX) TO FC-FIGURE.
           MOVE AV-RECORDS-IN                TO FC-AVERAGE.
           PERFORM 340-CHECK-ONE-FIGURE.
           MOVE FC-FLAG TO SRL-RECORDS-IN-FLAG.
           MOVE TR-RECORDS-OUT (SW-RUN-INDEX) TO FC-FIGURE.
           MOVE AV-RECORDS-OUT                TO FC-AVERAGE.
           PERFORM 340-CHECK-ONE-FIGURE.
           MOVE FC-FLAG TO SRL-RECORDS-OUT-FLAG.
           MOVE TR-REJECTED (SW-RUN-INDEX) TO FC-FIGURE.
           MOVE AV-REJECTED                TO FC-AVERAGE.
           PERFORM 340-CHECK-ONE-FIGURE.
           MOVE FC-FLAG TO SRL-REJECTED-FLAG.
           IF RUN-FLAGGED
               MOVE "OUTSIDE NORMAL RANGE" TO SRL-REMARK-TEXT
               ADD 1 TO CT-RUNS-OUT-OF-RANGE.

      *****************************************************************
      *    Flags a figure over double its average or under half of
      *    it. Where the average is zero - a step that normally
      *    rejects nothing - any figure at all is over double it
      *****************************************************************
       340-CHECK-ONE-FIGURE.

           MOVE SPACE TO FC-FLAG.
           IF FC-AVERAGE = ZERO
               IF FC-FIGURE > ZERO
                   MOVE "+" TO FC-FLAG
               END-IF
           ELSE
           IF FC-FIGURE > FC-AVERAGE * 2
               MOVE "+" TO FC-FLAG
           ELSE
           IF FC-FIGURE * 2 < FC-AVERAGE
               MOVE "-" TO FC-FLAG.
           IF FC-FLAG NOT = SPACE
               SET RUN-FLAGGED TO TRUE.

      *****************************************************************
      *    Prints the step's trailing average under tonight's runs
      *****************************************************************
       350-WRITE-AVERAGE-LINE.

           MOVE SS-HISTORY-COUNT (SW-STEP-INDEX) TO SAL-HISTORY-COUNT.
           MOVE AV-ELAPSED TO TW-DAY-SECONDS.
           PERFORM 720-EDIT-ELAPSED-TIME.
           MOVE TW-EDITED-TIME  TO SAL-ELAPSED.
           MOVE AV-RECORDS-IN   TO SAL-RECORDS-IN.
           MOVE AV-RECORDS-OUT  TO SAL-RECORDS-OUT.
           MOVE AV-REJECTED     TO SAL-REJECTED.
           WRITE OPERATIONS-REPORT-LINE FROM STEP-AVERAGE-LINE.

      *****************************************************************
      *    Prints a step with no run tonight. A nightly step is
      *    flagged as not run. A pay step is only flagged on a pay
      *    night, and the leave accrual only on the last day of a
      *    month it has not completed in; otherwise the line just
      *    says why the step was not due. The off-cycle payroll runs
      *    only when payroll asks for it, so it is never missing
      *****************************************************************
       400-WRITE-STEP-NOT-RUN.

           MOVE SD-STEP-NAME (SW-STEP-INDEX)   TO SNL-STEP-NAME.
           MOVE SD-DESCRIPTION (SW-STEP-INDEX) TO SNL-DESCRIPTION.
           IF SD-NIGHTLY-STEP (SW-STEP-INDEX)
               MOVE "** DID NOT RUN **"      TO SNL-REMARK-TEXT
               ADD 1 TO CT-STEPS-NOT-RUN
           ELSE
           IF SD-PAY-STEP (SW-STEP-INDEX)
               IF PAY-NIGHT
                   MOVE "** DID NOT RUN **"  TO SNL-REMARK-TEXT
                   ADD 1 TO CT-STEPS-NOT-RUN
               ELSE
                   MOVE "NOT A PAY NIGHT"    TO SNL-REMARK-TEXT
               END-IF
           ELSE
           IF SD-ON-DEMAND-STEP (SW-STEP-INDEX)
               MOVE "RUNS ON DEMAND"         TO SNL-REMARK-TEXT
           ELSE
           IF SS-RAN-THIS-MONTH (SW-STEP-INDEX)
               MOVE "RAN EARLIER THIS MONTH" TO SNL-REMARK-TEXT
           ELSE
           IF MONTH-END
               MOVE "** DID NOT RUN **"      TO SNL-REMARK-TEXT
               ADD 1 TO CT-STEPS-NOT-RUN
           ELSE
               MOVE "NOT MONTH END YET"      TO SNL-REMARK-TEXT.
           WRITE OPERATIONS-REPORT-LINE FROM STEP-NOT-RUN-LINE.

      *****************************************************************
      *    Writes the report counts once every step has been reported
      *****************************************************************
       500-WRITE-REPORT-COUNTS.

           WRITE OPERATIONS-REPORT-LINE FROM BLANK-LINE.

           MOVE "STEP RUNS TONIGHT:           " TO SUM-LABEL.
           MOVE CT-RUNS-TONIGHT                 TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "RUNS COMPLETED:              " TO SUM-LABEL.
           MOVE CT-RUNS-COMPLETED               TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "RUNS REFUSED:                " TO SUM-LABEL.
           MOVE CT-RUNS-REFUSED                 TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "RUNS FAILED:                 " TO SUM-LABEL.
           MOVE CT-RUNS-FAILED                  TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "RUNS OUTSIDE NORMAL RANGE:   " TO SUM-LABEL.
           MOVE CT-RUNS-OUT-OF-RANGE            TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "STEPS DUE THAT DID NOT RUN:  " TO SUM-LABEL.
           MOVE CT-STEPS-NOT-RUN                TO SUM-COUNT.
           WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

           IF CT-RUNS-NOT-LISTED > ZERO
               MOVE "RUNS TOO MANY TO LIST:       " TO SUM-LABEL
               MOVE CT-RUNS-NOT-LISTED              TO SUM-COUNT
               WRITE OPERATIONS-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Works out the seconds since midnight of the log time in
      *    TW-LOG-TIME
      *****************************************************************
       710-COMPUTE-DAY-SECONDS.

           COMPUTE TW-DAY-SECONDS =
               TW-HOURS * 3600 + TW-MINUTES * 60 + TW-SECONDS.

      *****************************************************************
      *    Edits the seconds in TW-DAY-SECONDS as hours, minutes and
      *    seconds
      *****************************************************************
       720-EDIT-ELAPSED-TIME.

           DIVIDE TW-DAY-SECONDS BY 3600 GIVING TW-EDITED-HOURS
               REMAINDER TW-REMAINING-SECONDS.
           DIVIDE TW-REMAINING-SECONDS BY 60 GIVING TW-EDITED-MINUTES
               REMAINDER TW-EDITED-SECONDS.

      *****************************************************************
      *    Sets the leap-year switch for the year in DT-WORK-DATE:
      *    divisible by 4, and not a century unless divisible by 400
      *****************************************************************
       730-SET-LEAP-YEAR.

           MOVE "N" TO DT-LEAP-YEAR-SWITCH.
           DIVIDE DT-YEAR BY 4 GIVING DT-QUOTIENT
               REMAINDER DT-REMAINDER.
           IF DT-REMAINDER = ZERO
               SET DT-LEAP-YEAR TO TRUE
               DIVIDE DT-YEAR BY 100 GIVING DT-QUOTIENT
                   REMAINDER DT-REMAINDER
               IF DT-REMAINDER = ZERO
                   MOVE "N" TO DT-LEAP-YEAR-SWITCH
                   DIVIDE DT-YEAR BY 400 GIVING DT-QUOTIENT
                       REMAINDER DT-REMAINDER
                   IF DT-REMAINDER = ZERO
                       SET DT-LEAP-YEAR TO TRUE.
