      * Program Desc...: Reads the employee master and produces a
      *                  fixed-format gross pay feed for the payroll
      *                  system, computing each employee's per-pay-
      *                  period gross off their annual salary over
      *                  the year's pay periods
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  and the PAYCAL pay calendar, and writes the
      *                  PAYEXT extract file
      *****************************************************************

       IDENTIFICATION DIVISION.
                           FILE STATUS IS RETROADJ-FILE-STATUS.
           SELECT PAYLEAV  ASSIGN TO PAYLEAV
                           FILE STATUS IS PAYLEAV-FILE-STATUS.
           SELECT PAYCAL   ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  NM-EMPLOYMENT-TYPE          PIC X(1).
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
               88  NM-ON-UNPAID-LEAVE              VALUE "U" "S".
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD  PAYEXT.

           05  CPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

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
               88  CYCLCTL-NOT-FOUND               VALUE "35".
           05  CYCPARM-FILE-STATUS         PIC XX.
               88  CYCPARM-SUCCESSFUL              VALUE "00".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
           05  RUNLOG-FILE-STATUS          PIC XX.
               88  RUNLOG-SUCCESSFUL               VALUE "00".
               88  RUNLOG-NOT-FOUND                VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME              PIC 9(8).
           05  RLF-COMPLETION-STATUS       PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED              VALUE "C".
               88  RLF-STEP-REFUSED                VALUE "R".
               88  RLF-STEP-FAILED                 VALUE "F".

       01  CYCLE-PARM-FIELDS.
           05  CYP-OVERRIDE-FLAG           PIC X.

       01  EXTRACT-COUNTERS.
           05  CT-RECORDS-READ             PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-WRITTEN          PIC 9(7)    VALUE ZERO.

       01  PAY-PERIOD-FIELDS.
           05  PP-PERIODS-PER-YEAR         PIC 9(2).

       PROCEDURE DIVISION.

      *****************************************************************
      * Reads every record on the employee master and writes one
      * payroll extract record per employee until the master is
      * exhausted. An employee out on unpaid leave or suspension is
      * not paid and gets no extract record
      *****************************************************************
       000-WRITE-PAYROLL-EXTRACT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF NOT STEP-BLOCKED
               PERFORM 020-READ-PAY-CALENDAR-PERIOD.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               OPEN INPUT  NEWEMP
                    OUTPUT PAYEXT
               PERFORM 300-APPEND-RETRO-ADJUSTMENTS
               PERFORM 400-APPEND-LEAVE-PAYOUTS
               CLOSE NEWEMP
                     PAYEXT
               IF EXTRACT-FAILED
                   SET RLF-STEP-FAILED TO TRUE.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
               END-IF
               CLOSE CYCPARM.

      *****************************************************************
      * Reads the pay calendar period whose check date is the run
      * date for the year's period count the salaried gross is
      * divided by - 26 most years, 27 when the calendar comes around
      * that way. A calendar that will not open, or a run date that
      * is not a check date on it, refuses the extract; there is no
      * pay period to cut gross for
      *****************************************************************
       020-READ-PAY-CALENDAR-PERIOD.

           OPEN INPUT PAYCAL.
           IF NOT PAYCAL-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PAYCAL"
               DISPLAY "FILE STATUS CODE IS " PAYCAL-FILE-STATUS
               DISPLAY "EXTRACT REFUSED - NO PAY CALENDAR"
               SET STEP-BLOCKED TO TRUE
           ELSE
               MOVE "P"      TO PY-RECORD-TYPE
               MOVE RUN-DATE TO PY-CALENDAR-DATE
               READ PAYCAL
                   INVALID KEY
                       DISPLAY "RUN DATE " RUN-DATE " IS NOT A "
                           "CHECK DATE ON THE PAY CALENDAR"
                       DISPLAY "EXTRACT REFUSED"
                       SET STEP-BLOCKED TO TRUE
                   NOT INVALID KEY
                       MOVE PY-PERIODS-IN-YEAR TO PP-PERIODS-PER-YEAR
               END-READ
               CLOSE PAYCAL.

      *****************************************************************
      * Reads the next record from the employee master. If the end of
      * the file is reached, sets the EOF switch to stop the run

           READ NEWEMP
               AT END
                   SET NEWEMP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ.

      *****************************************************************
      * Writes the current master record's payroll extract record
      * unless the employee is out on unpaid leave or suspension,
      * then reads the next master record
      *****************************************************************
       200-WRITE-PAYROLL-EXTRACT-RECORD.

           IF NOT NM-ON-UNPAID-LEAVE
               PERFORM 210-BUILD-PAYROLL-EXTRACT-RECORD.
           IF NOT NEWEMP-EOF
               PERFORM 100-READ-NEW-MASTER-RECORD.

      *****************************************************************
      * Builds one payroll extract record off the current master
      * record, computing the per-pay-period gross off the annual
      * salary, and writes it to PAYEXT
      *****************************************************************
       210-BUILD-PAYROLL-EXTRACT-RECORD.

           MOVE NM-EMPLOYEE-ID     TO PE-EMPLOYEE-ID.
           MOVE NM-EMPLOYEE-NAME   TO PE-EMPLOYEE-NAME.
      *    an hourly employee's gross is the period's worked hours
      *    the timesheet transactions accumulated, extended at their
      *    rate; a salaried employee's stays the annual salary over
      *    the calendar year's pay periods
           IF NM-EMPLOYMENT-TYPE = "H"
               COMPUTE PE-GROSS-PAY ROUNDED =
                   NM-HOURS-WORKED * NM-HOURLY-RATE
                   NM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " PAYEXT-FILE-STATUS
               SET EXTRACT-FAILED TO TRUE
               SET NEWEMP-EOF TO TRUE
           ELSE
               ADD 1 TO CT-RECORDS-WRITTEN.

      *****************************************************************
      * Appends the retro back-pay adjustments SEQ3000 emitted to the
               AT END
                   SET RETROADJ-EOF TO TRUE.
           IF NOT RETROADJ-EOF
               ADD 1 TO CT-RECORDS-READ
               MOVE RA-EMPLOYEE-ID         TO PE-EMPLOYEE-ID
               MOVE RA-EMPLOYEE-NAME       TO PE-EMPLOYEE-NAME
               MOVE RA-DEPART-CODE         TO PE-DEPART-CODE
                       RA-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " PAYEXT-FILE-STATUS
                   SET EXTRACT-FAILED TO TRUE
                   SET RETROADJ-EOF TO TRUE
               ELSE
                   ADD 1 TO CT-RECORDS-WRITTEN.

      *****************************************************************
      * Appends the final leave payouts SEQ3000 emitted to the
               AT END
                   SET PAYLEAV-EOF TO TRUE.
           IF NOT PAYLEAV-EOF
               ADD 1 TO CT-RECORDS-READ
               MOVE LP-EMPLOYEE-ID         TO PE-EMPLOYEE-ID
               MOVE LP-EMPLOYEE-NAME       TO PE-EMPLOYEE-NAME
               MOVE LP-DEPART-CODE         TO PE-DEPART-CODE
                       LP-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " PAYEXT-FILE-STATUS
                   SET EXTRACT-FAILED TO TRUE
                   SET PAYLEAV-EOF TO TRUE
               ELSE
                   ADD 1 TO CT-RECORDS-WRITTEN.

      *****************************************************************
      * Appends this run's record to the RUNLOG run log for the
      * morning operations report: the master, retro, and payout
      * records read in and the extract records written out. The
      * extract has nothing to reject - an employee on unpaid leave
      * is passed over, not rejected. The log is created on first
      * use, the same way the posting runs create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ6000"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-RECORDS-READ       TO RL-RECORDS-IN.
           MOVE CT-RECORDS-WRITTEN    TO RL-RECORDS-OUT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
