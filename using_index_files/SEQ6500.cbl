      *                  employee's per-pay-period gross off their
      *                  annual salary the same way SEQ6000's PAYEXT
      *                  feed does, then applies that employee's
      *                  elections from the DEDELECT file - filing
      *                  status and allowances, benefit plan and
      *                  coverage tier, retirement percent - to
      *                  arrive at net pay, with tax figured off the
      *                  TAXTBL graduated withholding brackets on the
      *                  annualized gross and the insurance premium
      *                  priced off the BENPLAN plan table,
      *                  replacing the spreadsheet payroll assembles
      *                  by hand from the raw PAYEXT records
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  and the DEDELECT elections file keyed by
      *                  employee ID, looks each election's plan up
      *                  on BENPLAN, loads the TAXTBL withholding
      *                  brackets, sorts by department, and writes
      *                  the PAYRPT payroll register with department
      *                  and company totals. An hourly employee's
      *                  hours charged to another department on the
      *                  LABDIST labor distribution file are debited
      *                  on GLPOST to the department charged. Each
      *                  employee's period pay goes to the PAYNET net
      *                  pay file the SEQ6520 direct deposit run
      *                  pays from, and a line for it goes on the
      *                  PAYHIST pay history the SEQ6540 off-cycle run
      *                  voids checks against, with each department
      *                  its hours were charged to and the amount on
      *                  the LABHIST labor charge history, so a void
      *                  reverses the charges where they were debited.
      *                  The run date must be a check date on the
      *                  PAYCAL pay calendar, which supplies the
      *                  period's dates and the year's period count
      *****************************************************************

       IDENTIFICATION DIVISION.
                           ACCESS IS RANDOM
                           RECORD KEY IS DE-EMPLOYEE-ID
                           FILE STATUS IS DEDELECT-FILE-STATUS.
           SELECT BENPLAN  ASSIGN TO BENPLAN
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BP-PLAN-CODE
                           FILE STATUS IS BENPLAN-FILE-STATUS.
           SELECT TAXTBL   ASSIGN TO TAXTBL
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS TX-TABLE-KEY
                           FILE STATUS IS TAXTBL-FILE-STATUS.
           SELECT PAYRPT  ASSIGN TO PAYRPT
                           FILE STATUS IS PAYRPT-FILE-STATUS.
           SELECT CYCLCTL  ASSIGN TO CYCLCTL
                           FILE STATUS IS PAYCTL-FILE-STATUS.
           SELECT PAYPARM ASSIGN TO PAYPARM
                           FILE STATUS IS PAYPARM-FILE-STATUS.
           SELECT PAYCAL  ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT PAYNET  ASSIGN TO PAYNET
                           FILE STATUS IS PAYNET-FILE-STATUS.
           SELECT PAYHIST ASSIGN TO PAYHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PH-HISTORY-KEY
                           FILE STATUS IS PAYHIST-FILE-STATUS.
           SELECT LABDIST ASSIGN TO LABDIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS LD-LABOR-KEY
                           FILE STATUS IS LABDIST-FILE-STATUS.
           SELECT LABHIST ASSIGN TO LABHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS LH-HISTORY-KEY
                           FILE STATUS IS LABHIST-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  NM-EMPLOYMENT-TYPE          PIC X(1).
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       SD  SRTEMP.

           05  SRT-EMPLOYMENT-TYPE         PIC X(1).
           05  SRT-HOURLY-RATE             PIC 9(3)V99.
           05  SRT-HOURS-WORKED            PIC 9(3)V99.
           05  SRT-LEAVE-TYPE              PIC X(1).
           05  SRT-LEAVE-START-DATE        PIC 9(8).
           05  SRT-EXPECTED-RETURN-DATE    PIC 9(8).
           05  SRT-SUPERVISOR-ID           PIC X(5).

       FD  SRTMAST.

               88  SM-SALARIED-EMPLOYEE            VALUE "S".
           05  SM-HOURLY-RATE              PIC 9(3)V99.
           05  SM-HOURS-WORKED             PIC 9(3)V99.
           05  SM-LEAVE-TYPE               PIC X(1).
               88  SM-ON-UNPAID-LEAVE              VALUE "U" "S".
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

       FD  DEDELECT.

       01  DEDUCTION-ELECTION-RECORD.
           05  DE-EMPLOYEE-ID              PIC X(5).
           05  DE-CURRENT-ELECTION.
               10  DE-EFFECTIVE-DATE       PIC 9(8).
               10  DE-TAX-PERCENT          PIC 9(2)V99.
               10  DE-PLAN-CODE            PIC X(4).
               10  DE-COVERAGE-TIER        PIC X(1).
               10  DE-RETIREMENT-PERCENT   PIC 9(2)V99.
               10  DE-FILING-STATUS        PIC X(1).
               10  DE-ALLOWANCES           PIC 9(2).
           05  DE-PENDING-ELECTION.
               10  DE-PENDING-EFFECTIVE-DATE PIC 9(8).
               10  DE-PENDING-TAX-PERCENT  PIC 9(2)V99.
               10  DE-PENDING-PLAN-CODE    PIC X(4).
               10  DE-PENDING-COVERAGE-TIER PIC X(1).
               10  DE-PENDING-RETIREMENT-PERCENT PIC 9(2)V99.
               10  DE-PENDING-FILING-STATUS PIC X(1).
               10  DE-PENDING-ALLOWANCES   PIC 9(2).
           05  DE-END-DATE                 PIC 9(8).

       FD  BENPLAN.

       01  BENEFIT-PLAN-RECORD.
           05  BP-PLAN-CODE                PIC X(4).
           05  BP-PLAN-NAME                PIC X(20).
           05  BP-EMPLOYEE-PREMIUM         PIC 9(3)V99.
           05  BP-SPOUSE-PREMIUM           PIC 9(3)V99.
           05  BP-CHILDREN-PREMIUM         PIC 9(3)V99.
           05  BP-FAMILY-PREMIUM           PIC 9(3)V99.
           05  BP-MIN-RETIREMENT-PERCENT   PIC 9(2)V99.
           05  BP-MAX-RETIREMENT-PERCENT   PIC 9(2)V99.

       FD  TAXTBL.

       01  WITHHOLDING-BRACKET-RECORD.
           05  TX-TABLE-KEY.
               10  TX-FILING-STATUS        PIC X(1).
               10  TX-BRACKET-FLOOR        PIC 9(7)V99.
           05  TX-BASE-TAX                 PIC 9(7)V99.
           05  TX-MARGINAL-RATE            PIC 9(2)V999.
           05  TX-ALLOWANCE-AMOUNT         PIC 9(5)V99.

       FD  PAYRPT.

      *    first run of a new year starts the record fresh from that
      *    period's amounts instead of adding across the year end.
      *    SEQ6700 prints the annual earnings statements off this
      *    file at year end, and SEQ6750 the quarterly withholding
      *    summary off the quarter buckets, which hold each calendar
      *    quarter's taxable wages and tax withheld for the year
       01  YEAR-TO-DATE-PAY-RECORD.
           05  YT-EMPLOYEE-ID              PIC X(5).
           05  YT-EMPLOYEE-NAME            PIC X(30).
           05  YT-INSURANCE-YTD            PIC 9(9)V99.
           05  YT-RETIREMENT-YTD           PIC 9(9)V99.
           05  YT-NET-YTD                  PIC S9(9)V99.
           05  YT-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YT-QTR-TAXABLE-WAGES    PIC 9(9)V99.
               10  YT-QTR-TAX              PIC 9(9)V99.

       FD  ARREARS.

           05  PYR-OVERRIDE-FLAG           PIC X(1).
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

       FD  PAYNET.

      *    one record per employee paid on the register, with the
      *    period's gross, each deduction, and net exactly as the
      *    register line prints them - the direct deposit run pays
      *    the net and prints the pay advice from it
       01  NET-PAY-RECORD.
           05  NP-EMPLOYEE-ID              PIC X(5).
           05  NP-EMPLOYEE-NAME            PIC X(30).
           05  NP-DEPART-CODE              PIC X(5).
           05  NP-PAY-DATE                 PIC 9(8).
           05  NP-GROSS-PAY                PIC 9(7)V99.
           05  NP-TAX-AMOUNT               PIC 9(7)V99.
           05  NP-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  NP-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  NP-NET-PAY                  PIC S9(7)V99.
           05  NP-GL-RUN-NUMBER            PIC 9(5).

       FD  PAYHIST.

      *    one record per check paid - the register's checks and the
      *    off-cycle run's manual checks - keyed by employee, pay
      *    date, and check type, holding the check's amounts as they
      *    posted and the GL run they posted under. A check voided
      *    by the off-cycle run carries the date and GL run of its
      *    void, so it cannot be voided twice
       01  PAY-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-EMPLOYEE-ID          PIC X(5).
               10  PH-PAY-DATE             PIC 9(8).
               10  PH-CHECK-TYPE           PIC X(1).
                   88  PH-REGULAR-CHECK            VALUE "R".
                   88  PH-MANUAL-CHECK             VALUE "M".
           05  PH-DEPART-CODE              PIC X(5).
           05  PH-GROSS-PAY                PIC 9(7)V99.
           05  PH-TAX-AMOUNT               PIC 9(7)V99.
           05  PH-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  PH-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  PH-NET-PAY                  PIC S9(7)V99.
           05  PH-GL-RUN-NUMBER            PIC 9(5).
           05  PH-VOID-DATE                PIC 9(8).
           05  PH-VOID-GL-RUN-NUMBER       PIC 9(5).

       FD  LABDIST.

       01  LABOR-DISTRIBUTION-RECORD.
           05  LD-LABOR-KEY.
               10  LD-EMPLOYEE-ID          PIC X(5).
               10  LD-CHARGE-DEPART-CODE   PIC X(5).
           05  LD-HOME-DEPART-CODE         PIC X(5).
           05  LD-HOURS-WORKED             PIC 9(3)V99.
           05  LD-LAST-POSTED-DATE         PIC 9(8).

       FD  LABHIST.

      *    one record for each department a check's hours were
      *    charged to, keyed by the check's pay history key and the
      *    department charged, holding the gross moved off the home
      *    department's debit onto that department's labor charge.
      *    The labor distribution file is emptied every period, so
      *    this is what a void of the check reverses
       01  LABOR-CHARGE-HISTORY-RECORD.
           05  LH-HISTORY-KEY.
               10  LH-EMPLOYEE-ID          PIC X(5).
               10  LH-PAY-DATE             PIC 9(8).
               10  LH-CHECK-TYPE           PIC X(1).
               10  LH-CHARGE-DEPART-CODE   PIC X(5).
           05  LH-HOME-DEPART-CODE         PIC X(5).
           05  LH-CHARGE-AMOUNT            PIC 9(7)V99.

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
               88  CYCLE-OVERRIDE-ACTIVE           VALUE "Y".
           05  PAYRUN-OVERRIDE-SWITCH      PIC X   VALUE "N".
               88  PAYRUN-OVERRIDE-ACTIVE          VALUE "Y".
           05  LABDIST-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  LABDIST-AVAILABLE               VALUE "Y".
           05  LABDIST-EOF-SWITCH          PIC X   VALUE "N".
               88  LABDIST-EOF                     VALUE "Y".
           05  LABHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  LABHIST-EOF                     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  DEDELECT-FILE-STATUS        PIC XX.
               88  DEDELECT-SUCCESSFUL             VALUE "00".
           05  BENPLAN-FILE-STATUS         PIC XX.
               88  BENPLAN-SUCCESSFUL              VALUE "00".
           05  TAXTBL-FILE-STATUS          PIC XX.
               88  TAXTBL-SUCCESSFUL               VALUE "00".
           05  PAYRPT-FILE-STATUS          PIC XX.
               88  PAYRPT-SUCCESSFUL               VALUE "00".
           05  CYCLCTL-FILE-STATUS         PIC XX.
               88  PAYCTL-NOT-FOUND                VALUE "35".
           05  PAYPARM-FILE-STATUS         PIC XX.
               88  PAYPARM-SUCCESSFUL              VALUE "00".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
           05  LABDIST-FILE-STATUS         PIC XX.
               88  LABDIST-SUCCESSFUL              VALUE "00".
           05  PAYNET-FILE-STATUS          PIC XX.
               88  PAYNET-SUCCESSFUL               VALUE "00".
           05  PAYHIST-FILE-STATUS         PIC XX.
               88  PAYHIST-SUCCESSFUL              VALUE "00".
               88  PAYHIST-NOT-FOUND               VALUE "35".
           05  LABHIST-FILE-STATUS         PIC XX.
               88  LABHIST-SUCCESSFUL              VALUE "00".
               88  LABHIST-NOT-FOUND               VALUE "35".
           05  RUNLOG-FILE-STATUS          PIC XX.
               88  RUNLOG-SUCCESSFUL               VALUE "00".
               88  RUNLOG-NOT-FOUND                VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE.
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

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

       01  PAY-RUN-PARM-FIELDS.
           05  PYP-OVERRIDE-FLAG           PIC X.

       01  GL-INTERFACE-FIELDS.
           05  GLW-RUN-NUMBER              PIC 9(5).
           05  GLW-DEBIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  GLW-CREDIT-TOTAL            PIC S9(11)V99 VALUE ZERO.

      *    the pay period this run pays, off the calendar record
      *    for the run date
       01  PAY-PERIOD-FIELDS.
           05  PP-PERIODS-PER-YEAR         PIC 9(2).
           05  PP-PERIOD-NUMBER            PIC 9(2).
           05  PP-START-DATE               PIC 9(8).
           05  PP-END-DATE                 PIC 9(8).

       01  PAY-WORK-FIELDS.
           05  PW-GROSS-PAY                PIC 9(7)V99.
           05  PW-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  PW-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  PW-NET-PAY                  PIC S9(7)V99.
           05  PW-QUARTER-INDEX            PIC 9.

      *    the withholding brackets, loaded once from TAXTBL in
      *    filing status and floor order, so the last bracket of a
      *    status whose floor the annual wages reach is the one the
      *    wages fall in
       01  WITHHOLDING-TABLE.
           05  WTT-BRACKET-COUNT           PIC 9(3)    VALUE ZERO.
           05  WTT-BRACKET-ENTRY OCCURS 60 TIMES.
               10  WTT-FILING-STATUS       PIC X(1).
               10  WTT-BRACKET-FLOOR       PIC 9(7)V99.
               10  WTT-BASE-TAX            PIC 9(7)V99.
               10  WTT-MARGINAL-RATE       PIC 9(2)V999.
               10  WTT-ALLOWANCE-AMOUNT    PIC 9(5)V99.

      *    the period's wages are annualized at the periods per year,
      *    reduced by the allowances, run through the brackets, and
      *    the annual tax brought back to one period
       01  WITHHOLDING-WORK-FIELDS.
           05  TW-FILING-STATUS            PIC X(1).
           05  TW-ALLOWANCES               PIC 9(2).
           05  TW-EXTRA-PERCENT            PIC 9(2)V99.
           05  TW-ANNUAL-WAGES             PIC 9(9)V99.
           05  TW-ALLOWANCE-AMOUNT         PIC 9(5)V99.
           05  TW-ALLOWANCE-TOTAL          PIC 9(9)V99.
           05  TW-TAXABLE-WAGES            PIC 9(9)V99.
           05  TW-ANNUAL-TAX               PIC 9(9)V99.
           05  TW-BRACKET-INDEX            PIC 9(3).
           05  TW-MATCHED-INDEX            PIC 9(3).

      *    deductions come out of the gross in a defined priority -
      *    tax ahead of retirement ahead of insurance - and each

       01  ARREARS-COUNTERS.
           05  CT-ARREARS-COUNT            PIC 9(7)    VALUE ZERO.
           05  CT-UNPAID-LEAVE-COUNT       PIC 9(7)    VALUE ZERO.

       01  REGISTER-COUNTERS.
           05  CT-RECORDS-READ             PIC 9(7)    VALUE ZERO.
           05  CT-EMPLOYEES-PAID           PIC 9(7)    VALUE ZERO.

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).

      *    an hourly employee's hours charged to a department other
      *    than their own come off their department's gross debit and
      *    are held here by the department charged until every
      *    department group has posted, then debited to it. The
      *    charge is the hours at the employee's rate, never more
      *    than the gross left to the home department, so rounding
      *    and capped hours always stay home and the file still
      *    proves
       01  LABOR-CHARGE-TABLE.
           05  LCT-ENTRY-COUNT             PIC 9(3)    VALUE ZERO.
           05  LCT-ENTRY OCCURS 100 TIMES.
               10  LCT-DEPART-CODE         PIC X(5).
               10  LCT-CHARGE-AMOUNT       PIC 9(9)V99.

       01  LABOR-CHARGE-WORK-FIELDS.
           05  LCW-REMAINING-GROSS         PIC 9(7)V99.
           05  LCW-CHARGE-AMOUNT           PIC 9(7)V99.
           05  LCW-ENTRY-INDEX             PIC 9(3).
           05  LCW-MATCHED-INDEX           PIC 9(3).

       01  DEPARTMENT-TOTAL-FIELDS.
           05  DT-GROSS-TOTAL              PIC 9(9)V99.
           05  DT-TAX-TOTAL                PIC 9(9)V99.
           05  DT-INSURANCE-TOTAL          PIC 9(9)V99.
           05  DT-RETIREMENT-TOTAL         PIC 9(9)V99.
           05  DT-NET-TOTAL                PIC S9(9)V99.
           05  DT-LABOR-OUT-TOTAL          PIC 9(9)V99.

       01  COMPANY-TOTAL-FIELDS.
           05  GT-GROSS-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(26)  VALUE
                   "PAYROLL REGISTER          ".
           05  FILLER                      PIC X(11)  VALUE
                   "CHECK DATE ".
           05  RHL-CHECK-DATE              PIC 9(8).
           05  FILLER                      PIC X(9)   VALUE
                   "  PERIOD ".
           05  RHL-PERIOD-NUMBER           PIC Z9.
           05  FILLER                      PIC X(4)   VALUE " OF ".
           05  RHL-PERIODS-PER-YEAR        PIC Z9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  RHL-START-DATE              PIC 9(8).
           05  FILLER                      PIC X(3)   VALUE " - ".
           05  RHL-END-DATE                PIC 9(8).
           05  FILLER                      PIC X(77)  VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                      PIC X(11)  VALUE
           05  ACL-ARREARS-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(129) VALUE SPACES.

       01  UNPAID-LEAVE-LINE.
           05  ULL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  ULL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  FILLER                      PIC X(30)  VALUE
                   "ON UNPAID LEAVE - NOT PAID    ".
           05  FILLER                      PIC X(92)  VALUE SPACES.

       01  UNPAID-LEAVE-COUNT-LINE.
           05  FILLER                      PIC X(24)  VALUE
                   "ON UNPAID LEAVE:        ".
           05  ULC-UNPAID-LEAVE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(129) VALUE SPACES.

       01  TOTAL-LINE.
           05  TTL-LABEL                   PIC X(24).
           05  FILLER                      PIC X(14)  VALUE SPACES.
      *****************************************************************
      *    Sorts the employee master by department code, then prints
      *    the payroll register grouped by department with a company
      *    grand total line at the bottom. If the elections file or
      *    the benefit plan table will not open, or there are no
      *    withholding brackets to figure tax from, the run stops
      *    with nothing printed rather than producing a register with
      *    every deduction missing - this is the report the
      *    comptroller signs, so an all-gross register is worse
      *    than no register
      *****************************************************************
       000-PRINT-PAYROLL-REGISTER.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               CLOSE CYCLCTL
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           PERFORM 050-CHECK-PAY-PERIOD-CONTROL.
           IF STEP-BLOCKED
               CLOSE PAYCTL
                     CYCLCTL
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.

           PERFORM 020-LOAD-WITHHOLDING-TABLE.

           SORT SRTEMP
               ON ASCENDING KEY SRT-DEPART-CODE
               ON ASCENDING KEY SRT-EMPLOYEE-ID

           OPEN INPUT  SRTMAST
                       DEDELECT
                       BENPLAN
                OUTPUT PAYRPT
                       GLPOST.
           IF NOT DEDELECT-SUCCESSFUL
               DISPLAY "OPEN ERROR ON DEDELECT"
               DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
               SET SRTMAST-EOF TO TRUE
               SET RLF-STEP-FAILED TO TRUE
           ELSE
           IF NOT BENPLAN-SUCCESSFUL
               DISPLAY "OPEN ERROR ON BENPLAN"
               DISPLAY "FILE STATUS CODE IS " BENPLAN-FILE-STATUS
               SET SRTMAST-EOF TO TRUE
               SET RLF-STEP-FAILED TO TRUE
           ELSE
           IF WTT-BRACKET-COUNT = ZERO
               DISPLAY "NO WITHHOLDING BRACKETS ON TAXTBL"
               SET SRTMAST-EOF TO TRUE
               SET RLF-STEP-FAILED TO TRUE
           ELSE
               PERFORM 030-ASSIGN-GL-RUN-NUMBER
               PERFORM 040-OPEN-YTD-PAY-FILE
               PERFORM 045-OPEN-ARREARS-FILE
               PERFORM 047-OPEN-LABOR-DISTRIBUTION
               PERFORM 048-OPEN-PAY-HISTORY-FILE
               PERFORM 049-OPEN-LABOR-CHARGE-HISTORY
               OPEN OUTPUT PAYNET
               MOVE RUN-DATE            TO RHL-CHECK-DATE
               MOVE PP-PERIOD-NUMBER    TO RHL-PERIOD-NUMBER
               MOVE PP-PERIODS-PER-YEAR TO RHL-PERIODS-PER-YEAR
               MOVE PP-START-DATE       TO RHL-START-DATE
               MOVE PP-END-DATE         TO RHL-END-DATE
               WRITE REGISTER-LINE FROM REPORT-HEADING-LINE
               PERFORM 100-READ-SORTED-MASTER
               PERFORM 200-PRINT-DEPARTMENT-GROUP
                   UNTIL SRTMAST-EOF
               PERFORM 260-WRITE-COMPANY-TOTALS
               PERFORM 285-WRITE-LABOR-CHARGE-RECORDS
               PERFORM 280-RELEASE-GL-INTERFACE
               PERFORM 060-RECORD-PAY-RUN-DATE
               CLOSE PAYYTD
                     ARREARS
                     PAYNET
                     PAYHIST
                     LABHIST
               IF LABDIST-AVAILABLE
                   CLOSE LABDIST.
           CLOSE SRTMAST
                 DEDELECT
                 BENPLAN
                 PAYRPT
                 GLPOST
                 PAYCTL
                 CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
      *    Loads the withholding brackets into the bracket table in
      *    key order. A table that will not open loads nothing, and
      *    the run then stops before printing. Brackets past the
      *    table's capacity are dropped with a console message, the
      *    same as SEQ9000's increase rules
      *****************************************************************
       020-LOAD-WITHHOLDING-TABLE.

           OPEN INPUT TAXTBL.
           IF NOT TAXTBL-SUCCESSFUL
               DISPLAY "OPEN ERROR ON TAXTBL"
               DISPLAY "FILE STATUS CODE IS " TAXTBL-FILE-STATUS
           ELSE
               PERFORM 025-LOAD-ONE-TAX-BRACKET
                   UNTIL NOT TAXTBL-SUCCESSFUL
               CLOSE TAXTBL.

      *****************************************************************
      *    Reads the next withholding bracket and adds it to the
      *    bracket table
      *****************************************************************
       025-LOAD-ONE-TAX-BRACKET.

           READ TAXTBL NEXT RECORD
               AT END
                   MOVE "10" TO TAXTBL-FILE-STATUS.
           IF TAXTBL-SUCCESSFUL
               IF WTT-BRACKET-COUNT = 60
                   DISPLAY "TAXTBL BRACKET TABLE FULL - BRACKET "
                       "DROPPED - STATUS " TX-FILING-STATUS
               ELSE
                   ADD 1 TO WTT-BRACKET-COUNT
                   MOVE TX-FILING-STATUS TO
                       WTT-FILING-STATUS (WTT-BRACKET-COUNT)
                   MOVE TX-BRACKET-FLOOR TO
                       WTT-BRACKET-FLOOR (WTT-BRACKET-COUNT)
                   MOVE TX-BASE-TAX TO
                       WTT-BASE-TAX (WTT-BRACKET-COUNT)
                   MOVE TX-MARGINAL-RATE TO
                       WTT-MARGINAL-RATE (WTT-BRACKET-COUNT)
                   MOVE TX-ALLOWANCE-AMOUNT TO
                       WTT-ALLOWANCE-AMOUNT (WTT-BRACKET-COUNT).

      *****************************************************************
      *    Opens the year-to-date pay file for random access so each
      *    employee's period amounts can be rolled into their record
               CLOSE ARREARS
               OPEN I-O ARREARS.

      *****************************************************************
      *    Opens the labor distribution file the timesheet postings
      *    build up. With no file there are no charged hours to
      *    distribute, and every hourly employee's gross is debited
      *    to their own department as it always was
      *****************************************************************
       047-OPEN-LABOR-DISTRIBUTION.

           OPEN INPUT LABDIST.
           IF LABDIST-SUCCESSFUL
               SET LABDIST-AVAILABLE TO TRUE.

      *****************************************************************
      *    Opens the pay history file for random access so each
      *    employee's check can be added as their register line
      *    prints. The first time the file does not exist yet it is
      *    created here with no records, the same way the year-to-
      *    date pay file is
      *****************************************************************
       048-OPEN-PAY-HISTORY-FILE.

           OPEN I-O PAYHIST.
           IF PAYHIST-NOT-FOUND
               OPEN OUTPUT PAYHIST
               CLOSE PAYHIST
               OPEN I-O PAYHIST.

      *****************************************************************
      *    Opens the labor charge history alongside the pay history,
      *    creating it with no records the first time the same way
      *****************************************************************
       049-OPEN-LABOR-CHARGE-HISTORY.

           OPEN I-O LABHIST.
           IF LABHIST-NOT-FOUND
               OPEN OUTPUT LABHIST
               CLOSE LABHIST
               OPEN I-O LABHIST.

      *****************************************************************
      *    Assigns this pay run's interface run number out of the
      *    GLRNCTL control record and advances it, the same
               CLOSE CYCPARM.

      *****************************************************************
      *    Checks the pay calendar and the pay-period control record
      *    before anything mutates. The run date has to be a check
      *    date on the PAYCAL calendar SEQ6050 generates - the
      *    calendar record supplies the period's dates and the
      *    year's period count the salaries are divided by, so a
      *    register run on any other night would pay a period that
      *    does not exist - and no override lets it through. The
      *    register rolls YTD pay, settles arrears, and burns a GL
      *    run number, so running it twice for one check date
      *    doubles every employee's year and re-recovers arrears
      *    out of a pay run that never happened; a check date at or
      *    before the last one stamped is refused unless the
      *    operator sets the override parameter, the same guard
      *    ACCRCTL gives the accrual and CARYCTL gives the year-end
      *    cap. The control file is created with a zero date on
      *    first use so the first register run posts normally
      *****************************************************************
       050-CHECK-PAY-PERIOD-CONTROL.

               INVALID KEY
                   MOVE ZERO TO PC-LAST-PAY-RUN-DATE.
           PERFORM 055-CHECK-PAY-RUN-OVERRIDE.
           PERFORM 057-READ-PAY-CALENDAR-PERIOD.
           IF NOT STEP-BLOCKED
               AND PC-LAST-PAY-RUN-DATE NOT < RUN-DATE
               AND NOT PAYRUN-OVERRIDE-ACTIVE
               DISPLAY "REGISTER ALREADY RAN FOR CHECK DATE "
                   PC-LAST-PAY-RUN-DATE
               DISPLAY "REGISTER REFUSED - SET PAYPARM "
                   "OVERRIDE TO RERUN"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      *    Reads the operator parameter file for the pay-run rerun
               END-IF
               CLOSE PAYPARM.

      *****************************************************************
      *    Reads the pay calendar period whose check date is the run
      *    date and takes its period number, dates, and the year's
      *    period count. A calendar that will not open, or a run
      *    date that is not a check date on it, refuses the run
      *****************************************************************
       057-READ-PAY-CALENDAR-PERIOD.

           OPEN INPUT PAYCAL.
           IF NOT PAYCAL-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PAYCAL"
               DISPLAY "FILE STATUS CODE IS " PAYCAL-FILE-STATUS
               DISPLAY "REGISTER REFUSED - NO PAY CALENDAR"
               SET STEP-BLOCKED TO TRUE
           ELSE
               MOVE "P"      TO PY-RECORD-TYPE
               MOVE RUN-DATE TO PY-CALENDAR-DATE
               READ PAYCAL
                   INVALID KEY
                       DISPLAY "RUN DATE " RUN-DATE " IS NOT A "
                           "CHECK DATE ON THE PAY CALENDAR"
                       DISPLAY "REGISTER REFUSED"
                       SET STEP-BLOCKED TO TRUE
                   NOT INVALID KEY
                       MOVE PY-PERIODS-IN-YEAR TO PP-PERIODS-PER-YEAR
                       MOVE PY-PERIOD-NUMBER   TO PP-PERIOD-NUMBER
                       MOVE PY-START-DATE      TO PP-START-DATE
                       MOVE PY-END-DATE        TO PP-END-DATE
               END-READ
               CLOSE PAYCAL.

      *****************************************************************
      *    Records this run's date on the pay-period control record
      *    once the register, YTD roll, arrears settlement, and GL
                   DISPLAY "REWRITE ERROR ON PAYCTL"
                   DISPLAY "FILE STATUS CODE IS " PAYCTL-FILE-STATUS.

      *****************************************************************
      *    Reads the next record from the sorted master file. If the
      *    end of the file is reached, sets the EOF switch to stop the

           READ SRTMAST
               AT END
                   SET SRTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ.

      *****************************************************************
      *    Starts a new department group by saving the group's
                        DT-TAX-TOTAL
                        DT-INSURANCE-TOTAL
                        DT-RETIREMENT-TOTAL
                        DT-NET-TOTAL
                        DT-LABOR-OUT-TOTAL.
           PERFORM 210-WRITE-DEPARTMENT-HEADING.
           PERFORM 215-PROCESS-SORTED-EMPLOYEE
               UNTIL SRTMAST-EOF
                  OR SM-DEPART-CODE NOT = CF-CURRENT-DEPART-CODE.
           PERFORM 250-WRITE-DEPARTMENT-TOTALS.
           WRITE REGISTER-LINE FROM DEPARTMENT-HEADING-LINE.
           WRITE REGISTER-LINE FROM COLUMN-HEADING-LINE.

      *****************************************************************
      *    Pays the current employee, unless they are out on unpaid
      *    leave or suspension - no gross is figured for them, so no
      *    deductions, YTD, net pay record, or GL amounts either, and
      *    the register lists them as not paid so the comptroller can
      *    see why they are missing from the totals
      *****************************************************************
       215-PROCESS-SORTED-EMPLOYEE.

           IF SM-ON-UNPAID-LEAVE
               PERFORM 229-LIST-UNPAID-LEAVE
           ELSE
               PERFORM 220-PRINT-EMPLOYEE-PAY-DETAIL.

      *****************************************************************
      *    Prints the not-paid line for an employee out on unpaid
      *    leave, counts them, and reads the next sorted master record
      *****************************************************************
       229-LIST-UNPAID-LEAVE.

           MOVE SM-EMPLOYEE-ID   TO ULL-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME TO ULL-EMPLOYEE-NAME.
           WRITE REGISTER-LINE FROM UNPAID-LEAVE-LINE.
           ADD 1 TO CT-UNPAID-LEAVE-COUNT.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Computes one employee's gross, deductions, and net, prints
      *    their register line, rolls the amounts into the department
                   SM-ANNUAL-SALARY / PP-PERIODS-PER-YEAR.
           PERFORM 230-COMPUTE-EMPLOYEE-DEDUCTIONS.
           PERFORM 240-ROLL-YTD-PAY.
           IF PAYRUN-OVERRIDE-ACTIVE
               PERFORM 218-CLEAR-CHECK-LABOR-HISTORY.
           IF SM-HOURLY-EMPLOYEE
               AND LABDIST-AVAILABLE
               PERFORM 221-DISTRIBUTE-CHARGED-HOURS.
           MOVE SM-EMPLOYEE-ID        TO DTL-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME      TO DTL-EMPLOYEE-NAME.
           MOVE PW-GROSS-PAY          TO DTL-GROSS-PAY.
           ELSE
               MOVE SPACES TO DTL-ARREARS-FLAG.
           WRITE REGISTER-LINE FROM DETAIL-LINE.
           PERFORM 247-WRITE-NET-PAY-RECORD.
           ADD PW-GROSS-PAY        TO DT-GROSS-TOTAL GT-GROSS-TOTAL.
           ADD PW-TAX-AMOUNT       TO DT-TAX-TOTAL GT-TAX-TOTAL.
           ADD PW-INSURANCE-AMOUNT TO DT-INSURANCE-TOTAL
           ADD PW-NET-PAY          TO DT-NET-TOTAL GT-NET-TOTAL.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Positions the labor distribution file at the employee's
      *    first charge department and moves every hour they charged
      *    outside their own department off the department's gross
      *    and into the labor charge table
      *****************************************************************
       221-DISTRIBUTE-CHARGED-HOURS.

           MOVE PW-GROSS-PAY   TO LCW-REMAINING-GROSS.
           MOVE SM-EMPLOYEE-ID TO LD-EMPLOYEE-ID.
           MOVE LOW-VALUES     TO LD-CHARGE-DEPART-CODE.
           MOVE "N" TO LABDIST-EOF-SWITCH.
           START LABDIST KEY IS NOT LESS THAN LD-LABOR-KEY
               INVALID KEY
                   SET LABDIST-EOF TO TRUE.
           PERFORM 222-DISTRIBUTE-ONE-CHARGE
               UNTIL LABDIST-EOF.

      *****************************************************************
      *    Reads the next labor distribution record and, while it is
      *    still the same employee's, charges the hours worked for
      *    another department at the employee's rate
      *****************************************************************
       222-DISTRIBUTE-ONE-CHARGE.

           READ LABDIST NEXT RECORD
               AT END
                   SET LABDIST-EOF TO TRUE.
           IF NOT LABDIST-EOF
               IF LD-EMPLOYEE-ID NOT = SM-EMPLOYEE-ID
                   SET LABDIST-EOF TO TRUE
               ELSE
               IF LD-CHARGE-DEPART-CODE NOT = SM-DEPART-CODE
                   COMPUTE LCW-CHARGE-AMOUNT ROUNDED =
                       LD-HOURS-WORKED * SM-HOURLY-RATE
                   IF LCW-CHARGE-AMOUNT > LCW-REMAINING-GROSS
                       MOVE LCW-REMAINING-GROSS TO LCW-CHARGE-AMOUNT
                   END-IF
                   PERFORM 223-ADD-TO-LABOR-CHARGE-TABLE.

      *****************************************************************
      *    Adds one charge to the table entry for the department
      *    charged, starting an entry the first time the department
      *    is charged. A charge that finds the table full stays with
      *    the home department
      *****************************************************************
       223-ADD-TO-LABOR-CHARGE-TABLE.

           MOVE ZERO TO LCW-MATCHED-INDEX.
           PERFORM 224-MATCH-ONE-CHARGE-ENTRY
               VARYING LCW-ENTRY-INDEX FROM 1 BY 1
               UNTIL LCW-ENTRY-INDEX > LCT-ENTRY-COUNT
                  OR LCW-MATCHED-INDEX NOT = ZERO.
           IF LCW-MATCHED-INDEX = ZERO
               IF LCT-ENTRY-COUNT < 100
                   ADD 1 TO LCT-ENTRY-COUNT
                   MOVE LCT-ENTRY-COUNT TO LCW-MATCHED-INDEX
                   MOVE LD-CHARGE-DEPART-CODE
                       TO LCT-DEPART-CODE (LCW-MATCHED-INDEX)
                   MOVE ZERO TO LCT-CHARGE-AMOUNT (LCW-MATCHED-INDEX)
               ELSE
                   DISPLAY "LABOR CHARGE TABLE FULL - HOURS FOR "
                       LD-CHARGE-DEPART-CODE " LEFT WITH "
                       SM-DEPART-CODE.
           IF LCW-MATCHED-INDEX NOT = ZERO
               ADD LCW-CHARGE-AMOUNT
                   TO LCT-CHARGE-AMOUNT (LCW-MATCHED-INDEX)
                      DT-LABOR-OUT-TOTAL
               SUBTRACT LCW-CHARGE-AMOUNT FROM LCW-REMAINING-GROSS
               IF LCW-CHARGE-AMOUNT > ZERO
                   PERFORM 217-WRITE-LABOR-CHARGE-HISTORY.

      *****************************************************************
      *    Checks one labor charge table entry against the department
      *    charged
      *****************************************************************
       224-MATCH-ONE-CHARGE-ENTRY.

           IF LCT-DEPART-CODE (LCW-ENTRY-INDEX) = LD-CHARGE-DEPART-CODE
               MOVE LCW-ENTRY-INDEX TO LCW-MATCHED-INDEX.

      *****************************************************************
      *    Records one charge the check made to another department on
      *    the labor charge history, under the check's pay history
      *    key
      *****************************************************************
       217-WRITE-LABOR-CHARGE-HISTORY.

           MOVE SM-EMPLOYEE-ID        TO LH-EMPLOYEE-ID.
           MOVE RUN-DATE              TO LH-PAY-DATE.
           MOVE "R"                   TO LH-CHECK-TYPE.
           MOVE LD-CHARGE-DEPART-CODE TO LH-CHARGE-DEPART-CODE.
           MOVE SM-DEPART-CODE        TO LH-HOME-DEPART-CODE.
           MOVE LCW-CHARGE-AMOUNT     TO LH-CHARGE-AMOUNT.
           WRITE LABOR-CHARGE-HISTORY-RECORD
               INVALID KEY
                   REWRITE LABOR-CHARGE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON LABHIST FOR "
                               "EMPLOYEE ID " SM-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               LABHIST-FILE-STATUS
                   END-REWRITE
           END-WRITE.

      *****************************************************************
      *    On a rerun for the check date under the operator override,
      *    removes the charges the failed run recorded for the
      *    employee's check, so the history carries only the rerun's
      *    charges - the check issued
      *****************************************************************
       218-CLEAR-CHECK-LABOR-HISTORY.

           MOVE SM-EMPLOYEE-ID TO LH-EMPLOYEE-ID.
           MOVE RUN-DATE       TO LH-PAY-DATE.
           MOVE "R"            TO LH-CHECK-TYPE.
           MOVE LOW-VALUES     TO LH-CHARGE-DEPART-CODE.
           MOVE "N" TO LABHIST-EOF-SWITCH.
           START LABHIST KEY IS NOT LESS THAN LH-HISTORY-KEY
               INVALID KEY
                   SET LABHIST-EOF TO TRUE.
           PERFORM 219-DELETE-ONE-LABOR-HISTORY
               UNTIL LABHIST-EOF.

      *****************************************************************
      *    Reads the next labor charge history record and deletes it
      *    while it still belongs to the employee's check
      *****************************************************************
       219-DELETE-ONE-LABOR-HISTORY.

           READ LABHIST NEXT RECORD
               AT END
                   SET LABHIST-EOF TO TRUE.
           IF NOT LABHIST-EOF
               IF LH-EMPLOYEE-ID NOT = SM-EMPLOYEE-ID
                   OR LH-PAY-DATE NOT = RUN-DATE
                   OR LH-CHECK-TYPE NOT = "R"
                   SET LABHIST-EOF TO TRUE
               ELSE
                   DELETE LABHIST
                       INVALID KEY
                           DISPLAY "DELETE ERROR ON LABHIST FOR "
                               "EMPLOYEE ID " SM-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               LABHIST-FILE-STATUS
                   END-DELETE.

      *****************************************************************
      *    Sets the withholding basis for an employee with no
      *    election in force: single, no allowances, and no
      *    additional percent
      *****************************************************************
       225-SET-DEFAULT-WITHHOLDING.

           MOVE "S"  TO TW-FILING-STATUS.
           MOVE ZERO TO TW-ALLOWANCES
                        TW-EXTRA-PERCENT.

      *****************************************************************
      *    Figures the period's tax due off the withholding brackets.
      *    The period gross is annualized at the periods per year,
      *    the filing status's allowance amount times the allowance
      *    count comes off, and the annual tax is the bracket's base
      *    amount plus its marginal rate on the wages over its floor,
      *    divided back down to one period. Any additional percent
      *    the employee elected is added on top. A filing status
      *    with no brackets on the table withholds only the
      *    additional percent, with a console message so payroll can
      *    correct the table before the next period
      *****************************************************************
       226-COMPUTE-TABLE-WITHHOLDING.

           COMPUTE TW-ANNUAL-WAGES =
               PW-GROSS-PAY * PP-PERIODS-PER-YEAR.
           MOVE ZERO TO TW-MATCHED-INDEX
                        TW-ALLOWANCE-AMOUNT
                        TW-ANNUAL-TAX.
           PERFORM 227-MATCH-ALLOWANCE-BRACKET
               VARYING TW-BRACKET-INDEX FROM 1 BY 1
               UNTIL TW-BRACKET-INDEX > WTT-BRACKET-COUNT.
           COMPUTE TW-ALLOWANCE-TOTAL =
               TW-ALLOWANCE-AMOUNT * TW-ALLOWANCES.
           IF TW-ALLOWANCE-TOTAL NOT < TW-ANNUAL-WAGES
               MOVE ZERO TO TW-TAXABLE-WAGES
           ELSE
               COMPUTE TW-TAXABLE-WAGES =
                   TW-ANNUAL-WAGES - TW-ALLOWANCE-TOTAL.
           PERFORM 228-MATCH-ONE-TAX-BRACKET
               VARYING TW-BRACKET-INDEX FROM 1 BY 1
               UNTIL TW-BRACKET-INDEX > WTT-BRACKET-COUNT.
           IF TW-MATCHED-INDEX = ZERO
               DISPLAY "NO WITHHOLDING BRACKETS FOR FILING STATUS "
                   TW-FILING-STATUS " - EMPLOYEE ID " SM-EMPLOYEE-ID
           ELSE
               COMPUTE TW-ANNUAL-TAX ROUNDED =
                   WTT-BASE-TAX (TW-MATCHED-INDEX)
                   + (TW-TAXABLE-WAGES
                       - WTT-BRACKET-FLOOR (TW-MATCHED-INDEX))
                   * WTT-MARGINAL-RATE (TW-MATCHED-INDEX) / 100.
           COMPUTE DW-TAX-DUE ROUNDED =
               TW-ANNUAL-TAX / PP-PERIODS-PER-YEAR
               + PW-GROSS-PAY * TW-EXTRA-PERCENT / 100.

      *****************************************************************
      *    Takes the allowance amount from the filing status's
      *    zero-floor bracket
      *****************************************************************
       227-MATCH-ALLOWANCE-BRACKET.

           IF WTT-FILING-STATUS (TW-BRACKET-INDEX) = TW-FILING-STATUS
               AND WTT-BRACKET-FLOOR (TW-BRACKET-INDEX) = ZERO
               MOVE WTT-ALLOWANCE-AMOUNT (TW-BRACKET-INDEX)
                   TO TW-ALLOWANCE-AMOUNT.

      *****************************************************************
      *    Remembers the bracket at the current table position when
      *    it belongs to the filing status and the taxable wages
      *    reach its floor. The table is in floor order, so the last
      *    one remembered is the bracket the wages fall in
      *****************************************************************
       228-MATCH-ONE-TAX-BRACKET.

           IF WTT-FILING-STATUS (TW-BRACKET-INDEX) = TW-FILING-STATUS
               AND WTT-BRACKET-FLOOR (TW-BRACKET-INDEX)
                   NOT > TW-TAXABLE-WAGES
               MOVE TW-BRACKET-INDEX TO TW-MATCHED-INDEX.

      *****************************************************************
      *    Looks the employee up on the deduction elections file to
      *    set what each deduction bucket is due this period - an
      *    employee with no elections on file takes no insurance or
      *    retirement, and is withheld as single with no allowances,
      *    rather than being dropped from the register - then adds
      *    in anything carried in arrears, applies the buckets in
      *    priority order against the gross, and settles the arrears
      *    record with whatever the gross could not cover
      *****************************************************************
       230-COMPUTE-EMPLOYEE-DEDUCTIONS.

           MOVE SM-EMPLOYEE-ID TO DE-EMPLOYEE-ID.
           READ DEDELECT
               INVALID KEY
                   MOVE ZERO TO DW-INSURANCE-DUE
                                DW-RETIREMENT-DUE
                   PERFORM 225-SET-DEFAULT-WITHHOLDING
                   PERFORM 226-COMPUTE-TABLE-WITHHOLDING
               NOT INVALID KEY
                   PERFORM 231-APPLY-ELECTION-IN-FORCE
           END-READ.
           PERFORM 232-ADD-ARREARS-TO-DUE.
           PERFORM 234-APPLY-DEDUCTION-PRIORITY.
           PERFORM 236-SETTLE-ARREARS-RECORD.

      *****************************************************************
      *    Sets the period's dues off the election in force on the
      *    run date. SEQ6400 applies pending elections and ends when
      *    it runs, but a pay run can fall between its runs, so the
      *    dates are honored here too: an election whose end date has
      *    come takes no deductions, and a pending election whose
      *    effective date has come is used in place of the current
      *    one. Insurance is the premium the election's plan carries
      *    for its coverage tier, and tax is withheld off the
      *    brackets at the election's filing status and allowances.
      *    An ended election still owes tax, withheld the same as an
      *    employee with no election on file
      *****************************************************************
       231-APPLY-ELECTION-IN-FORCE.

           IF DE-END-DATE NOT = ZERO
               AND DE-END-DATE NOT > RUN-DATE
               MOVE ZERO TO DW-INSURANCE-DUE
                            DW-RETIREMENT-DUE
               PERFORM 225-SET-DEFAULT-WITHHOLDING
           ELSE
               IF DE-PENDING-EFFECTIVE-DATE NOT = ZERO
                   AND DE-PENDING-EFFECTIVE-DATE NOT > RUN-DATE
                   MOVE DE-PENDING-ELECTION TO DE-CURRENT-ELECTION
               END-IF
               MOVE DE-FILING-STATUS TO TW-FILING-STATUS
               MOVE DE-ALLOWANCES    TO TW-ALLOWANCES
               MOVE DE-TAX-PERCENT   TO TW-EXTRA-PERCENT
               COMPUTE DW-RETIREMENT-DUE ROUNDED =
                   PW-GROSS-PAY * DE-RETIREMENT-PERCENT / 100
               PERFORM 233-LOOK-UP-PLAN-PREMIUM.
           PERFORM 226-COMPUTE-TABLE-WITHHOLDING.

      *****************************************************************
      *    Prices the election's insurance off the benefit plan
      *    table. An election with no plan takes no insurance; one
      *    naming a plan no longer on the table takes none either,
      *    with a console message so benefits can correct it before
      *    the next period
      *****************************************************************
       233-LOOK-UP-PLAN-PREMIUM.

           MOVE ZERO TO DW-INSURANCE-DUE.
           IF DE-PLAN-CODE NOT = SPACES
               MOVE DE-PLAN-CODE TO BP-PLAN-CODE
               READ BENPLAN
                   INVALID KEY
                       DISPLAY "PLAN " DE-PLAN-CODE
                           " NOT ON BENPLAN FOR EMPLOYEE ID "
                           DE-EMPLOYEE-ID
                   NOT INVALID KEY
                       PERFORM 235-SELECT-TIER-PREMIUM
               END-READ.

      *****************************************************************
      *    Picks the premium for the election's coverage tier out of
      *    the plan just read
      *****************************************************************
       235-SELECT-TIER-PREMIUM.

           IF DE-COVERAGE-TIER = "E"
               MOVE BP-EMPLOYEE-PREMIUM TO DW-INSURANCE-DUE
           ELSE
           IF DE-COVERAGE-TIER = "S"
               MOVE BP-SPOUSE-PREMIUM TO DW-INSURANCE-DUE
           ELSE
           IF DE-COVERAGE-TIER = "C"
               MOVE BP-CHILDREN-PREMIUM TO DW-INSURANCE-DUE
           ELSE
           IF DE-COVERAGE-TIER = "F"
               MOVE BP-FAMILY-PREMIUM TO DW-INSURANCE-DUE.

      *****************************************************************
      *    Looks the employee up on the arrears file and adds any
      *    carried shortfalls on top of this period's elections, so
      *    in from a prior year starts over from this period's
      *    amounts; otherwise the period amounts are added on. The
      *    name and department are refreshed every period so the
      *    year-end statement prints current ones. The gross and tax
      *    also roll into the bucket for the run date's calendar
      *    quarter, which the quarterly withholding summary reads
      *****************************************************************
       240-ROLL-YTD-PAY.

           COMPUTE PW-QUARTER-INDEX = (RUN-MONTH + 2) / 3.
           MOVE SM-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
           READ PAYYTD
               INVALID KEY
                       ADD PW-INSURANCE-AMOUNT  TO YT-INSURANCE-YTD
                       ADD PW-RETIREMENT-AMOUNT TO YT-RETIREMENT-YTD
                       ADD PW-NET-PAY           TO YT-NET-YTD
                       ADD PW-GROSS-PAY TO
                           YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX)
                       ADD PW-TAX-AMOUNT TO
                           YT-QTR-TAX (PW-QUARTER-INDEX)
                   END-IF
                   REWRITE YEAR-TO-DATE-PAY-RECORD
                       INVALID KEY
           MOVE PW-INSURANCE-AMOUNT TO YT-INSURANCE-YTD.
           MOVE PW-RETIREMENT-AMOUNT TO YT-RETIREMENT-YTD.
           MOVE PW-NET-PAY          TO YT-NET-YTD.
           PERFORM 246-CLEAR-ONE-QUARTER
               VARYING PW-QUARTER-INDEX FROM 1 BY 1
               UNTIL PW-QUARTER-INDEX > 4.
           COMPUTE PW-QUARTER-INDEX = (RUN-MONTH + 2) / 3.
           MOVE PW-GROSS-PAY  TO
               YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX).
           MOVE PW-TAX-AMOUNT TO
               YT-QTR-TAX (PW-QUARTER-INDEX).

      *****************************************************************
      *    Zeroes one quarter's bucket on a freshly started record
      *****************************************************************
       246-CLEAR-ONE-QUARTER.

           MOVE ZERO TO YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX)
                        YT-QTR-TAX (PW-QUARTER-INDEX).

      *****************************************************************
      *    Writes the employee's period pay to the net pay file the
      *    direct deposit run and pay advices work from
      *****************************************************************
       247-WRITE-NET-PAY-RECORD.

           MOVE SM-EMPLOYEE-ID        TO NP-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME      TO NP-EMPLOYEE-NAME.
           MOVE SM-DEPART-CODE        TO NP-DEPART-CODE.
           MOVE RUN-DATE              TO NP-PAY-DATE.
           MOVE PW-GROSS-PAY          TO NP-GROSS-PAY.
           MOVE PW-TAX-AMOUNT         TO NP-TAX-AMOUNT.
           MOVE PW-INSURANCE-AMOUNT   TO NP-INSURANCE-AMOUNT.
           MOVE PW-RETIREMENT-AMOUNT  TO NP-RETIREMENT-AMOUNT.
           MOVE PW-NET-PAY            TO NP-NET-PAY.
           MOVE GLW-RUN-NUMBER        TO NP-GL-RUN-NUMBER.
           WRITE NET-PAY-RECORD.
           IF NOT PAYNET-SUCCESSFUL
               DISPLAY "WRITE ERROR ON PAYNET FOR EMPLOYEE ID "
                   SM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " PAYNET-FILE-STATUS
               SET RLF-STEP-FAILED TO TRUE
           ELSE
               ADD 1 TO CT-EMPLOYEES-PAID.
           PERFORM 248-WRITE-PAY-HISTORY-RECORD.

      *****************************************************************
      *    Adds the employee's check to the pay history. A rerun for
      *    the check date under the operator override replaces the
      *    line the failed run left, since the rerun's check is the
      *    one issued
      *****************************************************************
       248-WRITE-PAY-HISTORY-RECORD.

           MOVE SM-EMPLOYEE-ID        TO PH-EMPLOYEE-ID.
           MOVE RUN-DATE              TO PH-PAY-DATE.
           SET PH-REGULAR-CHECK       TO TRUE.
           MOVE SM-DEPART-CODE        TO PH-DEPART-CODE.
           MOVE PW-GROSS-PAY          TO PH-GROSS-PAY.
           MOVE PW-TAX-AMOUNT         TO PH-TAX-AMOUNT.
           MOVE PW-INSURANCE-AMOUNT   TO PH-INSURANCE-AMOUNT.
           MOVE PW-RETIREMENT-AMOUNT  TO PH-RETIREMENT-AMOUNT.
           MOVE PW-NET-PAY            TO PH-NET-PAY.
           MOVE GLW-RUN-NUMBER        TO PH-GL-RUN-NUMBER.
           MOVE ZERO                  TO PH-VOID-DATE
                                         PH-VOID-GL-RUN-NUMBER.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON PAYHIST FOR "
                               "EMPLOYEE ID " SM-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               PAYHIST-FILE-STATUS
                   END-REWRITE
           END-WRITE.

      *****************************************************************
      *    Writes the department's gross, deduction, and net totals
      *****************************************************************
      *    Writes the department's general-ledger interface records
      *    off the same totals the register line just printed: the
      *    gross debit, less the hours charged out to other
      *    departments, then one credit each for tax, insurance,
      *    retirement, and net, rolling each side into the running
      *    debit and credit totals the release proof checks
      *****************************************************************

           MOVE "GROSS PAY   " TO GL-ACCOUNT-TEXT.
           MOVE "D"            TO GL-DEBIT-CREDIT-CODE.
           COMPUTE GL-AMOUNT = DT-GROSS-TOTAL - DT-LABOR-OUT-TOTAL.
           ADD GL-AMOUNT       TO GLW-DEBIT-TOTAL.
           PERFORM 275-WRITE-ONE-GL-RECORD.

           MOVE "TAX WITHHELD" TO GL-ACCOUNT-TEXT.
               DISPLAY "FILE STATUS CODE IS " GLPOST-FILE-STATUS
               SET SRTMAST-EOF TO TRUE.

      *****************************************************************
      *    Debits each department charged with hourly employees'
      *    labor the gross their own departments' debits were reduced
      *    by, once every department group has posted
      *****************************************************************
       285-WRITE-LABOR-CHARGE-RECORDS.

           PERFORM 286-WRITE-ONE-LABOR-CHARGE
               VARYING LCW-ENTRY-INDEX FROM 1 BY 1
               UNTIL LCW-ENTRY-INDEX > LCT-ENTRY-COUNT.

      *****************************************************************
      *    Writes one labor charge debit for the department charged
      *****************************************************************
       286-WRITE-ONE-LABOR-CHARGE.

           MOVE LCT-DEPART-CODE (LCW-ENTRY-INDEX)
               TO CF-CURRENT-DEPART-CODE.
           MOVE "LABOR CHARGE" TO GL-ACCOUNT-TEXT.
           MOVE "D"            TO GL-DEBIT-CREDIT-CODE.
           MOVE LCT-CHARGE-AMOUNT (LCW-ENTRY-INDEX) TO GL-AMOUNT.
           ADD LCT-CHARGE-AMOUNT (LCW-ENTRY-INDEX) TO GLW-DEBIT-TOTAL.
           PERFORM 275-WRITE-ONE-GL-RECORD.

      *****************************************************************
      *    Proves the interface file to a zero balance - every gross
      *    debit against every deduction and net credit - before the
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE CT-ARREARS-COUNT TO ACL-ARREARS-COUNT.
           WRITE REGISTER-LINE FROM ARREARS-COUNT-LINE.
           MOVE CT-UNPAID-LEAVE-COUNT TO ULC-UNPAID-LEAVE-COUNT.
           WRITE REGISTER-LINE FROM UNPAID-LEAVE-COUNT-LINE.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: the master records read in and
      *    the employees paid - net pay records written - out. The
      *    register has nothing to reject - an employee on unpaid
      *    leave is listed as not paid, not rejected. The log is
      *    created on first use, the same way the posting runs create
      *    the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ6500"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-RECORDS-READ       TO RL-RECORDS-IN.
           MOVE CT-EMPLOYEES-PAID     TO RL-RECORDS-OUT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
