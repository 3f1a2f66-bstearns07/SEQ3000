      *****************************************************************
      * Title..........: SEQ9050 - Payroll Cost Projection
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Budget-time projection of next year's payroll
      *                  cost, built off what the system already knows
      *                  instead of a printout. Starts every employee
      *                  at their pay on the current master, applies
      *                  the future-dated raises parked on the pending
      *                  holding file from the month they take effect,
      *                  applies finance's increase assumption - the
      *                  same department, job class, and all-employees
      *                  rules SEQ9000 reads - from the month the
      *                  parameter card names, prices hourly employees
      *                  at their rate over the 2080-hour work year,
      *                  and prices each employee's benefits off the
      *                  deduction election in force each month, over
      *                  the pay periods the projection year has on
      *                  the pay calendar. The report gives each
      *                  department's projected cost month by month,
      *                  with salary, hourly wages, and benefits shown
      *                  separately, and sets the current year's run
      *                  rate off the YTD pay file alongside for
      *                  comparison
      * File Desc......: Reads the PRJPARM parameter card, the SALPARM
      *                  increase assumption, the PENDNEW holding file,
      *                  the PAYCAL pay calendar, and the NEWEMP master
      *                  (sorted by department), looks each employee
      *                  up on DEDELECT, BENPLAN, and PAYYTD, and
      *                  writes the PRJRPT projection report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ9050.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PRJPARM  ASSIGN TO PRJPARM
                           FILE STATUS IS PRJPARM-FILE-STATUS.
           SELECT SALPARM  ASSIGN TO SALPARM
                           FILE STATUS IS SALPARM-FILE-STATUS.
           SELECT PENDNEW  ASSIGN TO PENDNEW
                           FILE STATUS IS PENDNEW-FILE-STATUS.
           SELECT PAYCAL   ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT NEWEMP   ASSIGN TO NEWEMP.
           SELECT SRTEMP   ASSIGN TO SRTEMP.
           SELECT SRTMAST  ASSIGN TO SRTMAST.
           SELECT DEDELECT ASSIGN TO DEDELECT
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DE-EMPLOYEE-ID
                           FILE STATUS IS DEDELECT-FILE-STATUS.
           SELECT BENPLAN  ASSIGN TO BENPLAN
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BP-PLAN-CODE
                           FILE STATUS IS BENPLAN-FILE-STATUS.
           SELECT PAYYTD   ASSIGN TO PAYYTD
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS YT-EMPLOYEE-ID
                           FILE STATUS IS PAYYTD-FILE-STATUS.
           SELECT PRJRPT   ASSIGN TO PRJRPT
                           FILE STATUS IS PRJRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PRJPARM.

      *    projection year (blank for the year after the run date),
      *    month the increase assumption takes effect (blank for
      *    January), and pay periods a year for pricing the per-
      *    period benefit premiums (blank for the projection year's
      *    count on the pay calendar)
       01  PROJECTION-PARM-RECORD.
           05  PPR-PROJECTION-YEAR         PIC X(4).
           05  PPR-INCREASE-MONTH          PIC X(2).
           05  PPR-PERIODS-PER-YEAR        PIC X(2).
           05  FILLER                      PIC X(72).

       FD  SALPARM.

       01  SALARY-PARM-RECORD.
           05  SP-SCOPE-CODE               PIC X.
           05  SP-DEPART-CODE              PIC X(5).
           05  SP-JOB-CLASS                PIC X(2).
           05  SP-INCREASE-PERCENT         PIC 9(2)V99.
           05  SP-FLAT-AMOUNT              PIC 9(5)V99.

       FD  PENDNEW.

       01  PENDING-NEW-RECORD              PIC X(120).

       FD  NEWEMP.

       01  NEW-MASTER-RECORD               PIC X(100).

       SD  SRTEMP.

       01  SORT-MASTER-RECORD.
           05  SRT-EMPLOYEE-ID             PIC X(5).
           05  SRT-EMPLOYEE-NAME           PIC X(30).
           05  SRT-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(60).

       FD  SRTMAST.

       01  SORTED-MASTER-RECORD.
           05  SM-EMPLOYEE-ID              PIC X(5).
           05  SM-EMPLOYEE-NAME            PIC X(30).
           05  SM-DEPART-CODE              PIC X(5).
           05  SM-JOB-CLASS                PIC X(2).
           05  SM-ANNUAL-SALARY            PIC 9(7)V99.
           05  SM-VACATION-HOURS           PIC 9(3).
           05  SM-SICK-HOURS               PIC 9(3)V99.
           05  SM-DATE-OF-HIRE             PIC 9(8).
           05  SM-EMPLOYMENT-TYPE          PIC X(1).
               88  SM-HOURLY-EMPLOYEE              VALUE "H".
               88  SM-SALARIED-EMPLOYEE            VALUE "S".
           05  SM-HOURLY-RATE              PIC 9(3)V99.
           05  SM-HOURS-WORKED             PIC 9(3)V99.
           05  SM-LEAVE-TYPE               PIC X(1).
               88  SM-ON-UNPAID-LEAVE              VALUE "U" "S".
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

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

       FD  PAYYTD.

       01  YEAR-TO-DATE-PAY-RECORD.
           05  YT-EMPLOYEE-ID              PIC X(5).
           05  YT-EMPLOYEE-NAME            PIC X(30).
           05  YT-DEPART-CODE              PIC X(5).
           05  YT-PAY-YEAR                 PIC 9(4).
           05  YT-GROSS-YTD                PIC 9(9)V99.
           05  YT-TAX-YTD                  PIC 9(9)V99.
           05  YT-INSURANCE-YTD            PIC 9(9)V99.
           05  YT-RETIREMENT-YTD           PIC 9(9)V99.
           05  YT-NET-YTD                  PIC S9(9)V99.
           05  YT-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YT-QTR-TAXABLE-WAGES    PIC 9(9)V99.
               10  YT-QTR-TAX              PIC 9(9)V99.

       FD  PRJRPT.

       01  PROJECTION-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SALPARM-EOF-SWITCH          PIC X   VALUE "N".
               88  SALPARM-EOF                     VALUE "Y".
           05  PENDNEW-EOF-SWITCH          PIC X   VALUE "N".
               88  PENDNEW-EOF                     VALUE "Y".
           05  SRTMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SRTMAST-EOF                     VALUE "Y".
           05  PARM-VALID-SWITCH           PIC X   VALUE "Y".
               88  PARM-VALID                      VALUE "Y".
           05  PARM-MATCHED-SWITCH         PIC X   VALUE "N".
               88  PARM-MATCHED                    VALUE "Y".
           05  DEDELECT-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  DEDELECT-AVAILABLE              VALUE "Y".
           05  BENPLAN-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  BENPLAN-AVAILABLE               VALUE "Y".
           05  PAYYTD-AVAILABLE-SWITCH     PIC X   VALUE "N".
               88  PAYYTD-AVAILABLE                VALUE "Y".
           05  ELECTION-FOUND-SWITCH       PIC X   VALUE "N".
               88  ELECTION-FOUND                  VALUE "Y".
           05  RAISE-APPLIED-SWITCH        PIC X   VALUE "N".
               88  RAISE-APPLIED                   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  PRJPARM-FILE-STATUS         PIC XX.
               88  PRJPARM-SUCCESSFUL              VALUE "00".
           05  SALPARM-FILE-STATUS         PIC XX.
               88  SALPARM-SUCCESSFUL              VALUE "00".
           05  PENDNEW-FILE-STATUS         PIC XX.
               88  PENDNEW-SUCCESSFUL              VALUE "00".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
           05  DEDELECT-FILE-STATUS        PIC XX.
               88  DEDELECT-SUCCESSFUL             VALUE "00".
           05  BENPLAN-FILE-STATUS         PIC XX.
               88  BENPLAN-SUCCESSFUL              VALUE "00".
           05  PAYYTD-FILE-STATUS          PIC XX.
               88  PAYYTD-SUCCESSFUL               VALUE "00".
           05  PRJRPT-FILE-STATUS          PIC XX.
               88  PRJRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).
           05  RUN-DATE-PARTS      REDEFINES RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

      *    the card's settings once edited
       01  PARM-FIELDS.
           05  PF-PROJECTION-YEAR          PIC 9(4).
           05  PF-INCREASE-MONTH           PIC 9(2).
           05  PF-PERIODS-PER-YEAR         PIC 9(2).

       01  RATE-FIELDS.
           05  RT-HOURS-PER-YEAR           PIC 9(4)    VALUE 2080.

      *    the month names for the report lines, and the first day
      *    of each month of the projection year - a raise or an
      *    election counts in a month when it is in effect on the
      *    first of that month
       01  MONTH-NAME-VALUES.
           05  FILLER                      PIC X(36)   VALUE
                   "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".

       01  MONTH-NAME-TABLE    REDEFINES MONTH-NAME-VALUES.
           05  MN-MONTH-NAME OCCURS 12 TIMES
                                           PIC X(3).

       01  MONTH-START-TABLE.
           05  MS-MONTH-START OCCURS 12 TIMES
                                           PIC 9(8).

       01  SALARY-PARM-TABLE.
           05  SPT-PARM-COUNT              PIC 9(2)    VALUE ZERO.
           05  SPT-PARM-ENTRY OCCURS 50 TIMES.
               10  SPT-SCOPE-CODE          PIC X.
                   88  SPT-DEPARTMENT-SCOPE        VALUE "D".
                   88  SPT-JOB-CLASS-SCOPE         VALUE "J".
                   88  SPT-ALL-EMPLOYEES-SCOPE     VALUE "A".
               10  SPT-DEPART-CODE         PIC X(5).
               10  SPT-JOB-CLASS           PIC X(2).
               10  SPT-INCREASE-PERCENT    PIC 9(2)V99.
               10  SPT-FLAT-AMOUNT         PIC 9(5)V99.

       01  PARM-WORK-FIELDS.
           05  PW-PARM-INDEX               PIC 9(2).
           05  PW-MATCHED-INDEX            PIC 9(2).

      *    the raises parked on the holding file - change cards
      *    carrying a new salary or hourly rate - in the order they
      *    were parked
       01  PENDING-RAISE-TABLE.
           05  PRT-ENTRY-COUNT             PIC 9(4)    VALUE ZERO.
           05  PRT-ENTRY OCCURS 2000 TIMES.
               10  PRT-EMPLOYEE-ID         PIC X(5).
               10  PRT-EFFECTIVE-DATE      PIC 9(8).
               10  PRT-ANNUAL-SALARY       PIC 9(7)V99.
               10  PRT-HOURLY-RATE         PIC 9(3)V99.

       01  PENDING-TRANSACTION.
           05  PT-TRANSACTION-CODE         PIC X.
               88  PT-CHANGE-RECORD                VALUE "C".
           05  PT-EMPLOYEE-ID              PIC X(5).
           05  PT-EMPLOYEE-NAME            PIC X(30).
           05  PT-DEPART-CODE              PIC X(5).
           05  PT-JOB-CLASS                PIC X(2).
           05  PT-ANNUAL-SALARY            PIC 9(7)V99.
           05  PT-DATE-OF-HIRE             PIC 9(8).
           05  PT-LEAVE-HOURS              PIC 9(3)V99.
           05  PT-EFFECTIVE-DATE           PIC 9(8).
           05  PT-EMPLOYMENT-TYPE          PIC X(1).
           05  PT-HOURLY-RATE              PIC 9(3)V99.
           05  FILLER                      PIC X(41).

      *    one employee's pay and cost for each month of the
      *    projection year, with the effective date of the raise
      *    setting each month's pay (zero while the master's pay
      *    stands)
       01  EMPLOYEE-MONTH-TABLE.
           05  EMT-MONTH OCCURS 12 TIMES.
               10  EMT-ANNUAL-SALARY       PIC 9(7)V99.
               10  EMT-HOURLY-RATE         PIC 9(3)V99.
               10  EMT-RAISE-DATE          PIC 9(8).
               10  EMT-SALARY-COST         PIC 9(7)V99.
               10  EMT-HOURLY-COST         PIC 9(7)V99.
               10  EMT-BENEFIT-COST        PIC 9(7)V99.

      *    the employee's benefit elections priced per pay period -
      *    the election in force now, and the pending one from its
      *    effective date
       01  ELECTION-WORK-FIELDS.
           05  EW-CURRENT-PREMIUM          PIC 9(3)V99.
           05  EW-CURRENT-RETIREMENT-PCT   PIC 9(2)V99.
           05  EW-PENDING-DATE             PIC 9(8).
           05  EW-PENDING-PREMIUM          PIC 9(3)V99.
           05  EW-PENDING-RETIREMENT-PCT   PIC 9(2)V99.
           05  EW-END-DATE                 PIC 9(8).
           05  EW-PLAN-CODE                PIC X(4).
           05  EW-COVERAGE-TIER            PIC X(1).
           05  EW-PLAN-PREMIUM             PIC 9(3)V99.
           05  EW-MONTH-PREMIUM            PIC 9(3)V99.
           05  EW-MONTH-RETIREMENT-PCT     PIC 9(2)V99.

       01  PROJECTION-WORK-FIELDS.
           05  PJ-MONTH-INDEX              PIC 9(2).
           05  PJ-RAISE-INDEX              PIC 9(4).
           05  PJ-MONTH-PAY                PIC 9(7)V99.
           05  PJ-NEW-SALARY               PIC 9(7)V99.
           05  PJ-NEW-RATE                 PIC 9(3)V99.

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).

      *    projected cost by month, and the current year's YTD pay,
      *    for the department being projected, the company, and the
      *    block being printed - the three are laid out alike so a
      *    department or the company moves whole into the print
      *    block
       01  DEPARTMENT-TOTALS.
           05  DT-EMPLOYEE-COUNT           PIC 9(5).
           05  DT-YTD-GROSS                PIC 9(11)V99.
           05  DT-YTD-BENEFITS             PIC 9(11)V99.
           05  DT-MONTH-TOTALS OCCURS 12 TIMES.
               10  DT-SALARY-COST          PIC 9(11)V99.
               10  DT-HOURLY-COST          PIC 9(11)V99.
               10  DT-BENEFIT-COST         PIC 9(11)V99.

       01  COMPANY-TOTALS.
           05  GT-EMPLOYEE-COUNT           PIC 9(5).
           05  GT-YTD-GROSS                PIC 9(11)V99.
           05  GT-YTD-BENEFITS             PIC 9(11)V99.
           05  GT-MONTH-TOTALS OCCURS 12 TIMES.
               10  GT-SALARY-COST          PIC 9(11)V99.
               10  GT-HOURLY-COST          PIC 9(11)V99.
               10  GT-BENEFIT-COST         PIC 9(11)V99.

       01  PRINT-TOTALS.
           05  PB-EMPLOYEE-COUNT           PIC 9(5).
           05  PB-YTD-GROSS                PIC 9(11)V99.
           05  PB-YTD-BENEFITS             PIC 9(11)V99.
           05  PB-MONTH-TOTALS OCCURS 12 TIMES.
               10  PB-SALARY-COST          PIC 9(11)V99.
               10  PB-HOURLY-COST          PIC 9(11)V99.
               10  PB-BENEFIT-COST         PIC 9(11)V99.

       01  PRINT-WORK-FIELDS.
           05  PK-YEAR-SALARY              PIC 9(11)V99.
           05  PK-YEAR-HOURLY              PIC 9(11)V99.
           05  PK-YEAR-BENEFITS            PIC 9(11)V99.
           05  PK-YEAR-TOTAL               PIC 9(11)V99.
           05  PK-RATE-WAGES               PIC 9(11)V99.
           05  PK-RATE-BENEFITS            PIC 9(11)V99.
           05  PK-RATE-TOTAL               PIC 9(11)V99.
           05  PK-CHANGE-AMOUNT            PIC S9(11)V99.

       01  PROJECTION-COUNTERS.
           05  CT-EMPLOYEES-PROJECTED      PIC 9(7)    VALUE ZERO.
           05  CT-RAISES-LOADED            PIC 9(7)    VALUE ZERO.
           05  CT-RAISES-APPLIED           PIC 9(7)    VALUE ZERO.
           05  CT-RAISES-BEYOND-YEAR       PIC 9(7)    VALUE ZERO.
           05  CT-UNDER-INCREASE-RULE      PIC 9(7)    VALUE ZERO.
           05  CT-NO-ELECTION-COUNT        PIC 9(7)    VALUE ZERO.
           05  CT-NO-YTD-COUNT             PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "PAYROLL COST PROJECTION FOR   ".
           05  RHL-PROJECTION-YEAR         PIC 9(4).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(75)   VALUE SPACES.

       01  ASSUMPTION-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "INCREASE ASSUMPTION FROM      ".
           05  AL-INCREASE-MONTH           PIC X(3).
           05  FILLER                      PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(20)   VALUE
                   "PAY PERIODS A YEAR  ".
           05  AL-PERIODS-PER-YEAR         PIC Z9.
           05  FILLER                      PIC X(70)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  DHL-HEADING-TEXT            PIC X(12).
           05  DHL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
                   "EMPLOYEES: ".
           05  DHL-EMPLOYEE-COUNT          PIC ZZ,ZZ9.
           05  FILLER                      PIC X(93)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(16)   VALUE
                   "MONTH           ".
           05  FILLER                      PIC X(17)   VALUE
                   "           SALARY".
           05  FILLER                      PIC X(17)   VALUE
                   "     HOURLY WAGES".
           05  FILLER                      PIC X(17)   VALUE
                   "         BENEFITS".
           05  FILLER                      PIC X(17)   VALUE
                   "            TOTAL".
           05  FILLER                      PIC X(48)   VALUE SPACES.

       01  PROJECTION-DETAIL-LINE.
           05  PDL-LABEL.
               10  PDL-MONTH-NAME          PIC X(3).
               10  FILLER                  PIC X(1).
               10  PDL-YEAR                PIC 9(4).
               10  FILLER                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-SALARY-COST             PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-HOURLY-COST             PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-BENEFIT-COST            PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-TOTAL-COST              PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(48)   VALUE SPACES.

      *    the YTD pay file carries gross pay only, so the run rate's
      *    wages are one figure under the hourly wages column
       01  RUN-RATE-LINE.
           05  FILLER                      PIC X(16)   VALUE
                   "CURRENT RUN RATE".
           05  FILLER                      PIC X(19)   VALUE
                   "    ALL WAGES:     ".
           05  RRL-WAGES                   PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RRL-BENEFITS                PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RRL-TOTAL                   PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(48)   VALUE SPACES.

       01  CHANGE-LINE.
           05  FILLER                      PIC X(16)   VALUE
                   "CHANGE FROM RATE".
           05  FILLER                      PIC X(53)   VALUE SPACES.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CHL-CHANGE-AMOUNT           PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(45)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Edits the parameter card, loads the increase rules and the
      *    parked raises, then sorts the master by department and
      *    projects each department in turn, closing the report with
      *    the company projection and the run's summary counts. A
      *    card in error projects nothing rather than a year finance
      *    did not ask for
      *****************************************************************
       000-PROJECT-PAYROLL-COST.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-READ-PROJECTION-PARM.
           IF NOT PARM-VALID
               DISPLAY "PRJPARM CARD IN ERROR - NOTHING PROJECTED"
           ELSE
               PERFORM 020-SET-MONTH-START
                   VARYING PJ-MONTH-INDEX FROM 1 BY 1
                   UNTIL PJ-MONTH-INDEX > 12
               PERFORM 100-LOAD-SALARY-PARMS
               PERFORM 150-LOAD-PENDING-RAISES
               SORT SRTEMP
                   ON ASCENDING KEY SRT-DEPART-CODE
                   ON ASCENDING KEY SRT-EMPLOYEE-ID
                   USING NEWEMP
                   GIVING SRTMAST
               PERFORM 170-OPEN-PROJECTION-FILES
               MOVE ZERO TO COMPANY-TOTALS
               PERFORM 180-READ-SORTED-MASTER
               PERFORM 200-PROJECT-DEPARTMENT-GROUP
                   UNTIL SRTMAST-EOF
               PERFORM 400-WRITE-COMPANY-PROJECTION
               PERFORM 500-WRITE-PROJECTION-SUMMARY
               PERFORM 900-CLOSE-PROJECTION-FILES.
           STOP RUN.

      *****************************************************************
      *    Reads and edits the parameter card. No card at all
      *    projects the year after the run date with the increase
      *    assumption from January and the pay periods the pay
      *    calendar has in that year
      *****************************************************************
       010-READ-PROJECTION-PARM.

           MOVE SPACES TO PROJECTION-PARM-RECORD.
           OPEN INPUT PRJPARM.
           IF PRJPARM-SUCCESSFUL
               READ PRJPARM
                   AT END
                       MOVE SPACES TO PROJECTION-PARM-RECORD
               END-READ
               CLOSE PRJPARM.
           IF PPR-PROJECTION-YEAR = SPACES
               COMPUTE PF-PROJECTION-YEAR = RUN-YEAR + 1
           ELSE
           IF PPR-PROJECTION-YEAR NUMERIC
               AND PPR-PROJECTION-YEAR NOT = "0000"
               MOVE PPR-PROJECTION-YEAR TO PF-PROJECTION-YEAR
           ELSE
               DISPLAY "PRJPARM PROJECTION YEAR "
                   PPR-PROJECTION-YEAR " IS NOT A YEAR"
               MOVE "N" TO PARM-VALID-SWITCH.
           IF PPR-INCREASE-MONTH = SPACES
               MOVE 1 TO PF-INCREASE-MONTH
           ELSE
           IF PPR-INCREASE-MONTH NUMERIC
               AND PPR-INCREASE-MONTH NOT < "01"
               AND PPR-INCREASE-MONTH NOT > "12"
               MOVE PPR-INCREASE-MONTH TO PF-INCREASE-MONTH
           ELSE
               DISPLAY "PRJPARM INCREASE MONTH "
                   PPR-INCREASE-MONTH " IS NOT A MONTH"
               MOVE "N" TO PARM-VALID-SWITCH.
           IF PPR-PERIODS-PER-YEAR = SPACES
               IF PARM-VALID
                   PERFORM 015-READ-CALENDAR-PERIODS
               END-IF
           ELSE
           IF PPR-PERIODS-PER-YEAR NUMERIC
               AND PPR-PERIODS-PER-YEAR NOT = "00"
               MOVE PPR-PERIODS-PER-YEAR TO PF-PERIODS-PER-YEAR
           ELSE
               DISPLAY "PRJPARM PAY PERIODS " PPR-PERIODS-PER-YEAR
                   " IS NOT A NUMBER OF PERIODS"
               MOVE "N" TO PARM-VALID-SWITCH.

      *****************************************************************
      *    Takes the projection year's period count off its first
      *    period record on the pay calendar, the count the pay runs
      *    divide by. A year not generated yet, or no calendar at
      *    all, is priced at 26 periods and the console says so
      *****************************************************************
       015-READ-CALENDAR-PERIODS.

           MOVE ZERO TO PF-PERIODS-PER-YEAR.
           OPEN INPUT PAYCAL.
           IF PAYCAL-SUCCESSFUL
               MOVE "P" TO PY-RECORD-TYPE
               COMPUTE PY-CALENDAR-DATE = PF-PROJECTION-YEAR * 10000
                   + 0101
               START PAYCAL KEY NOT < PY-CALENDAR-KEY
                   INVALID KEY
                       MOVE "23" TO PAYCAL-FILE-STATUS
               END-START
               IF PAYCAL-SUCCESSFUL
                   READ PAYCAL NEXT RECORD
                       AT END
                           MOVE "10" TO PAYCAL-FILE-STATUS
                   END-READ
                   IF PAYCAL-SUCCESSFUL
                       AND PY-PERIOD-RECORD
                       AND PY-CALENDAR-YEAR = PF-PROJECTION-YEAR
                       MOVE PY-PERIODS-IN-YEAR TO PF-PERIODS-PER-YEAR
                   END-IF
               END-IF
               CLOSE PAYCAL.
           IF PF-PERIODS-PER-YEAR = ZERO
               MOVE 26 TO PF-PERIODS-PER-YEAR
               DISPLAY "NO " PF-PROJECTION-YEAR " PAY CALENDAR - "
                   "BENEFITS PRICED AT 26 PAY PERIODS".

      *****************************************************************
      *    Sets the first day of one month of the projection year
      *****************************************************************
       020-SET-MONTH-START.

           COMPUTE MS-MONTH-START (PJ-MONTH-INDEX) =
               PF-PROJECTION-YEAR * 10000
               + PJ-MONTH-INDEX * 100 + 1.

      *****************************************************************
      *    Loads the SALPARM increase rules into the rule table in
      *    the order they were submitted - the first rule that covers
      *    an employee is the one applied, the same as SEQ9000. No
      *    rules on file projects with no increase assumption
      *****************************************************************
       100-LOAD-SALARY-PARMS.

           OPEN INPUT SALPARM.
           IF SALPARM-SUCCESSFUL
               PERFORM 110-LOAD-ONE-SALARY-PARM
                   UNTIL SALPARM-EOF
               CLOSE SALPARM.

      *****************************************************************
      *    Reads one increase rule and adds it to the rule table. A
      *    rule with a non-numeric percentage or flat amount is
      *    dropped with a console message, and rules past the table's
      *    capacity are dropped the same way
      *****************************************************************
       110-LOAD-ONE-SALARY-PARM.

           READ SALPARM
               AT END
                   SET SALPARM-EOF TO TRUE.
           IF NOT SALPARM-EOF
               IF SP-INCREASE-PERCENT NOT NUMERIC
                   OR SP-FLAT-AMOUNT NOT NUMERIC
                   DISPLAY "NON-NUMERIC AMOUNT ON SALPARM RULE "
                       "DROPPED - SCOPE " SP-SCOPE-CODE
               ELSE
               IF SPT-PARM-COUNT = 50
                   DISPLAY "SALPARM RULE TABLE FULL - RULE DROPPED"
               ELSE
                   ADD 1 TO SPT-PARM-COUNT
                   MOVE SP-SCOPE-CODE TO
                       SPT-SCOPE-CODE (SPT-PARM-COUNT)
                   MOVE SP-DEPART-CODE TO
                       SPT-DEPART-CODE (SPT-PARM-COUNT)
                   MOVE SP-JOB-CLASS TO
                       SPT-JOB-CLASS (SPT-PARM-COUNT)
                   MOVE SP-INCREASE-PERCENT TO
                       SPT-INCREASE-PERCENT (SPT-PARM-COUNT)
                   MOVE SP-FLAT-AMOUNT TO
                       SPT-FLAT-AMOUNT (SPT-PARM-COUNT).

      *****************************************************************
      *    Loads the raises parked on the holding file. A missing
      *    holding file is simply an empty one, the same way SEQ9500
      *    treats it on the first night
      *****************************************************************
       150-LOAD-PENDING-RAISES.

           OPEN INPUT PENDNEW.
           IF PENDNEW-SUCCESSFUL
               PERFORM 160-LOAD-ONE-PENDING-RAISE
                   UNTIL PENDNEW-EOF
               CLOSE PENDNEW.

      *****************************************************************
      *    Reads one parked transaction and, when it is a change card
      *    carrying a new salary or hourly rate, adds it to the raise
      *    table. A raise that takes effect after the projection year
      *    cannot touch it and is only counted, and raises past the
      *    table's capacity are dropped with a console message
      *****************************************************************
       160-LOAD-ONE-PENDING-RAISE.

           READ PENDNEW INTO PENDING-TRANSACTION
               AT END
                   SET PENDNEW-EOF TO TRUE.
           IF NOT PENDNEW-EOF
               AND PT-CHANGE-RECORD
               AND PT-ANNUAL-SALARY NUMERIC
               AND PT-HOURLY-RATE NUMERIC
               AND PT-EFFECTIVE-DATE NUMERIC
               AND (PT-ANNUAL-SALARY > ZERO
                   OR PT-HOURLY-RATE > ZERO)
               IF PT-EFFECTIVE-DATE > MS-MONTH-START (12)
                   ADD 1 TO CT-RAISES-BEYOND-YEAR
               ELSE
               IF PRT-ENTRY-COUNT = 2000
                   DISPLAY "PENDING RAISE TABLE FULL - RAISE DROPPED "
                       "FOR EMPLOYEE ID " PT-EMPLOYEE-ID
               ELSE
                   ADD 1 TO PRT-ENTRY-COUNT
                   ADD 1 TO CT-RAISES-LOADED
                   MOVE PT-EMPLOYEE-ID
                       TO PRT-EMPLOYEE-ID (PRT-ENTRY-COUNT)
                   MOVE PT-EFFECTIVE-DATE
                       TO PRT-EFFECTIVE-DATE (PRT-ENTRY-COUNT)
                   MOVE PT-ANNUAL-SALARY
                       TO PRT-ANNUAL-SALARY (PRT-ENTRY-COUNT)
                   MOVE PT-HOURLY-RATE
                       TO PRT-HOURLY-RATE (PRT-ENTRY-COUNT).

      *****************************************************************
      *    Opens the sorted master and the report, and the lookup
      *    files. Each lookup file is optional - without the
      *    elections or the plan table benefits project at zero, and
      *    without the YTD file there is no run rate to compare
      *****************************************************************
       170-OPEN-PROJECTION-FILES.

           OPEN INPUT  SRTMAST
                OUTPUT PRJRPT.
           OPEN INPUT DEDELECT.
           IF DEDELECT-SUCCESSFUL
               SET DEDELECT-AVAILABLE TO TRUE
           ELSE
               DISPLAY "DEDELECT NOT AVAILABLE - BENEFITS NOT "
                   "PROJECTED".
           OPEN INPUT BENPLAN.
           IF BENPLAN-SUCCESSFUL
               SET BENPLAN-AVAILABLE TO TRUE
           ELSE
               DISPLAY "BENPLAN NOT AVAILABLE - PREMIUMS NOT "
                   "PROJECTED".
           OPEN INPUT PAYYTD.
           IF PAYYTD-SUCCESSFUL
               SET PAYYTD-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PAYYTD NOT AVAILABLE - NO RUN RATE".
           MOVE PF-PROJECTION-YEAR TO RHL-PROJECTION-YEAR.
           MOVE RUN-DATE           TO RHL-RUN-DATE.
           MOVE MN-MONTH-NAME (PF-INCREASE-MONTH)
                                   TO AL-INCREASE-MONTH.
           MOVE PF-PERIODS-PER-YEAR TO AL-PERIODS-PER-YEAR.
           WRITE PROJECTION-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE PROJECTION-REPORT-LINE FROM ASSUMPTION-LINE.

      *****************************************************************
      *    Reads the next record from the sorted master file. If the
      *    end of the file is reached, sets the EOF switch to stop
      *    the run
      *****************************************************************
       180-READ-SORTED-MASTER.

           READ SRTMAST
               AT END
                   SET SRTMAST-EOF TO TRUE.

      *****************************************************************
      *    Starts a new department group by saving the group's
      *    department code and zeroing the department totals, then
      *    projects every employee in that department before printing
      *    the department's projection and rolling it into the
      *    company totals
      *****************************************************************
       200-PROJECT-DEPARTMENT-GROUP.

           MOVE SM-DEPART-CODE TO CF-CURRENT-DEPART-CODE.
           MOVE ZERO TO DEPARTMENT-TOTALS.
           PERFORM 220-PROJECT-ONE-EMPLOYEE
               UNTIL SRTMAST-EOF
                  OR SM-DEPART-CODE NOT = CF-CURRENT-DEPART-CODE.
           MOVE "DEPARTMENT: "         TO DHL-HEADING-TEXT.
           MOVE CF-CURRENT-DEPART-CODE TO DHL-DEPART-CODE.
           MOVE DEPARTMENT-TOTALS      TO PRINT-TOTALS.
           PERFORM 300-WRITE-PROJECTION-BLOCK.
           ADD DT-EMPLOYEE-COUNT TO GT-EMPLOYEE-COUNT.
           ADD DT-YTD-GROSS      TO GT-YTD-GROSS.
           ADD DT-YTD-BENEFITS   TO GT-YTD-BENEFITS.
           PERFORM 210-ADD-MONTH-TO-COMPANY
               VARYING PJ-MONTH-INDEX FROM 1 BY 1
               UNTIL PJ-MONTH-INDEX > 12.

      *****************************************************************
      *    Rolls one month of the department's projection into the
      *    company totals
      *****************************************************************
       210-ADD-MONTH-TO-COMPANY.

           ADD DT-SALARY-COST (PJ-MONTH-INDEX)
               TO GT-SALARY-COST (PJ-MONTH-INDEX).
           ADD DT-HOURLY-COST (PJ-MONTH-INDEX)
               TO GT-HOURLY-COST (PJ-MONTH-INDEX).
           ADD DT-BENEFIT-COST (PJ-MONTH-INDEX)
               TO GT-BENEFIT-COST (PJ-MONTH-INDEX).

      *****************************************************************
      *    Projects one employee: every month starts at the master's
      *    pay, the parked raises and then the increase assumption
      *    are applied, each month is priced, and the employee's
      *    current-year pay is added for the run rate. Then reads the
      *    next sorted master record
      *****************************************************************
       220-PROJECT-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEES-PROJECTED
                    DT-EMPLOYEE-COUNT.
           PERFORM 230-SET-BASE-MONTH
               VARYING PJ-MONTH-INDEX FROM 1 BY 1
               UNTIL PJ-MONTH-INDEX > 12.
           PERFORM 240-APPLY-PENDING-RAISE
               VARYING PJ-RAISE-INDEX FROM 1 BY 1
               UNTIL PJ-RAISE-INDEX > PRT-ENTRY-COUNT.
           PERFORM 250-APPLY-INCREASE-ASSUMPTION.
           PERFORM 260-LOAD-EMPLOYEE-ELECTION.
           PERFORM 270-PRICE-ONE-MONTH
               VARYING PJ-MONTH-INDEX FROM 1 BY 1
               UNTIL PJ-MONTH-INDEX > 12.
           PERFORM 280-ADD-CURRENT-YEAR-PAY.
           PERFORM 180-READ-SORTED-MASTER.

      *****************************************************************
      *    Starts one month at the pay on the master
      *****************************************************************
       230-SET-BASE-MONTH.

           MOVE SM-ANNUAL-SALARY TO EMT-ANNUAL-SALARY (PJ-MONTH-INDEX).
           MOVE SM-HOURLY-RATE   TO EMT-HOURLY-RATE (PJ-MONTH-INDEX).
           MOVE ZERO             TO EMT-RAISE-DATE (PJ-MONTH-INDEX).

      *****************************************************************
      *    Applies one parked raise when it is the employee's. It
      *    sets the pay of every month it is in effect on the first
      *    of, unless a later-dated raise already set that month -
      *    the latest raise in effect is the one that stands
      *****************************************************************
       240-APPLY-PENDING-RAISE.

           IF PRT-EMPLOYEE-ID (PJ-RAISE-INDEX) = SM-EMPLOYEE-ID
               MOVE "N" TO RAISE-APPLIED-SWITCH
               PERFORM 245-APPLY-RAISE-TO-MONTH
                   VARYING PJ-MONTH-INDEX FROM 1 BY 1
                   UNTIL PJ-MONTH-INDEX > 12
               IF RAISE-APPLIED
                   ADD 1 TO CT-RAISES-APPLIED.

      *****************************************************************
      *    Applies the raise being worked to one month. A change
      *    card's zero salary or rate means no change to it
      *****************************************************************
       245-APPLY-RAISE-TO-MONTH.

           IF MS-MONTH-START (PJ-MONTH-INDEX)
                   NOT < PRT-EFFECTIVE-DATE (PJ-RAISE-INDEX)
               AND PRT-EFFECTIVE-DATE (PJ-RAISE-INDEX)
                   NOT < EMT-RAISE-DATE (PJ-MONTH-INDEX)
               IF PRT-ANNUAL-SALARY (PJ-RAISE-INDEX) > ZERO
                   MOVE PRT-ANNUAL-SALARY (PJ-RAISE-INDEX)
                       TO EMT-ANNUAL-SALARY (PJ-MONTH-INDEX)
               END-IF
               IF PRT-HOURLY-RATE (PJ-RAISE-INDEX) > ZERO
                   MOVE PRT-HOURLY-RATE (PJ-RAISE-INDEX)
                       TO EMT-HOURLY-RATE (PJ-MONTH-INDEX)
               END-IF
               MOVE PRT-EFFECTIVE-DATE (PJ-RAISE-INDEX)
                   TO EMT-RAISE-DATE (PJ-MONTH-INDEX)
               SET RAISE-APPLIED TO TRUE.

      *****************************************************************
      *    Looks for the first increase rule that covers the employee
      *    and applies it to every month from the card's increase
      *    month on
      *****************************************************************
       250-APPLY-INCREASE-ASSUMPTION.

           MOVE "N" TO PARM-MATCHED-SWITCH.
           PERFORM 255-MATCH-ONE-SALARY-PARM
               VARYING PW-PARM-INDEX FROM 1 BY 1
               UNTIL PW-PARM-INDEX > SPT-PARM-COUNT
                  OR PARM-MATCHED.
           IF PARM-MATCHED
               ADD 1 TO CT-UNDER-INCREASE-RULE
               PERFORM 257-APPLY-INCREASE-TO-MONTH
                   VARYING PJ-MONTH-INDEX FROM PF-INCREASE-MONTH BY 1
                   UNTIL PJ-MONTH-INDEX > 12.

      *****************************************************************
      *    Checks whether the rule at the current table position
      *    covers the employee - an all-employees rule covers
      *    everyone, a department rule covers that department's
      *    employees, a job-class rule covers that job class - and
      *    remembers the first rule that does
      *****************************************************************
       255-MATCH-ONE-SALARY-PARM.

           IF SPT-ALL-EMPLOYEES-SCOPE (PW-PARM-INDEX)
               OR (SPT-DEPARTMENT-SCOPE (PW-PARM-INDEX)
                   AND SPT-DEPART-CODE (PW-PARM-INDEX)
                       = SM-DEPART-CODE)
               OR (SPT-JOB-CLASS-SCOPE (PW-PARM-INDEX)
                   AND SPT-JOB-CLASS (PW-PARM-INDEX)
                       = SM-JOB-CLASS)
               SET PARM-MATCHED TO TRUE
               MOVE PW-PARM-INDEX TO PW-MATCHED-INDEX.

      *****************************************************************
      *    Applies the matched rule to one month's pay. A salary
      *    takes the percentage plus the flat amount, as in SEQ9000;
      *    an hourly rate takes the percentage only, the flat amount
      *    being an annual salary figure. A result too large for the
      *    pay field leaves the month's pay as it was, with a console
      *    message
      *****************************************************************
       257-APPLY-INCREASE-TO-MONTH.

           IF SM-HOURLY-EMPLOYEE
               COMPUTE PJ-NEW-RATE ROUNDED =
                   EMT-HOURLY-RATE (PJ-MONTH-INDEX)
                   + (EMT-HOURLY-RATE (PJ-MONTH-INDEX)
                       * SPT-INCREASE-PERCENT (PW-MATCHED-INDEX) / 100)
                   ON SIZE ERROR
                       DISPLAY "PROJECTED RATE EXCEEDS RATE FIELD "
                           "FOR EMPLOYEE ID " SM-EMPLOYEE-ID
                   NOT ON SIZE ERROR
                       MOVE PJ-NEW-RATE
                           TO EMT-HOURLY-RATE (PJ-MONTH-INDEX)
               END-COMPUTE
           ELSE
               COMPUTE PJ-NEW-SALARY ROUNDED =
                   EMT-ANNUAL-SALARY (PJ-MONTH-INDEX)
                   + (EMT-ANNUAL-SALARY (PJ-MONTH-INDEX)
                       * SPT-INCREASE-PERCENT (PW-MATCHED-INDEX) / 100)
                   + SPT-FLAT-AMOUNT (PW-MATCHED-INDEX)
                   ON SIZE ERROR
                       DISPLAY "PROJECTED SALARY EXCEEDS SALARY FIELD "
                           "FOR EMPLOYEE ID " SM-EMPLOYEE-ID
                   NOT ON SIZE ERROR
                       MOVE PJ-NEW-SALARY
                           TO EMT-ANNUAL-SALARY (PJ-MONTH-INDEX)
               END-COMPUTE.

      *****************************************************************
      *    Looks the employee up on the deduction elections file and
      *    prices the election in force now and the pending one per
      *    pay period. An employee with no elections on file projects
      *    no benefits
      *****************************************************************
       260-LOAD-EMPLOYEE-ELECTION.

           MOVE ZERO TO EW-CURRENT-PREMIUM
                        EW-CURRENT-RETIREMENT-PCT
                        EW-PENDING-DATE
                        EW-PENDING-PREMIUM
                        EW-PENDING-RETIREMENT-PCT
                        EW-END-DATE.
           MOVE "N" TO ELECTION-FOUND-SWITCH.
           IF DEDELECT-AVAILABLE
               MOVE SM-EMPLOYEE-ID TO DE-EMPLOYEE-ID
               READ DEDELECT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ELECTION-FOUND TO TRUE
               END-READ.
           IF NOT ELECTION-FOUND
               ADD 1 TO CT-NO-ELECTION-COUNT
           ELSE
               MOVE DE-PLAN-CODE          TO EW-PLAN-CODE
               MOVE DE-COVERAGE-TIER      TO EW-COVERAGE-TIER
               PERFORM 265-LOOK-UP-PLAN-PREMIUM
               MOVE EW-PLAN-PREMIUM       TO EW-CURRENT-PREMIUM
               MOVE DE-RETIREMENT-PERCENT TO EW-CURRENT-RETIREMENT-PCT
               MOVE DE-END-DATE           TO EW-END-DATE
               IF DE-PENDING-EFFECTIVE-DATE NOT = ZERO
                   MOVE DE-PENDING-EFFECTIVE-DATE TO EW-PENDING-DATE
                   MOVE DE-PENDING-PLAN-CODE      TO EW-PLAN-CODE
                   MOVE DE-PENDING-COVERAGE-TIER  TO EW-COVERAGE-TIER
                   PERFORM 265-LOOK-UP-PLAN-PREMIUM
                   MOVE EW-PLAN-PREMIUM           TO EW-PENDING-PREMIUM
                   MOVE DE-PENDING-RETIREMENT-PERCENT
                       TO EW-PENDING-RETIREMENT-PCT.

      *****************************************************************
      *    Prices an election's insurance per pay period off the
      *    benefit plan table, picking the premium for its coverage
      *    tier the way SEQ6500 does. No plan, or a plan no longer on
      *    the table, prices at zero
      *****************************************************************
       265-LOOK-UP-PLAN-PREMIUM.

           MOVE ZERO TO EW-PLAN-PREMIUM.
           IF EW-PLAN-CODE NOT = SPACES
               AND BENPLAN-AVAILABLE
               MOVE EW-PLAN-CODE TO BP-PLAN-CODE
               READ BENPLAN
                   INVALID KEY
                       DISPLAY "PLAN " EW-PLAN-CODE
                           " NOT ON BENPLAN FOR EMPLOYEE ID "
                           SM-EMPLOYEE-ID
                   NOT INVALID KEY
                       IF EW-COVERAGE-TIER = "E"
                           MOVE BP-EMPLOYEE-PREMIUM TO EW-PLAN-PREMIUM
                       ELSE
                       IF EW-COVERAGE-TIER = "S"
                           MOVE BP-SPOUSE-PREMIUM TO EW-PLAN-PREMIUM
                       ELSE
                       IF EW-COVERAGE-TIER = "C"
                           MOVE BP-CHILDREN-PREMIUM TO EW-PLAN-PREMIUM
                       ELSE
                       IF EW-COVERAGE-TIER = "F"
                           MOVE BP-FAMILY-PREMIUM TO EW-PLAN-PREMIUM
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ.

      *****************************************************************
      *    Prices one month for the employee. A salaried employee
      *    costs a twelfth of the month's salary and an hourly
      *    employee a twelfth of the month's rate over the 2080-hour
      *    work year. Benefits are the election in force on the first
      *    of the month - the premium over the year's pay periods
      *    spread by month, and the retirement percentage of the
      *    month's pay - with nothing once the election has ended.
      *    An employee on unpaid leave costs nothing for the months
      *    before their expected return; with no return date they are
      *    projected at full cost, since the position is budgeted.
      *    The month is then added into the department totals
      *****************************************************************
       270-PRICE-ONE-MONTH.

           MOVE ZERO TO EMT-SALARY-COST (PJ-MONTH-INDEX)
                        EMT-HOURLY-COST (PJ-MONTH-INDEX)
                        EMT-BENEFIT-COST (PJ-MONTH-INDEX).
           IF SM-ON-UNPAID-LEAVE
               AND SM-EXPECTED-RETURN-DATE
                   > MS-MONTH-START (PJ-MONTH-INDEX)
               CONTINUE
           ELSE
               IF SM-HOURLY-EMPLOYEE
                   COMPUTE EMT-HOURLY-COST (PJ-MONTH-INDEX) ROUNDED =
                       EMT-HOURLY-RATE (PJ-MONTH-INDEX)
                       * RT-HOURS-PER-YEAR / 12
                   MOVE EMT-HOURLY-COST (PJ-MONTH-INDEX)
                       TO PJ-MONTH-PAY
               ELSE
                   COMPUTE EMT-SALARY-COST (PJ-MONTH-INDEX) ROUNDED =
                       EMT-ANNUAL-SALARY (PJ-MONTH-INDEX) / 12
                   MOVE EMT-SALARY-COST (PJ-MONTH-INDEX)
                       TO PJ-MONTH-PAY
               END-IF
               PERFORM 275-PRICE-MONTH-BENEFITS
           END-IF.
           ADD EMT-SALARY-COST (PJ-MONTH-INDEX)
               TO DT-SALARY-COST (PJ-MONTH-INDEX).
           ADD EMT-HOURLY-COST (PJ-MONTH-INDEX)
               TO DT-HOURLY-COST (PJ-MONTH-INDEX).
           ADD EMT-BENEFIT-COST (PJ-MONTH-INDEX)
               TO DT-BENEFIT-COST (PJ-MONTH-INDEX).

      *****************************************************************
      *    Prices the month's benefits off the election in force on
      *    the first of the month
      *****************************************************************
       275-PRICE-MONTH-BENEFITS.

           IF NOT ELECTION-FOUND
               CONTINUE
           ELSE
           IF EW-END-DATE NOT = ZERO
               AND EW-END-DATE NOT > MS-MONTH-START (PJ-MONTH-INDEX)
               CONTINUE
           ELSE
               IF EW-PENDING-DATE NOT = ZERO
                   AND EW-PENDING-DATE
                       NOT > MS-MONTH-START (PJ-MONTH-INDEX)
                   MOVE EW-PENDING-PREMIUM TO EW-MONTH-PREMIUM
                   MOVE EW-PENDING-RETIREMENT-PCT
                       TO EW-MONTH-RETIREMENT-PCT
               ELSE
                   MOVE EW-CURRENT-PREMIUM TO EW-MONTH-PREMIUM
                   MOVE EW-CURRENT-RETIREMENT-PCT
                       TO EW-MONTH-RETIREMENT-PCT
               END-IF
               COMPUTE EMT-BENEFIT-COST (PJ-MONTH-INDEX) ROUNDED =
                   (EW-MONTH-PREMIUM * PF-PERIODS-PER-YEAR / 12)
                   + (PJ-MONTH-PAY * EW-MONTH-RETIREMENT-PCT / 100).

      *****************************************************************
      *    Adds the employee's pay so far this year, off the YTD pay
      *    file, into the department's run rate. A record still on
      *    last year holds nothing for this one
      *****************************************************************
       280-ADD-CURRENT-YEAR-PAY.

           IF PAYYTD-AVAILABLE
               MOVE SM-EMPLOYEE-ID TO YT-EMPLOYEE-ID
               READ PAYYTD
                   INVALID KEY
                       ADD 1 TO CT-NO-YTD-COUNT
                   NOT INVALID KEY
                       IF YT-PAY-YEAR = RUN-YEAR
                           ADD YT-GROSS-YTD TO DT-YTD-GROSS
                           ADD YT-INSURANCE-YTD YT-RETIREMENT-YTD
                               TO DT-YTD-BENEFITS
                       ELSE
                           ADD 1 TO CT-NO-YTD-COUNT
                       END-IF
               END-READ.

      *****************************************************************
      *    Prints the block in the print totals - a department or
      *    the company: its heading, one line per month, the
      *    projected year's totals, and the current year's run rate
      *    with the change from it to the projection. The run rate
      *    is the year's pay so far spread over the months run and
      *    carried to a full year
      *****************************************************************
       300-WRITE-PROJECTION-BLOCK.

           MOVE PB-EMPLOYEE-COUNT TO DHL-EMPLOYEE-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM BLANK-LINE.
           WRITE PROJECTION-REPORT-LINE FROM DEPARTMENT-HEADING-LINE.
           WRITE PROJECTION-REPORT-LINE FROM COLUMN-HEADING-LINE.
           MOVE ZERO TO PK-YEAR-SALARY
                        PK-YEAR-HOURLY
                        PK-YEAR-BENEFITS.
           PERFORM 310-WRITE-ONE-MONTH-LINE
               VARYING PJ-MONTH-INDEX FROM 1 BY 1
               UNTIL PJ-MONTH-INDEX > 12.
           COMPUTE PK-YEAR-TOTAL =
               PK-YEAR-SALARY + PK-YEAR-HOURLY + PK-YEAR-BENEFITS.
           MOVE SPACES               TO PDL-LABEL.
           MOVE "PROJECTED YEAR  "   TO PDL-LABEL.
           MOVE PK-YEAR-SALARY       TO PDL-SALARY-COST.
           MOVE PK-YEAR-HOURLY       TO PDL-HOURLY-COST.
           MOVE PK-YEAR-BENEFITS     TO PDL-BENEFIT-COST.
           MOVE PK-YEAR-TOTAL        TO PDL-TOTAL-COST.
           WRITE PROJECTION-REPORT-LINE FROM PROJECTION-DETAIL-LINE.
           COMPUTE PK-RATE-WAGES ROUNDED =
               PB-YTD-GROSS * 12 / RUN-MONTH.
           COMPUTE PK-RATE-BENEFITS ROUNDED =
               PB-YTD-BENEFITS * 12 / RUN-MONTH.
           COMPUTE PK-RATE-TOTAL = PK-RATE-WAGES + PK-RATE-BENEFITS.
           MOVE PK-RATE-WAGES        TO RRL-WAGES.
           MOVE PK-RATE-BENEFITS     TO RRL-BENEFITS.
           MOVE PK-RATE-TOTAL        TO RRL-TOTAL.
           WRITE PROJECTION-REPORT-LINE FROM RUN-RATE-LINE.
           COMPUTE PK-CHANGE-AMOUNT = PK-YEAR-TOTAL - PK-RATE-TOTAL.
           MOVE PK-CHANGE-AMOUNT     TO CHL-CHANGE-AMOUNT.
           WRITE PROJECTION-REPORT-LINE FROM CHANGE-LINE.

      *****************************************************************
      *    Prints one month of the block and adds it into the
      *    projected year's totals
      *****************************************************************
       310-WRITE-ONE-MONTH-LINE.

           MOVE SPACES TO PDL-LABEL.
           MOVE MN-MONTH-NAME (PJ-MONTH-INDEX) TO PDL-MONTH-NAME.
           MOVE PF-PROJECTION-YEAR             TO PDL-YEAR.
           MOVE PB-SALARY-COST (PJ-MONTH-INDEX)  TO PDL-SALARY-COST.
           MOVE PB-HOURLY-COST (PJ-MONTH-INDEX)  TO PDL-HOURLY-COST.
           MOVE PB-BENEFIT-COST (PJ-MONTH-INDEX) TO PDL-BENEFIT-COST.
           COMPUTE PK-YEAR-TOTAL =
               PB-SALARY-COST (PJ-MONTH-INDEX)
               + PB-HOURLY-COST (PJ-MONTH-INDEX)
               + PB-BENEFIT-COST (PJ-MONTH-INDEX).
           MOVE PK-YEAR-TOTAL TO PDL-TOTAL-COST.
           WRITE PROJECTION-REPORT-LINE FROM PROJECTION-DETAIL-LINE.
           ADD PB-SALARY-COST (PJ-MONTH-INDEX)  TO PK-YEAR-SALARY.
           ADD PB-HOURLY-COST (PJ-MONTH-INDEX)  TO PK-YEAR-HOURLY.
           ADD PB-BENEFIT-COST (PJ-MONTH-INDEX) TO PK-YEAR-BENEFITS.

      *****************************************************************
      *    Prints the company projection once every department has
      *    been projected
      *****************************************************************
       400-WRITE-COMPANY-PROJECTION.

           MOVE "COMPANY     " TO DHL-HEADING-TEXT.
           MOVE SPACES         TO DHL-DEPART-CODE.
           MOVE COMPANY-TOTALS TO PRINT-TOTALS.
           PERFORM 300-WRITE-PROJECTION-BLOCK.

      *****************************************************************
      *    Writes the run's summary counts so finance can see what
      *    went into the projection
      *****************************************************************
       500-WRITE-PROJECTION-SUMMARY.

           WRITE PROJECTION-REPORT-LINE FROM BLANK-LINE.
           MOVE "EMPLOYEES PROJECTED:         " TO SUM-LABEL.
           MOVE CT-EMPLOYEES-PROJECTED          TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "INCREASE RULES LOADED:       " TO SUM-LABEL.
           MOVE SPT-PARM-COUNT                  TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYEES UNDER A RULE:      " TO SUM-LABEL.
           MOVE CT-UNDER-INCREASE-RULE          TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PARKED RAISES LOADED:        " TO SUM-LABEL.
           MOVE CT-RAISES-LOADED                TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PARKED RAISES APPLIED:       " TO SUM-LABEL.
           MOVE CT-RAISES-APPLIED               TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "RAISES AFTER THE YEAR:       " TO SUM-LABEL.
           MOVE CT-RAISES-BEYOND-YEAR           TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NO BENEFIT ELECTIONS:        " TO SUM-LABEL.
           MOVE CT-NO-ELECTION-COUNT            TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NO PAY YET THIS YEAR:        " TO SUM-LABEL.
           MOVE CT-NO-YTD-COUNT                 TO SUM-COUNT.
           WRITE PROJECTION-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Closes every file the projection opened
      *****************************************************************
       900-CLOSE-PROJECTION-FILES.

           CLOSE SRTMAST
                 PRJRPT.
           IF DEDELECT-AVAILABLE
               CLOSE DEDELECT.
           IF BENPLAN-AVAILABLE
               CLOSE BENPLAN.
           IF PAYYTD-AVAILABLE
               CLOSE PAYYTD.
