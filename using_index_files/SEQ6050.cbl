      *****************************************************************
      * Title..........: SEQ6050 - Pay Calendar Generator
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Generates next year's pay calendar and lists
      *                  it for payroll to approve. Every pay period
      *                  gets its number, start date, end date, and
      *                  check date, with a check date that lands on a
      *                  weekend or a company holiday moved back to the
      *                  business day before. The periods in the year
      *                  are however many check dates fall in it - 26
      *                  most years, 27 when the calendar comes around
      *                  that way - and every period record carries
      *                  that count, so the pay programs divide the
      *                  salary by the year's real period count instead
      *                  of assuming 26. A year already on the calendar
      *                  is never regenerated over; it can only be
      *                  listed again
      * File Desc......: Reads the CALPARM parameter cards (the year
      *                  card and the company holiday cards), writes
      *                  the period and holiday records to the indexed
      *                  PAYCAL pay calendar, and writes the CALRPT
      *                  calendar listing
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6050.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CALPARM  ASSIGN TO CALPARM
                           FILE STATUS IS CALPARM-FILE-STATUS.
           SELECT PAYCAL   ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT CALRPT   ASSIGN TO CALRPT
                           FILE STATUS IS CALRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CALPARM.

      *    a Y card generates a year and an L card lists one already
      *    on file; blank fields on the Y card take the defaults -
      *    next year, the day after last year's final period ends,
      *    14-day periods, and checks 6 days after the period ends.
      *    Each H card is one company holiday in the year
       01  CALENDAR-PARM-RECORD.
           05  CP-CARD-TYPE                PIC X(1).
               88  CP-GENERATE-CARD                VALUE "Y".
               88  CP-LIST-CARD                    VALUE "L".
               88  CP-HOLIDAY-CARD                 VALUE "H".
           05  CP-YEAR-FIELDS.
               10  CP-CALENDAR-YEAR        PIC 9(4).
               10  CP-CALENDAR-YEAR-X   REDEFINES CP-CALENDAR-YEAR
                                           PIC X(4).
               10  CP-FIRST-START-DATE     PIC 9(8).
               10  CP-FIRST-START-DATE-X
                                        REDEFINES CP-FIRST-START-DATE
                                           PIC X(8).
               10  CP-PERIOD-DAYS          PIC 9(2).
               10  CP-PERIOD-DAYS-X     REDEFINES CP-PERIOD-DAYS
                                           PIC X(2).
               10  CP-CHECK-LAG-DAYS       PIC 9(2).
               10  CP-CHECK-LAG-DAYS-X  REDEFINES CP-CHECK-LAG-DAYS
                                           PIC X(2).
               10  FILLER                  PIC X(63).
           05  CP-HOLIDAY-FIELDS       REDEFINES CP-YEAR-FIELDS.
               10  CP-HOLIDAY-DATE         PIC 9(8).
               10  CP-HOLIDAY-NAME         PIC X(20).
               10  FILLER                  PIC X(51).

       FD  PAYCAL.

      *    one record per pay period keyed by its check date, and one
      *    per company holiday keyed by the holiday's date - the pay
      *    runs read a period by the night's date to prove it is a
      *    check date and to pick up the period's dates and the
      *    year's period count
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

       FD  CALRPT.

       01  CALENDAR-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CALPARM-EOF-SWITCH          PIC X   VALUE "N".
               88  CALPARM-EOF                     VALUE "Y".
           05  LIST-ONLY-SWITCH            PIC X   VALUE "N".
               88  LIST-ONLY                       VALUE "Y".
           05  MODE-CARD-SWITCH            PIC X   VALUE "N".
               88  MODE-CARD-READ                  VALUE "Y".
           05  GENERATE-FAILED-SWITCH      PIC X   VALUE "N".
               88  GENERATE-FAILED                 VALUE "Y".
           05  PERIODS-DONE-SWITCH         PIC X   VALUE "N".
               88  PERIODS-DONE                    VALUE "Y".
           05  BUSINESS-DAY-SWITCH         PIC X   VALUE "N".
               88  BUSINESS-DAY                    VALUE "Y".
           05  PAYCAL-BROWSE-EOF-SWITCH    PIC X   VALUE "N".
               88  PAYCAL-BROWSE-EOF               VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  CALPARM-FILE-STATUS         PIC XX.
               88  CALPARM-SUCCESSFUL              VALUE "00".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
               88  PAYCAL-NOT-FOUND                VALUE "35".
           05  CALRPT-FILE-STATUS          PIC XX.
               88  CALRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

      *    the calendar being generated - the year and the period
      *    rules off the Y card or their defaults - and the period
      *    under construction
       01  CALENDAR-WORK-FIELDS.
           05  CW-CALENDAR-YEAR            PIC 9(4).
           05  CW-PRIOR-YEAR               PIC 9(4).
           05  CW-FIRST-START-DATE         PIC 9(8).
           05  CW-PERIOD-DAYS              PIC 9(2).
           05  CW-CHECK-LAG-DAYS           PIC 9(2).
           05  CW-DAYS-TO-END              PIC 9(2).
           05  CW-START-DATE               PIC 9(8).
           05  CW-END-DATE                 PIC 9(8).
           05  CW-CHECK-DATE.
               10  CW-CHECK-YEAR           PIC 9(4).
               10  FILLER                  PIC 9(4).
           05  CW-LAST-END-DATE            PIC 9(8).
           05  CW-YEAR-FIRST-DATE.
               10  CW-YEAR-FIRST-YEAR      PIC 9(4).
               10  FILLER                  PIC 9(4)    VALUE 0101.
           05  CW-YEAR-LAST-DATE.
               10  CW-YEAR-LAST-YEAR       PIC 9(4).
               10  FILLER                  PIC 9(4)    VALUE 1231.

      *    the date being stepped forward or back a day at a time,
      *    with the day-of-week worked out from a day serial counted
      *    from January 1 of the year 1, a Monday
       01  DATE-WORK-FIELDS.
           05  DT-WORK-DATE.
               10  DT-YEAR                 PIC 9(4).
               10  DT-MONTH                PIC 9(2).
               10  DT-DAY                  PIC 9(2).
           05  DT-DAYS-IN-MONTH            PIC 9(2).
           05  DT-DAY-SERIAL               PIC 9(7).
           05  DT-PRIOR-YEARS              PIC 9(4).
           05  DT-MONTH-INDEX              PIC 9(2).
           05  DT-QUOTIENT                 PIC 9(7).
           05  DT-REMAINDER                PIC 9(3).
           05  DT-DAY-OF-WEEK              PIC 9(1).
               88  DT-WEEKEND-DAY                  VALUE 0 6.
           05  DT-LEAP-YEAR-SWITCH         PIC X.
               88  DT-LEAP-YEAR                    VALUE "Y".

       01  MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)   VALUE
                   "312831303130313130313031".

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MD-DAYS OCCURS 12 TIMES     PIC 9(2).

      *    day-of-week names in day serial remainder order - a
      *    remainder of zero is a Sunday
       01  DAY-NAME-VALUES.
           05  FILLER                      PIC X(21)   VALUE
                   "SUNMONTUEWEDTHUFRISAT".

       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DN-DAY-NAME OCCURS 7 TIMES  PIC X(3).

      *    the company holidays off the H cards, which the check
      *    dates are moved off of
       01  HOLIDAY-TABLE.
           05  HT-HOLIDAY-COUNT            PIC 9(2)    VALUE ZERO.
           05  HT-HOLIDAY-ENTRY OCCURS 30 TIMES.
               10  HT-HOLIDAY-DATE         PIC 9(8).
               10  HT-HOLIDAY-NAME         PIC X(20).
           05  HT-INDEX                    PIC 9(2).
           05  HT-MATCH                    PIC 9(2).

      *    the generated periods, held until the year is complete so
      *    each record can be written with the year's period count
       01  PERIOD-TABLE.
           05  PT-PERIOD-COUNT             PIC 9(2)    VALUE ZERO.
           05  PT-PERIOD-ENTRY OCCURS 60 TIMES.
               10  PT-START-DATE           PIC 9(8).
               10  PT-END-DATE             PIC 9(8).
               10  PT-CHECK-DATE           PIC 9(8).
           05  PT-INDEX                    PIC 9(2).

       01  REPORT-COUNTERS.
           05  CT-PERIODS-LISTED           PIC 9(3)    VALUE ZERO.
           05  CT-HOLIDAYS-LISTED          PIC 9(3)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(22)   VALUE
                   "PAY CALENDAR FOR YEAR ".
           05  RHL-CALENDAR-YEAR           PIC 9(4).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(27)   VALUE SPACES.

       01  PERIOD-HEADING-LINE.
           05  FILLER                      PIC X(40)   VALUE
                   "PERIOD  START DATE  END DATE    CHECK DA".
           05  FILLER                      PIC X(40)   VALUE
                   "TE DAY                                  ".

       01  PERIOD-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-PERIOD-NUMBER           PIC Z9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  PDL-START-DATE              PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  PDL-END-DATE                PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  PDL-CHECK-DATE              PIC 9(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-CHECK-DAY               PIC X(3).
           05  FILLER                      PIC X(34)   VALUE SPACES.

       01  HOLIDAY-HEADING-LINE.
           05  FILLER                      PIC X(40)   VALUE
                   "COMPANY HOLIDAYS    DAY  HOLIDAY       ".
           05  FILLER                      PIC X(40)   VALUE SPACES.

       01  HOLIDAY-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  HDL-HOLIDAY-DATE            PIC 9(8).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  HDL-HOLIDAY-DAY             PIC X(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  HDL-HOLIDAY-NAME            PIC X(20).
           05  FILLER                      PIC X(35)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Reads the parameter cards, then either generates the year
      *    onto the pay calendar or - on a list card - leaves the
      *    file alone, and lists the year off the calendar file
      *    either way, so what payroll approves is exactly what the
      *    pay runs will read. A generation that fails its checks
      *    writes nothing and lists nothing
      *****************************************************************
       000-GENERATE-PAY-CALENDAR.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE CW-CALENDAR-YEAR = RUN-YEAR + 1.
           MOVE 14 TO CW-PERIOD-DAYS.
           MOVE 6  TO CW-CHECK-LAG-DAYS.
           MOVE ZERO TO CW-FIRST-START-DATE.
           PERFORM 100-LOAD-CALENDAR-PARMS.
           PERFORM 150-OPEN-PAY-CALENDAR.
           IF NOT LIST-ONLY
               PERFORM 200-GENERATE-CALENDAR-YEAR.
           IF NOT GENERATE-FAILED
               PERFORM 500-LIST-CALENDAR-YEAR.
           CLOSE PAYCAL.
           STOP RUN.

      *****************************************************************
      *    Reads the parameter cards: the first Y or L card sets the
      *    run's mode and year, and each H card is loaded into the
      *    holiday table. A missing parameter file generates next
      *    year with every default and no holidays
      *****************************************************************
       100-LOAD-CALENDAR-PARMS.

           OPEN INPUT CALPARM.
           IF CALPARM-SUCCESSFUL
               PERFORM 110-LOAD-ONE-CALENDAR-PARM
                   UNTIL CALPARM-EOF
               CLOSE CALPARM.

      *****************************************************************
      *    Reads one parameter card and routes it by card type.
      *    Cards of any other type are dropped with a console message
      *****************************************************************
       110-LOAD-ONE-CALENDAR-PARM.

           READ CALPARM
               AT END
                   SET CALPARM-EOF TO TRUE.
           IF NOT CALPARM-EOF
               IF CP-GENERATE-CARD OR CP-LIST-CARD
                   PERFORM 120-TAKE-YEAR-CARD
               ELSE
               IF CP-HOLIDAY-CARD
                   PERFORM 130-TAKE-HOLIDAY-CARD
               ELSE
                   DISPLAY "UNKNOWN CALPARM CARD TYPE "
                       CP-CARD-TYPE " - CARD DROPPED".

      *****************************************************************
      *    Takes the year card. Each field left blank keeps its
      *    default; a keyed field that is not numeric is dropped
      *    with a console message and the default stands. Only the
      *    first year card counts
      *****************************************************************
       120-TAKE-YEAR-CARD.

           IF MODE-CARD-READ
               DISPLAY "EXTRA CALPARM YEAR CARD DROPPED"
           ELSE
               SET MODE-CARD-READ TO TRUE
               IF CP-LIST-CARD
                   SET LIST-ONLY TO TRUE
               END-IF
               IF CP-CALENDAR-YEAR-X NOT = SPACES
                   IF CP-CALENDAR-YEAR NUMERIC
                       MOVE CP-CALENDAR-YEAR TO CW-CALENDAR-YEAR
                   ELSE
                       DISPLAY "INVALID CALPARM YEAR - DEFAULT USED"
                   END-IF
               END-IF
               IF CP-FIRST-START-DATE-X NOT = SPACES
                   IF CP-FIRST-START-DATE NUMERIC
                       MOVE CP-FIRST-START-DATE TO CW-FIRST-START-DATE
                   ELSE
                       DISPLAY "INVALID CALPARM START DATE - "
                           "DEFAULT USED"
                   END-IF
               END-IF
               IF CP-PERIOD-DAYS-X NOT = SPACES
                   IF CP-PERIOD-DAYS NUMERIC
                       AND CP-PERIOD-DAYS > ZERO
                       MOVE CP-PERIOD-DAYS TO CW-PERIOD-DAYS
                   ELSE
                       DISPLAY "INVALID CALPARM PERIOD DAYS - "
                           "DEFAULT USED"
                   END-IF
               END-IF
               IF CP-CHECK-LAG-DAYS-X NOT = SPACES
                   IF CP-CHECK-LAG-DAYS NUMERIC
                       MOVE CP-CHECK-LAG-DAYS TO CW-CHECK-LAG-DAYS
                   ELSE
                       DISPLAY "INVALID CALPARM CHECK LAG - "
                           "DEFAULT USED"
                   END-IF
               END-IF.

      *****************************************************************
      *    Adds one company holiday to the holiday table. A holiday
      *    with a non-numeric date is dropped with a console message,
      *    and holidays past the table's capacity are dropped the
      *    same way
      *****************************************************************
       130-TAKE-HOLIDAY-CARD.

           IF CP-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "INVALID CALPARM HOLIDAY DATE - CARD DROPPED"
           ELSE
           IF HT-HOLIDAY-COUNT = 30
               DISPLAY "HOLIDAY TABLE FULL - HOLIDAY DROPPED "
                   CP-HOLIDAY-DATE
           ELSE
               ADD 1 TO HT-HOLIDAY-COUNT
               MOVE CP-HOLIDAY-DATE TO
                   HT-HOLIDAY-DATE (HT-HOLIDAY-COUNT)
               MOVE CP-HOLIDAY-NAME TO
                   HT-HOLIDAY-NAME (HT-HOLIDAY-COUNT).

      *****************************************************************
      *    Opens the pay calendar for update. The first time the
      *    file does not exist yet it is created here with no
      *    records, the same way SEQ3000 creates its checkpoint file
      *****************************************************************
       150-OPEN-PAY-CALENDAR.

           OPEN I-O PAYCAL.
           IF PAYCAL-NOT-FOUND
               OPEN OUTPUT PAYCAL
               CLOSE PAYCAL
               OPEN I-O PAYCAL.

      *****************************************************************
      *    Generates the year. A year with periods already on the
      *    calendar is refused - the pay runs may already have paid
      *    off those dates - and so is a year with no first start
      *    date to build from. The periods are built into the period
      *    table first, then written with the year's count along
      *    with the year's holidays
      *****************************************************************
       200-GENERATE-CALENDAR-YEAR.

           MOVE CW-CALENDAR-YEAR TO CW-YEAR-FIRST-YEAR
                                    CW-YEAR-LAST-YEAR.
           PERFORM 210-CHECK-YEAR-ON-FILE.
           IF NOT GENERATE-FAILED
               AND CW-FIRST-START-DATE = ZERO
               PERFORM 220-FIND-PRIOR-YEAR-END.
           IF NOT GENERATE-FAILED
               PERFORM 240-BUILD-PERIOD-TABLE.
           IF NOT GENERATE-FAILED
               PERFORM 260-WRITE-HOLIDAY-RECORD
                   VARYING HT-INDEX FROM 1 BY 1
                   UNTIL HT-INDEX > HT-HOLIDAY-COUNT
               PERFORM 270-WRITE-PERIOD-RECORD
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-PERIOD-COUNT
               DISPLAY "PAY CALENDAR GENERATED FOR " CW-CALENDAR-YEAR
                   " - " PT-PERIOD-COUNT " PAY PERIODS".

      *****************************************************************
      *    Looks for a period record already on file with a check
      *    date in the year being generated
      *****************************************************************
       210-CHECK-YEAR-ON-FILE.

           MOVE "P" TO PY-RECORD-TYPE.
           MOVE CW-YEAR-FIRST-DATE TO PY-CALENDAR-DATE.
           START PAYCAL KEY NOT < PY-CALENDAR-KEY
               INVALID KEY
                   MOVE "23" TO PAYCAL-FILE-STATUS.
           IF PAYCAL-SUCCESSFUL
               READ PAYCAL NEXT RECORD
                   AT END
                       MOVE "10" TO PAYCAL-FILE-STATUS
               END-READ
               IF PAYCAL-SUCCESSFUL
                   AND PY-PERIOD-RECORD
                   AND PY-CALENDAR-YEAR = CW-CALENDAR-YEAR
                   DISPLAY "PAY CALENDAR ALREADY ON FILE FOR "
                       CW-CALENDAR-YEAR " - NOT REGENERATED"
                   DISPLAY "SUBMIT AN L CARD TO LIST IT"
                   SET GENERATE-FAILED TO TRUE.

      *****************************************************************
      *    With no start date keyed, the year picks up the day after
      *    the prior year's final period ends, so the periods run
      *    on unbroken from one year into the next. A prior year not
      *    on the calendar leaves nothing to build from, and the run
      *    is refused until a start date is keyed
      *****************************************************************
       220-FIND-PRIOR-YEAR-END.

           COMPUTE CW-PRIOR-YEAR = CW-CALENDAR-YEAR - 1.
           MOVE ZERO TO CW-LAST-END-DATE.
           MOVE "P" TO PY-RECORD-TYPE.
           COMPUTE PY-CALENDAR-DATE = CW-PRIOR-YEAR * 10000 + 101.
           MOVE "N" TO PAYCAL-BROWSE-EOF-SWITCH.
           START PAYCAL KEY NOT < PY-CALENDAR-KEY
               INVALID KEY
                   SET PAYCAL-BROWSE-EOF TO TRUE.
           PERFORM 225-READ-PRIOR-YEAR-PERIOD
               UNTIL PAYCAL-BROWSE-EOF.
           IF CW-LAST-END-DATE = ZERO
               DISPLAY "NO " CW-PRIOR-YEAR " PERIODS ON PAY CALENDAR"
               DISPLAY "GENERATION REFUSED - KEY THE FIRST PERIOD "
                   "START DATE ON THE CALPARM Y CARD"
               SET GENERATE-FAILED TO TRUE
           ELSE
               MOVE CW-LAST-END-DATE TO DT-WORK-DATE
               PERFORM 710-ADVANCE-ONE-DAY
               MOVE DT-WORK-DATE TO CW-FIRST-START-DATE.

      *****************************************************************
      *    Reads the next calendar record, keeping the end date of
      *    each prior-year period until the browse passes the year
      *****************************************************************
       225-READ-PRIOR-YEAR-PERIOD.

           READ PAYCAL NEXT RECORD
               AT END
                   SET PAYCAL-BROWSE-EOF TO TRUE.
           IF NOT PAYCAL-BROWSE-EOF
               IF PY-PERIOD-RECORD
                   AND PY-CALENDAR-YEAR = CW-PRIOR-YEAR
                   MOVE PY-END-DATE TO CW-LAST-END-DATE
               ELSE
                   SET PAYCAL-BROWSE-EOF TO TRUE.

      *****************************************************************
      *    Builds the year's periods one after another from the
      *    first start date until a check date passes the end of the
      *    year. A first period whose check date falls before the
      *    year - a start date keyed for the wrong year - is refused
      *    rather than leaving a hole in the calendar
      *****************************************************************
       240-BUILD-PERIOD-TABLE.

           MOVE CW-FIRST-START-DATE TO CW-START-DATE.
           COMPUTE CW-DAYS-TO-END = CW-PERIOD-DAYS - 1.
           PERFORM 250-BUILD-ONE-PERIOD
               UNTIL PERIODS-DONE.
           IF PT-PERIOD-COUNT = ZERO
               AND NOT GENERATE-FAILED
               DISPLAY "NO CHECK DATES FALL IN " CW-CALENDAR-YEAR
                   " - GENERATION REFUSED"
               SET GENERATE-FAILED TO TRUE.

      *****************************************************************
      *    Builds one period: the end date is the start date plus the
      *    period's days, the check date follows the end date by the
      *    check lag and is moved back off any weekend or holiday,
      *    and the next period starts the day after this one ends
      *****************************************************************
       250-BUILD-ONE-PERIOD.

           MOVE CW-START-DATE TO DT-WORK-DATE.
           PERFORM 710-ADVANCE-ONE-DAY CW-DAYS-TO-END TIMES.
           MOVE DT-WORK-DATE TO CW-END-DATE.
           PERFORM 710-ADVANCE-ONE-DAY CW-CHECK-LAG-DAYS TIMES.
           PERFORM 300-TEST-BUSINESS-DAY.
           PERFORM 310-BACK-OFF-ONE-DAY
               UNTIL BUSINESS-DAY.
           MOVE DT-WORK-DATE TO CW-CHECK-DATE.
           IF CW-CHECK-YEAR > CW-CALENDAR-YEAR
               SET PERIODS-DONE TO TRUE
           ELSE
           IF CW-CHECK-YEAR < CW-CALENDAR-YEAR
               DISPLAY "CHECK DATE " CW-CHECK-DATE " FOR START DATE "
                   CW-START-DATE " IS BEFORE " CW-CALENDAR-YEAR
               DISPLAY "GENERATION REFUSED - CHECK THE CALPARM "
                   "START DATE"
               SET GENERATE-FAILED TO TRUE
               SET PERIODS-DONE TO TRUE
           ELSE
           IF PT-PERIOD-COUNT = 60
               DISPLAY "PERIOD TABLE FULL - GENERATION REFUSED"
               SET GENERATE-FAILED TO TRUE
               SET PERIODS-DONE TO TRUE
           ELSE
               ADD 1 TO PT-PERIOD-COUNT
               MOVE CW-START-DATE TO PT-START-DATE (PT-PERIOD-COUNT)
               MOVE CW-END-DATE   TO PT-END-DATE (PT-PERIOD-COUNT)
               MOVE CW-CHECK-DATE TO PT-CHECK-DATE (PT-PERIOD-COUNT)
               MOVE CW-END-DATE TO DT-WORK-DATE
               PERFORM 710-ADVANCE-ONE-DAY
               MOVE DT-WORK-DATE TO CW-START-DATE.

      *****************************************************************
      *    Writes one holiday record. A holiday already on the
      *    calendar is left as it is with a console message
      *****************************************************************
       260-WRITE-HOLIDAY-RECORD.

           MOVE SPACES TO PAY-CALENDAR-RECORD.
           MOVE "H" TO PY-RECORD-TYPE.
           MOVE HT-HOLIDAY-DATE (HT-INDEX) TO PY-CALENDAR-DATE.
           MOVE HT-HOLIDAY-NAME (HT-INDEX) TO PY-HOLIDAY-NAME.
           WRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "HOLIDAY ALREADY ON PAY CALENDAR "
                       HT-HOLIDAY-DATE (HT-INDEX).

      *****************************************************************
      *    Writes one period record with its number and the year's
      *    period count
      *****************************************************************
       270-WRITE-PERIOD-RECORD.

           MOVE "P" TO PY-RECORD-TYPE.
           MOVE PT-CHECK-DATE (PT-INDEX) TO PY-CALENDAR-DATE.
           MOVE CW-CALENDAR-YEAR         TO PY-CALENDAR-YEAR.
           MOVE PT-INDEX                 TO PY-PERIOD-NUMBER.
           MOVE PT-PERIOD-COUNT          TO PY-PERIODS-IN-YEAR.
           MOVE PT-START-DATE (PT-INDEX) TO PY-START-DATE.
           MOVE PT-END-DATE (PT-INDEX)   TO PY-END-DATE.
           WRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON PAYCAL FOR CHECK DATE "
                       PT-CHECK-DATE (PT-INDEX)
                   DISPLAY "FILE STATUS CODE IS " PAYCAL-FILE-STATUS.

      *****************************************************************
      *    Sets the business-day switch for the date in DT-WORK-DATE:
      *    not a Saturday or Sunday, and not a company holiday
      *****************************************************************
       300-TEST-BUSINESS-DAY.

           PERFORM 700-COMPUTE-DAY-OF-WEEK.
           MOVE ZERO TO HT-MATCH.
           PERFORM 305-MATCH-ONE-HOLIDAY
               VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX > HT-HOLIDAY-COUNT
                  OR HT-MATCH > ZERO.
           IF DT-WEEKEND-DAY
               OR HT-MATCH > ZERO
               MOVE "N" TO BUSINESS-DAY-SWITCH
           ELSE
               SET BUSINESS-DAY TO TRUE.

      *****************************************************************
      *    Remembers the holiday-table entry whose date matches the
      *    date being tested
      *****************************************************************
       305-MATCH-ONE-HOLIDAY.

           IF HT-HOLIDAY-DATE (HT-INDEX) = DT-WORK-DATE
               MOVE HT-INDEX TO HT-MATCH.

      *****************************************************************
      *    Moves a check date that is not a business day back one
      *    day and tests it again
      *****************************************************************
       310-BACK-OFF-ONE-DAY.

           PERFORM 720-BACK-ONE-DAY.
           PERFORM 300-TEST-BUSINESS-DAY.

      *****************************************************************
      *    Lists the year off the pay calendar file: the periods in
      *    check-date order, then the company holidays, then the
      *    counts. The period count printed is the one the pay runs
      *    will divide salaries by
      *****************************************************************
       500-LIST-CALENDAR-YEAR.

           OPEN OUTPUT CALRPT.
           MOVE CW-CALENDAR-YEAR TO RHL-CALENDAR-YEAR
                                    CW-YEAR-FIRST-YEAR
                                    CW-YEAR-LAST-YEAR.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE CALENDAR-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE CALENDAR-REPORT-LINE FROM BLANK-LINE.
           WRITE CALENDAR-REPORT-LINE FROM PERIOD-HEADING-LINE.
           MOVE "P" TO PY-RECORD-TYPE.
           PERFORM 510-START-CALENDAR-BROWSE.
           PERFORM 520-LIST-ONE-PERIOD
               UNTIL PAYCAL-BROWSE-EOF.
           WRITE CALENDAR-REPORT-LINE FROM BLANK-LINE.
           WRITE CALENDAR-REPORT-LINE FROM HOLIDAY-HEADING-LINE.
           MOVE "H" TO PY-RECORD-TYPE.
           PERFORM 510-START-CALENDAR-BROWSE.
           PERFORM 530-LIST-ONE-HOLIDAY
               UNTIL PAYCAL-BROWSE-EOF.
           WRITE CALENDAR-REPORT-LINE FROM BLANK-LINE.

           MOVE "PAY PERIODS IN YEAR:         " TO SUM-LABEL.
           MOVE CT-PERIODS-LISTED               TO SUM-COUNT.
           WRITE CALENDAR-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "COMPANY HOLIDAYS:            " TO SUM-LABEL.
           MOVE CT-HOLIDAYS-LISTED              TO SUM-COUNT.
           WRITE CALENDAR-REPORT-LINE FROM SUMMARY-LINE.
           CLOSE CALRPT.
           IF CT-PERIODS-LISTED = ZERO
               DISPLAY "NO PAY PERIODS ON PAY CALENDAR FOR "
                   CW-CALENDAR-YEAR.

      *****************************************************************
      *    Positions the calendar at the first record of the record
      *    type set in PY-RECORD-TYPE on or after January 1 of the
      *    year and reads it
      *****************************************************************
       510-START-CALENDAR-BROWSE.

           MOVE CW-YEAR-FIRST-DATE TO PY-CALENDAR-DATE.
           MOVE "N" TO PAYCAL-BROWSE-EOF-SWITCH.
           START PAYCAL KEY NOT < PY-CALENDAR-KEY
               INVALID KEY
                   SET PAYCAL-BROWSE-EOF TO TRUE.
           IF NOT PAYCAL-BROWSE-EOF
               PERFORM 540-READ-NEXT-CALENDAR-RECORD.

      *****************************************************************
      *    Prints one period line with its check date's day of the
      *    week, then reads the next period
      *****************************************************************
       520-LIST-ONE-PERIOD.

           IF NOT PY-PERIOD-RECORD
               SET PAYCAL-BROWSE-EOF TO TRUE
           ELSE
               ADD 1 TO CT-PERIODS-LISTED
               MOVE PY-PERIOD-NUMBER TO PDL-PERIOD-NUMBER
               MOVE PY-START-DATE    TO PDL-START-DATE
               MOVE PY-END-DATE      TO PDL-END-DATE
               MOVE PY-CALENDAR-DATE TO PDL-CHECK-DATE
                                        DT-WORK-DATE
               PERFORM 700-COMPUTE-DAY-OF-WEEK
               MOVE DN-DAY-NAME (DT-DAY-OF-WEEK + 1) TO PDL-CHECK-DAY
               WRITE CALENDAR-REPORT-LINE FROM PERIOD-DETAIL-LINE
               PERFORM 540-READ-NEXT-CALENDAR-RECORD.

      *****************************************************************
      *    Prints one holiday line, then reads the next holiday
      *****************************************************************
       530-LIST-ONE-HOLIDAY.

           IF NOT PY-HOLIDAY-RECORD
               SET PAYCAL-BROWSE-EOF TO TRUE
           ELSE
               ADD 1 TO CT-HOLIDAYS-LISTED
               MOVE PY-CALENDAR-DATE TO HDL-HOLIDAY-DATE
                                        DT-WORK-DATE
               MOVE PY-HOLIDAY-NAME  TO HDL-HOLIDAY-NAME
               PERFORM 700-COMPUTE-DAY-OF-WEEK
               MOVE DN-DAY-NAME (DT-DAY-OF-WEEK + 1)
                   TO HDL-HOLIDAY-DAY
               WRITE CALENDAR-REPORT-LINE FROM HOLIDAY-DETAIL-LINE
               PERFORM 540-READ-NEXT-CALENDAR-RECORD.

      *****************************************************************
      *    Reads the next calendar record, ending the browse at the
      *    end of the file or once the dates pass the year
      *****************************************************************
       540-READ-NEXT-CALENDAR-RECORD.

           READ PAYCAL NEXT RECORD
               AT END
                   SET PAYCAL-BROWSE-EOF TO TRUE.
           IF NOT PAYCAL-BROWSE-EOF
               AND PY-CALENDAR-DATE > CW-YEAR-LAST-DATE
               SET PAYCAL-BROWSE-EOF TO TRUE.

      *****************************************************************
      *    Works out the day of the week of the date in DT-WORK-DATE
      *    from its day serial - the days in the whole years before
      *    it, with their leap days, plus the days in the whole
      *    months before it this year, plus the day of the month.
      *    The serial's remainder over 7 is the day of the week,
      *    zero for a Sunday
      *****************************************************************
       700-COMPUTE-DAY-OF-WEEK.

           COMPUTE DT-PRIOR-YEARS = DT-YEAR - 1.
           COMPUTE DT-DAY-SERIAL = DT-PRIOR-YEARS * 365 + DT-DAY.
           DIVIDE DT-PRIOR-YEARS BY 4 GIVING DT-QUOTIENT.
           ADD DT-QUOTIENT TO DT-DAY-SERIAL.
           DIVIDE DT-PRIOR-YEARS BY 100 GIVING DT-QUOTIENT.
           SUBTRACT DT-QUOTIENT FROM DT-DAY-SERIAL.
           DIVIDE DT-PRIOR-YEARS BY 400 GIVING DT-QUOTIENT.
           ADD DT-QUOTIENT TO DT-DAY-SERIAL.
           PERFORM 730-SET-LEAP-YEAR.
           PERFORM 705-ADD-ONE-MONTH-OF-DAYS
               VARYING DT-MONTH-INDEX FROM 1 BY 1
               UNTIL DT-MONTH-INDEX NOT < DT-MONTH.
           IF DT-LEAP-YEAR
               AND DT-MONTH > 2
               ADD 1 TO DT-DAY-SERIAL.
           DIVIDE DT-DAY-SERIAL BY 7 GIVING DT-QUOTIENT
               REMAINDER DT-REMAINDER.
           MOVE DT-REMAINDER TO DT-DAY-OF-WEEK.

      *****************************************************************
      *    Adds one whole month's days into the day serial
      *****************************************************************
       705-ADD-ONE-MONTH-OF-DAYS.

           ADD MD-DAYS (DT-MONTH-INDEX) TO DT-DAY-SERIAL.

      *****************************************************************
      *    Steps the date in DT-WORK-DATE forward one day, rolling
      *    into the next month and the next year as needed
      *****************************************************************
       710-ADVANCE-ONE-DAY.

           PERFORM 740-SET-DAYS-IN-MONTH.
           IF DT-DAY < DT-DAYS-IN-MONTH
               ADD 1 TO DT-DAY
           ELSE
           IF DT-MONTH < 12
               MOVE 1 TO DT-DAY
               ADD 1 TO DT-MONTH
           ELSE
               MOVE 1 TO DT-DAY
                         DT-MONTH
               ADD 1 TO DT-YEAR.

      *****************************************************************
      *    Steps the date in DT-WORK-DATE back one day, rolling into
      *    the prior month and the prior year as needed
      *****************************************************************
       720-BACK-ONE-DAY.

           IF DT-DAY > 1
               SUBTRACT 1 FROM DT-DAY
           ELSE
           IF DT-MONTH > 1
               SUBTRACT 1 FROM DT-MONTH
               PERFORM 740-SET-DAYS-IN-MONTH
               MOVE DT-DAYS-IN-MONTH TO DT-DAY
           ELSE
               MOVE 12 TO DT-MONTH
               MOVE 31 TO DT-DAY
               SUBTRACT 1 FROM DT-YEAR.

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

      *****************************************************************
      *    Sets the days in the month of the date in DT-WORK-DATE,
      *    with February's leap day
      *****************************************************************
       740-SET-DAYS-IN-MONTH.

           MOVE MD-DAYS (DT-MONTH) TO DT-DAYS-IN-MONTH.
           IF DT-MONTH = 2
               PERFORM 730-SET-LEAP-YEAR
               IF DT-LEAP-YEAR
                   MOVE 29 TO DT-DAYS-IN-MONTH.
