      *****************************************************************
      * Title..........: SEQ8600 - Leave of Absence Report
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Lists every employee out on a leave of
      *                  absence by department - the leave type, the
      *                  date the leave started, the expected return
      *                  date, and the calendar days out as of tonight
      *                  - and flags anyone still out past their
      *                  expected return date so they can be followed
      *                  up and either returned or terminated. Counts
      *                  by leave type and of those past their return
      *                  date close out the report
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  sorted by department and writes the LOARPT
      *                  leave of absence report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ8600.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT SRTEMP  ASSIGN TO SRTEMP.
           SELECT SRTMAST ASSIGN TO SRTMAST.
           SELECT LOARPT  ASSIGN TO LOARPT
                           FILE STATUS IS LOARPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  NEWEMP.

       01  NEW-MASTER-RECORD           PIC X(100).

       SD  SRTEMP.

       01  SORT-MASTER-RECORD.
           05  SRT-EMPLOYEE-ID             PIC X(5).
           05  SRT-EMPLOYEE-NAME           PIC X(30).
           05  SRT-DEPART-CODE             PIC X(5).
           05  SRT-JOB-CLASS               PIC X(2).
           05  SRT-ANNUAL-SALARY           PIC 9(7)V99.
           05  SRT-VACATION-HOURS          PIC 9(3).
           05  SRT-SICK-HOURS              PIC 9(3)V99.
           05  SRT-DATE-OF-HIRE            PIC 9(8).
           05  SRT-EMPLOYMENT-TYPE         PIC X(1).
           05  SRT-HOURLY-RATE             PIC 9(3)V99.
           05  SRT-HOURS-WORKED            PIC 9(3)V99.
           05  SRT-LEAVE-TYPE              PIC X(1).
           05  SRT-LEAVE-START-DATE        PIC 9(8).
           05  SRT-EXPECTED-RETURN-DATE    PIC 9(8).
           05  SRT-SUPERVISOR-ID           PIC X(5).

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
           05  SM-HOURLY-RATE              PIC 9(3)V99.
           05  SM-HOURS-WORKED             PIC 9(3)V99.
      *        space when active; P paid leave, U unpaid leave,
      *        S suspension
           05  SM-LEAVE-TYPE               PIC X(1).
               88  SM-ON-LEAVE                     VALUE "P" "U" "S".
               88  SM-PAID-LEAVE                   VALUE "P".
               88  SM-UNPAID-LEAVE                 VALUE "U".
               88  SM-SUSPENSION                   VALUE "S".
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

       FD  LOARPT.

       01  LEAVE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SRTMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SRTMAST-EOF                     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  LOARPT-FILE-STATUS          PIC XX.
               88  LOARPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).
           05  RUN-DAY-SERIAL              PIC 9(7).

       01  LEAVE-WORK-FIELDS.
           05  LW-START-DAY-SERIAL         PIC 9(7).
           05  LW-DAYS-OUT                 PIC 9(5).

      *    date arithmetic work area - a date is moved into
      *    DT-WORK-DATE and 700 returns its day serial, the days
      *    since the start of the calendar, so two dates' serials
      *    subtract to the calendar days between them
       01  DATE-WORK-FIELDS.
           05  DT-WORK-DATE.
               10  DT-YEAR                 PIC 9(4).
               10  DT-MONTH                PIC 9(2).
               10  DT-DAY                  PIC 9(2).
           05  DT-DAY-SERIAL               PIC 9(7).
           05  DT-PRIOR-YEARS              PIC 9(4).
           05  DT-MONTH-INDEX              PIC 9(2).
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
           05  CT-EMPLOYEES-ON-LEAVE       PIC 9(5)    VALUE ZERO.
           05  CT-PAID-LEAVE               PIC 9(5)    VALUE ZERO.
           05  CT-UNPAID-LEAVE             PIC 9(5)    VALUE ZERO.
           05  CT-SUSPENSION               PIC 9(5)    VALUE ZERO.
           05  CT-PAST-RETURN-DATE         PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "LEAVE OF ABSENCE REPORT             ".
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(79)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "EMP#   EMPLOYEE NAME          ".
           05  FILLER                      PIC X(30)   VALUE
                   "        DEPT   LEAVE TYPE   LE".
           05  FILLER                      PIC X(30)   VALUE
                   "AVE START  EXP RETURN  DAYS O".
           05  FILLER                      PIC X(30)   VALUE
                   "UT  REMARKS                   ".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  EMPLOYEE-DETAIL-LINE.
           05  EDL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  EDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-LEAVE-TYPE              PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-LEAVE-START-DATE        PIC 9(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  EDL-EXPECTED-RETURN-DATE    PIC X(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  EDL-DAYS-OUT                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-REMARK-TEXT             PIC X(16).
           05  FILLER                      PIC X(27)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Sorts the employee master by department and employee ID,
      *    reports each employee out on a leave of absence, and
      *    writes the report counts before closing out the run
      *****************************************************************
       000-REPORT-LEAVES-OF-ABSENCE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DT-WORK-DATE.
           PERFORM 700-COMPUTE-DAY-SERIAL.
           MOVE DT-DAY-SERIAL TO RUN-DAY-SERIAL.
           SORT SRTEMP
               ON ASCENDING KEY SRT-DEPART-CODE
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               USING NEWEMP
               GIVING SRTMAST.

           OPEN INPUT  SRTMAST
                OUTPUT LOARPT.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE LEAVE-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE LEAVE-REPORT-LINE FROM COLUMN-HEADING-LINE.
           WRITE LEAVE-REPORT-LINE FROM BLANK-LINE.
           PERFORM 100-READ-SORTED-MASTER.
           PERFORM 200-CHECK-ONE-EMPLOYEE
               UNTIL SRTMAST-EOF.
           PERFORM 500-WRITE-REPORT-COUNTS.
           CLOSE SRTMAST
                 LOARPT.
           STOP RUN.

      *****************************************************************
      *    Reads the next record from the sorted master file
      *****************************************************************
       100-READ-SORTED-MASTER.

           READ SRTMAST
               AT END
                   SET SRTMAST-EOF TO TRUE.

      *****************************************************************
      *    Reports the employee when they are out on a leave of
      *    absence - active employees are passed over - then reads
      *    the next sorted master record
      *****************************************************************
       200-CHECK-ONE-EMPLOYEE.

           IF SM-ON-LEAVE
               PERFORM 300-COMPUTE-DAYS-OUT
               PERFORM 400-WRITE-EMPLOYEE-LINE.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Counts the calendar days from the start of the leave to
      *    tonight. A leave posted ahead of its start date - only
      *    possible if the hold file was bypassed - counts as zero
      *    days out rather than a negative number
      *****************************************************************
       300-COMPUTE-DAYS-OUT.

           MOVE SM-LEAVE-START-DATE TO DT-WORK-DATE.
           PERFORM 700-COMPUTE-DAY-SERIAL.
           MOVE DT-DAY-SERIAL TO LW-START-DAY-SERIAL.
           IF LW-START-DAY-SERIAL < RUN-DAY-SERIAL
               COMPUTE LW-DAYS-OUT =
                   RUN-DAY-SERIAL - LW-START-DAY-SERIAL
           ELSE
               MOVE ZERO TO LW-DAYS-OUT.

      *****************************************************************
      *    Prints one employee line and adds them into the count for
      *    their leave type. The expected return date is left blank
      *    for an open-ended leave; an employee still out after a
      *    return date that has passed is remarked and counted so
      *    they can be followed up
      *****************************************************************
       400-WRITE-EMPLOYEE-LINE.

           ADD 1 TO CT-EMPLOYEES-ON-LEAVE.
           MOVE SM-EMPLOYEE-ID       TO EDL-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME     TO EDL-EMPLOYEE-NAME.
           MOVE SM-DEPART-CODE       TO EDL-DEPART-CODE.
           IF SM-PAID-LEAVE
               MOVE "PAID LEAVE"     TO EDL-LEAVE-TYPE
               ADD 1 TO CT-PAID-LEAVE
           ELSE
           IF SM-UNPAID-LEAVE
               MOVE "UNPAID"         TO EDL-LEAVE-TYPE
               ADD 1 TO CT-UNPAID-LEAVE
           ELSE
               MOVE "SUSPENSION"     TO EDL-LEAVE-TYPE
               ADD 1 TO CT-SUSPENSION.
           MOVE SM-LEAVE-START-DATE  TO EDL-LEAVE-START-DATE.
           IF SM-EXPECTED-RETURN-DATE = ZERO
               MOVE SPACES TO EDL-EXPECTED-RETURN-DATE
           ELSE
               MOVE SM-EXPECTED-RETURN-DATE
                                     TO EDL-EXPECTED-RETURN-DATE.
           MOVE LW-DAYS-OUT          TO EDL-DAYS-OUT.
           IF SM-EXPECTED-RETURN-DATE NOT = ZERO
               AND SM-EXPECTED-RETURN-DATE < RUN-DATE
               MOVE "PAST RETURN DATE" TO EDL-REMARK-TEXT
               ADD 1 TO CT-PAST-RETURN-DATE
           ELSE
               MOVE SPACES             TO EDL-REMARK-TEXT.
           WRITE LEAVE-REPORT-LINE FROM EMPLOYEE-DETAIL-LINE.

      *****************************************************************
      *    Writes the report counts once every employee has been
      *    checked
      *****************************************************************
       500-WRITE-REPORT-COUNTS.

           WRITE LEAVE-REPORT-LINE FROM BLANK-LINE.

           MOVE "EMPLOYEES ON LEAVE:          " TO SUM-LABEL.
           MOVE CT-EMPLOYEES-ON-LEAVE           TO SUM-COUNT.
           WRITE LEAVE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ON PAID LEAVE:               " TO SUM-LABEL.
           MOVE CT-PAID-LEAVE                   TO SUM-COUNT.
           WRITE LEAVE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ON UNPAID LEAVE:             " TO SUM-LABEL.
           MOVE CT-UNPAID-LEAVE                 TO SUM-COUNT.
           WRITE LEAVE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ON SUSPENSION:               " TO SUM-LABEL.
           MOVE CT-SUSPENSION                   TO SUM-COUNT.
           WRITE LEAVE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PAST EXPECTED RETURN DATE:   " TO SUM-LABEL.
           MOVE CT-PAST-RETURN-DATE             TO SUM-COUNT.
           WRITE LEAVE-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Works out the day serial of the date in DT-WORK-DATE - the
      *    days in the whole years before it, with their leap days,
      *    plus the days in the whole months before it this year,
      *    plus the day of the month
      *****************************************************************
       700-COMPUTE-DAY-SERIAL.

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

      *****************************************************************
      *    Adds one whole month's days into the day serial
      *****************************************************************
       705-ADD-ONE-MONTH-OF-DAYS.

           ADD MD-DAYS (DT-MONTH-INDEX) TO DT-DAY-SERIAL.

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
