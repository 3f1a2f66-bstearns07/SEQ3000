      *****************************************************************
      * Title..........: SEQ8400 - Position Control Vacancy Report
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Lists every position by department - the
      *                  headcount finance authorized on POSCTL against
      *                  the heads actually filling it on the master,
      *                  and the salary dollars budgeted for it against
      *                  the salary actually being paid in it - so open
      *                  positions and over-budget ones show up before
      *                  the quarter's spending does. A position filled
      *                  on the master with no POSCTL record is listed
      *                  as not budgeted, and one filled past its
      *                  authorized count (a hire posted on override)
      *                  as over authorized. Department subtotals and
      *                  company totals follow
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  sorted by department and job class, the POSCTL
      *                  position control table, and DEPTMAST for the
      *                  department names, and writes the VACRPT
      *                  vacancy report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ8400.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT SRTEMP  ASSIGN TO SRTEMP.
           SELECT SRTMAST ASSIGN TO SRTMAST.
           SELECT POSCTL  ASSIGN TO POSCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PS-POSITION-KEY
                           FILE STATUS IS POSCTL-FILE-STATUS.
           SELECT DEPTMAST ASSIGN TO DEPTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DM-DEPART-CODE
                           FILE STATUS IS DEPTMAST-FILE-STATUS.
           SELECT VACRPT  ASSIGN TO VACRPT
                           FILE STATUS IS VACRPT-FILE-STATUS.

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
               88  SM-HOURLY-EMPLOYEE              VALUE "H".
               88  SM-SALARIED-EMPLOYEE            VALUE "S".
           05  SM-HOURLY-RATE              PIC 9(3)V99.
           05  SM-HOURS-WORKED             PIC 9(3)V99.
           05  SM-LEAVE-TYPE               PIC X(1).
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

       FD  POSCTL.

      *    one record per controlled position, keyed by department
      *    and job class, maintained through SEQ8000
       01  POSITION-CONTROL-RECORD.
           05  PS-POSITION-KEY.
               10  PS-DEPART-CODE          PIC X(5).
               10  PS-JOB-CLASS            PIC X(2).
           05  PS-AUTHORIZED-HEADCOUNT     PIC 9(4).
           05  PS-BUDGETED-SALARY          PIC 9(9)V99.

       FD  DEPTMAST.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPART-CODE              PIC X(5).
           05  DM-DEPART-NAME              PIC X(20).

       FD  VACRPT.

       01  VACANCY-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  POSCTL-EOF-SWITCH           PIC X   VALUE "N".
               88  POSCTL-EOF                      VALUE "Y".
           05  POSITION-BUDGETED-SWITCH    PIC X   VALUE "N".
               88  POSITION-BUDGETED               VALUE "Y".
           05  DEPTMAST-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  DEPTMAST-AVAILABLE              VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  POSCTL-FILE-STATUS          PIC XX.
               88  POSCTL-SUCCESSFUL               VALUE "00".
           05  DEPTMAST-FILE-STATUS        PIC XX.
               88  DEPTMAST-SUCCESSFUL             VALUE "00".
           05  VACRPT-FILE-STATUS          PIC XX.
               88  VACRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).

      *    the master and position control keys being merged - each
      *    is set to high values once its file runs out - and the
      *    lower of the two, which is the position being reported
       01  MERGE-KEY-FIELDS.
           05  MK-POSITION-KEY.
               10  MK-DEPART-CODE          PIC X(5).
               10  MK-JOB-CLASS            PIC X(2).
           05  PK-POSITION-KEY.
               10  PK-DEPART-CODE          PIC X(5).
               10  PK-JOB-CLASS            PIC X(2).
           05  NX-POSITION-KEY.
               10  NX-DEPART-CODE          PIC X(5).
               10  NX-JOB-CLASS            PIC X(2).

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).

       01  RATE-FIELDS.
           05  RT-HOURS-PER-YEAR           PIC 9(4)    VALUE 2080.

       01  POSITION-ACCUMULATORS.
           05  PA-AUTHORIZED-HEADCOUNT     PIC 9(5).
           05  PA-FILLED-HEADCOUNT         PIC 9(5).
           05  PA-BUDGETED-SALARY          PIC 9(9)V99.
           05  PA-ACTUAL-SALARY            PIC 9(9)V99.

       01  DEPARTMENT-ACCUMULATORS.
           05  DT-AUTHORIZED-HEADCOUNT     PIC 9(5).
           05  DT-FILLED-HEADCOUNT         PIC 9(5).
           05  DT-BUDGETED-SALARY          PIC 9(9)V99.
           05  DT-ACTUAL-SALARY            PIC 9(9)V99.

       01  COMPANY-ACCUMULATORS.
           05  GT-AUTHORIZED-HEADCOUNT     PIC 9(5)    VALUE ZERO.
           05  GT-FILLED-HEADCOUNT         PIC 9(5)    VALUE ZERO.
           05  GT-BUDGETED-SALARY          PIC 9(9)V99 VALUE ZERO.
           05  GT-ACTUAL-SALARY            PIC 9(9)V99 VALUE ZERO.

       01  REPORT-COUNTERS.
           05  CT-POSITIONS-LISTED         PIC 9(5)    VALUE ZERO.
           05  CT-VACANT-POSITIONS         PIC 9(5)    VALUE ZERO.
           05  CT-OVER-AUTHORIZED          PIC 9(5)    VALUE ZERO.
           05  CT-NOT-BUDGETED             PIC 9(5)    VALUE ZERO.
           05  CT-OVER-BUDGET              PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "POSITION CONTROL VACANCY REPORT     ".
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(79)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "DEPT   JB    AUTH  FILLED  VAC".
           05  FILLER                      PIC X(30)   VALUE
                   "ANT          BUDGETED         ".
           05  FILLER                      PIC X(30)   VALUE
                   "   ACTUAL          VARIANCE   ".
           05  FILLER                      PIC X(30)   VALUE
                   "REMARKS                       ".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                      PIC X(11)   VALUE
                   "DEPARTMENT ".
           05  DHL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DHL-DEPART-NAME             PIC X(20).
           05  FILLER                      PIC X(94)   VALUE SPACES.

       01  POSITION-DETAIL-LINE.
           05  PDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-JOB-CLASS               PIC X(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-AUTHORIZED-HEADCOUNT    PIC Z,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-FILLED-HEADCOUNT        PIC Z,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-VACANT-HEADCOUNT        PIC -,--9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-BUDGETED-SALARY         PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-ACTUAL-SALARY           PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PDL-SALARY-VARIANCE         PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PDL-REMARK-TEXT             PIC X(16).
           05  FILLER                      PIC X(26)   VALUE SPACES.

       01  TOTAL-LINE.
           05  TL-LABEL                    PIC X(12).
           05  TL-AUTHORIZED-HEADCOUNT     PIC Z,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TL-FILLED-HEADCOUNT         PIC Z,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TL-VACANT-HEADCOUNT         PIC -,--9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TL-BUDGETED-SALARY          PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TL-ACTUAL-SALARY            PIC $$$$,$$$,$$9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TL-SALARY-VARIANCE          PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(44)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Sorts the employee master by department and job class,
      *    then merges it against the position control table in the
      *    same order one department at a time, so every position
      *    either file knows about gets exactly one line, and writes
      *    the company totals and counts before closing out the run
      *****************************************************************
       000-REPORT-POSITION-VACANCIES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           SORT SRTEMP
               ON ASCENDING KEY SRT-DEPART-CODE
               ON ASCENDING KEY SRT-JOB-CLASS
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               USING NEWEMP
               GIVING SRTMAST.

           OPEN INPUT  SRTMAST
                       POSCTL
                OUTPUT VACRPT.
           OPEN INPUT DEPTMAST.
           IF DEPTMAST-SUCCESSFUL
               SET DEPTMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "OPEN ERROR ON DEPTMAST"
               DISPLAY "FILE STATUS CODE IS " DEPTMAST-FILE-STATUS.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE VACANCY-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE VACANCY-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 100-READ-SORTED-MASTER.
           PERFORM 110-START-POSITION-TABLE.
           PERFORM 150-SET-NEXT-POSITION-KEY.
           PERFORM 200-REPORT-DEPARTMENT-GROUP
               UNTIL NX-POSITION-KEY = HIGH-VALUES.
           PERFORM 500-WRITE-COMPANY-TOTALS.
           CLOSE SRTMAST
                 POSCTL
                 VACRPT.
           IF DEPTMAST-AVAILABLE
               CLOSE DEPTMAST.
           STOP RUN.

      *****************************************************************
      *    Reads the next record from the sorted master file and
      *    stages its position key for the merge. At the end of the
      *    file the key is set to high values so the position control
      *    side of the merge runs out on its own
      *****************************************************************
       100-READ-SORTED-MASTER.

           READ SRTMAST
               AT END
                   MOVE HIGH-VALUES TO MK-POSITION-KEY
               NOT AT END
                   MOVE SM-DEPART-CODE TO MK-DEPART-CODE
                   MOVE SM-JOB-CLASS   TO MK-JOB-CLASS.

      *****************************************************************
      *    Positions the position control table at its first record.
      *    A table that is missing or empty leaves every position on
      *    the master reported as not budgeted
      *****************************************************************
       110-START-POSITION-TABLE.

           IF NOT POSCTL-SUCCESSFUL
               SET POSCTL-EOF TO TRUE
               MOVE HIGH-VALUES TO PK-POSITION-KEY
           ELSE
               MOVE LOW-VALUES TO PS-POSITION-KEY
               START POSCTL KEY NOT < PS-POSITION-KEY
                   INVALID KEY
                       SET POSCTL-EOF TO TRUE
                       MOVE HIGH-VALUES TO PK-POSITION-KEY
               END-START
               IF NOT POSCTL-EOF
                   PERFORM 120-READ-NEXT-POSITION.

      *****************************************************************
      *    Reads the next position control record in key order and
      *    stages its key for the merge, high values at the end
      *****************************************************************
       120-READ-NEXT-POSITION.

           READ POSCTL NEXT RECORD
               AT END
                   SET POSCTL-EOF TO TRUE
                   MOVE HIGH-VALUES TO PK-POSITION-KEY
               NOT AT END
                   MOVE PS-POSITION-KEY TO PK-POSITION-KEY.

      *****************************************************************
      *    Sets the position to report next to the lower of the
      *    master and position control keys. High values on both
      *    sides means both files are done
      *****************************************************************
       150-SET-NEXT-POSITION-KEY.

           IF MK-POSITION-KEY < PK-POSITION-KEY
               MOVE MK-POSITION-KEY TO NX-POSITION-KEY
           ELSE
               MOVE PK-POSITION-KEY TO NX-POSITION-KEY.

      *****************************************************************
      *    Starts a new department group by saving its code, zeroing
      *    the department totals, and printing the department heading
      *    with its name off DEPTMAST, then reports every position in
      *    the department before printing its subtotal line and
      *    rolling it into the company totals
      *****************************************************************
       200-REPORT-DEPARTMENT-GROUP.

           MOVE NX-DEPART-CODE TO CF-CURRENT-DEPART-CODE.
           MOVE ZERO TO DT-AUTHORIZED-HEADCOUNT
                        DT-FILLED-HEADCOUNT
                        DT-BUDGETED-SALARY
                        DT-ACTUAL-SALARY.
           MOVE CF-CURRENT-DEPART-CODE TO DHL-DEPART-CODE
                                          DM-DEPART-CODE.
           IF DEPTMAST-AVAILABLE
               READ DEPTMAST
                   INVALID KEY
                       MOVE "NOT ON DEPTMAST" TO DHL-DEPART-NAME
                   NOT INVALID KEY
                       MOVE DM-DEPART-NAME TO DHL-DEPART-NAME
               END-READ
           ELSE
               MOVE SPACES TO DHL-DEPART-NAME.
           WRITE VACANCY-REPORT-LINE FROM BLANK-LINE.
           WRITE VACANCY-REPORT-LINE FROM DEPARTMENT-HEADING-LINE.
           PERFORM 300-REPORT-ONE-POSITION
               UNTIL NX-POSITION-KEY = HIGH-VALUES
                  OR NX-DEPART-CODE NOT = CF-CURRENT-DEPART-CODE.
           MOVE "  DEPT TOTAL"          TO TL-LABEL.
           MOVE DT-AUTHORIZED-HEADCOUNT TO TL-AUTHORIZED-HEADCOUNT.
           MOVE DT-FILLED-HEADCOUNT     TO TL-FILLED-HEADCOUNT.
           COMPUTE TL-VACANT-HEADCOUNT =
               DT-AUTHORIZED-HEADCOUNT - DT-FILLED-HEADCOUNT.
           MOVE DT-BUDGETED-SALARY      TO TL-BUDGETED-SALARY.
           MOVE DT-ACTUAL-SALARY        TO TL-ACTUAL-SALARY.
           COMPUTE TL-SALARY-VARIANCE =
               DT-BUDGETED-SALARY - DT-ACTUAL-SALARY.
           WRITE VACANCY-REPORT-LINE FROM TOTAL-LINE.
           ADD DT-AUTHORIZED-HEADCOUNT TO GT-AUTHORIZED-HEADCOUNT.
           ADD DT-FILLED-HEADCOUNT     TO GT-FILLED-HEADCOUNT.
           ADD DT-BUDGETED-SALARY      TO GT-BUDGETED-SALARY.
           ADD DT-ACTUAL-SALARY        TO GT-ACTUAL-SALARY.

      *****************************************************************
      *    Reports one position. Its authorized headcount and budget
      *    come off POSCTL when the position is on the table; every
      *    master record in the position then counts as one filled
      *    head and adds its salary to the actual dollars. The line
      *    is printed, the position rolls into the department totals,
      *    and the merge moves on to the next position
      *****************************************************************
       300-REPORT-ONE-POSITION.

           MOVE ZERO TO PA-FILLED-HEADCOUNT
                        PA-ACTUAL-SALARY.
           IF PK-POSITION-KEY = NX-POSITION-KEY
               SET POSITION-BUDGETED TO TRUE
               MOVE PS-AUTHORIZED-HEADCOUNT TO PA-AUTHORIZED-HEADCOUNT
               MOVE PS-BUDGETED-SALARY      TO PA-BUDGETED-SALARY
               PERFORM 120-READ-NEXT-POSITION
           ELSE
               MOVE "N"  TO POSITION-BUDGETED-SWITCH
               MOVE ZERO TO PA-AUTHORIZED-HEADCOUNT
                            PA-BUDGETED-SALARY.
           PERFORM 320-COUNT-FILLED-EMPLOYEE
               UNTIL MK-POSITION-KEY NOT = NX-POSITION-KEY.
           PERFORM 340-WRITE-POSITION-LINE.
           ADD PA-AUTHORIZED-HEADCOUNT TO DT-AUTHORIZED-HEADCOUNT.
           ADD PA-FILLED-HEADCOUNT     TO DT-FILLED-HEADCOUNT.
           ADD PA-BUDGETED-SALARY      TO DT-BUDGETED-SALARY.
           ADD PA-ACTUAL-SALARY        TO DT-ACTUAL-SALARY.
           PERFORM 150-SET-NEXT-POSITION-KEY.

      *****************************************************************
      *    Counts one employee into the position being reported and
      *    adds their salary to its actual dollars - an hourly
      *    employee at their rate extended over the 2080-hour work
      *    year, the same salaried equivalent the band edits use -
      *    then reads the next sorted master record
      *****************************************************************
       320-COUNT-FILLED-EMPLOYEE.

           ADD 1 TO PA-FILLED-HEADCOUNT.
           IF SM-HOURLY-EMPLOYEE
               COMPUTE PA-ACTUAL-SALARY = PA-ACTUAL-SALARY
                   + (SM-HOURLY-RATE * RT-HOURS-PER-YEAR)
           ELSE
               ADD SM-ANNUAL-SALARY TO PA-ACTUAL-SALARY.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Prints one position line with a remark for the condition
      *    that needs attention first: a filled position finance
      *    never budgeted, heads past the authorized count, salary
      *    past the budget, or open seats still to fill
      *****************************************************************
       340-WRITE-POSITION-LINE.

           ADD 1 TO CT-POSITIONS-LISTED.
           MOVE NX-DEPART-CODE          TO PDL-DEPART-CODE.
           MOVE NX-JOB-CLASS            TO PDL-JOB-CLASS.
           MOVE PA-AUTHORIZED-HEADCOUNT TO PDL-AUTHORIZED-HEADCOUNT.
           MOVE PA-FILLED-HEADCOUNT     TO PDL-FILLED-HEADCOUNT.
           COMPUTE PDL-VACANT-HEADCOUNT =
               PA-AUTHORIZED-HEADCOUNT - PA-FILLED-HEADCOUNT.
           MOVE PA-BUDGETED-SALARY      TO PDL-BUDGETED-SALARY.
           MOVE PA-ACTUAL-SALARY        TO PDL-ACTUAL-SALARY.
           COMPUTE PDL-SALARY-VARIANCE =
               PA-BUDGETED-SALARY - PA-ACTUAL-SALARY.
           IF NOT POSITION-BUDGETED
               MOVE "NOT BUDGETED"    TO PDL-REMARK-TEXT
               ADD 1 TO CT-NOT-BUDGETED
           ELSE
           IF PA-FILLED-HEADCOUNT > PA-AUTHORIZED-HEADCOUNT
               MOVE "OVER AUTHORIZED" TO PDL-REMARK-TEXT
               ADD 1 TO CT-OVER-AUTHORIZED
           ELSE
           IF PA-ACTUAL-SALARY > PA-BUDGETED-SALARY
               MOVE "OVER BUDGET"     TO PDL-REMARK-TEXT
               ADD 1 TO CT-OVER-BUDGET
           ELSE
           IF PA-FILLED-HEADCOUNT < PA-AUTHORIZED-HEADCOUNT
               MOVE "VACANT"          TO PDL-REMARK-TEXT
               ADD 1 TO CT-VACANT-POSITIONS
           ELSE
               MOVE SPACES            TO PDL-REMARK-TEXT.
           WRITE VACANCY-REPORT-LINE FROM POSITION-DETAIL-LINE.

      *****************************************************************
      *    Writes the company totals line and the position counts
      *    once every department has been reported
      *****************************************************************
       500-WRITE-COMPANY-TOTALS.

           WRITE VACANCY-REPORT-LINE FROM BLANK-LINE.
           MOVE "COMPANY     "          TO TL-LABEL.
           MOVE GT-AUTHORIZED-HEADCOUNT TO TL-AUTHORIZED-HEADCOUNT.
           MOVE GT-FILLED-HEADCOUNT     TO TL-FILLED-HEADCOUNT.
           COMPUTE TL-VACANT-HEADCOUNT =
               GT-AUTHORIZED-HEADCOUNT - GT-FILLED-HEADCOUNT.
           MOVE GT-BUDGETED-SALARY      TO TL-BUDGETED-SALARY.
           MOVE GT-ACTUAL-SALARY        TO TL-ACTUAL-SALARY.
           COMPUTE TL-SALARY-VARIANCE =
               GT-BUDGETED-SALARY - GT-ACTUAL-SALARY.
           WRITE VACANCY-REPORT-LINE FROM TOTAL-LINE.
           WRITE VACANCY-REPORT-LINE FROM BLANK-LINE.

           MOVE "POSITIONS LISTED:            " TO SUM-LABEL.
           MOVE CT-POSITIONS-LISTED             TO SUM-COUNT.
           WRITE VACANCY-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITIONS WITH VACANCIES:    " TO SUM-LABEL.
           MOVE CT-VACANT-POSITIONS             TO SUM-COUNT.
           WRITE VACANCY-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITIONS OVER AUTHORIZED:   " TO SUM-LABEL.
           MOVE CT-OVER-AUTHORIZED              TO SUM-COUNT.
           WRITE VACANCY-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITIONS OVER BUDGET:       " TO SUM-LABEL.
           MOVE CT-OVER-BUDGET                  TO SUM-COUNT.
           WRITE VACANCY-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "FILLED POSITIONS NOT BUDGETED" TO SUM-LABEL.
           MOVE CT-NOT-BUDGETED                 TO SUM-COUNT.
           WRITE VACANCY-REPORT-LINE FROM SUMMARY-LINE.
