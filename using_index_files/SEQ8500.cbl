      *****************************************************************
      * Title..........: SEQ8500 - Compa-Ratio Report
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Lists every employee by department with their
      *                  pay against the midpoint of their job class's
      *                  JOBSAL band - the compa-ratio, 100.0 meaning
      *                  paid exactly at midpoint - along with the date
      *                  and percent of their last increase off the
      *                  compensation history, and flags anyone who has
      *                  gone 18 months without an increase (counted
      *                  from the date of hire for an employee who has
      *                  never had one). Hourly pay is compared at the
      *                  rate extended over the 2080-hour work year
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  sorted by department, the JOBSAL salary bands,
      *                  and the COMPHIST compensation history written
      *                  by the posting runs, and writes the CPARPT
      *                  compa-ratio report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ8500.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NEWEMP  ASSIGN TO NEWEMP.
           SELECT SRTEMP  ASSIGN TO SRTEMP.
           SELECT SRTMAST ASSIGN TO SRTMAST.
           SELECT JOBSAL  ASSIGN TO JOBSAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS JS-JOB-CLASS
                           FILE STATUS IS JOBSAL-FILE-STATUS.
           SELECT COMPHIST ASSIGN TO COMPHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS CH-HISTORY-KEY
                           FILE STATUS IS COMPHIST-FILE-STATUS.
           SELECT CPARPT  ASSIGN TO CPARPT
                           FILE STATUS IS CPARPT-FILE-STATUS.

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

       FD  JOBSAL.

       01  JOB-SALARY-BAND-RECORD.
           05  JS-JOB-CLASS                PIC X(2).
           05  JS-MIN-SALARY               PIC 9(7)V99.
           05  JS-MAX-SALARY               PIC 9(7)V99.

       FD  COMPHIST.

      *    one record per change to an employee's pay or job class,
      *    keyed by employee ID, effective date, and posting date -
      *    the layout SEQ3000 and SEQ2001 maintain
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

       FD  CPARPT.

       01  COMPA-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SRTMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SRTMAST-EOF                     VALUE "Y".
           05  COMPHIST-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  COMPHIST-AVAILABLE              VALUE "Y".
           05  HISTORY-SCAN-DONE-SWITCH    PIC X   VALUE "N".
               88  HISTORY-SCAN-DONE               VALUE "Y".
           05  BAND-FOUND-SWITCH           PIC X   VALUE "N".
               88  BAND-FOUND                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  JOBSAL-FILE-STATUS          PIC XX.
               88  JOBSAL-SUCCESSFUL               VALUE "00".
           05  COMPHIST-FILE-STATUS        PIC XX.
               88  COMPHIST-SUCCESSFUL             VALUE "00".
           05  CPARPT-FILE-STATUS          PIC XX.
               88  CPARPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).
           05  RUN-DATE-SPLIT REDEFINES RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

      *    the date 18 months before tonight - a last increase (or,
      *    with none on file, a date of hire) before it is flagged
       01  CUTOFF-DATE-FIELDS.
           05  CO-CUTOFF-DATE              PIC 9(8).
           05  CO-CUTOFF-SPLIT REDEFINES CO-CUTOFF-DATE.
               10  CO-CUTOFF-YEAR          PIC 9(4).
               10  CO-CUTOFF-MONTH         PIC 9(2).
               10  CO-CUTOFF-DAY           PIC 9(2).
           05  CO-MONTH-NUMBER             PIC 9(6).
           05  CO-MONTHS-BACK              PIC 9(2)    VALUE 18.

       01  RATE-FIELDS.
           05  RT-HOURS-PER-YEAR           PIC 9(4)    VALUE 2080.

       01  COMPA-WORK-FIELDS.
           05  CW-ANNUAL-PAY               PIC 9(7)V99.
           05  CW-BAND-MIDPOINT            PIC 9(7)V99.
           05  CW-COMPA-RATIO              PIC 9(3)V9.
           05  CW-OLD-ANNUAL-PAY           PIC 9(7)V99.
           05  CW-NEW-ANNUAL-PAY           PIC 9(7)V99.
           05  CW-LAST-INCREASE-DATE       PIC 9(8).
           05  CW-LAST-INCREASE-PERCENT    PIC 9(4)V9.
           05  CW-REVIEW-DATE              PIC 9(8).

       01  REPORT-COUNTERS.
           05  CT-EMPLOYEES-LISTED         PIC 9(5)    VALUE ZERO.
           05  CT-BELOW-MIDPOINT           PIC 9(5)    VALUE ZERO.
           05  CT-AT-OR-ABOVE-MIDPOINT     PIC 9(5)    VALUE ZERO.
           05  CT-NO-BAND                  PIC 9(5)    VALUE ZERO.
           05  CT-NO-RECENT-INCREASE       PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "COMPA-RATIO REPORT                  ".
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(79)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "EMP#   EMPLOYEE NAME          ".
           05  FILLER                      PIC X(30)   VALUE
                   "        DEPT   JB  T     ANNUA".
           05  FILLER                      PIC X(30)   VALUE
                   "L PAY       MIDPOINT  COMPA LA".
           05  FILLER                      PIC X(30)   VALUE
                   "ST INCR     PCT  REMARKS      ".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  EMPLOYEE-DETAIL-LINE.
           05  EDL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  EDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-JOB-CLASS               PIC X(2).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-EMPLOYMENT-TYPE         PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-ANNUAL-PAY              PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-BAND-MIDPOINT           PIC $$,$$$,$$9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-COMPA-RATIO             PIC ZZ9.9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-LAST-INCREASE-DATE      PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-LAST-INCREASE-PERCENT   PIC ZZZ9.9.
           05  EDL-LAST-INCREASE-PCT-X REDEFINES
               EDL-LAST-INCREASE-PERCENT   PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EDL-REMARK-TEXT             PIC X(16).
           05  FILLER                      PIC X(7)    VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Sorts the employee master by department and employee ID,
      *    reports each employee's compa-ratio and last increase, and
      *    writes the report counts before closing out the run. With
      *    no compensation history on file every employee is reported
      *    with no increase and reviewed from their date of hire
      *****************************************************************
       000-REPORT-COMPA-RATIOS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-SET-INCREASE-CUTOFF.
           SORT SRTEMP
               ON ASCENDING KEY SRT-DEPART-CODE
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               USING NEWEMP
               GIVING SRTMAST.

           OPEN INPUT  SRTMAST
                       JOBSAL
                       COMPHIST
                OUTPUT CPARPT.
           IF COMPHIST-SUCCESSFUL
               SET COMPHIST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO COMPHIST ON FILE - LAST INCREASES NOT "
                   "REPORTED".
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE COMPA-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE COMPA-REPORT-LINE FROM COLUMN-HEADING-LINE.
           WRITE COMPA-REPORT-LINE FROM BLANK-LINE.
           PERFORM 100-READ-SORTED-MASTER.
           PERFORM 200-REPORT-ONE-EMPLOYEE
               UNTIL SRTMAST-EOF.
           PERFORM 500-WRITE-REPORT-COUNTS.
           CLOSE SRTMAST
                 JOBSAL
                 CPARPT.
           IF COMPHIST-AVAILABLE
               CLOSE COMPHIST.
           STOP RUN.

      *****************************************************************
      *    Sets the review cutoff 18 months back from tonight by
      *    counting the run date's year and month as a single month
      *    number and stepping back from it. The day is carried over
      *    as is - a cutoff such as the 31st of a 30-day month still
      *    sorts in its proper place against real dates
      *****************************************************************
       050-SET-INCREASE-CUTOFF.

           COMPUTE CO-MONTH-NUMBER =
               (RUN-YEAR * 12) + RUN-MONTH - 1 - CO-MONTHS-BACK.
           DIVIDE CO-MONTH-NUMBER BY 12
               GIVING CO-CUTOFF-YEAR
               REMAINDER CO-CUTOFF-MONTH.
           ADD 1 TO CO-CUTOFF-MONTH.
           MOVE RUN-DAY TO CO-CUTOFF-DAY.

      *****************************************************************
      *    Reads the next record from the sorted master file
      *****************************************************************
       100-READ-SORTED-MASTER.

           READ SRTMAST
               AT END
                   SET SRTMAST-EOF TO TRUE.

      *****************************************************************
      *    Reports one employee: their pay put on an annual footing,
      *    the midpoint of their job class's band, and their last
      *    increase, then reads the next sorted master record
      *****************************************************************
       200-REPORT-ONE-EMPLOYEE.

           IF SM-HOURLY-EMPLOYEE
               COMPUTE CW-ANNUAL-PAY =
                   SM-HOURLY-RATE * RT-HOURS-PER-YEAR
           ELSE
               MOVE SM-ANNUAL-SALARY TO CW-ANNUAL-PAY.
           PERFORM 210-LOOK-UP-PAY-BAND.
           PERFORM 300-FIND-LAST-INCREASE.
           PERFORM 400-WRITE-EMPLOYEE-LINE.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Looks the employee's job class up on JOBSAL and computes
      *    the band midpoint and the compa-ratio against it. A job
      *    class with no band on file leaves both at zero and the
      *    employee is remarked as having no band
      *****************************************************************
       210-LOOK-UP-PAY-BAND.

           MOVE SM-JOB-CLASS TO JS-JOB-CLASS.
           READ JOBSAL
               INVALID KEY
                   MOVE "N" TO BAND-FOUND-SWITCH
               NOT INVALID KEY
                   SET BAND-FOUND TO TRUE.
           IF BAND-FOUND
               COMPUTE CW-BAND-MIDPOINT ROUNDED =
                   (JS-MIN-SALARY + JS-MAX-SALARY) / 2
           ELSE
               MOVE ZERO TO CW-BAND-MIDPOINT.
           IF CW-BAND-MIDPOINT > ZERO
               COMPUTE CW-COMPA-RATIO ROUNDED =
                   CW-ANNUAL-PAY * 100 / CW-BAND-MIDPOINT
                   ON SIZE ERROR
                       MOVE 999.9 TO CW-COMPA-RATIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO CW-COMPA-RATIO.

      *****************************************************************
      *    Walks the employee's compensation history in effective
      *    date order for their latest increase - a change that
      *    raised their annual pay. A hire or rehire record starts a
      *    stint's pay rather than raising it, so it never counts as
      *    an increase
      *****************************************************************
       300-FIND-LAST-INCREASE.

           MOVE ZERO TO CW-LAST-INCREASE-DATE
                        CW-LAST-INCREASE-PERCENT.
           MOVE "N" TO HISTORY-SCAN-DONE-SWITCH.
           IF NOT COMPHIST-AVAILABLE
               SET HISTORY-SCAN-DONE TO TRUE
           ELSE
               MOVE SM-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE ZERO           TO CH-EFFECTIVE-DATE
                                      CH-POSTED-DATE
               START COMPHIST KEY NOT < CH-HISTORY-KEY
                   INVALID KEY
                       SET HISTORY-SCAN-DONE TO TRUE
               END-START.
           PERFORM 310-READ-ONE-COMP-HISTORY
               UNTIL HISTORY-SCAN-DONE.

      *****************************************************************
      *    Reads the next compensation history record and, while it
      *    is still this employee's, keeps it as the last increase
      *    when it raised the employee's annual pay. Old and new pay
      *    are each put on an annual footing by their own employment
      *    type, so a move between hourly and salaried compares like
      *    with like. A rehire starts the employee over: increases
      *    from the earlier stint are dropped, so the review clock
      *    runs from the new date of hire until a raise is given
      *****************************************************************
       310-READ-ONE-COMP-HISTORY.

           READ COMPHIST NEXT RECORD
               AT END
                   SET HISTORY-SCAN-DONE TO TRUE.
           IF NOT HISTORY-SCAN-DONE
               IF CH-EMPLOYEE-ID NOT = SM-EMPLOYEE-ID
                   SET HISTORY-SCAN-DONE TO TRUE
               ELSE
               IF CH-REHIRE
                   MOVE ZERO TO CW-LAST-INCREASE-DATE
                                CW-LAST-INCREASE-PERCENT
               ELSE
               IF NOT CH-NEW-HIRE
                   IF CH-OLD-EMPLOYMENT-TYPE = "H"
                       COMPUTE CW-OLD-ANNUAL-PAY =
                           CH-OLD-HOURLY-RATE * RT-HOURS-PER-YEAR
                   ELSE
                       MOVE CH-OLD-ANNUAL-SALARY TO CW-OLD-ANNUAL-PAY
                   END-IF
                   IF CH-NEW-EMPLOYMENT-TYPE = "H"
                       COMPUTE CW-NEW-ANNUAL-PAY =
                           CH-NEW-HOURLY-RATE * RT-HOURS-PER-YEAR
                   ELSE
                       MOVE CH-NEW-ANNUAL-SALARY TO CW-NEW-ANNUAL-PAY
                   END-IF
                   IF CW-OLD-ANNUAL-PAY > ZERO
                       AND CW-NEW-ANNUAL-PAY > CW-OLD-ANNUAL-PAY
                       MOVE CH-EFFECTIVE-DATE TO CW-LAST-INCREASE-DATE
                       COMPUTE CW-LAST-INCREASE-PERCENT ROUNDED =
                           (CW-NEW-ANNUAL-PAY - CW-OLD-ANNUAL-PAY)
                               * 100 / CW-OLD-ANNUAL-PAY
                           ON SIZE ERROR
                               MOVE 9999.9 TO CW-LAST-INCREASE-PERCENT
                       END-COMPUTE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    Prints one employee line. The last increase columns are
      *    left blank for an employee with none on file. The remark
      *    goes to the condition that needs attention first: no
      *    increase since the 18-month cutoff - measured from the
      *    last increase, or from the date of hire when there has
      *    been none - then a job class with no band to measure
      *    against
      *****************************************************************
       400-WRITE-EMPLOYEE-LINE.

           ADD 1 TO CT-EMPLOYEES-LISTED.
           MOVE SM-EMPLOYEE-ID       TO EDL-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME     TO EDL-EMPLOYEE-NAME.
           MOVE SM-DEPART-CODE       TO EDL-DEPART-CODE.
           MOVE SM-JOB-CLASS         TO EDL-JOB-CLASS.
           MOVE SM-EMPLOYMENT-TYPE   TO EDL-EMPLOYMENT-TYPE.
           MOVE CW-ANNUAL-PAY        TO EDL-ANNUAL-PAY.
           MOVE CW-BAND-MIDPOINT     TO EDL-BAND-MIDPOINT.
           MOVE CW-COMPA-RATIO       TO EDL-COMPA-RATIO.
           IF CW-LAST-INCREASE-DATE = ZERO
               MOVE SPACES TO EDL-LAST-INCREASE-DATE
                              EDL-LAST-INCREASE-PCT-X
               MOVE SM-DATE-OF-HIRE TO CW-REVIEW-DATE
           ELSE
               MOVE CW-LAST-INCREASE-DATE    TO EDL-LAST-INCREASE-DATE
               MOVE CW-LAST-INCREASE-PERCENT
                                         TO EDL-LAST-INCREASE-PERCENT
               MOVE CW-LAST-INCREASE-DATE    TO CW-REVIEW-DATE.
           IF BAND-FOUND
               IF CW-COMPA-RATIO < 100
                   ADD 1 TO CT-BELOW-MIDPOINT
               ELSE
                   ADD 1 TO CT-AT-OR-ABOVE-MIDPOINT
               END-IF
           END-IF.
           IF NOT BAND-FOUND
               ADD 1 TO CT-NO-BAND.
           IF CW-REVIEW-DATE < CO-CUTOFF-DATE
               MOVE "NO INCR 18 MOS"  TO EDL-REMARK-TEXT
               ADD 1 TO CT-NO-RECENT-INCREASE
           ELSE
           IF NOT BAND-FOUND
               MOVE "NO JOBSAL BAND"  TO EDL-REMARK-TEXT
           ELSE
               MOVE SPACES            TO EDL-REMARK-TEXT.
           WRITE COMPA-REPORT-LINE FROM EMPLOYEE-DETAIL-LINE.

      *****************************************************************
      *    Writes the report counts once every employee has been
      *    reported
      *****************************************************************
       500-WRITE-REPORT-COUNTS.

           WRITE COMPA-REPORT-LINE FROM BLANK-LINE.

           MOVE "EMPLOYEES LISTED:            " TO SUM-LABEL.
           MOVE CT-EMPLOYEES-LISTED             TO SUM-COUNT.
           WRITE COMPA-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PAID BELOW BAND MIDPOINT:    " TO SUM-LABEL.
           MOVE CT-BELOW-MIDPOINT               TO SUM-COUNT.
           WRITE COMPA-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PAID AT OR ABOVE MIDPOINT:   " TO SUM-LABEL.
           MOVE CT-AT-OR-ABOVE-MIDPOINT         TO SUM-COUNT.
           WRITE COMPA-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "JOB CLASS NOT ON JOBSAL:     " TO SUM-LABEL.
           MOVE CT-NO-BAND                      TO SUM-COUNT.
           WRITE COMPA-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NO INCREASE IN 18 MONTHS:    " TO SUM-LABEL.
           MOVE CT-NO-RECENT-INCREASE           TO SUM-COUNT.
           WRITE COMPA-REPORT-LINE FROM SUMMARY-LINE.
