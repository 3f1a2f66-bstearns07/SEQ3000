      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  and the JOBSAL band table, sorts by
      *                  department, and writes the CMPRPT compliance
      *                  report, then sorts the master again by
      *                  supervisor and writes the CMPSUP breakout of
      *                  each supervisor's out-of-band reports, for
      *                  routing to the managers
      *****************************************************************

       IDENTIFICATION DIVISION.
                           FILE STATUS IS JOBSAL-FILE-STATUS.
           SELECT CMPRPT  ASSIGN TO CMPRPT
                           FILE STATUS IS CMPRPT-FILE-STATUS.
           SELECT CMPSUP  ASSIGN TO CMPSUP
                           FILE STATUS IS CMPSUP-FILE-STATUS.

       DATA DIVISION.


       FD  NEWEMP.

       01  NEW-MASTER-RECORD           PIC X(100).

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
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

       FD  JOBSAL.


       01  COMPLIANCE-REPORT-LINE      PIC X(80).

       FD  CMPSUP.

       01  SUPERVISOR-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SRTMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SRTMAST-EOF                     VALUE "Y".
           05  SUPERVISOR-PASS-SWITCH      PIC X   VALUE "N".
               88  SUPERVISOR-PASS                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  JOBSAL-FILE-STATUS          PIC XX.
               88  JOBSAL-SUCCESSFUL               VALUE "00".
           05  CMPRPT-FILE-STATUS          PIC XX.
               88  CMPRPT-SUCCESSFUL               VALUE "00".
           05  CMPSUP-FILE-STATUS          PIC XX.
               88  CMPSUP-SUCCESSFUL               VALUE "00".

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).
           05  CF-DEPT-EXCEPTION-COUNT     PIC 9(5).
           05  CF-CURRENT-SUPERVISOR-ID    PIC X(5).

      *    every employee's name, saved off on the department pass so
      *    the supervisor breakout can head each group with the name
      *    of the supervisor it belongs to
       01  EMPLOYEE-NAME-TABLE.
           05  NT-ENTRY-COUNT              PIC 9(5)    VALUE ZERO.
           05  NT-ENTRY OCCURS 5000 TIMES.
               10  NT-EMPLOYEE-ID          PIC X(5).
               10  NT-EMPLOYEE-NAME        PIC X(30).

       01  NAME-SEARCH-FIELDS.
           05  NS-INDEX                    PIC 9(5).
           05  NS-MATCH                    PIC 9(5).

       01  RATE-FIELDS.
           05  RT-HOURS-PER-YEAR           PIC 9(4)    VALUE 2080.
                   "SALARY BAND COMPLIANCE SWEEP        ".
           05  FILLER                      PIC X(44)   VALUE SPACES.

       01  SUPERVISOR-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "SALARY BAND COMPLIANCE BY SUPERVISOR".
           05  FILLER                      PIC X(44)   VALUE SPACES.

       01  SUPERVISOR-HEADING-LINE.
           05  FILLER                      PIC X(11)   VALUE
                   "SUPERVISOR ".
           05  SHL-SUPERVISOR-ID           PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SHL-SUPERVISOR-NAME         PIC X(30).
           05  FILLER                      PIC X(32)   VALUE SPACES.

       01  SUPERVISOR-COUNT-LINE.
           05  FILLER                      PIC X(24)   VALUE
                   "SUPERVISOR EXCEPTIONS:  ".
           05  SCL-EXCEPTION-COUNT         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(50)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                      PIC X(11)   VALUE
                   "DEPARTMENT ".
      *    Sorts the employee master by department code, then sweeps
      *    every employee's salary against their JOBSAL band one
      *    department group at a time, and writes the company summary
      *    counts. Then sorts the master again by supervisor and sweeps
      *    it once more for the CMPSUP breakout - the company counts
      *    were already written, so only the group counts print there
      *****************************************************************
       000-SWEEP-SALARY-COMPLIANCE.

               UNTIL SRTMAST-EOF.
           PERFORM 500-WRITE-SWEEP-SUMMARY.
           CLOSE SRTMAST
                 CMPRPT.

           SORT SRTEMP
               ON ASCENDING KEY SRT-SUPERVISOR-ID
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               USING NEWEMP
               GIVING SRTMAST.

           MOVE "N" TO SRTMAST-EOF-SWITCH.
           SET SUPERVISOR-PASS TO TRUE.
           OPEN INPUT  SRTMAST
                OUTPUT CMPSUP.
           WRITE SUPERVISOR-REPORT-LINE
               FROM SUPERVISOR-REPORT-HEADING-LINE.
           PERFORM 100-READ-SORTED-MASTER.
           PERFORM 300-SWEEP-SUPERVISOR-GROUP
               UNTIL SRTMAST-EOF.
           CLOSE SRTMAST
                 JOBSAL
                 CMPSUP.
           STOP RUN.

      *****************************************************************
               NOT INVALID KEY
                   PERFORM 225-CHECK-SALARY-AGAINST-BAND
           END-READ.
           IF NOT SUPERVISOR-PASS
               PERFORM 235-SAVE-EMPLOYEE-NAME.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************

      *****************************************************************
      *    Writes one exception line for the employee currently being
      *    checked and bumps the group exception count - to the
      *    department report on the first pass, to the supervisor
      *    breakout on the second
      *****************************************************************
       230-WRITE-EXCEPTION-LINE.

           MOVE SM-EMPLOYEE-ID     TO EXD-EMPLOYEE-ID.
           MOVE SM-JOB-CLASS       TO EXD-JOB-CLASS.
           MOVE SW-CHECK-SALARY    TO EXD-ANNUAL-SALARY.
           IF SUPERVISOR-PASS
               WRITE SUPERVISOR-REPORT-LINE FROM EXCEPTION-DETAIL-LINE
           ELSE
               WRITE COMPLIANCE-REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO CF-DEPT-EXCEPTION-COUNT.

      *****************************************************************
      *    Saves the employee's ID and name in the name table for the
      *    supervisor breakout's group headings
      *****************************************************************
       235-SAVE-EMPLOYEE-NAME.

           IF NT-ENTRY-COUNT < 5000
               ADD 1 TO NT-ENTRY-COUNT
               MOVE SM-EMPLOYEE-ID   TO NT-EMPLOYEE-ID (NT-ENTRY-COUNT)
               MOVE SM-EMPLOYEE-NAME
                   TO NT-EMPLOYEE-NAME (NT-ENTRY-COUNT).

      *****************************************************************
      *    Starts a new supervisor group by saving the group's
      *    supervisor ID, zeroing the group exception count, and
      *    printing the supervisor heading, then checks every
      *    employee reporting to that supervisor before printing the
      *    group's exception count. Employees with no supervisor sort
      *    to the front as their own group
      *****************************************************************
       300-SWEEP-SUPERVISOR-GROUP.

           MOVE SM-SUPERVISOR-ID TO CF-CURRENT-SUPERVISOR-ID.
           MOVE ZERO TO CF-DEPT-EXCEPTION-COUNT.
           PERFORM 310-SET-SUPERVISOR-HEADING.
           WRITE SUPERVISOR-REPORT-LINE FROM SUPERVISOR-HEADING-LINE.
           PERFORM 220-CHECK-EMPLOYEE-COMPLIANCE
               UNTIL SRTMAST-EOF
                  OR SM-SUPERVISOR-ID NOT = CF-CURRENT-SUPERVISOR-ID.
           MOVE CF-DEPT-EXCEPTION-COUNT TO SCL-EXCEPTION-COUNT.
           WRITE SUPERVISOR-REPORT-LINE FROM SUPERVISOR-COUNT-LINE.

      *****************************************************************
      *    Fills in the supervisor heading with the group's supervisor
      *    ID and the name saved off on the department pass. A
      *    supervisor no longer on the master has been terminated and
      *    their reports are waiting to be moved
      *****************************************************************
       310-SET-SUPERVISOR-HEADING.

           MOVE CF-CURRENT-SUPERVISOR-ID TO SHL-SUPERVISOR-ID.
           IF CF-CURRENT-SUPERVISOR-ID = SPACES
               MOVE "NO SUPERVISOR" TO SHL-SUPERVISOR-NAME
           ELSE
               MOVE ZERO TO NS-MATCH
               PERFORM 315-MATCH-EMPLOYEE-NAME
                   VARYING NS-INDEX FROM 1 BY 1
                   UNTIL NS-INDEX > NT-ENTRY-COUNT
                      OR NS-MATCH > ZERO
               IF NS-MATCH = ZERO
                   MOVE "SUPERVISOR NOT ON MASTER"
                       TO SHL-SUPERVISOR-NAME
               ELSE
                   MOVE NT-EMPLOYEE-NAME (NS-MATCH)
                       TO SHL-SUPERVISOR-NAME.

      *****************************************************************
      *    Checks one name table entry against the group's supervisor
      *****************************************************************
       315-MATCH-EMPLOYEE-NAME.

           IF NT-EMPLOYEE-ID (NS-INDEX) = CF-CURRENT-SUPERVISOR-ID
               MOVE NS-INDEX TO NS-MATCH.

      *****************************************************************
      *    Writes the company-wide sweep counts once every department
      *    group has been checked
