      *                  sorts it by department, and writes the
      *                  LIABRPT liability report with vacation and
      *                  sick subtotals per department and a company
      *                  grand total, then sorts it again by
      *                  supervisor and writes the LIABSUP breakout
      *                  with each supervisor's direct reports and
      *                  their subtotals, for routing to the managers
      *****************************************************************

       IDENTIFICATION DIVISION.
           SELECT SRTMAST ASSIGN TO SRTMAST.
           SELECT LIABRPT ASSIGN TO LIABRPT
                           FILE STATUS IS LIABRPT-FILE-STATUS.
           SELECT LIABSUP ASSIGN TO LIABSUP
                           FILE STATUS IS LIABSUP-FILE-STATUS.

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

       FD  LIABRPT.

       01  LIABILITY-REPORT-LINE       PIC X(80).

       FD  LIABSUP.

       01  SUPERVISOR-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
       01  FILE-STATUS-FIELDS.
           05  LIABRPT-FILE-STATUS         PIC XX.
               88  LIABRPT-SUCCESSFUL              VALUE "00".
           05  LIABSUP-FILE-STATUS         PIC XX.
               88  LIABSUP-SUCCESSFUL              VALUE "00".

       01  RATE-FIELDS.
           05  RT-HOURS-PER-YEAR           PIC 9(4)    VALUE 2080.

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).
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

       01  DEPARTMENT-TOTAL-FIELDS.
           05  DT-VACATION-TOTAL           PIC 9(9)V99.
                   "ACCRUED LEAVE LIABILITY REPORT        ".
           05  FILLER                      PIC X(42)   VALUE SPACES.

       01  SUPERVISOR-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(38)   VALUE
                   "ACCRUED LEAVE LIABILITY BY SUPERVISOR ".
           05  FILLER                      PIC X(42)   VALUE SPACES.

       01  SUPERVISOR-HEADING-LINE.
           05  FILLER                      PIC X(11)   VALUE
                   "SUPERVISOR ".
           05  SHL-SUPERVISOR-ID           PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SHL-SUPERVISOR-NAME         PIC X(30).
           05  FILLER                      PIC X(32)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  FILLER                      PIC X(11)   VALUE
                   "DEPARTMENT ".
      *    Sorts the employee master by department code, values each
      *    department's accrued leave, and closes the report with the
      *    company vacation/sick subtotals and the grand total line
      *    accounting books the general-ledger entry from. Then sorts
      *    the master again by supervisor and writes each
      *    supervisor's reports and subtotals to the LIABSUP breakout
      *****************************************************************
       000-REPORT-LEAVE-LIABILITY.

           PERFORM 260-WRITE-COMPANY-TOTALS.
           CLOSE SRTMAST
                 LIABRPT.

           SORT SRTEMP
               ON ASCENDING KEY SRT-SUPERVISOR-ID
               ON ASCENDING KEY SRT-EMPLOYEE-ID
               USING NEWEMP
               GIVING SRTMAST.

           MOVE "N" TO SRTMAST-EOF-SWITCH.
           OPEN INPUT  SRTMAST
                OUTPUT LIABSUP.
           WRITE SUPERVISOR-REPORT-LINE
               FROM SUPERVISOR-REPORT-HEADING-LINE.
           PERFORM 100-READ-SORTED-MASTER.
           PERFORM 300-REPORT-SUPERVISOR-GROUP
               UNTIL SRTMAST-EOF.
           CLOSE SRTMAST
                 LIABSUP.
           STOP RUN.

      *****************************************************************
                                    GT-VACATION-TOTAL.
           ADD LW-SICK-VALUE     TO DT-SICK-TOTAL
                                    GT-SICK-TOTAL.
           PERFORM 230-SAVE-EMPLOYEE-NAME.
           PERFORM 100-READ-SORTED-MASTER.

      *****************************************************************
      *    Saves the employee's ID and name in the name table for the
      *    supervisor breakout's group headings
      *****************************************************************
       230-SAVE-EMPLOYEE-NAME.

           IF NT-ENTRY-COUNT < 5000
               ADD 1 TO NT-ENTRY-COUNT
               MOVE SM-EMPLOYEE-ID   TO NT-EMPLOYEE-ID (NT-ENTRY-COUNT)
               MOVE SM-EMPLOYEE-NAME
                   TO NT-EMPLOYEE-NAME (NT-ENTRY-COUNT).

      *****************************************************************
      *    Writes the department's vacation and sick liability
      *    subtotals once every employee in that department has been
               GT-VACATION-TOTAL + GT-SICK-TOTAL.
           MOVE GT-COMPANY-TOTAL TO GTL-COMPANY-TOTAL.
           WRITE LIABILITY-REPORT-LINE FROM GRAND-TOTAL-LINE.

      *****************************************************************
      *    Starts a new supervisor group by saving the group's
      *    supervisor ID, zeroing the group totals, and printing the
      *    supervisor and column headings, then values every employee
      *    reporting to that supervisor before printing the group's
      *    vacation and sick subtotals. Employees with no supervisor
      *    sort to the front as their own group
      *****************************************************************
       300-REPORT-SUPERVISOR-GROUP.

           MOVE SM-SUPERVISOR-ID TO CF-CURRENT-SUPERVISOR-ID.
           MOVE ZERO TO DT-VACATION-TOTAL
                        DT-SICK-TOTAL.
           PERFORM 310-SET-SUPERVISOR-HEADING.
           WRITE SUPERVISOR-REPORT-LINE FROM SUPERVISOR-HEADING-LINE.
           WRITE SUPERVISOR-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 320-VALUE-REPORT-LEAVE
               UNTIL SRTMAST-EOF
                  OR SM-SUPERVISOR-ID NOT = CF-CURRENT-SUPERVISOR-ID.
           MOVE "SUPERVISOR TOTALS:      " TO STL-LABEL.
           MOVE DT-VACATION-TOTAL TO STL-VACATION-TOTAL.
           MOVE DT-SICK-TOTAL     TO STL-SICK-TOTAL.
           WRITE SUPERVISOR-REPORT-LINE FROM SUBTOTAL-LINE.

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
      *    Values one report's accrued leave the same way 220 does on
      *    the department pass and prints it under their supervisor.
      *    The company totals were already taken on that pass, so only
      *    the group totals are added here
      *****************************************************************
       320-VALUE-REPORT-LEAVE.

           IF SM-HOURLY-EMPLOYEE
               MOVE SM-HOURLY-RATE TO RT-HOURLY-RATE
           ELSE
               COMPUTE RT-HOURLY-RATE ROUNDED =
                   SM-ANNUAL-SALARY / RT-HOURS-PER-YEAR.
           COMPUTE LW-VACATION-VALUE ROUNDED =
               SM-VACATION-HOURS * RT-HOURLY-RATE.
           COMPUTE LW-SICK-VALUE ROUNDED =
               SM-SICK-HOURS * RT-HOURLY-RATE.
           MOVE SM-EMPLOYEE-ID     TO DTL-EMPLOYEE-ID.
           MOVE SM-EMPLOYEE-NAME   TO DTL-EMPLOYEE-NAME.
           MOVE LW-VACATION-VALUE  TO DTL-VACATION-VALUE.
           MOVE LW-SICK-VALUE      TO DTL-SICK-VALUE.
           WRITE SUPERVISOR-REPORT-LINE FROM DETAIL-LINE.
           ADD LW-VACATION-VALUE TO DT-VACATION-TOTAL.
           ADD LW-SICK-VALUE     TO DT-SICK-TOTAL.
           PERFORM 100-READ-SORTED-MASTER.
