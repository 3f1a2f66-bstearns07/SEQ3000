      *****************************************************************
      * Title..........: SEQ8800 - Organization Chart
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Prints the organization off the supervisor ID
      *                  carried on every master record. Each employee
      *                  at the top of the organization heads a branch,
      *                  and everyone under them is listed indented one
      *                  level per step down the reporting chain, with
      *                  each employee's span of control - the direct
      *                  reports and the total of direct and indirect
      *                  reports under them. Employees still reporting
      *                  to a supervisor no longer on the master head
      *                  their own branches, flagged, and are listed
      *                  again with the supervisor's termination date
      *                  so personnel can move them. Employees caught
      *                  in a reporting loop can never be reached from
      *                  the top of the organization, so they are
      *                  listed separately rather than charted
      * File Desc......: Reads the NEWEMP master produced by SEQ3000
      *                  and the EMPHIST termination history, and
      *                  writes the ORGRPT organization chart
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ8800.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NEWEMP   ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT EMPHIST  ASSIGN TO EMPHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS EH-HISTORY-KEY
                           FILE STATUS IS EMPHIST-FILE-STATUS.
           SELECT ORGRPT   ASSIGN TO ORGRPT
                           FILE STATUS IS ORGRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  NEWEMP.

       01  NEW-MASTER-RECORD.
           05  NM-EMPLOYEE-ID              PIC X(5).
           05  NM-EMPLOYEE-NAME            PIC X(30).
           05  NM-DEPART-CODE              PIC X(5).
           05  NM-JOB-CLASS                PIC X(2).
           05  FILLER                      PIC X(53).
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD  EMPHIST.

       01  EMPLOYEE-HISTORY-RECORD.
           05  EH-HISTORY-KEY.
               10  EH-EMPLOYEE-ID          PIC X(5).
               10  EH-STINT-NUMBER         PIC 9(3).
           05  EH-EMPLOYEE-NAME            PIC X(30).
           05  EH-DEPART-CODE              PIC X(5).
           05  EH-JOB-CLASS                PIC X(2).
           05  EH-ANNUAL-SALARY            PIC 9(7)V99.
           05  EH-VACATION-HOURS           PIC 9(3).
           05  EH-SICK-HOURS               PIC 9(3)V99.
           05  EH-DATE-OF-HIRE             PIC 9(8).
           05  EH-TERMINATION-DATE         PIC 9(8).
           05  EH-REHIRED-FLAG             PIC X(1).
           05  EH-EMPLOYMENT-TYPE          PIC X(1).
           05  EH-HOURLY-RATE              PIC 9(3)V99.

       FD  ORGRPT.

       01  ORGANIZATION-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  NEWEMP-EOF-SWITCH           PIC X   VALUE "N".
               88  NEWEMP-EOF                      VALUE "Y".
           05  EMPHIST-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  EMPHIST-AVAILABLE               VALUE "Y".
           05  STINT-EOF-SWITCH            PIC X   VALUE "N".
               88  STINT-EOF                       VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS          PIC XX.
               88  NEWEMP-SUCCESSFUL               VALUE "00".
           05  EMPHIST-FILE-STATUS         PIC XX.
               88  EMPHIST-SUCCESSFUL              VALUE "00".
           05  ORGRPT-FILE-STATUS          PIC XX.
               88  ORGRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).

      *    every employee on the master, in employee ID order, with
      *    the subscript of the entry for the supervisor they report
      *    to - zero when they report to no one or their supervisor is
      *    no longer on the master - and their span of control. An
      *    employee is rooted when their reporting chain runs up to
      *    the top of a branch; one that never does is in a loop
       01  ORGANIZATION-TABLE.
           05  OT-ENTRY-COUNT              PIC 9(5)    VALUE ZERO.
           05  OT-ENTRY OCCURS 5000 TIMES.
               10  OT-EMPLOYEE-ID          PIC X(5).
               10  OT-EMPLOYEE-NAME        PIC X(30).
               10  OT-DEPART-CODE          PIC X(5).
               10  OT-JOB-CLASS            PIC X(2).
               10  OT-SUPERVISOR-ID        PIC X(5).
               10  OT-PARENT-INDEX         PIC 9(5).
               10  OT-DIRECT-COUNT         PIC 9(5).
               10  OT-TOTAL-COUNT          PIC 9(5).
               10  OT-ROOTED-FLAG          PIC X(1).
                   88  OT-ROOTED                   VALUE "Y".

      *    the path from the top of the branch being charted down to
      *    the employee last printed, with where the search for each
      *    level's next report picks up again
       01  CHART-STACK.
           05  CS-DEPTH                    PIC 9(3)    VALUE ZERO.
           05  CS-LEVEL OCCURS 60 TIMES.
               10  CS-ENTRY-INDEX          PIC 9(5).
               10  CS-SCAN-INDEX           PIC 9(5).

       01  CHART-WORK-FIELDS.
           05  CW-INDEX                    PIC 9(5).
           05  CW-SEARCH-INDEX             PIC 9(5).
           05  CW-SEARCH-ID                PIC X(5).
           05  CW-MATCH                    PIC 9(5).
           05  CW-ANCESTOR                 PIC 9(5).
           05  CW-CHAIN-DEPTH              PIC 9(3).
           05  CW-PARENT                   PIC 9(5).
           05  CW-CHILD                    PIC 9(5).
           05  CW-INDENT-LEVEL             PIC 9(3).
           05  CW-INDENT-OFFSET            PIC 9(3).
           05  CW-NEXT-STINT               PIC 9(3).
           05  CW-CHART-TEXT.
               10  CW-CHART-ID             PIC X(5).
               10  FILLER                  PIC X(1)    VALUE SPACE.
               10  CW-CHART-NAME           PIC X(30).

       01  CHART-COUNTERS.
           05  CT-EMPLOYEE-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-CHARTED-COUNT            PIC 9(7)    VALUE ZERO.
           05  CT-TOP-LEVEL-COUNT          PIC 9(7)    VALUE ZERO.
           05  CT-SUPERVISOR-COUNT         PIC 9(7)    VALUE ZERO.
           05  CT-WIDEST-SPAN              PIC 9(7)    VALUE ZERO.
           05  CT-ORPHAN-COUNT             PIC 9(7)    VALUE ZERO.
           05  CT-LOOP-COUNT               PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "ORGANIZATION CHART            ".
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(85)   VALUE SPACES.

       01  CHART-COLUMN-LINE.
           05  FILLER                      PIC X(40)   VALUE
                   "LV  EMP ID AND NAME, INDENTED BY LEVEL  ".
           05  FILLER                      PIC X(42)   VALUE SPACES.
           05  FILLER                      PIC X(50)   VALUE
                   "DEPT   JOB  DIRECT   TOTAL                        ".

       01  CHART-DETAIL-LINE.
           05  CDL-LEVEL                   PIC Z9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CDL-CHART-AREA              PIC X(78).
           05  CDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CDL-JOB-CLASS               PIC X(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  CDL-DIRECT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CDL-TOTAL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  CDL-FLAG-TEXT               PIC X(20).

       01  SECTION-HEADING-LINE.
           05  SHL-HEADING-TEXT            PIC X(50).
           05  FILLER                      PIC X(82)   VALUE SPACES.

       01  LOOP-COLUMN-LINE.
           05  FILLER                      PIC X(50)   VALUE
                   "EMP ID EMPLOYEE NAME                   DEPT   SUPV".
           05  FILLER                      PIC X(82)   VALUE SPACES.

       01  LOOP-DETAIL-LINE.
           05  LDL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  LDL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  LDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  LDL-SUPERVISOR-ID           PIC X(5).
           05  FILLER                      PIC X(81)   VALUE SPACES.

       01  ORPHAN-COLUMN-LINE.
           05  FILLER                      PIC X(46)   VALUE
                   "EMP ID EMPLOYEE NAME                   DEPT   ".
           05  FILLER                      PIC X(50)   VALUE
                   "SUPV   FORMER SUPERVISOR                TERMINATED".
           05  FILLER                      PIC X(36)   VALUE SPACES.

       01  ORPHAN-DETAIL-LINE.
           05  ODL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ODL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ODL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ODL-SUPERVISOR-ID           PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ODL-SUPERVISOR-NAME         PIC X(30).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  ODL-TERMINATION-DATE        PIC 9(8).
           05  ODL-TERMINATION-DATE-X REDEFINES ODL-TERMINATION-DATE
                                           PIC X(8).
           05  FILLER                      PIC X(38)   VALUE SPACES.

       01  NONE-FOUND-LINE.
           05  FILLER                      PIC X(10)   VALUE
                   "  NONE    ".
           05  FILLER                      PIC X(122)  VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Loads the master into the organization table, links every
      *    employee to their supervisor's entry, counts each span of
      *    control, and prints the chart followed by the employees in
      *    reporting loops, the reports of supervisors no longer on
      *    the master, and the summary counts
      *****************************************************************
       000-PRINT-ORGANIZATION-CHART.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-OPEN-CHART-FILES.
           PERFORM 200-LOAD-ORGANIZATION-TABLE.
           PERFORM 300-LINK-ONE-EMPLOYEE
               VARYING CW-INDEX FROM 1 BY 1
               UNTIL CW-INDEX > OT-ENTRY-COUNT.
           PERFORM 400-COUNT-ONE-SPAN
               VARYING CW-INDEX FROM 1 BY 1
               UNTIL CW-INDEX > OT-ENTRY-COUNT.
           PERFORM 500-WRITE-CHART.
           PERFORM 600-WRITE-LOOP-LIST.
           PERFORM 700-WRITE-ORPHAN-LIST.
           PERFORM 800-WRITE-CHART-SUMMARY.
           PERFORM 900-CLOSE-CHART-FILES.
           STOP RUN.

      *****************************************************************
      *    Opens the master and the report. The termination history
      *    is optional - without it the former supervisors are listed
      *    with no termination date
      *****************************************************************
       100-OPEN-CHART-FILES.

           OPEN INPUT  NEWEMP
                OUTPUT ORGRPT.
           OPEN INPUT EMPHIST.
           IF EMPHIST-SUCCESSFUL
               SET EMPHIST-AVAILABLE TO TRUE.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE ORGANIZATION-REPORT-LINE FROM REPORT-HEADING-LINE.

      *****************************************************************
      *    Reads the whole master into the organization table
      *****************************************************************
       200-LOAD-ORGANIZATION-TABLE.

           PERFORM 210-READ-NEW-MASTER.
           PERFORM 220-LOAD-ONE-EMPLOYEE
               UNTIL NEWEMP-EOF.

      *****************************************************************
      *    Reads the next master record. If the end of the file is
      *    reached, sets the EOF switch to end the load
      *****************************************************************
       210-READ-NEW-MASTER.

           READ NEWEMP
               AT END
                   SET NEWEMP-EOF TO TRUE.

      *****************************************************************
      *    Adds one employee to the organization table, unlinked and
      *    with no reports yet, then reads the next master record.
      *    When the table is full the employee is left off the chart
      *    with a message
      *****************************************************************
       220-LOAD-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEE-COUNT.
           IF OT-ENTRY-COUNT = 5000
               DISPLAY "ORGANIZATION TABLE FULL - NOT CHARTED "
                   NM-EMPLOYEE-ID
           ELSE
               ADD 1 TO OT-ENTRY-COUNT
               MOVE OT-ENTRY-COUNT   TO CW-INDEX
               MOVE NM-EMPLOYEE-ID   TO OT-EMPLOYEE-ID (CW-INDEX)
               MOVE NM-EMPLOYEE-NAME TO OT-EMPLOYEE-NAME (CW-INDEX)
               MOVE NM-DEPART-CODE   TO OT-DEPART-CODE (CW-INDEX)
               MOVE NM-JOB-CLASS     TO OT-JOB-CLASS (CW-INDEX)
               MOVE NM-SUPERVISOR-ID TO OT-SUPERVISOR-ID (CW-INDEX)
               MOVE ZERO             TO OT-PARENT-INDEX (CW-INDEX)
                                        OT-DIRECT-COUNT (CW-INDEX)
                                        OT-TOTAL-COUNT (CW-INDEX)
               MOVE "N"              TO OT-ROOTED-FLAG (CW-INDEX)
           END-IF.
           PERFORM 210-READ-NEW-MASTER.

      *****************************************************************
      *    Links one employee to the table entry of the supervisor
      *    they report to and counts them as one of that supervisor's
      *    direct reports. A supervisor no longer on the master leaves
      *    the employee unlinked, the same as reporting to no one
      *****************************************************************
       300-LINK-ONE-EMPLOYEE.

           IF OT-SUPERVISOR-ID (CW-INDEX) NOT = SPACES
               MOVE OT-SUPERVISOR-ID (CW-INDEX) TO CW-SEARCH-ID
               PERFORM 310-FIND-EMPLOYEE-ENTRY
               IF CW-MATCH > ZERO
                   MOVE CW-MATCH TO OT-PARENT-INDEX (CW-INDEX)
                   ADD 1 TO OT-DIRECT-COUNT (CW-MATCH).

      *****************************************************************
      *    Finds the table entry for the employee ID in CW-SEARCH-ID.
      *    CW-MATCH is left holding the entry's subscript, or zero
      *    when the employee is not on the master
      *****************************************************************
       310-FIND-EMPLOYEE-ENTRY.

           MOVE ZERO TO CW-MATCH.
           PERFORM 320-MATCH-EMPLOYEE-ENTRY
               VARYING CW-SEARCH-INDEX FROM 1 BY 1
               UNTIL CW-SEARCH-INDEX > OT-ENTRY-COUNT
                  OR CW-MATCH > ZERO.

      *****************************************************************
      *    Checks one table entry against the employee ID being
      *    searched for
      *****************************************************************
       320-MATCH-EMPLOYEE-ENTRY.

           IF OT-EMPLOYEE-ID (CW-SEARCH-INDEX) = CW-SEARCH-ID
               MOVE CW-SEARCH-INDEX TO CW-MATCH.

      *****************************************************************
      *    Walks up one employee's reporting chain. A chain that runs
      *    off the top within 50 levels is rooted, and the employee is
      *    counted into the total reports of every supervisor above
      *    them. A chain still going after 50 levels has come back on
      *    itself - the employee is in a reporting loop or under one -
      *    and is counted nowhere
      *****************************************************************
       400-COUNT-ONE-SPAN.

           MOVE OT-PARENT-INDEX (CW-INDEX) TO CW-ANCESTOR.
           MOVE ZERO TO CW-CHAIN-DEPTH.
           PERFORM 410-STEP-UP-CHAIN
               UNTIL CW-ANCESTOR = ZERO
                  OR CW-CHAIN-DEPTH > 50.
           IF CW-ANCESTOR = ZERO
               MOVE "Y" TO OT-ROOTED-FLAG (CW-INDEX)
               MOVE OT-PARENT-INDEX (CW-INDEX) TO CW-ANCESTOR
               PERFORM 420-COUNT-UNDER-ANCESTOR
                   UNTIL CW-ANCESTOR = ZERO.

      *****************************************************************
      *    Moves one level up the reporting chain being walked
      *****************************************************************
       410-STEP-UP-CHAIN.

           MOVE OT-PARENT-INDEX (CW-ANCESTOR) TO CW-ANCESTOR.
           ADD 1 TO CW-CHAIN-DEPTH.

      *****************************************************************
      *    Counts the employee into one supervisor's total reports and
      *    moves on up the chain
      *****************************************************************
       420-COUNT-UNDER-ANCESTOR.

           ADD 1 TO OT-TOTAL-COUNT (CW-ANCESTOR).
           MOVE OT-PARENT-INDEX (CW-ANCESTOR) TO CW-ANCESTOR.

      *****************************************************************
      *    Prints the chart one branch at a time, in employee ID order
      *    of the employees heading the branches
      *****************************************************************
       500-WRITE-CHART.

           WRITE ORGANIZATION-REPORT-LINE FROM BLANK-LINE.
           WRITE ORGANIZATION-REPORT-LINE FROM CHART-COLUMN-LINE.
           PERFORM 510-CHART-ONE-BRANCH
               VARYING CW-INDEX FROM 1 BY 1
               UNTIL CW-INDEX > OT-ENTRY-COUNT.

      *****************************************************************
      *    Charts the branch headed by one employee linked to no
      *    supervisor - at the top of the organization, or reporting
      *    to a supervisor no longer on the master. The head is
      *    printed at level 1, then the branch is walked depth first,
      *    each report printed under their supervisor one level down
      *****************************************************************
       510-CHART-ONE-BRANCH.

           IF OT-PARENT-INDEX (CW-INDEX) = ZERO
               IF OT-SUPERVISOR-ID (CW-INDEX) = SPACES
                   ADD 1 TO CT-TOP-LEVEL-COUNT
               END-IF
               WRITE ORGANIZATION-REPORT-LINE FROM BLANK-LINE
               MOVE 1        TO CS-DEPTH
               MOVE CW-INDEX TO CS-ENTRY-INDEX (1)
               MOVE 1        TO CS-SCAN-INDEX (1)
               MOVE CW-INDEX TO CW-CHILD
               PERFORM 540-WRITE-CHART-LINE
               PERFORM 520-WALK-BRANCH
                   UNTIL CS-DEPTH = ZERO.

      *****************************************************************
      *    Looks for the next report of the employee at the bottom of
      *    the chart stack, picking up where the last search for that
      *    employee left off. A report found is printed and pushed so
      *    their own reports are charted next; when there are no more
      *    the employee is popped and the search goes back up a level
      *****************************************************************
       520-WALK-BRANCH.

           MOVE CS-ENTRY-INDEX (CS-DEPTH) TO CW-PARENT.
           MOVE ZERO TO CW-CHILD.
           PERFORM 530-MATCH-NEXT-REPORT
               VARYING CW-SEARCH-INDEX FROM CS-SCAN-INDEX (CS-DEPTH)
               BY 1
               UNTIL CW-SEARCH-INDEX > OT-ENTRY-COUNT
                  OR CW-CHILD > ZERO.
           IF CW-CHILD = ZERO
               SUBTRACT 1 FROM CS-DEPTH
           ELSE
               COMPUTE CS-SCAN-INDEX (CS-DEPTH) = CW-CHILD + 1
               ADD 1 TO CS-DEPTH
               MOVE CW-CHILD TO CS-ENTRY-INDEX (CS-DEPTH)
               MOVE 1        TO CS-SCAN-INDEX (CS-DEPTH)
               PERFORM 540-WRITE-CHART-LINE.

      *****************************************************************
      *    Checks one table entry for a rooted report of the employee
      *    whose reports are being charted
      *****************************************************************
       530-MATCH-NEXT-REPORT.

           IF OT-PARENT-INDEX (CW-SEARCH-INDEX) = CW-PARENT
               AND OT-ROOTED (CW-SEARCH-INDEX)
               MOVE CW-SEARCH-INDEX TO CW-CHILD.

      *****************************************************************
      *    Prints the chart line for the employee in CW-CHILD at the
      *    chart stack's current level, indented two columns a level
      *    (held at level 20 so a deep chain stays on the line), with
      *    the employee's span of control. The head of a branch whose
      *    supervisor is no longer on the master is flagged
      *****************************************************************
       540-WRITE-CHART-LINE.

           MOVE CS-DEPTH TO CDL-LEVEL.
           IF CS-DEPTH > 20
               MOVE 20 TO CW-INDENT-LEVEL
           ELSE
               MOVE CS-DEPTH TO CW-INDENT-LEVEL.
           COMPUTE CW-INDENT-OFFSET = CW-INDENT-LEVEL * 2 - 1.
           MOVE OT-EMPLOYEE-ID (CW-CHILD)   TO CW-CHART-ID.
           MOVE OT-EMPLOYEE-NAME (CW-CHILD) TO CW-CHART-NAME.
           MOVE SPACES TO CDL-CHART-AREA.
           MOVE CW-CHART-TEXT TO CDL-CHART-AREA (CW-INDENT-OFFSET:36).
           MOVE OT-DEPART-CODE (CW-CHILD)   TO CDL-DEPART-CODE.
           MOVE OT-JOB-CLASS (CW-CHILD)     TO CDL-JOB-CLASS.
           MOVE OT-DIRECT-COUNT (CW-CHILD)  TO CDL-DIRECT-COUNT.
           MOVE OT-TOTAL-COUNT (CW-CHILD)   TO CDL-TOTAL-COUNT.
           IF OT-PARENT-INDEX (CW-CHILD) = ZERO
               AND OT-SUPERVISOR-ID (CW-CHILD) NOT = SPACES
               MOVE "SUPERVISOR INACTIVE" TO CDL-FLAG-TEXT
           ELSE
               MOVE SPACES TO CDL-FLAG-TEXT.
           WRITE ORGANIZATION-REPORT-LINE FROM CHART-DETAIL-LINE.
           ADD 1 TO CT-CHARTED-COUNT.
           IF OT-DIRECT-COUNT (CW-CHILD) > ZERO
               ADD 1 TO CT-SUPERVISOR-COUNT.
           IF OT-DIRECT-COUNT (CW-CHILD) > CT-WIDEST-SPAN
               MOVE OT-DIRECT-COUNT (CW-CHILD) TO CT-WIDEST-SPAN.

      *****************************************************************
      *    Lists every employee whose reporting chain never reaches
      *    the top of the organization, with the supervisor they are
      *    keyed to, so personnel can break the loop with change cards
      *****************************************************************
       600-WRITE-LOOP-LIST.

           WRITE ORGANIZATION-REPORT-LINE FROM BLANK-LINE.
           MOVE "EMPLOYEES IN A REPORTING LOOP" TO SHL-HEADING-TEXT.
           WRITE ORGANIZATION-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE ORGANIZATION-REPORT-LINE FROM LOOP-COLUMN-LINE.
           PERFORM 610-LIST-ONE-LOOP-MEMBER
               VARYING CW-INDEX FROM 1 BY 1
               UNTIL CW-INDEX > OT-ENTRY-COUNT.
           IF CT-LOOP-COUNT = ZERO
               WRITE ORGANIZATION-REPORT-LINE FROM NONE-FOUND-LINE.

      *****************************************************************
      *    Lists one table entry when its reporting chain never
      *    rooted
      *****************************************************************
       610-LIST-ONE-LOOP-MEMBER.

           IF NOT OT-ROOTED (CW-INDEX)
               MOVE OT-EMPLOYEE-ID (CW-INDEX)   TO LDL-EMPLOYEE-ID
               MOVE OT-EMPLOYEE-NAME (CW-INDEX) TO LDL-EMPLOYEE-NAME
               MOVE OT-DEPART-CODE (CW-INDEX)   TO LDL-DEPART-CODE
               MOVE OT-SUPERVISOR-ID (CW-INDEX) TO LDL-SUPERVISOR-ID
               WRITE ORGANIZATION-REPORT-LINE FROM LOOP-DETAIL-LINE
               ADD 1 TO CT-LOOP-COUNT.

      *****************************************************************
      *    Lists every employee still keyed to a supervisor no longer
      *    on the master, with the former supervisor's name and
      *    termination date off their latest EMPHIST stint
      *****************************************************************
       700-WRITE-ORPHAN-LIST.

           WRITE ORGANIZATION-REPORT-LINE FROM BLANK-LINE.
           MOVE "REPORTS OF SUPERVISORS NO LONGER ACTIVE"
               TO SHL-HEADING-TEXT.
           WRITE ORGANIZATION-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE ORGANIZATION-REPORT-LINE FROM ORPHAN-COLUMN-LINE.
           PERFORM 710-LIST-ONE-ORPHAN
               VARYING CW-INDEX FROM 1 BY 1
               UNTIL CW-INDEX > OT-ENTRY-COUNT.
           IF CT-ORPHAN-COUNT = ZERO
               WRITE ORGANIZATION-REPORT-LINE FROM NONE-FOUND-LINE.

      *****************************************************************
      *    Lists one table entry when it is keyed to a supervisor not
      *    on the master. A supervisor with no stint on EMPHIST - the
      *    history file missing, or an ID keyed that never existed -
      *    is listed with no termination date
      *****************************************************************
       710-LIST-ONE-ORPHAN.

           IF OT-PARENT-INDEX (CW-INDEX) = ZERO
               AND OT-SUPERVISOR-ID (CW-INDEX) NOT = SPACES
               MOVE OT-EMPLOYEE-ID (CW-INDEX)   TO ODL-EMPLOYEE-ID
               MOVE OT-EMPLOYEE-NAME (CW-INDEX) TO ODL-EMPLOYEE-NAME
               MOVE OT-DEPART-CODE (CW-INDEX)   TO ODL-DEPART-CODE
               MOVE OT-SUPERVISOR-ID (CW-INDEX) TO ODL-SUPERVISOR-ID
               MOVE "NOT ON EMPHIST"            TO ODL-SUPERVISOR-NAME
               MOVE ZERO                        TO ODL-TERMINATION-DATE
               IF EMPHIST-AVAILABLE
                   MOVE "N" TO STINT-EOF-SWITCH
                   PERFORM 720-READ-ONE-STINT
                       VARYING CW-NEXT-STINT FROM 1 BY 1
                       UNTIL STINT-EOF
               END-IF
               IF ODL-TERMINATION-DATE = ZERO
                   MOVE SPACES TO ODL-TERMINATION-DATE-X
               END-IF
               WRITE ORGANIZATION-REPORT-LINE FROM ORPHAN-DETAIL-LINE
               ADD 1 TO CT-ORPHAN-COUNT.

      *****************************************************************
      *    Reads one EMPHIST stint for the former supervisor, keeping
      *    the name and termination date of the latest one on file
      *****************************************************************
       720-READ-ONE-STINT.

           MOVE OT-SUPERVISOR-ID (CW-INDEX) TO EH-EMPLOYEE-ID.
           MOVE CW-NEXT-STINT               TO EH-STINT-NUMBER.
           READ EMPHIST
               INVALID KEY
                   SET STINT-EOF TO TRUE
               NOT INVALID KEY
                   MOVE EH-EMPLOYEE-NAME    TO ODL-SUPERVISOR-NAME
                   MOVE EH-TERMINATION-DATE TO ODL-TERMINATION-DATE
           END-READ.
           IF CW-NEXT-STINT = 999
               SET STINT-EOF TO TRUE.

      *****************************************************************
      *    Writes the organization summary counts
      *****************************************************************
       800-WRITE-CHART-SUMMARY.

           WRITE ORGANIZATION-REPORT-LINE FROM BLANK-LINE.
           MOVE "EMPLOYEES ON MASTER:         " TO SUM-LABEL.
           MOVE CT-EMPLOYEE-COUNT               TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYEES CHARTED:           " TO SUM-LABEL.
           MOVE CT-CHARTED-COUNT                TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TOP OF ORGANIZATION:         " TO SUM-LABEL.
           MOVE CT-TOP-LEVEL-COUNT              TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "SUPERVISORS WITH REPORTS:    " TO SUM-LABEL.
           MOVE CT-SUPERVISOR-COUNT             TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "WIDEST SPAN OF CONTROL:      " TO SUM-LABEL.
           MOVE CT-WIDEST-SPAN                  TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "REPORTS OF INACTIVE SUPVS:   " TO SUM-LABEL.
           MOVE CT-ORPHAN-COUNT                 TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYEES IN REPORTING LOOPS:" TO SUM-LABEL.
           MOVE CT-LOOP-COUNT                   TO SUM-COUNT.
           WRITE ORGANIZATION-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Closes every file the run opened
      *****************************************************************
       900-CLOSE-CHART-FILES.

           CLOSE NEWEMP
                 ORGRPT.
           IF EMPHIST-AVAILABLE
               CLOSE EMPHIST.
