      *****************************************************************
      * Title..........: SEQ6550 - Labor Distribution Report
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Prints the period's hourly labor by the
      *                  department the hours were charged to, so a
      *                  department manager sees every hour billed to
      *                  them - their own people's and the hours
      *                  borrowed from other departments - extended
      *                  at each employee's rate, the same figure
      *                  SEQ6500 debits to the department on GLPOST.
      *                  A second section summarizes each home
      *                  department's hours worked at home against
      *                  the hours its people were lent out. Runs on
      *                  pay night after the SEQ6500 register and
      *                  ahead of the SEQ6100 reset, which clears the
      *                  labor distribution with the worked hours
      * File Desc......: Reads the LABDIST labor distribution file
      *                  twice through the sort - once by charged
      *                  department and once by home department -
      *                  looks each employee up on EMPMASTI for name
      *                  and rate and each department up on DEPTMAST
      *                  for its name, and writes the LABRPT report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6550.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LABDIST ASSIGN TO LABDIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS LD-LABOR-KEY
                           FILE STATUS IS LABDIST-FILE-STATUS.
           SELECT LABSRT  ASSIGN TO LABSRT.
           SELECT LABCHG  ASSIGN TO LABCHG.
           SELECT LABHOME ASSIGN TO LABHOME.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID
                           FILE STATUS IS EMPMASTI-FILE-STATUS.
           SELECT DEPTMAST ASSIGN TO DEPTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DM-DEPART-CODE
                           FILE STATUS IS DEPTMAST-FILE-STATUS.
           SELECT LABRPT  ASSIGN TO LABRPT
                           FILE STATUS IS LABRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LABDIST.

       01  LABOR-DISTRIBUTION-RECORD.
           05  LD-LABOR-KEY.
               10  LD-EMPLOYEE-ID          PIC X(5).
               10  LD-CHARGE-DEPART-CODE   PIC X(5).
           05  LD-HOME-DEPART-CODE         PIC X(5).
           05  LD-HOURS-WORKED             PIC 9(3)V99.
           05  LD-LAST-POSTED-DATE         PIC 9(8).

       SD  LABSRT.

       01  SORT-LABOR-RECORD.
           05  SL-EMPLOYEE-ID              PIC X(5).
           05  SL-CHARGE-DEPART-CODE       PIC X(5).
           05  SL-HOME-DEPART-CODE         PIC X(5).
           05  SL-HOURS-WORKED             PIC 9(3)V99.
           05  SL-LAST-POSTED-DATE         PIC 9(8).

       FD  LABCHG.

       01  CHARGE-ORDER-RECORD.
           05  LC-EMPLOYEE-ID              PIC X(5).
           05  LC-CHARGE-DEPART-CODE       PIC X(5).
           05  LC-HOME-DEPART-CODE         PIC X(5).
           05  LC-HOURS-WORKED             PIC 9(3)V99.
           05  LC-LAST-POSTED-DATE         PIC 9(8).

       FD  LABHOME.

       01  HOME-ORDER-RECORD.
           05  LH-EMPLOYEE-ID              PIC X(5).
           05  LH-CHARGE-DEPART-CODE       PIC X(5).
           05  LH-HOME-DEPART-CODE         PIC X(5).
           05  LH-HOURS-WORKED             PIC 9(3)V99.
           05  LH-LAST-POSTED-DATE         PIC 9(8).

       FD  EMPMASTI.

       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  DEPTMAST.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPART-CODE          PIC X(5).
           05  DM-DEPART-NAME          PIC X(20).

       FD  LABRPT.

       01  LABOR-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  LABCHG-EOF-SWITCH           PIC X   VALUE "N".
               88  LABCHG-EOF                      VALUE "Y".
           05  LABHOME-EOF-SWITCH          PIC X   VALUE "N".
               88  LABHOME-EOF                     VALUE "Y".
           05  MASTER-FOUND-SWITCH         PIC X   VALUE "N".
               88  MASTER-FOUND                    VALUE "Y".
           05  EMPMASTI-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  EMPMASTI-AVAILABLE              VALUE "Y".
           05  DEPTMAST-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  DEPTMAST-AVAILABLE              VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  LABDIST-FILE-STATUS         PIC XX.
               88  LABDIST-SUCCESSFUL              VALUE "00".
           05  EMPMASTI-FILE-STATUS        PIC XX.
               88  EMPMASTI-SUCCESSFUL             VALUE "00".
           05  DEPTMAST-FILE-STATUS        PIC XX.
               88  DEPTMAST-SUCCESSFUL             VALUE "00".
           05  LABRPT-FILE-STATUS          PIC XX.
               88  LABRPT-SUCCESSFUL               VALUE "00".

       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID              PIC X(5).
           05  EM-EMPLOYEE-NAME            PIC X(30).
           05  EM-DEPART-CODE              PIC X(5).
           05  EM-JOB-CLASS                PIC X(2).
           05  EM-ANNUAL-SALARY            PIC 9(7)V99.
           05  EM-VACATION-HOURS           PIC 9(3).
           05  EM-SICK-HOURS               PIC 9(3)V99.
           05  EM-DATE-OF-HIRE             PIC 9(8).
           05  EM-EMPLOYMENT-TYPE          PIC X(1).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

       01  CONTROL-FIELDS.
           05  CF-CURRENT-DEPART-CODE      PIC X(5).

      *    one charge extended at the employee's rate - an employee
      *    no longer on the master prints with a zero rate so the
      *    hours still show against the department
       01  LABOR-WORK-FIELDS.
           05  LW-EMPLOYEE-NAME            PIC X(30).
           05  LW-HOURLY-RATE              PIC 9(3)V99.
           05  LW-LABOR-AMOUNT             PIC 9(7)V99.

       01  DEPARTMENT-TOTAL-FIELDS.
           05  DT-HOURS-TOTAL              PIC 9(7)V99.
           05  DT-AMOUNT-TOTAL             PIC 9(9)V99.
           05  DT-BORROWED-HOURS           PIC 9(7)V99.
           05  DT-BORROWED-AMOUNT          PIC 9(9)V99.

       01  HOME-TOTAL-FIELDS.
           05  HT-HOME-HOURS               PIC 9(7)V99.
           05  HT-HOME-AMOUNT              PIC 9(9)V99.
           05  HT-LENT-HOURS               PIC 9(7)V99.
           05  HT-LENT-AMOUNT              PIC 9(9)V99.

       01  COMPANY-TOTAL-FIELDS.
           05  GT-HOURS-TOTAL              PIC 9(7)V99 VALUE ZERO.
           05  GT-AMOUNT-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  GT-BORROWED-HOURS           PIC 9(7)V99 VALUE ZERO.
           05  GT-BORROWED-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05  CT-NOT-ON-MASTER-COUNT      PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                  PIC X(36)   VALUE
                   "LABOR DISTRIBUTION REPORT           ".
           05  FILLER                  PIC X(44)   VALUE SPACES.

       01  DEPARTMENT-HEADING-LINE.
           05  DHL-HEADING-TEXT        PIC X(19).
           05  DHL-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DHL-DEPART-NAME         PIC X(20).
           05  FILLER                  PIC X(34)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "EMP ID  NAME                       HOME ".
           05  FILLER                  PIC X(40)   VALUE
                   "   HOURS    RATE      AMOUNT            ".

       01  DETAIL-LINE.
           05  DTL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-EMPLOYEE-NAME       PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-HOME-DEPART-CODE    PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-HOURS-WORKED        PIC ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-HOURLY-RATE         PIC ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-LABOR-AMOUNT        PIC $$$,$$9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-BORROWED-FLAG       PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(36).
           05  TTL-HOURS               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  TTL-AMOUNT              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(12)   VALUE SPACES.

       01  HOME-SUMMARY-HEADING-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "HOME DEPARTMENT SUMMARY                 ".
           05  FILLER                  PIC X(40)   VALUE SPACES.

       01  HOME-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "DEPT   NAME                 HOME HOURS  ".
           05  FILLER                  PIC X(40)   VALUE
                   "  HOME AMOUNT  LENT HOURS    LENT AMOUNT".

       01  HOME-SUMMARY-LINE.
           05  HSL-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HSL-DEPART-NAME         PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HSL-HOME-HOURS          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HSL-HOME-AMOUNT         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  HSL-LENT-HOURS          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  HSL-LENT-AMOUNT         PIC $$,$$$,$$9.99.

       01  COUNT-LINE.
           05  CTL-LABEL               PIC X(36).
           05  CTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      * Sorts the labor distribution by the department charged and
      * prints each charged department's hours and dollars, then
      * sorts it again by home department for the summary of hours
      * worked at home against hours lent out, and closes with the
      * company totals. With no labor distribution file there is
      * nothing to report and the run stops before the sort
      *****************************************************************
       000-PRINT-LABOR-DISTRIBUTION.

           OPEN INPUT LABDIST.
           IF NOT LABDIST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON LABDIST"
               DISPLAY "FILE STATUS CODE IS " LABDIST-FILE-STATUS
               STOP RUN.
           CLOSE LABDIST.

           SORT LABSRT
               ON ASCENDING KEY SL-CHARGE-DEPART-CODE
               ON ASCENDING KEY SL-HOME-DEPART-CODE
               ON ASCENDING KEY SL-EMPLOYEE-ID
               USING LABDIST
               GIVING LABCHG.
           SORT LABSRT
               ON ASCENDING KEY SL-HOME-DEPART-CODE
               ON ASCENDING KEY SL-CHARGE-DEPART-CODE
               ON ASCENDING KEY SL-EMPLOYEE-ID
               USING LABDIST
               GIVING LABHOME.

           OPEN INPUT  LABCHG
                       LABHOME
                OUTPUT LABRPT.
           OPEN INPUT EMPMASTI.
           IF EMPMASTI-SUCCESSFUL
               SET EMPMASTI-AVAILABLE TO TRUE
           ELSE
               DISPLAY "OPEN ERROR ON EMPMASTI"
               DISPLAY "FILE STATUS CODE IS " EMPMASTI-FILE-STATUS.
           OPEN INPUT DEPTMAST.
           IF DEPTMAST-SUCCESSFUL
               SET DEPTMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "OPEN ERROR ON DEPTMAST"
               DISPLAY "FILE STATUS CODE IS " DEPTMAST-FILE-STATUS.
           WRITE LABOR-REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 100-READ-CHARGE-ORDER.
           PERFORM 200-PRINT-CHARGED-DEPARTMENT
               UNTIL LABCHG-EOF.
           PERFORM 300-WRITE-COMPANY-TOTALS.
           WRITE LABOR-REPORT-LINE FROM HOME-SUMMARY-HEADING-LINE.
           WRITE LABOR-REPORT-LINE FROM HOME-COLUMN-HEADING-LINE.
           PERFORM 110-READ-HOME-ORDER.
           PERFORM 500-SUMMARIZE-HOME-DEPARTMENT
               UNTIL LABHOME-EOF.
           CLOSE LABCHG
                 LABHOME
                 LABRPT.
           IF EMPMASTI-AVAILABLE
               CLOSE EMPMASTI.
           IF DEPTMAST-AVAILABLE
               CLOSE DEPTMAST.
           STOP RUN.

      *****************************************************************
      * Reads the next labor record in charged department order. If
      * the end of the file is reached, sets the EOF switch to end
      * the charged department section
      *****************************************************************
       100-READ-CHARGE-ORDER.

           READ LABCHG
               AT END
                   SET LABCHG-EOF TO TRUE.

      *****************************************************************
      * Reads the next labor record in home department order. If the
      * end of the file is reached, sets the EOF switch to end the
      * home department summary
      *****************************************************************
       110-READ-HOME-ORDER.

           READ LABHOME
               AT END
                   SET LABHOME-EOF TO TRUE.

      *****************************************************************
      * Starts a new charged department by saving its code, zeroing
      * its totals, and printing its heading, then prints every
      * employee's hours charged to it before printing the
      * department's totals and the part borrowed from other
      * departments
      *****************************************************************
       200-PRINT-CHARGED-DEPARTMENT.

           MOVE LC-CHARGE-DEPART-CODE TO CF-CURRENT-DEPART-CODE.
           MOVE ZERO TO DT-HOURS-TOTAL
                        DT-AMOUNT-TOTAL
                        DT-BORROWED-HOURS
                        DT-BORROWED-AMOUNT.
           MOVE "CHARGED DEPARTMENT " TO DHL-HEADING-TEXT.
           PERFORM 410-LOOK-UP-DEPARTMENT-NAME.
           WRITE LABOR-REPORT-LINE FROM DEPARTMENT-HEADING-LINE.
           WRITE LABOR-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 220-PRINT-LABOR-DETAIL
               UNTIL LABCHG-EOF
                  OR LC-CHARGE-DEPART-CODE NOT = CF-CURRENT-DEPART-CODE.
           PERFORM 250-WRITE-DEPARTMENT-TOTALS.

      *****************************************************************
      * Prints one employee's hours charged to the department,
      * extended at their rate, flagging hours borrowed from another
      * home department, and rolls them into the department and
      * company totals before reading the next record
      *****************************************************************
       220-PRINT-LABOR-DETAIL.

           MOVE LC-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           PERFORM 400-LOOK-UP-EMPLOYEE.
           COMPUTE LW-LABOR-AMOUNT ROUNDED =
               LC-HOURS-WORKED * LW-HOURLY-RATE.
           MOVE LC-EMPLOYEE-ID        TO DTL-EMPLOYEE-ID.
           MOVE LW-EMPLOYEE-NAME      TO DTL-EMPLOYEE-NAME.
           MOVE LC-HOME-DEPART-CODE   TO DTL-HOME-DEPART-CODE.
           MOVE LC-HOURS-WORKED       TO DTL-HOURS-WORKED.
           MOVE LW-HOURLY-RATE        TO DTL-HOURLY-RATE.
           MOVE LW-LABOR-AMOUNT       TO DTL-LABOR-AMOUNT.
           IF LC-HOME-DEPART-CODE NOT = LC-CHARGE-DEPART-CODE
               MOVE "BORROWED" TO DTL-BORROWED-FLAG
               ADD LC-HOURS-WORKED TO DT-BORROWED-HOURS
                                      GT-BORROWED-HOURS
               ADD LW-LABOR-AMOUNT TO DT-BORROWED-AMOUNT
                                      GT-BORROWED-AMOUNT
           ELSE
               MOVE SPACES TO DTL-BORROWED-FLAG.
           WRITE LABOR-REPORT-LINE FROM DETAIL-LINE.
           ADD LC-HOURS-WORKED TO DT-HOURS-TOTAL GT-HOURS-TOTAL.
           ADD LW-LABOR-AMOUNT TO DT-AMOUNT-TOTAL GT-AMOUNT-TOTAL.
           PERFORM 100-READ-CHARGE-ORDER.

      *****************************************************************
      * Writes the charged department's total hours and dollars and
      * the part of them borrowed from other home departments
      *****************************************************************
       250-WRITE-DEPARTMENT-TOTALS.

           MOVE "DEPARTMENT TOTAL:" TO TTL-LABEL.
           MOVE DT-HOURS-TOTAL      TO TTL-HOURS.
           MOVE DT-AMOUNT-TOTAL     TO TTL-AMOUNT.
           WRITE LABOR-REPORT-LINE FROM TOTAL-LINE.
           MOVE "  BORROWED FROM OTHER DEPARTMENTS:" TO TTL-LABEL.
           MOVE DT-BORROWED-HOURS   TO TTL-HOURS.
           MOVE DT-BORROWED-AMOUNT  TO TTL-AMOUNT.
           WRITE LABOR-REPORT-LINE FROM TOTAL-LINE.

      *****************************************************************
      * Writes the company's total charged hours and dollars, the
      * part borrowed across departments, and the count of labor
      * records whose employee is no longer on the master
      *****************************************************************
       300-WRITE-COMPANY-TOTALS.

           MOVE "COMPANY TOTAL:"    TO TTL-LABEL.
           MOVE GT-HOURS-TOTAL      TO TTL-HOURS.
           MOVE GT-AMOUNT-TOTAL     TO TTL-AMOUNT.
           WRITE LABOR-REPORT-LINE FROM TOTAL-LINE.
           MOVE "  BORROWED ACROSS DEPARTMENTS:" TO TTL-LABEL.
           MOVE GT-BORROWED-HOURS   TO TTL-HOURS.
           MOVE GT-BORROWED-AMOUNT  TO TTL-AMOUNT.
           WRITE LABOR-REPORT-LINE FROM TOTAL-LINE.
           MOVE "LABOR RECORDS NOT ON MASTER:" TO CTL-LABEL.
           MOVE CT-NOT-ON-MASTER-COUNT         TO CTL-COUNT.
           WRITE LABOR-REPORT-LINE FROM COUNT-LINE.

      *****************************************************************
      * Looks an employee up on the index master for their name and
      * hourly rate. An employee no longer on the master is counted
      * and carries a zero rate. With no master open, every employee
      * prints unnamed at a zero rate and none is counted
      *****************************************************************
       400-LOOK-UP-EMPLOYEE.

           MOVE "N" TO MASTER-FOUND-SWITCH.
           IF EMPMASTI-AVAILABLE
               READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO CT-NOT-ON-MASTER-COUNT
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ.
           IF MASTER-FOUND
               MOVE EM-EMPLOYEE-NAME TO LW-EMPLOYEE-NAME
               MOVE EM-HOURLY-RATE   TO LW-HOURLY-RATE
           ELSE
           IF EMPMASTI-AVAILABLE
               MOVE "NOT ON MASTER"  TO LW-EMPLOYEE-NAME
               MOVE ZERO             TO LW-HOURLY-RATE
           ELSE
               MOVE "MASTER NOT AVAILABLE" TO LW-EMPLOYEE-NAME
               MOVE ZERO             TO LW-HOURLY-RATE.

      *****************************************************************
      * Looks the current department up on DEPTMAST for the name its
      * heading or summary line prints. With no DEPTMAST open the
      * name prints blank
      *****************************************************************
       410-LOOK-UP-DEPARTMENT-NAME.

           MOVE CF-CURRENT-DEPART-CODE TO DM-DEPART-CODE
                                          DHL-DEPART-CODE.
           IF DEPTMAST-AVAILABLE
               READ DEPTMAST
                   INVALID KEY
                       MOVE "NOT ON DEPTMAST" TO DM-DEPART-NAME
               END-READ
           ELSE
               MOVE SPACES TO DM-DEPART-NAME.
           MOVE DM-DEPART-NAME TO DHL-DEPART-NAME.

      *****************************************************************
      * Totals one home department's hours worked at home and the
      * hours its people were lent to other departments, each
      * extended at the employee's rate, and prints its summary line
      *****************************************************************
       500-SUMMARIZE-HOME-DEPARTMENT.

           MOVE LH-HOME-DEPART-CODE TO CF-CURRENT-DEPART-CODE.
           MOVE ZERO TO HT-HOME-HOURS
                        HT-HOME-AMOUNT
                        HT-LENT-HOURS
                        HT-LENT-AMOUNT.
           PERFORM 520-ADD-HOME-LABOR
               UNTIL LABHOME-EOF
                  OR LH-HOME-DEPART-CODE NOT = CF-CURRENT-DEPART-CODE.
           PERFORM 410-LOOK-UP-DEPARTMENT-NAME.
           MOVE CF-CURRENT-DEPART-CODE TO HSL-DEPART-CODE.
           MOVE DM-DEPART-NAME         TO HSL-DEPART-NAME.
           MOVE HT-HOME-HOURS          TO HSL-HOME-HOURS.
           MOVE HT-HOME-AMOUNT         TO HSL-HOME-AMOUNT.
           MOVE HT-LENT-HOURS          TO HSL-LENT-HOURS.
           MOVE HT-LENT-AMOUNT         TO HSL-LENT-AMOUNT.
           WRITE LABOR-REPORT-LINE FROM HOME-SUMMARY-LINE.

      *****************************************************************
      * Adds one labor record to its home department's hours worked
      * at home or hours lent out, then reads the next record. Its
      * employee was counted against the master in the first section
      *****************************************************************
       520-ADD-HOME-LABOR.

           MOVE LH-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           IF EMPMASTI-AVAILABLE
               READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       MOVE ZERO TO EM-HOURLY-RATE
               END-READ
           ELSE
               MOVE ZERO TO EM-HOURLY-RATE.
           COMPUTE LW-LABOR-AMOUNT ROUNDED =
               LH-HOURS-WORKED * EM-HOURLY-RATE.
           IF LH-CHARGE-DEPART-CODE = LH-HOME-DEPART-CODE
               ADD LH-HOURS-WORKED TO HT-HOME-HOURS
               ADD LW-LABOR-AMOUNT TO HT-HOME-AMOUNT
           ELSE
               ADD LH-HOURS-WORKED TO HT-LENT-HOURS
               ADD LW-LABOR-AMOUNT TO HT-LENT-AMOUNT.
           PERFORM 110-READ-HOME-ORDER.
