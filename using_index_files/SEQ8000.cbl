      * Programmer.....: Ben Stearns
      * Date...........: 8-23-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Maintains four reference tables, each picked
      *                  by the transaction's table code: the DEPTMAST
      *                  department table (D) and the JOBSAL salary
      *                  band table (J) that SEQ3000's transaction
      *                  edits read on every posting run, the TAXTBL
      *                  withholding brackets (W) SEQ6500 figures tax
      *                  from every pay period, and the POSCTL
      *                  position control table (P) holding the
      *                  authorized headcount and budgeted salary
      *                  dollars for each department and job class.
      *                  Before this run nothing in the system
      *                  maintained any of these tables - a new
      *                  department or a changed salary band meant
      *                  rebuilding the files by hand outside the
      *                  system with no validation and no record of
      *                  what changed. This run takes its own
      *                  add/change/delete transaction format for all
      *                  four tables, rejects bad maintenance (a band
      *                  whose minimum exceeds its maximum, a
      *                  duplicate add, a change to a code not on
      *                  file), and prints each table before and
      *                  after the run so the change is on record
      * File Desc......: Applies the TBLTRAN maintenance transactions
      *                  to DEPTMAST, JOBSAL, TAXTBL, and POSCTL and
      *                  writes the TBLRPT before/after listing and
      *                  reject report
      *****************************************************************

       IDENTIFICATION DIVISION.
                           ACCESS IS DYNAMIC
                           RECORD KEY IS JS-JOB-CLASS
                           FILE STATUS IS JOBSAL-FILE-STATUS.
           SELECT TAXTBL   ASSIGN TO TAXTBL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS TX-TABLE-KEY
                           FILE STATUS IS TAXTBL-FILE-STATUS.
           SELECT POSCTL   ASSIGN TO POSCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PS-POSITION-KEY
                           FILE STATUS IS POSCTL-FILE-STATUS.
           SELECT TBLRPT   ASSIGN TO TBLRPT
                           FILE STATUS IS TBLRPT-FILE-STATUS.


       FD  TBLTRAN.

       01  TABLE-TRANSACTION-RECORD    PIC X(78).

       FD  DEPTMAST.

           05  JS-MIN-SALARY            PIC 9(7)V99.
           05  JS-MAX-SALARY            PIC 9(7)V99.

       FD  TAXTBL.

      *    one record per withholding bracket, keyed by filing status
      *    and the annual taxable wage the bracket starts at. Tax on
      *    annual wages in the bracket is the base amount plus the
      *    marginal rate on the wages over the floor. Every status
      *    needs a bracket at a zero floor, and the annual amount
      *    each allowance takes off the wages is read from that one
       01  WITHHOLDING-BRACKET-RECORD.
           05  TX-TABLE-KEY.
               10  TX-FILING-STATUS     PIC X(1).
               10  TX-BRACKET-FLOOR     PIC 9(7)V99.
           05  TX-BASE-TAX              PIC 9(7)V99.
           05  TX-MARGINAL-RATE         PIC 9(2)V999.
           05  TX-ALLOWANCE-AMOUNT      PIC 9(5)V99.

       FD  POSCTL.

      *    one record per controlled position, keyed by department
      *    and job class, holding the headcount finance has
      *    authorized for it and the salary dollars budgeted to fill
      *    it. The posting runs hold hires and transfers into the
      *    position to the authorized count
       01  POSITION-CONTROL-RECORD.
           05  PS-POSITION-KEY.
               10  PS-DEPART-CODE       PIC X(5).
               10  PS-JOB-CLASS         PIC X(2).
           05  PS-AUTHORIZED-HEADCOUNT  PIC 9(4).
           05  PS-BUDGETED-SALARY       PIC 9(9)V99.

       FD  TBLRPT.

       01  TABLE-REPORT-LINE           PIC X(80).
           05  JOBSAL-FILE-STATUS      PIC XX.
               88  JOBSAL-SUCCESSFUL           VALUE "00".
               88  JOBSAL-NOT-FOUND            VALUE "35".
           05  TAXTBL-FILE-STATUS      PIC XX.
               88  TAXTBL-SUCCESSFUL           VALUE "00".
               88  TAXTBL-NOT-FOUND            VALUE "35".
           05  POSCTL-FILE-STATUS      PIC XX.
               88  POSCTL-SUCCESSFUL           VALUE "00".
               88  POSCTL-NOT-FOUND            VALUE "35".
           05  TBLRPT-FILE-STATUS      PIC XX.
               88  TBLRPT-SUCCESSFUL           VALUE "00".

           05  CT-JOB-ADD-COUNT        PIC 9(5)    VALUE ZERO.
           05  CT-JOB-CHANGE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-JOB-DELETE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-TAX-ADD-COUNT        PIC 9(5)    VALUE ZERO.
           05  CT-TAX-CHANGE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-TAX-DELETE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-POS-ADD-COUNT        PIC 9(5)    VALUE ZERO.
           05  CT-POS-CHANGE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-POS-DELETE-COUNT     PIC 9(5)    VALUE ZERO.
           05  CT-REJECT-COUNT         PIC 9(5)    VALUE ZERO.

       01  LISTING-HEADING-LINE.
           05  JLL-MAX-SALARY          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(44)   VALUE SPACES.

       01  WITHHOLDING-LISTING-LINE.
           05  WLL-FILING-STATUS       PIC X(1).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  WLL-BRACKET-FLOOR       PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  WLL-BASE-TAX            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  WLL-MARGINAL-RATE       PIC Z9.999.
           05  FILLER                  PIC X(1)    VALUE "%".
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  WLL-ALLOWANCE-AMOUNT    PIC $$$,$$9.99.
           05  FILLER                  PIC X(24)   VALUE SPACES.

       01  POSITION-LISTING-LINE.
           05  PLL-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  PLL-JOB-CLASS           PIC X(2).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  PLL-AUTHORIZED-HEADCOUNT PIC Z,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  PLL-BUDGETED-SALARY     PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(43)   VALUE SPACES.

       01  REJECT-DETAIL-LINE.
           05  RJD-TABLE-CODE          PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  RJD-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  RJD-TABLE-KEY           PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE
                   "REJECTED ".
           05  RJD-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL               PIC X(30).
           05  TT-TABLE-CODE           PIC X.
               88  DEPARTMENT-TABLE            VALUE "D".
               88  JOB-SALARY-TABLE            VALUE "J".
               88  WITHHOLDING-TABLE           VALUE "W".
               88  POSITION-CONTROL-TABLE      VALUE "P".
           05  TT-ACTION-CODE          PIC X.
               88  ADD-ACTION                  VALUE "A".
               88  CHANGE-ACTION               VALUE "C".
           05  TT-DEPART-CODE          PIC X(5).
           05  TT-JOB-CLASS            PIC X(2).
           05  TT-DEPART-NAME          PIC X(20).
      *    a position control card carries its headcount and budget
      *    in the department name columns
           05  TT-POSITION-FIELDS REDEFINES TT-DEPART-NAME.
               10  TT-AUTHORIZED-HEADCOUNT PIC 9(4).
               10  TT-AUTHORIZED-HEADCOUNT-X
                       REDEFINES TT-AUTHORIZED-HEADCOUNT PIC X(4).
               10  TT-BUDGETED-SALARY  PIC 9(9)V99.
               10  TT-BUDGETED-SALARY-X
                       REDEFINES TT-BUDGETED-SALARY PIC X(11).
               10  FILLER              PIC X(5).
           05  TT-MIN-SALARY           PIC 9(7)V99.
           05  TT-MIN-SALARY-X  REDEFINES TT-MIN-SALARY  PIC X(9).
           05  TT-MAX-SALARY           PIC 9(7)V99.
           05  TT-MAX-SALARY-X  REDEFINES TT-MAX-SALARY  PIC X(9).
           05  TT-FILING-STATUS        PIC X.
               88  VALID-FILING-STATUS         VALUE "S" "M" "H".
           05  TT-BRACKET-FLOOR        PIC 9(7)V99.
           05  TT-BASE-TAX             PIC 9(7)V99.
           05  TT-MARGINAL-RATE        PIC 9(2)V999.
           05  TT-ALLOWANCE-AMOUNT     PIC 9(5)V99.

       01  BAND-EDIT-FIELDS.
           05  BE-CHECK-MIN-SALARY     PIC 9(7)V99.
           05  BE-CHECK-MAX-SALARY     PIC 9(7)V99.

       01  TAX-KEY-DISPLAY.
           05  TKD-FILING-STATUS       PIC X(1).
           05  TKD-FLOOR-THOUSANDS     PIC 9(4).

       01  POSITION-KEY-DISPLAY.
           05  PKD-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  PKD-JOB-CLASS           PIC X(2).

       PROCEDURE DIVISION.

      *****************************************************************
      *    Opens the reference tables for update (creating any one
      *    the first time it does not exist yet, the same way SEQ3000
      *    creates its checkpoint file), lists the tables as they
      *    stood before the run, applies every maintenance transaction,
      *    lists the tables again as they stand after the run, and
      *    writes the summary counts before closing out
      *****************************************************************
       000-MAINTAIN-REFERENCE-TABLES.

           PERFORM 010-OPEN-DEPARTMENT-TABLE.
           PERFORM 020-OPEN-JOB-SALARY-TABLE.
           PERFORM 030-OPEN-WITHHOLDING-TABLE.
           PERFORM 040-OPEN-POSITION-TABLE.
           OPEN INPUT  TBLTRAN
                OUTPUT TBLRPT.
           MOVE "BEFORE MAINTENANCE  " TO LHD-WHEN-LITERAL.
           PERFORM 100-LIST-DEPARTMENT-TABLE.
           PERFORM 120-LIST-JOB-SALARY-TABLE.
           PERFORM 140-LIST-WITHHOLDING-TABLE.
           PERFORM 160-LIST-POSITION-TABLE.
           PERFORM 300-PROCESS-TABLE-TRANSACTION
               UNTIL TBLTRAN-EOF.
           MOVE "AFTER MAINTENANCE   " TO LHD-WHEN-LITERAL.
           PERFORM 100-LIST-DEPARTMENT-TABLE.
           PERFORM 120-LIST-JOB-SALARY-TABLE.
           PERFORM 140-LIST-WITHHOLDING-TABLE.
           PERFORM 160-LIST-POSITION-TABLE.
           PERFORM 500-WRITE-MAINTENANCE-SUMMARY.
           CLOSE TBLTRAN
                 DEPTMAST
                 JOBSAL
                 TAXTBL
                 POSCTL
                 TBLRPT.
           STOP RUN.

               CLOSE JOBSAL
               OPEN I-O JOBSAL.

      *****************************************************************
      *    Opens the withholding bracket table for update, creating
      *    it empty the first time it does not exist yet
      *****************************************************************
       030-OPEN-WITHHOLDING-TABLE.

           OPEN I-O TAXTBL.
           IF TAXTBL-NOT-FOUND
               OPEN OUTPUT TAXTBL
               CLOSE TAXTBL
               OPEN I-O TAXTBL.

      *****************************************************************
      *    Opens the position control table for update, creating it
      *    empty the first time it does not exist yet
      *****************************************************************
       040-OPEN-POSITION-TABLE.

           OPEN I-O POSCTL.
           IF POSCTL-NOT-FOUND
               OPEN OUTPUT POSCTL
               CLOSE POSCTL
               OPEN I-O POSCTL.

      *****************************************************************
      *    Lists every record on the department table in key order
      *    under a BEFORE or AFTER heading, so each maintenance run
                   WRITE TABLE-REPORT-LINE
                       FROM JOB-SALARY-LISTING-LINE.

      *****************************************************************
      *    Lists every withholding bracket in filing status and floor
      *    order under a BEFORE or AFTER heading, so a change to the
      *    rates is on record the pay period it takes effect
      *****************************************************************
       140-LIST-WITHHOLDING-TABLE.

           MOVE "TAXTBL    " TO LHD-TABLE-NAME.
           WRITE TABLE-REPORT-LINE FROM LISTING-HEADING-LINE.
           MOVE "N" TO TABLE-LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO TX-TABLE-KEY.
           START TAXTBL KEY NOT < TX-TABLE-KEY
               INVALID KEY
                   SET TABLE-LIST-EOF TO TRUE.
           PERFORM 150-LIST-NEXT-TAX-BRACKET
               UNTIL TABLE-LIST-EOF.

      *****************************************************************
      *    Reads and prints the next withholding bracket in key order.
      *    When the end of the table is reached, sets the listing EOF
      *    switch to end this listing pass
      *****************************************************************
       150-LIST-NEXT-TAX-BRACKET.

           READ TAXTBL NEXT RECORD
               AT END
                   SET TABLE-LIST-EOF TO TRUE
               NOT AT END
                   MOVE TX-FILING-STATUS    TO WLL-FILING-STATUS
                   MOVE TX-BRACKET-FLOOR    TO WLL-BRACKET-FLOOR
                   MOVE TX-BASE-TAX         TO WLL-BASE-TAX
                   MOVE TX-MARGINAL-RATE    TO WLL-MARGINAL-RATE
                   MOVE TX-ALLOWANCE-AMOUNT TO WLL-ALLOWANCE-AMOUNT
                   WRITE TABLE-REPORT-LINE
                       FROM WITHHOLDING-LISTING-LINE.

      *****************************************************************
      *    Lists every controlled position in department and job
      *    class order under a BEFORE or AFTER heading, so a change
      *    to an authorized headcount or budget is on record
      *****************************************************************
       160-LIST-POSITION-TABLE.

           MOVE "POSCTL    " TO LHD-TABLE-NAME.
           WRITE TABLE-REPORT-LINE FROM LISTING-HEADING-LINE.
           MOVE "N" TO TABLE-LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO PS-POSITION-KEY.
           START POSCTL KEY NOT < PS-POSITION-KEY
               INVALID KEY
                   SET TABLE-LIST-EOF TO TRUE.
           PERFORM 170-LIST-NEXT-POSITION
               UNTIL TABLE-LIST-EOF.

      *****************************************************************
      *    Reads and prints the next position control record in key
      *    order. When the end of the table is reached, sets the
      *    listing EOF switch to end this listing pass
      *****************************************************************
       170-LIST-NEXT-POSITION.

           READ POSCTL NEXT RECORD
               AT END
                   SET TABLE-LIST-EOF TO TRUE
               NOT AT END
                   MOVE PS-DEPART-CODE          TO PLL-DEPART-CODE
                   MOVE PS-JOB-CLASS            TO PLL-JOB-CLASS
                   MOVE PS-AUTHORIZED-HEADCOUNT
                       TO PLL-AUTHORIZED-HEADCOUNT
                   MOVE PS-BUDGETED-SALARY      TO PLL-BUDGETED-SALARY
                   WRITE TABLE-REPORT-LINE
                       FROM POSITION-LISTING-LINE.

      *****************************************************************
      *    Reads the next maintenance transaction and routes it to the
      *    department, job-salary, withholding, or position control
      *    handler by its table code. A transaction with an unknown
      *    table or action code is rejected to the report
      *****************************************************************
       300-PROCESS-TABLE-TRANSACTION.

               ELSE
               IF JOB-SALARY-TABLE
                   PERFORM 360-APPLY-JOB-SALARY-TRANSACTION
               ELSE
               IF WITHHOLDING-TABLE
                   PERFORM 392-APPLY-WITHHOLDING-TRANSACTION
               ELSE
               IF POSITION-CONTROL-TABLE
                   PERFORM 420-APPLY-POSITION-TRANSACTION
               ELSE
                   MOVE "INVALID TABLE CODE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE.
               NOT INVALID KEY
                   ADD 1 TO CT-JOB-DELETE-COUNT.

      *****************************************************************
      *    Applies one withholding bracket transaction. Every bracket
      *    card must carry a valid filing status - S single, M
      *    married, H head of household - and a numeric bracket
      *    floor, which together key the bracket
      *****************************************************************
       392-APPLY-WITHHOLDING-TRANSACTION.

           IF NOT VALID-FILING-STATUS
               MOVE "INVALID FILING STATUS" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF TT-BRACKET-FLOOR NOT NUMERIC
               MOVE "BRACKET FLOOR NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF ADD-ACTION
               PERFORM 394-ADD-TAX-BRACKET
           ELSE
           IF CHANGE-ACTION
               PERFORM 396-CHANGE-TAX-BRACKET
           ELSE
               PERFORM 398-DELETE-TAX-BRACKET.

      *****************************************************************
      *    Adds a withholding bracket, rejecting a non-numeric base
      *    amount, rate, or allowance amount, or a bracket already on
      *    file
      *****************************************************************
       394-ADD-TAX-BRACKET.

           IF TT-BASE-TAX NOT NUMERIC
               OR TT-MARGINAL-RATE NOT NUMERIC
               OR TT-ALLOWANCE-AMOUNT NOT NUMERIC
               MOVE "BRACKET AMOUNT NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               MOVE TT-FILING-STATUS    TO TX-FILING-STATUS
               MOVE TT-BRACKET-FLOOR    TO TX-BRACKET-FLOOR
               MOVE TT-BASE-TAX         TO TX-BASE-TAX
               MOVE TT-MARGINAL-RATE    TO TX-MARGINAL-RATE
               MOVE TT-ALLOWANCE-AMOUNT TO TX-ALLOWANCE-AMOUNT
               WRITE WITHHOLDING-BRACKET-RECORD
                   INVALID KEY
                       MOVE "BRACKET ALREADY ON FILE"
                           TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CT-TAX-ADD-COUNT
               END-WRITE.

      *****************************************************************
      *    Changes a withholding bracket. A blank or zero amount on
      *    the transaction leaves that amount as it stands, the same
      *    as a salary band change
      *****************************************************************
       396-CHANGE-TAX-BRACKET.

           MOVE TT-FILING-STATUS TO TX-FILING-STATUS.
           MOVE TT-BRACKET-FLOOR TO TX-BRACKET-FLOOR.
           READ TAXTBL
               INVALID KEY
                   MOVE "BRACKET NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 397-APPLY-BRACKET-CHANGE
           END-READ.

      *****************************************************************
      *    Applies the non-blank, non-zero amounts on the change to
      *    the bracket and rewrites it
      *****************************************************************
       397-APPLY-BRACKET-CHANGE.

           IF TT-BASE-TAX NUMERIC AND TT-BASE-TAX NOT = ZERO
               MOVE TT-BASE-TAX TO TX-BASE-TAX.
           IF TT-MARGINAL-RATE NUMERIC AND TT-MARGINAL-RATE NOT = ZERO
               MOVE TT-MARGINAL-RATE TO TX-MARGINAL-RATE.
           IF TT-ALLOWANCE-AMOUNT NUMERIC
               AND TT-ALLOWANCE-AMOUNT NOT = ZERO
               MOVE TT-ALLOWANCE-AMOUNT TO TX-ALLOWANCE-AMOUNT.
           REWRITE WITHHOLDING-BRACKET-RECORD.
           ADD 1 TO CT-TAX-CHANGE-COUNT.

      *****************************************************************
      *    Deletes a withholding bracket, rejecting a bracket not on
      *    file
      *****************************************************************
       398-DELETE-TAX-BRACKET.

           MOVE TT-FILING-STATUS TO TX-FILING-STATUS.
           MOVE TT-BRACKET-FLOOR TO TX-BRACKET-FLOOR.
           DELETE TAXTBL
               INVALID KEY
                   MOVE "BRACKET NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO CT-TAX-DELETE-COUNT.

      *****************************************************************
      *    Prints one rejected maintenance transaction with the reason
      *    the edit kicked it out, then clears the reason text so a
           MOVE TT-ACTION-CODE TO RJD-ACTION-CODE.
           IF DEPARTMENT-TABLE
               MOVE TT-DEPART-CODE TO RJD-TABLE-KEY
           ELSE
           IF POSITION-CONTROL-TABLE
               MOVE TT-DEPART-CODE TO PKD-DEPART-CODE
               MOVE TT-JOB-CLASS   TO PKD-JOB-CLASS
               MOVE POSITION-KEY-DISPLAY TO RJD-TABLE-KEY
           ELSE
           IF WITHHOLDING-TABLE
               MOVE TT-FILING-STATUS TO TKD-FILING-STATUS
               IF TT-BRACKET-FLOOR NUMERIC
                   DIVIDE TT-BRACKET-FLOOR BY 1000
                       GIVING TKD-FLOOR-THOUSANDS
               ELSE
                   MOVE ZERO TO TKD-FLOOR-THOUSANDS
               END-IF
               MOVE TAX-KEY-DISPLAY TO RJD-TABLE-KEY
           ELSE
               MOVE TT-JOB-CLASS   TO RJD-TABLE-KEY.
           MOVE RJ-REASON-TEXT TO RJD-REASON-TEXT.
           WRITE TABLE-REPORT-LINE FROM REJECT-DETAIL-LINE.
           ADD 1 TO CT-REJECT-COUNT.

      *****************************************************************
      *    Applies one position control transaction. Every card must
      *    carry both halves of the key. An add or change may only
      *    name a department on DEPTMAST and a job class on JOBSAL -
      *    a position nobody can be posted into is a budget line
      *    nobody will ever see filled. A delete may name a position
      *    whose department or job class has since been dropped, so
      *    the table can be cleaned up after the fact
      *****************************************************************
       420-APPLY-POSITION-TRANSACTION.

           IF TT-DEPART-CODE = SPACES
               MOVE "DEPARTMENT CODE REQUIRED" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF TT-JOB-CLASS = SPACES
               MOVE "JOB CLASS REQUIRED" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF DELETE-ACTION
               PERFORM 450-DELETE-POSITION
           ELSE
               PERFORM 425-VALIDATE-POSITION-CODES
               IF TRANSACTION-VALID
                   IF ADD-ACTION
                       PERFORM 430-ADD-POSITION
                   ELSE
                       PERFORM 440-CHANGE-POSITION.

      *****************************************************************
      *    Checks the department and job class on an add or change
      *    position card against their own tables and sets the
      *    transaction-valid switch accordingly, rejecting the card
      *    to the report when either is not on file
      *****************************************************************
       425-VALIDATE-POSITION-CODES.

           SET TRANSACTION-VALID TO TRUE.
           MOVE TT-DEPART-CODE TO DM-DEPART-CODE.
           READ DEPTMAST
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "DEPARTMENT NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE.
           IF TRANSACTION-VALID
               MOVE TT-JOB-CLASS TO JS-JOB-CLASS
               READ JOBSAL
                   INVALID KEY
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "JOB CLASS NOT ON FILE" TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE.

      *****************************************************************
      *    Adds a controlled position, rejecting a non-numeric
      *    headcount or budget, or a position already on file
      *****************************************************************
       430-ADD-POSITION.

           IF TT-AUTHORIZED-HEADCOUNT NOT NUMERIC
               OR TT-BUDGETED-SALARY NOT NUMERIC
               MOVE "POSITION AMOUNT NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               MOVE TT-DEPART-CODE          TO PS-DEPART-CODE
               MOVE TT-JOB-CLASS            TO PS-JOB-CLASS
               MOVE TT-AUTHORIZED-HEADCOUNT TO PS-AUTHORIZED-HEADCOUNT
               MOVE TT-BUDGETED-SALARY      TO PS-BUDGETED-SALARY
               WRITE POSITION-CONTROL-RECORD
                   INVALID KEY
                       MOVE "POSITION ALREADY ON FILE"
                           TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CT-POS-ADD-COUNT
               END-WRITE.

      *****************************************************************
      *    Changes a controlled position. A blank headcount or budget
      *    leaves that figure as it stands; unlike a salary band, a
      *    keyed zero is applied, since freezing a position at zero
      *    authorized heads is a real budget action
      *****************************************************************
       440-CHANGE-POSITION.

           MOVE TT-DEPART-CODE TO PS-DEPART-CODE.
           MOVE TT-JOB-CLASS   TO PS-JOB-CLASS.
           READ POSCTL
               INVALID KEY
                   MOVE "POSITION NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 445-APPLY-POSITION-CHANGE
           END-READ.

      *****************************************************************
      *    Applies the non-blank figures on the change to the
      *    position and rewrites it, rejecting a figure that is keyed
      *    but not numeric
      *****************************************************************
       445-APPLY-POSITION-CHANGE.

           IF (TT-AUTHORIZED-HEADCOUNT-X NOT = SPACES
               AND TT-AUTHORIZED-HEADCOUNT NOT NUMERIC)
               OR (TT-BUDGETED-SALARY-X NOT = SPACES
               AND TT-BUDGETED-SALARY NOT NUMERIC)
               MOVE "POSITION AMOUNT NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               IF TT-AUTHORIZED-HEADCOUNT-X NOT = SPACES
                   MOVE TT-AUTHORIZED-HEADCOUNT
                       TO PS-AUTHORIZED-HEADCOUNT
               END-IF
               IF TT-BUDGETED-SALARY-X NOT = SPACES
                   MOVE TT-BUDGETED-SALARY TO PS-BUDGETED-SALARY
               END-IF
               REWRITE POSITION-CONTROL-RECORD
               ADD 1 TO CT-POS-CHANGE-COUNT.

      *****************************************************************
      *    Deletes a controlled position, rejecting a position not on
      *    file. Employees still in a deleted position post from then
      *    on with no headcount limit, the same as any position
      *    finance has not put under control
      *****************************************************************
       450-DELETE-POSITION.

           MOVE TT-DEPART-CODE TO PS-DEPART-CODE.
           MOVE TT-JOB-CLASS   TO PS-JOB-CLASS.
           DELETE POSCTL
               INVALID KEY
                   MOVE "POSITION NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO CT-POS-DELETE-COUNT.

      *****************************************************************
      *    Writes the maintenance summary counts once every
      *    transaction has been applied, so the run can be reconciled
           MOVE CT-JOB-DELETE-COUNT             TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TAX BRACKET ADDS APPLIED:    " TO SUM-LABEL.
           MOVE CT-TAX-ADD-COUNT                TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TAX BRACKET CHANGES APPLIED: " TO SUM-LABEL.
           MOVE CT-TAX-CHANGE-COUNT             TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TAX BRACKET DELETES APPLIED: " TO SUM-LABEL.
           MOVE CT-TAX-DELETE-COUNT             TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITION ADDS APPLIED:       " TO SUM-LABEL.
           MOVE CT-POS-ADD-COUNT                TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITION CHANGES APPLIED:    " TO SUM-LABEL.
           MOVE CT-POS-CHANGE-COUNT             TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "POSITION DELETES APPLIED:    " TO SUM-LABEL.
           MOVE CT-POS-DELETE-COUNT             TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TRANSACTIONS REJECTED:       " TO SUM-LABEL.
           MOVE CT-REJECT-COUNT                 TO SUM-COUNT.
           WRITE TABLE-REPORT-LINE FROM SUMMARY-LINE.
