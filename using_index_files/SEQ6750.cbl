      *****************************************************************
      * Title..........: SEQ6750 - Quarterly Withholding Summary
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Prints the taxable wages and tax withheld for
      *                  one calendar quarter, by employee and in
      *                  total, off the quarter buckets SEQ6500 rolls
      *                  into the PAYYTD year-to-date pay file every
      *                  pay period, so the quarterly tax filing comes
      *                  off the system instead of an adding machine
      *                  run over the quarter's registers. The quarter
      *                  is the one on the QTRPARM card; with no card,
      *                  the last quarter completed before the run
      *                  date. PAYYTD holds one pay year, so the run
      *                  for the fourth quarter belongs ahead of the
      *                  first register of the new year - an employee
      *                  whose record has already turned over to
      *                  another year is counted as not on file for
      *                  the quarter rather than reported with the
      *                  wrong year's figures
      * File Desc......: Reads the optional QTRPARM quarter card and
      *                  the PAYYTD year-to-date pay file in employee
      *                  ID order and writes the QTRRPT summary
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6750.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT QTRPARM ASSIGN TO QTRPARM
                           FILE STATUS IS QTRPARM-FILE-STATUS.
           SELECT PAYYTD  ASSIGN TO PAYYTD
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS YT-EMPLOYEE-ID
                           FILE STATUS IS PAYYTD-FILE-STATUS.
           SELECT QTRRPT  ASSIGN TO QTRRPT
                           FILE STATUS IS QTRRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  QTRPARM.

       01  QUARTER-PARM-RECORD.
           05  QPR-PAY-YEAR                PIC 9(4).
           05  QPR-QUARTER                 PIC 9(1).

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

       FD  QTRRPT.

       01  QUARTER-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  PAYYTD-EOF-SWITCH           PIC X   VALUE "N".
               88  PAYYTD-EOF                      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  QTRPARM-FILE-STATUS         PIC XX.
               88  QTRPARM-SUCCESSFUL              VALUE "00".
           05  PAYYTD-FILE-STATUS          PIC XX.
               88  PAYYTD-SUCCESSFUL               VALUE "00".
           05  QTRRPT-FILE-STATUS          PIC XX.
               88  QTRRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

       01  QUARTER-SELECT-FIELDS.
           05  QS-PAY-YEAR                 PIC 9(4).
           05  QS-QUARTER                  PIC 9(1).
               88  QS-VALID-QUARTER                VALUE 1 THRU 4.

       01  SUMMARY-COUNTERS.
           05  CT-EMPLOYEE-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-OTHER-YEAR-COUNT         PIC 9(7)    VALUE ZERO.
           05  GT-TAXABLE-WAGES-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  GT-TAX-TOTAL                PIC 9(11)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                  PIC X(35)   VALUE
                   "QUARTERLY WITHHOLDING SUMMARY  YEAR".
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  RHL-PAY-YEAR            PIC 9(4).
           05  FILLER                  PIC X(10)   VALUE
                   "  QUARTER ".
           05  RHL-QUARTER             PIC 9(1).
           05  FILLER                  PIC X(29)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "EMP ID  NAME                            ".
           05  FILLER                  PIC X(40)   VALUE
                   "DEPT    TAXABLE WAGES    TAX WITHHELD   ".

       01  DETAIL-LINE.
           05  DTL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  DTL-EMPLOYEE-NAME       PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-DEPART-CODE         PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  DTL-TAXABLE-WAGES       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DTL-TAX-WITHHELD        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(30).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  TTL-TAXABLE-WAGES       PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  TTL-TAX-WITHHELD        PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(5)    VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      * Settles which quarter to report, then reads the year-to-date
      * pay file in employee ID order and prints each employee with
      * wages or tax in the quarter, closing with the quarter totals
      * the filing is prepared from
      *****************************************************************
       000-PRINT-QUARTERLY-SUMMARY.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-SELECT-REPORT-QUARTER.
           OPEN INPUT  PAYYTD
                OUTPUT QTRRPT.
           MOVE QS-PAY-YEAR TO RHL-PAY-YEAR.
           MOVE QS-QUARTER  TO RHL-QUARTER.
           WRITE QUARTER-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE QUARTER-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 100-PRINT-ONE-EMPLOYEE
               UNTIL PAYYTD-EOF.
           PERFORM 300-WRITE-QUARTER-TOTALS.
           CLOSE PAYYTD
                 QTRRPT.
           STOP RUN.

      *****************************************************************
      * Takes the pay year and quarter off the QTRPARM card when one
      * is supplied and valid; otherwise reports the last quarter
      * completed before the run date, which for a January through
      * March run is the fourth quarter of the year before
      *****************************************************************
       050-SELECT-REPORT-QUARTER.

           MOVE ZERO TO QS-QUARTER.
           OPEN INPUT QTRPARM.
           IF QTRPARM-SUCCESSFUL
               READ QTRPARM
                   NOT AT END
                       IF QPR-PAY-YEAR NUMERIC
                           AND QPR-QUARTER NUMERIC
                           MOVE QPR-PAY-YEAR TO QS-PAY-YEAR
                           MOVE QPR-QUARTER  TO QS-QUARTER
                       END-IF
               END-READ
               CLOSE QTRPARM.
           IF NOT QS-VALID-QUARTER
               COMPUTE QS-QUARTER = (RUN-MONTH - 1) / 3
               IF QS-QUARTER = ZERO
                   MOVE 4 TO QS-QUARTER
                   COMPUTE QS-PAY-YEAR = RUN-YEAR - 1
               ELSE
                   MOVE RUN-YEAR TO QS-PAY-YEAR.

      *****************************************************************
      * Reads the next year-to-date record and, unless at end of
      * file, reports it when it belongs to the quarter's pay year
      * and carries wages or tax in the quarter
      *****************************************************************
       100-PRINT-ONE-EMPLOYEE.

           READ PAYYTD
               AT END
                   SET PAYYTD-EOF TO TRUE.
           IF NOT PAYYTD-EOF
               IF YT-PAY-YEAR NOT = QS-PAY-YEAR
                   ADD 1 TO CT-OTHER-YEAR-COUNT
               ELSE
               IF YT-QTR-TAXABLE-WAGES (QS-QUARTER) NOT = ZERO
                   OR YT-QTR-TAX (QS-QUARTER) NOT = ZERO
                   PERFORM 200-WRITE-EMPLOYEE-LINE.

      *****************************************************************
      * Prints one employee's quarter wages and tax and adds them to
      * the quarter totals
      *****************************************************************
       200-WRITE-EMPLOYEE-LINE.

           MOVE YT-EMPLOYEE-ID   TO DTL-EMPLOYEE-ID.
           MOVE YT-EMPLOYEE-NAME TO DTL-EMPLOYEE-NAME.
           MOVE YT-DEPART-CODE   TO DTL-DEPART-CODE.
           MOVE YT-QTR-TAXABLE-WAGES (QS-QUARTER) TO DTL-TAXABLE-WAGES.
           MOVE YT-QTR-TAX (QS-QUARTER)           TO DTL-TAX-WITHHELD.
           WRITE QUARTER-REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO CT-EMPLOYEE-COUNT.
           ADD YT-QTR-TAXABLE-WAGES (QS-QUARTER)
               TO GT-TAXABLE-WAGES-TOTAL.
           ADD YT-QTR-TAX (QS-QUARTER) TO GT-TAX-TOTAL.

      *****************************************************************
      * Writes the quarter totals - employees reported with their
      * total taxable wages and tax withheld - and the count of
      * records carried for another pay year, which a fourth-quarter
      * run made after the new year's first register will show
      *****************************************************************
       300-WRITE-QUARTER-TOTALS.

           MOVE "QUARTER TOTALS - EMPLOYEES:   " TO TTL-LABEL.
           MOVE CT-EMPLOYEE-COUNT                TO TTL-COUNT.
           MOVE GT-TAXABLE-WAGES-TOTAL           TO TTL-TAXABLE-WAGES.
           MOVE GT-TAX-TOTAL                     TO TTL-TAX-WITHHELD.
           WRITE QUARTER-REPORT-LINE FROM TOTAL-LINE.
           MOVE "RECORDS FOR ANOTHER PAY YEAR: " TO TTL-LABEL.
           MOVE CT-OTHER-YEAR-COUNT              TO TTL-COUNT.
           MOVE ZERO                             TO TTL-TAXABLE-WAGES
                                                    TTL-TAX-WITHHELD.
           WRITE QUARTER-REPORT-LINE FROM TOTAL-LINE.
