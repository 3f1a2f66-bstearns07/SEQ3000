      *****************************************************************
      * Title..........: SEQ9800 - Election/YTD Layout Conversion
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: One-time conversion run once before the
      *                  first SEQ6400 maintenance run, the same way
      *                  SEQ9400 and SEQ9700 converted the master
      *                  widenings. The deduction elections file
      *                  grows from 18 to 61 bytes: the flat keyed-in
      *                  insurance amount gives way to a benefit plan
      *                  code and coverage tier priced off BENPLAN,
      *                  the flat tax percent gives way to a filing
      *                  status and allowance count looked up on the
      *                  TAXTBL withholding brackets, and every
      *                  election gains an effective date, a pending
      *                  election slot, and an end date. Each existing
      *                  election converts as current as of the
      *                  conversion date with its retirement percent
      *                  carried through, filed single with no
      *                  allowances and no additional withholding
      *                  percent (the old percent was the whole of the
      *                  withholding, which the brackets now figure),
      *                  and no plan - there is no way to tell from a
      *                  dollar amount which plan and tier it was - so
      *                  every employee who had an insurance amount is
      *                  listed with it for benefits to key a plan
      *                  change card before the next pay run. The
      *                  year-to-date pay file grows from 99 to 187
      *                  bytes with four zeroed quarter buckets of
      *                  taxable wages and tax; run the conversion
      *                  between quarters so no quarter is split
      *                  across it
      * File Desc......: Converts DEDELO (old elections layout) to
      *                  DEDELN (new elections layout), displaying the
      *                  in and out counts and the insurance amounts
      *                  that need a plan election, and PAYYTDO to
      *                  PAYYTDN (year-to-date pay)
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ9800.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DEDELO   ASSIGN TO DEDELO
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DEO-EMPLOYEE-ID.
           SELECT DEDELN   ASSIGN TO DEDELN
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DEN-EMPLOYEE-ID
                           FILE STATUS IS DEDELN-FILE-STATUS.
           SELECT PAYYTDO  ASSIGN TO PAYYTDO
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS YTO-EMPLOYEE-ID.
           SELECT PAYYTDN  ASSIGN TO PAYYTDN
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS YTN-EMPLOYEE-ID
                           FILE STATUS IS PAYYTDN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DEDELO.

       01  OLD-LAYOUT-ELECTION-RECORD.
           05  DEO-EMPLOYEE-ID             PIC X(5).
           05  DEO-TAX-PERCENT             PIC 9(2)V99.
           05  DEO-INSURANCE-AMOUNT        PIC 9(3)V99.
           05  DEO-RETIREMENT-PERCENT      PIC 9(2)V99.

       FD  DEDELN.

       01  NEW-LAYOUT-ELECTION-RECORD.
           05  DEN-EMPLOYEE-ID             PIC X(5).
           05  DEN-CURRENT-ELECTION.
               10  DEN-EFFECTIVE-DATE      PIC 9(8).
               10  DEN-TAX-PERCENT         PIC 9(2)V99.
               10  DEN-PLAN-CODE           PIC X(4).
               10  DEN-COVERAGE-TIER       PIC X(1).
               10  DEN-RETIREMENT-PERCENT  PIC 9(2)V99.
               10  DEN-FILING-STATUS       PIC X(1).
               10  DEN-ALLOWANCES          PIC 9(2).
           05  DEN-PENDING-ELECTION.
               10  DEN-PENDING-EFFECTIVE-DATE PIC 9(8).
               10  DEN-PENDING-TAX-PERCENT PIC 9(2)V99.
               10  DEN-PENDING-PLAN-CODE   PIC X(4).
               10  DEN-PENDING-COVERAGE-TIER PIC X(1).
               10  DEN-PENDING-RETIREMENT-PERCENT PIC 9(2)V99.
               10  DEN-PENDING-FILING-STATUS PIC X(1).
               10  DEN-PENDING-ALLOWANCES  PIC 9(2).
           05  DEN-END-DATE                PIC 9(8).

       FD  PAYYTDO.

       01  OLD-LAYOUT-YTD-PAY-RECORD.
           05  YTO-EMPLOYEE-ID             PIC X(5).
           05  YTO-EMPLOYEE-NAME           PIC X(30).
           05  YTO-DEPART-CODE             PIC X(5).
           05  YTO-PAY-YEAR                PIC 9(4).
           05  YTO-GROSS-YTD               PIC 9(9)V99.
           05  YTO-TAX-YTD                 PIC 9(9)V99.
           05  YTO-INSURANCE-YTD           PIC 9(9)V99.
           05  YTO-RETIREMENT-YTD          PIC 9(9)V99.
           05  YTO-NET-YTD                 PIC S9(9)V99.

       FD  PAYYTDN.

       01  NEW-LAYOUT-YTD-PAY-RECORD.
           05  YTN-EMPLOYEE-ID             PIC X(5).
           05  YTN-EMPLOYEE-NAME           PIC X(30).
           05  YTN-DEPART-CODE             PIC X(5).
           05  YTN-PAY-YEAR                PIC 9(4).
           05  YTN-GROSS-YTD               PIC 9(9)V99.
           05  YTN-TAX-YTD                 PIC 9(9)V99.
           05  YTN-INSURANCE-YTD           PIC 9(9)V99.
           05  YTN-RETIREMENT-YTD          PIC 9(9)V99.
           05  YTN-NET-YTD                 PIC S9(9)V99.
           05  YTN-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YTN-QTR-TAXABLE-WAGES   PIC 9(9)V99.
               10  YTN-QTR-TAX             PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CONVERT-EOF-SWITCH      PIC X   VALUE "N".
               88  CONVERT-EOF                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  DEDELN-FILE-STATUS      PIC XX.
               88  DEDELN-SUCCESSFUL           VALUE "00".
           05  PAYYTDN-FILE-STATUS     PIC XX.
               88  PAYYTDN-SUCCESSFUL          VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

       01  CONVERT-COUNTERS.
           05  CT-RECORDS-IN           PIC 9(7).
           05  CT-RECORDS-OUT          PIC 9(7).
           05  CT-PLANS-NEEDED         PIC 9(7).

       01  CONVERT-WORK-FIELDS.
           05  CW-QUARTER-INDEX        PIC 9.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Converts each file pair in turn, displaying the in and out
      *    counts after each one so the operator can prove every
      *    conversion complete before the new layouts go into service
      *****************************************************************
       000-CONVERT-PAYROLL-LAYOUTS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-CONVERT-ELECTIONS-FILE.
           PERFORM 200-CONVERT-YTD-PAY-FILE.
           STOP RUN.

      *****************************************************************
      *    Converts the deduction elections file to the effective-
      *    dated layout
      *****************************************************************
       050-CONVERT-ELECTIONS-FILE.

           OPEN INPUT  DEDELO
                OUTPUT DEDELN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT CT-PLANS-NEEDED.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 100-CONVERT-ONE-ELECTION
               UNTIL CONVERT-EOF.
           CLOSE DEDELO
                 DEDELN.
           DISPLAY "ELECTION RECORDS IN:           " CT-RECORDS-IN.
           DISPLAY "ELECTION RECORDS OUT:          " CT-RECORDS-OUT.
           DISPLAY "ELECTIONS NEEDING A PLAN:      " CT-PLANS-NEEDED.

      *****************************************************************
      *    Converts one election, carrying the retirement percent
      *    through as the current election effective today, filed
      *    single with no allowances, with no plan, no pending
      *    election, and no end date. An employee who had an
      *    insurance amount is displayed with it so benefits can key
      *    the matching plan and tier
      *****************************************************************
       100-CONVERT-ONE-ELECTION.

           READ DEDELO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               MOVE DEO-EMPLOYEE-ID        TO DEN-EMPLOYEE-ID
               MOVE RUN-DATE               TO DEN-EFFECTIVE-DATE
               MOVE ZERO                   TO DEN-TAX-PERCENT
               MOVE SPACES                 TO DEN-PLAN-CODE
                                              DEN-COVERAGE-TIER
               MOVE DEO-RETIREMENT-PERCENT TO DEN-RETIREMENT-PERCENT
               MOVE "S"                    TO DEN-FILING-STATUS
               MOVE ZERO                   TO DEN-ALLOWANCES
               MOVE SPACES                 TO DEN-PENDING-ELECTION
               MOVE ZERO                   TO DEN-PENDING-EFFECTIVE-DATE
                                              DEN-PENDING-TAX-PERCENT
                                          DEN-PENDING-RETIREMENT-PERCENT
                                              DEN-PENDING-ALLOWANCES
                                              DEN-END-DATE
               IF DEO-INSURANCE-AMOUNT NOT = ZERO
                   ADD 1 TO CT-PLANS-NEEDED
                   DISPLAY "EMPLOYEE ID " DEO-EMPLOYEE-ID
                       " INSURANCE AMOUNT " DEO-INSURANCE-AMOUNT
                       " NEEDS A PLAN ELECTION"
               END-IF
               WRITE NEW-LAYOUT-ELECTION-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON DEDELN FOR "
                           "EMPLOYEE ID " DEO-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           DEDELN-FILE-STATUS
                       SET CONVERT-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO CT-RECORDS-OUT
               END-WRITE.

      *****************************************************************
      *    Converts the year-to-date pay file, carrying every balance
      *    through and appending the four quarter buckets zeroed
      *****************************************************************
       200-CONVERT-YTD-PAY-FILE.

           OPEN INPUT  PAYYTDO
                OUTPUT PAYYTDN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 210-CONVERT-ONE-YTD-RECORD
               UNTIL CONVERT-EOF.
           CLOSE PAYYTDO
                 PAYYTDN.
           DISPLAY "YTD PAY RECORDS IN:            " CT-RECORDS-IN.
           DISPLAY "YTD PAY RECORDS OUT:           " CT-RECORDS-OUT.

      *****************************************************************
      *    Converts one year-to-date pay record
      *****************************************************************
       210-CONVERT-ONE-YTD-RECORD.

           READ PAYYTDO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               MOVE YTO-EMPLOYEE-ID     TO YTN-EMPLOYEE-ID
               MOVE YTO-EMPLOYEE-NAME   TO YTN-EMPLOYEE-NAME
               MOVE YTO-DEPART-CODE     TO YTN-DEPART-CODE
               MOVE YTO-PAY-YEAR        TO YTN-PAY-YEAR
               MOVE YTO-GROSS-YTD       TO YTN-GROSS-YTD
               MOVE YTO-TAX-YTD         TO YTN-TAX-YTD
               MOVE YTO-INSURANCE-YTD   TO YTN-INSURANCE-YTD
               MOVE YTO-RETIREMENT-YTD  TO YTN-RETIREMENT-YTD
               MOVE YTO-NET-YTD         TO YTN-NET-YTD
               PERFORM 220-CLEAR-ONE-QUARTER
                   VARYING CW-QUARTER-INDEX FROM 1 BY 1
                   UNTIL CW-QUARTER-INDEX > 4
               WRITE NEW-LAYOUT-YTD-PAY-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON PAYYTDN FOR "
                           "EMPLOYEE ID " YTO-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           PAYYTDN-FILE-STATUS
                       SET CONVERT-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO CT-RECORDS-OUT
               END-WRITE.

      *****************************************************************
      *    Zeroes one quarter bucket on the converted record
      *****************************************************************
       220-CLEAR-ONE-QUARTER.

           MOVE ZERO TO YTN-QTR-TAXABLE-WAGES (CW-QUARTER-INDEX)
                        YTN-QTR-TAX (CW-QUARTER-INDEX).
