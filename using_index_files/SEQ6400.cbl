      *****************************************************************
      * Title..........: SEQ6400 - Deduction Election Maintenance
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Maintains the DEDELECT deduction elections
      *                  SEQ6500 applies every pay period and the
      *                  BENPLAN benefit plan table they reference.
      *                  Until now nothing in the system added,
      *                  changed, or ended an election - the file was
      *                  rebuilt by hand outside the system the same
      *                  way DEPTMAST and JOBSAL were before SEQ8000,
      *                  with a keyed-in insurance amount nobody
      *                  checked against the carrier's rates. This run
      *                  takes its own transaction format for both
      *                  files. A plan carries the insurance premium
      *                  for each coverage tier and the retirement
      *                  percent range the plan allows; an election
      *                  names a plan and tier instead of an amount,
      *                  carries the filing status and allowance
      *                  count SEQ6500 looks withholding up by plus
      *                  any additional withholding percent the
      *                  employee asks for on top of the table amount,
      *                  and is effective-dated, so open-enrollment
      *                  changes keyed in December wait on the
      *                  election as pending until January. Pending
      *                  elections whose date has come are applied at
      *                  the top of every run, and every change prints
      *                  on the election change register benefits
      *                  signs. An ended election stays on file with
      *                  its end date, back-dated or not, until the
      *                  carrier feed has sent the coverage ended and
      *                  the employee is off the carrier's snapshot
      * File Desc......: Applies the ELECTRAN maintenance transactions
      *                  to BENPLAN and DEDELECT, checks election
      *                  employees against EMPMASTI and ended
      *                  elections against the BENSNAP carrier
      *                  snapshot, and writes the ELCRPT election
      *                  change register
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6400.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ELECTRAN ASSIGN TO ELECTRAN.
           SELECT BENPLAN  ASSIGN TO BENPLAN
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS BP-PLAN-CODE
                           FILE STATUS IS BENPLAN-FILE-STATUS.
           SELECT DEDELECT ASSIGN TO DEDELECT
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS DE-EMPLOYEE-ID
                           FILE STATUS IS DEDELECT-FILE-STATUS.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID
                           FILE STATUS IS EMPMASTI-FILE-STATUS.
           SELECT BENSNAP  ASSIGN TO BENSNAP
                           FILE STATUS IS BENSNAP-FILE-STATUS.
           SELECT ELCRPT   ASSIGN TO ELCRPT
                           FILE STATUS IS ELCRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ELECTRAN.

       01  ELECTION-TRANSACTION-RECORD PIC X(80).

       FD  BENPLAN.

      *    one record per benefit plan: the per-pay-period insurance
      *    premium for each coverage tier, and the lowest and highest
      *    retirement percent an employee on the plan may elect
       01  BENEFIT-PLAN-RECORD.
           05  BP-PLAN-CODE                PIC X(4).
           05  BP-PLAN-NAME                PIC X(20).
           05  BP-EMPLOYEE-PREMIUM         PIC 9(3)V99.
           05  BP-SPOUSE-PREMIUM           PIC 9(3)V99.
           05  BP-CHILDREN-PREMIUM         PIC 9(3)V99.
           05  BP-FAMILY-PREMIUM           PIC 9(3)V99.
           05  BP-MIN-RETIREMENT-PERCENT   PIC 9(2)V99.
           05  BP-MAX-RETIREMENT-PERCENT   PIC 9(2)V99.

       FD  DEDELECT.

      *    one record per employee: the election in force and the
      *    date it took effect, an optional pending election keyed
      *    ahead of its effective date, and an optional date the
      *    election ends. The current and pending elections share
      *    one shape so a pending election is applied by moving it
      *    over the current one
       01  DEDUCTION-ELECTION-RECORD.
           05  DE-EMPLOYEE-ID              PIC X(5).
           05  DE-CURRENT-ELECTION.
               10  DE-EFFECTIVE-DATE       PIC 9(8).
               10  DE-TAX-PERCENT          PIC 9(2)V99.
               10  DE-PLAN-CODE            PIC X(4).
               10  DE-COVERAGE-TIER        PIC X(1).
               10  DE-RETIREMENT-PERCENT   PIC 9(2)V99.
               10  DE-FILING-STATUS        PIC X(1).
               10  DE-ALLOWANCES           PIC 9(2).
           05  DE-PENDING-ELECTION.
               10  DE-PENDING-EFFECTIVE-DATE PIC 9(8).
               10  DE-PENDING-TAX-PERCENT  PIC 9(2)V99.
               10  DE-PENDING-PLAN-CODE    PIC X(4).
               10  DE-PENDING-COVERAGE-TIER PIC X(1).
               10  DE-PENDING-RETIREMENT-PERCENT PIC 9(2)V99.
               10  DE-PENDING-FILING-STATUS PIC X(1).
               10  DE-PENDING-ALLOWANCES   PIC 9(2).
           05  DE-END-DATE                 PIC 9(8).

       FD  EMPMASTI.

       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  BENSNAP.

      *    the carrier's picture of each covered employee as of the
      *    last carrier file SEQ6480 cut and the carrier acknowledged,
      *    in employee ID order. Only the ID is needed here
       01  CARRIER-SNAPSHOT-RECORD.
           05  BS-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(125).

       FD  ELCRPT.

       01  ELECTION-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ELECTRAN-EOF-SWITCH     PIC X   VALUE "N".
               88  ELECTRAN-EOF                VALUE "Y".
           05  TABLE-LIST-EOF-SWITCH   PIC X   VALUE "N".
               88  TABLE-LIST-EOF              VALUE "Y".
           05  ELECTION-SCAN-EOF-SWITCH PIC X  VALUE "N".
               88  ELECTION-SCAN-EOF           VALUE "Y".
           05  PLAN-IN-USE-SWITCH      PIC X   VALUE "N".
               88  PLAN-IN-USE                 VALUE "Y".
           05  PLAN-FOUND-SWITCH       PIC X   VALUE "N".
               88  PLAN-FOUND                  VALUE "Y".
           05  ELECTION-VALID-SWITCH   PIC X   VALUE "Y".
               88  ELECTION-VALID              VALUE "Y".
               88  ELECTION-INVALID            VALUE "N".
           05  BENSNAP-AVAILABLE-SWITCH PIC X  VALUE "N".
               88  BENSNAP-AVAILABLE           VALUE "Y".
           05  BENSNAP-EOF-SWITCH      PIC X   VALUE "N".
               88  BENSNAP-EOF                 VALUE "Y".
           05  ELECTION-REPLACE-SWITCH PIC X   VALUE "N".
               88  ELECTION-REPLACED           VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  BENPLAN-FILE-STATUS     PIC XX.
               88  BENPLAN-SUCCESSFUL          VALUE "00".
               88  BENPLAN-NOT-FOUND           VALUE "35".
           05  DEDELECT-FILE-STATUS    PIC XX.
               88  DEDELECT-SUCCESSFUL         VALUE "00".
               88  DEDELECT-NOT-FOUND          VALUE "35".
           05  EMPMASTI-FILE-STATUS    PIC XX.
               88  EMPMASTI-SUCCESSFUL         VALUE "00".
           05  BENSNAP-FILE-STATUS     PIC XX.
               88  BENSNAP-SUCCESSFUL          VALUE "00".
           05  ELCRPT-FILE-STATUS      PIC XX.
               88  ELCRPT-SUCCESSFUL           VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

       01  REJECT-REASON-FIELDS.
           05  RJ-REASON-TEXT          PIC X(30)   VALUE SPACES.

       01  MAINTENANCE-COUNTERS.
           05  CT-PLAN-ADD-COUNT       PIC 9(5)    VALUE ZERO.
           05  CT-PLAN-CHANGE-COUNT    PIC 9(5)    VALUE ZERO.
           05  CT-PLAN-DELETE-COUNT    PIC 9(5)    VALUE ZERO.
           05  CT-ELECTION-ADD-COUNT   PIC 9(5)    VALUE ZERO.
           05  CT-ELECTION-CHANGE-COUNT PIC 9(5)   VALUE ZERO.
           05  CT-ELECTION-END-COUNT   PIC 9(5)    VALUE ZERO.
           05  CT-PENDING-APPLIED-COUNT PIC 9(5)   VALUE ZERO.
           05  CT-ELECTION-ENDED-COUNT PIC 9(5)    VALUE ZERO.
           05  CT-REJECT-COUNT         PIC 9(5)    VALUE ZERO.

       01  ELECTION-TRANSACTION.
           05  EL-RECORD-TYPE          PIC X.
               88  PLAN-RECORD                 VALUE "P".
               88  ELECTION-RECORD             VALUE "E".
           05  EL-ACTION-CODE          PIC X.
               88  ADD-ACTION                  VALUE "A".
               88  CHANGE-ACTION               VALUE "C".
               88  END-ACTION                  VALUE "D".
               88  VALID-ACTION-CODE           VALUE "A" "C" "D".
           05  EL-EMPLOYEE-ID          PIC X(5).
           05  EL-EFFECTIVE-DATE       PIC 9(8).
           05  EL-EFFECTIVE-DATE-X  REDEFINES EL-EFFECTIVE-DATE
                                       PIC X(8).
           05  EL-PLAN-CODE            PIC X(4).
           05  EL-COVERAGE-TIER        PIC X(1).
           05  EL-RETIREMENT-PERCENT   PIC 9(2)V99.
           05  EL-RETIREMENT-PERCENT-X REDEFINES EL-RETIREMENT-PERCENT
                                       PIC X(4).
           05  EL-TAX-PERCENT          PIC 9(2)V99.
           05  EL-TAX-PERCENT-X     REDEFINES EL-TAX-PERCENT
                                       PIC X(4).
           05  EL-PLAN-NAME            PIC X(20).
           05  EL-EMPLOYEE-PREMIUM     PIC 9(3)V99.
           05  EL-EMPLOYEE-PREMIUM-X REDEFINES EL-EMPLOYEE-PREMIUM
                                       PIC X(5).
           05  EL-SPOUSE-PREMIUM       PIC 9(3)V99.
           05  EL-SPOUSE-PREMIUM-X  REDEFINES EL-SPOUSE-PREMIUM
                                       PIC X(5).
           05  EL-CHILDREN-PREMIUM     PIC 9(3)V99.
           05  EL-CHILDREN-PREMIUM-X REDEFINES EL-CHILDREN-PREMIUM
                                       PIC X(5).
           05  EL-FAMILY-PREMIUM       PIC 9(3)V99.
           05  EL-FAMILY-PREMIUM-X  REDEFINES EL-FAMILY-PREMIUM
                                       PIC X(5).
           05  EL-MIN-RETIREMENT-PERCENT PIC 9(2)V99.
           05  EL-MIN-RETIREMENT-X  REDEFINES EL-MIN-RETIREMENT-PERCENT
                                       PIC X(4).
           05  EL-MAX-RETIREMENT-PERCENT PIC 9(2)V99.
           05  EL-MAX-RETIREMENT-X  REDEFINES EL-MAX-RETIREMENT-PERCENT
                                       PIC X(4).
           05  EL-FILING-STATUS        PIC X(1).
           05  EL-ALLOWANCES           PIC 9(2).
           05  EL-ALLOWANCES-X      REDEFINES EL-ALLOWANCES
                                       PIC X(2).
           05  FILLER                  PIC X(1).

      *    the election a transaction would leave on file, built and
      *    edited here before anything is written, in the same shape
      *    as the current and pending elections on the record
       01  ELECTION-WORK-FIELDS.
           05  EW-NEW-ELECTION.
               10  EW-EFFECTIVE-DATE       PIC 9(8).
               10  EW-TAX-PERCENT          PIC 9(2)V99.
               10  EW-PLAN-CODE            PIC X(4).
               10  EW-COVERAGE-TIER        PIC X(1).
                   88  EW-VALID-COVERAGE-TIER  VALUE "E" "S" "C" "F".
               10  EW-RETIREMENT-PERCENT   PIC 9(2)V99.
               10  EW-FILING-STATUS        PIC X(1).
                   88  EW-VALID-FILING-STATUS  VALUE "S" "M" "H".
               10  EW-ALLOWANCES           PIC 9(2).
           05  EW-OLD-ELECTION.
               10  EW-OLD-EFFECTIVE-DATE   PIC 9(8).
               10  EW-OLD-TAX-PERCENT      PIC 9(2)V99.
               10  EW-OLD-PLAN-CODE        PIC X(4).
               10  EW-OLD-COVERAGE-TIER    PIC X(1).
               10  EW-OLD-RETIREMENT-PERCENT PIC 9(2)V99.
               10  EW-OLD-FILING-STATUS    PIC X(1).
               10  EW-OLD-ALLOWANCES       PIC 9(2).
           05  EW-CHECK-DATE.
               10  EW-CHECK-YEAR           PIC 9(4).
               10  EW-CHECK-MONTH          PIC 9(2).
               10  EW-CHECK-DAY            PIC 9(2).

      *    the plan and tier whose premium 450-LOOK-UP-TIER-PREMIUM
      *    is to find, and the premium it found
       01  PREMIUM-LOOKUP-FIELDS.
           05  PL-PLAN-CODE            PIC X(4).
           05  PL-COVERAGE-TIER        PIC X(1).
           05  PL-PREMIUM              PIC 9(3)V99.

       01  PLAN-EDIT-FIELDS.
           05  PE-CHECK-MIN-PERCENT    PIC 9(2)V99.
           05  PE-CHECK-MAX-PERCENT    PIC 9(2)V99.

       01  REPORT-HEADING-LINE.
           05  FILLER                  PIC X(33)   VALUE
                   "DEDUCTION ELECTION CHANGE REGISTE".
           05  FILLER                  PIC X(3)    VALUE "R  ".
           05  RHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(88)   VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SHL-SECTION-TEXT        PIC X(40).
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  PLAN-COLUMN-LINE.
           05  FILLER                  PIC X(36)   VALUE
                   "ACTION    PLAN  PLAN NAME           ".
           05  FILLER                  PIC X(36)   VALUE
                   "   EMP ONLY  EMP+SPOUSE  EMP+CHILD ".
           05  FILLER                  PIC X(30)   VALUE
                   "    FAMILY  RETIREMENT RANGE  ".
           05  FILLER                  PIC X(30)   VALUE SPACES.

       01  PLAN-DETAIL-LINE.
           05  PDL-ACTION-TEXT         PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  PDL-PLAN-CODE           PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  PDL-PLAN-NAME           PIC X(20).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  PDL-EMPLOYEE-PREMIUM    PIC $$$9.99.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  PDL-SPOUSE-PREMIUM      PIC $$$9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  PDL-CHILDREN-PREMIUM    PIC $$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  PDL-FAMILY-PREMIUM      PIC $$$9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  PDL-MIN-RETIREMENT      PIC Z9.99.
           05  FILLER                  PIC X(3)    VALUE " - ".
           05  PDL-MAX-RETIREMENT      PIC Z9.99.
           05  FILLER                  PIC X(41)   VALUE SPACES.

       01  ELECTION-OVER-LINE.
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(39)   VALUE
                   "--------- OLD ELECTION ----------      ".
           05  FILLER                  PIC X(33)   VALUE
                   "--------- NEW ELECTION ----------".
           05  FILLER                  PIC X(32)   VALUE SPACES.

       01  ELECTION-COLUMN-LINE.
           05  FILLER                  PIC X(28)   VALUE
                   "EMP ID ACTION    EFFECTIVE  ".
           05  FILLER                  PIC X(39)   VALUE
                   "PLAN T  PREMIUM  RET %  ADD %  F AL    ".
           05  FILLER                  PIC X(43)   VALUE
                   "PLAN T  PREMIUM  RET %  ADD %  F AL  STATUS".
           05  FILLER                  PIC X(22)   VALUE SPACES.

       01  ELECTION-DETAIL-LINE.
           05  EDL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-ACTION-TEXT         PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  EDL-OLD-PLAN-CODE       PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  EDL-OLD-COVERAGE-TIER   PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-OLD-PREMIUM         PIC $$$9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-OLD-RETIREMENT      PIC Z9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-OLD-TAX-PERCENT     PIC Z9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-OLD-FILING-STATUS   PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  EDL-OLD-ALLOWANCES      PIC Z9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  EDL-NEW-PLAN-CODE       PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  EDL-NEW-COVERAGE-TIER   PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-NEW-PREMIUM         PIC $$$9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-NEW-RETIREMENT      PIC Z9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-NEW-TAX-PERCENT     PIC Z9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-NEW-FILING-STATUS   PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  EDL-NEW-ALLOWANCES      PIC Z9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  EDL-STATUS-TEXT         PIC X(9).
           05  FILLER                  PIC X(19)   VALUE SPACES.

       01  REJECT-DETAIL-LINE.
           05  RJD-RECORD-TYPE         PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  RJD-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  RJD-RECORD-KEY          PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE
                   "REJECTED ".
           05  RJD-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(81)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL               PIC X(30).
           05  SUM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Opens the plan table and the elections file for update
      *    (creating either one the first time it does not exist
      *    yet, the same way SEQ8000 creates its tables), lists the
      *    plan table as it stood before the run, applies every
      *    pending election and end whose date has come, applies the
      *    night's maintenance transactions, lists the plan table
      *    again as it stands after, and writes the summary counts.
      *    Plan cards belong ahead of the election cards that name
      *    a new plan, since the cards apply in the order keyed
      *****************************************************************
       000-MAINTAIN-DEDUCTION-ELECTIONS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-BENEFIT-PLAN-TABLE.
           PERFORM 020-OPEN-ELECTIONS-FILE.
           OPEN INPUT  ELECTRAN
                       EMPMASTI
                OUTPUT ELCRPT.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE ELECTION-REPORT-LINE FROM REPORT-HEADING-LINE.
           MOVE "BENPLAN BEFORE MAINTENANCE" TO SHL-SECTION-TEXT.
           PERFORM 100-LIST-BENEFIT-PLAN-TABLE.
           MOVE "ELECTIONS TAKING EFFECT TODAY" TO SHL-SECTION-TEXT.
           WRITE ELECTION-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE ELECTION-REPORT-LINE FROM ELECTION-OVER-LINE.
           WRITE ELECTION-REPORT-LINE FROM ELECTION-COLUMN-LINE.
           PERFORM 030-OPEN-CARRIER-SNAPSHOT.
           PERFORM 200-APPLY-DUE-ELECTIONS.
           IF BENSNAP-AVAILABLE
               CLOSE BENSNAP.
           MOVE "MAINTENANCE TRANSACTIONS" TO SHL-SECTION-TEXT.
           WRITE ELECTION-REPORT-LINE FROM SECTION-HEADING-LINE.
           PERFORM 300-PROCESS-ELECTION-TRANSACTION
               UNTIL ELECTRAN-EOF.
           MOVE "BENPLAN AFTER MAINTENANCE" TO SHL-SECTION-TEXT.
           PERFORM 100-LIST-BENEFIT-PLAN-TABLE.
           PERFORM 500-WRITE-MAINTENANCE-SUMMARY.
           CLOSE ELECTRAN
                 BENPLAN
                 DEDELECT
                 EMPMASTI
                 ELCRPT.
           STOP RUN.

      *****************************************************************
      *    Opens the benefit plan table for update. The first time
      *    the table does not exist yet it is created here empty, so
      *    the plans can be loaded entirely through this program's
      *    plan add transactions instead of a hand-built file
      *****************************************************************
       010-OPEN-BENEFIT-PLAN-TABLE.

           OPEN I-O BENPLAN.
           IF BENPLAN-NOT-FOUND
               OPEN OUTPUT BENPLAN
               CLOSE BENPLAN
               OPEN I-O BENPLAN.

      *****************************************************************
      *    Opens the deduction elections file for update, creating
      *    it empty the first time it does not exist yet
      *****************************************************************
       020-OPEN-ELECTIONS-FILE.

           OPEN I-O DEDELECT.
           IF DEDELECT-NOT-FOUND
               OPEN OUTPUT DEDELECT
               CLOSE DEDELECT
               OPEN I-O DEDELECT.

      *****************************************************************
      *    Opens the carrier snapshot to tell which ended elections
      *    the carrier has already been sent, and reads its first
      *    employee. Without it no ended election is purged, since
      *    there is no telling what the carrier still holds
      *****************************************************************
       030-OPEN-CARRIER-SNAPSHOT.

           OPEN INPUT BENSNAP.
           IF BENSNAP-SUCCESSFUL
               SET BENSNAP-AVAILABLE TO TRUE
               PERFORM 240-READ-CARRIER-SNAPSHOT
           ELSE
               DISPLAY "BENSNAP NOT AVAILABLE - NO ENDED ELECTIONS "
                   "PURGED".

      *****************************************************************
      *    Lists every plan on the table in key order under the
      *    heading the caller set, so each run leaves a printed
      *    record of the rates on either side of the change
      *****************************************************************
       100-LIST-BENEFIT-PLAN-TABLE.

           WRITE ELECTION-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE ELECTION-REPORT-LINE FROM PLAN-COLUMN-LINE.
           MOVE "N" TO TABLE-LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO BP-PLAN-CODE.
           START BENPLAN KEY NOT < BP-PLAN-CODE
               INVALID KEY
                   SET TABLE-LIST-EOF TO TRUE.
           PERFORM 110-LIST-NEXT-PLAN
               UNTIL TABLE-LIST-EOF.

      *****************************************************************
      *    Reads and prints the next plan in key order. When the end
      *    of the table is reached, sets the listing EOF switch to
      *    end this listing pass
      *****************************************************************
       110-LIST-NEXT-PLAN.

           READ BENPLAN NEXT RECORD
               AT END
                   SET TABLE-LIST-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO PDL-ACTION-TEXT
                   PERFORM 410-WRITE-PLAN-LINE.

      *****************************************************************
      *    Sweeps the elections file in key order before any card
      *    applies, so tonight's maintenance always works against
      *    elections that are current as of today: a pending
      *    election whose effective date has come replaces the
      *    current one, and an election whose end date has come is
      *    purged once the carrier has been sent its coverage ended.
      *    Until then it stays on file with its end date, which the
      *    register and the carrier feed both honor, so the feed
      *    sends the real end date rather than the night it notices
      *****************************************************************
       200-APPLY-DUE-ELECTIONS.

           MOVE "N" TO ELECTION-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO DE-EMPLOYEE-ID.
           START DEDELECT KEY NOT < DE-EMPLOYEE-ID
               INVALID KEY
                   SET ELECTION-SCAN-EOF TO TRUE.
           PERFORM 210-APPLY-ONE-DUE-ELECTION
               UNTIL ELECTION-SCAN-EOF.

      *****************************************************************
      *    Reads the next election and purges it if it has ended and
      *    the carrier has been told, or applies its pending election
      *    if the date has come, printing what changed on the
      *    register
      *****************************************************************
       210-APPLY-ONE-DUE-ELECTION.

           READ DEDELECT NEXT RECORD
               AT END
                   SET ELECTION-SCAN-EOF TO TRUE.
           IF NOT ELECTION-SCAN-EOF
               IF DE-END-DATE NOT = ZERO
                   AND DE-END-DATE NOT > RUN-DATE
                   IF BENSNAP-AVAILABLE
                       PERFORM 240-READ-CARRIER-SNAPSHOT
                           UNTIL BENSNAP-EOF
                              OR BS-EMPLOYEE-ID NOT < DE-EMPLOYEE-ID
                       IF BENSNAP-EOF
                           OR BS-EMPLOYEE-ID NOT = DE-EMPLOYEE-ID
                           PERFORM 220-PURGE-ENDED-ELECTION
                       END-IF
                   END-IF
               ELSE
                   IF DE-PENDING-EFFECTIVE-DATE NOT = ZERO
                       AND DE-PENDING-EFFECTIVE-DATE NOT > RUN-DATE
                       PERFORM 230-APPLY-PENDING-ELECTION.

      *****************************************************************
      *    Deletes an ended election the carrier no longer holds as
      *    covered, printing the election that ended as the old side
      *    of the register line
      *****************************************************************
       220-PURGE-ENDED-ELECTION.

           MOVE DE-CURRENT-ELECTION TO EW-OLD-ELECTION.
           MOVE SPACES              TO EW-PLAN-CODE
                                       EW-COVERAGE-TIER
                                       EW-FILING-STATUS.
           MOVE ZERO                TO EW-TAX-PERCENT
                                       EW-RETIREMENT-PERCENT
                                       EW-ALLOWANCES.
           MOVE DE-END-DATE         TO EW-EFFECTIVE-DATE.
           DELETE DEDELECT
               INVALID KEY
                   DISPLAY "DELETE ERROR ON DEDELECT FOR EMPLOYEE ID "
                       DE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CT-ELECTION-ENDED-COUNT
                   MOVE "PURGED  " TO EDL-ACTION-TEXT
                   MOVE "ENDED    " TO EDL-STATUS-TEXT
                   PERFORM 420-WRITE-ELECTION-LINE
           END-DELETE.

      *****************************************************************
      *    Reads the next employee off the carrier snapshot. The
      *    election sweep and the snapshot are both in employee ID
      *    order, so the snapshot only ever reads forward
      *****************************************************************
       240-READ-CARRIER-SNAPSHOT.

           READ BENSNAP
               AT END
                   SET BENSNAP-EOF TO TRUE.

      *****************************************************************
      *    Moves a pending election whose effective date has come
      *    over the current election and clears the pending slot
      *****************************************************************
       230-APPLY-PENDING-ELECTION.

           MOVE DE-CURRENT-ELECTION TO EW-OLD-ELECTION.
           MOVE DE-PENDING-ELECTION TO EW-NEW-ELECTION.
           MOVE DE-PENDING-ELECTION TO DE-CURRENT-ELECTION.
           PERFORM 460-CLEAR-PENDING-ELECTION.
           REWRITE DEDUCTION-ELECTION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON DEDELECT FOR EMPLOYEE ID "
                       DE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CT-PENDING-APPLIED-COUNT
                   MOVE "EFFECT  "  TO EDL-ACTION-TEXT
                   MOVE "CURRENT  " TO EDL-STATUS-TEXT
                   PERFORM 420-WRITE-ELECTION-LINE
           END-REWRITE.

      *****************************************************************
      *    Reads the next maintenance transaction and routes it to
      *    the plan or election handler by its record type. A card
      *    with an unknown record type or action code is rejected to
      *    the register
      *****************************************************************
       300-PROCESS-ELECTION-TRANSACTION.

           PERFORM 310-READ-ELECTION-TRANSACTION.
           IF NOT ELECTRAN-EOF
               IF NOT VALID-ACTION-CODE
                   MOVE "INVALID ACTION CODE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               ELSE
               IF PLAN-RECORD
                   PERFORM 320-APPLY-PLAN-TRANSACTION
               ELSE
               IF ELECTION-RECORD
                   PERFORM 350-APPLY-ELECTION-TRANSACTION
               ELSE
                   MOVE "INVALID RECORD TYPE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE.

      *****************************************************************
      *    Reads the next record from the maintenance transaction
      *    file. If the end of the file is reached, sets the EOF
      *    switch to stop the maintenance loop
      *****************************************************************
       310-READ-ELECTION-TRANSACTION.

           READ ELECTRAN INTO ELECTION-TRANSACTION
               AT END
                   SET ELECTRAN-EOF TO TRUE.

      *****************************************************************
      *    Applies one plan table transaction. Every plan card must
      *    carry a plan code
      *****************************************************************
       320-APPLY-PLAN-TRANSACTION.

           IF EL-PLAN-CODE = SPACES
               MOVE "PLAN CODE REQUIRED" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF ADD-ACTION
               PERFORM 330-ADD-PLAN
           ELSE
           IF CHANGE-ACTION
               PERFORM 335-CHANGE-PLAN
           ELSE
               PERFORM 340-DELETE-PLAN.

      *****************************************************************
      *    Adds a plan to the table, rejecting a blank name, a
      *    premium or percent that is not numeric, a retirement
      *    range whose low end exceeds its high end, or a plan code
      *    already on file
      *****************************************************************
       330-ADD-PLAN.

           IF EL-PLAN-NAME = SPACES
               MOVE "PLAN NAME REQUIRED" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF EL-EMPLOYEE-PREMIUM NOT NUMERIC
               OR EL-SPOUSE-PREMIUM NOT NUMERIC
               OR EL-CHILDREN-PREMIUM NOT NUMERIC
               OR EL-FAMILY-PREMIUM NOT NUMERIC
               MOVE "PLAN PREMIUM NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF EL-MIN-RETIREMENT-PERCENT NOT NUMERIC
               OR EL-MAX-RETIREMENT-PERCENT NOT NUMERIC
               MOVE "RETIREMENT RANGE NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF EL-MIN-RETIREMENT-PERCENT > EL-MAX-RETIREMENT-PERCENT
               MOVE "RETIREMENT MINIMUM EXCEEDS MAX" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               MOVE EL-PLAN-CODE        TO BP-PLAN-CODE
               MOVE EL-PLAN-NAME        TO BP-PLAN-NAME
               MOVE EL-EMPLOYEE-PREMIUM TO BP-EMPLOYEE-PREMIUM
               MOVE EL-SPOUSE-PREMIUM   TO BP-SPOUSE-PREMIUM
               MOVE EL-CHILDREN-PREMIUM TO BP-CHILDREN-PREMIUM
               MOVE EL-FAMILY-PREMIUM   TO BP-FAMILY-PREMIUM
               MOVE EL-MIN-RETIREMENT-PERCENT
                                        TO BP-MIN-RETIREMENT-PERCENT
               MOVE EL-MAX-RETIREMENT-PERCENT
                                        TO BP-MAX-RETIREMENT-PERCENT
               WRITE BENEFIT-PLAN-RECORD
                   INVALID KEY
                       MOVE "PLAN ALREADY ON FILE" TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CT-PLAN-ADD-COUNT
                       MOVE "ADD     " TO PDL-ACTION-TEXT
                       PERFORM 410-WRITE-PLAN-LINE
               END-WRITE.

      *****************************************************************
      *    Changes a plan on file. A blank field on the card leaves
      *    that field as it stands; a premium or percent keyed as
      *    zero is applied as zero, since a plan can legitimately
      *    carry a no-cost tier. The retirement range that would
      *    result is checked before anything is rewritten
      *****************************************************************
       335-CHANGE-PLAN.

           MOVE EL-PLAN-CODE TO BP-PLAN-CODE.
           READ BENPLAN
               INVALID KEY
                   MOVE "PLAN NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 337-APPLY-PLAN-CHANGE
           END-READ.

      *****************************************************************
      *    Edits the changed plan fields, rejects the change if a
      *    keyed amount is not numeric or the retirement range would
      *    invert, and otherwise rewrites the plan
      *****************************************************************
       337-APPLY-PLAN-CHANGE.

           IF (EL-EMPLOYEE-PREMIUM-X NOT = SPACES
                   AND EL-EMPLOYEE-PREMIUM NOT NUMERIC)
               OR (EL-SPOUSE-PREMIUM-X NOT = SPACES
                   AND EL-SPOUSE-PREMIUM NOT NUMERIC)
               OR (EL-CHILDREN-PREMIUM-X NOT = SPACES
                   AND EL-CHILDREN-PREMIUM NOT NUMERIC)
               OR (EL-FAMILY-PREMIUM-X NOT = SPACES
                   AND EL-FAMILY-PREMIUM NOT NUMERIC)
               OR (EL-MIN-RETIREMENT-X NOT = SPACES
                   AND EL-MIN-RETIREMENT-PERCENT NOT NUMERIC)
               OR (EL-MAX-RETIREMENT-X NOT = SPACES
                   AND EL-MAX-RETIREMENT-PERCENT NOT NUMERIC)
               MOVE "PLAN AMOUNT NOT NUMERIC" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               IF EL-MIN-RETIREMENT-X NOT = SPACES
                   MOVE EL-MIN-RETIREMENT-PERCENT
                       TO PE-CHECK-MIN-PERCENT
               ELSE
                   MOVE BP-MIN-RETIREMENT-PERCENT
                       TO PE-CHECK-MIN-PERCENT
               END-IF
               IF EL-MAX-RETIREMENT-X NOT = SPACES
                   MOVE EL-MAX-RETIREMENT-PERCENT
                       TO PE-CHECK-MAX-PERCENT
               ELSE
                   MOVE BP-MAX-RETIREMENT-PERCENT
                       TO PE-CHECK-MAX-PERCENT
               END-IF
               IF PE-CHECK-MIN-PERCENT > PE-CHECK-MAX-PERCENT
                   MOVE "RETIREMENT MINIMUM EXCEEDS MAX"
                       TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               ELSE
                   IF EL-PLAN-NAME NOT = SPACES
                       MOVE EL-PLAN-NAME TO BP-PLAN-NAME
                   END-IF
                   IF EL-EMPLOYEE-PREMIUM-X NOT = SPACES
                       MOVE EL-EMPLOYEE-PREMIUM TO BP-EMPLOYEE-PREMIUM
                   END-IF
                   IF EL-SPOUSE-PREMIUM-X NOT = SPACES
                       MOVE EL-SPOUSE-PREMIUM TO BP-SPOUSE-PREMIUM
                   END-IF
                   IF EL-CHILDREN-PREMIUM-X NOT = SPACES
                       MOVE EL-CHILDREN-PREMIUM TO BP-CHILDREN-PREMIUM
                   END-IF
                   IF EL-FAMILY-PREMIUM-X NOT = SPACES
                       MOVE EL-FAMILY-PREMIUM TO BP-FAMILY-PREMIUM
                   END-IF
                   MOVE PE-CHECK-MIN-PERCENT
                       TO BP-MIN-RETIREMENT-PERCENT
                   MOVE PE-CHECK-MAX-PERCENT
                       TO BP-MAX-RETIREMENT-PERCENT
                   REWRITE BENEFIT-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON BENPLAN FOR PLAN "
                               BP-PLAN-CODE
                           DISPLAY "FILE STATUS CODE IS "
                               BENPLAN-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CT-PLAN-CHANGE-COUNT
                           MOVE "CHANGE  " TO PDL-ACTION-TEXT
                           PERFORM 410-WRITE-PLAN-LINE
                   END-REWRITE.

      *****************************************************************
      *    Deletes a plan from the table, rejecting a plan not on
      *    file or one any election still names as its current or
      *    pending plan - the register would otherwise start taking
      *    no premium from those employees without anyone deciding
      *    it should
      *****************************************************************
       340-DELETE-PLAN.

           MOVE EL-PLAN-CODE TO BP-PLAN-CODE.
           READ BENPLAN
               INVALID KEY
                   MOVE "PLAN NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 345-CHECK-PLAN-IN-USE
                   IF PLAN-IN-USE
                       MOVE "PLAN IN USE BY AN ELECTION"
                           TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   ELSE
                       DELETE BENPLAN
                           INVALID KEY
                               DISPLAY "DELETE ERROR ON BENPLAN FOR "
                                   "PLAN " BP-PLAN-CODE
                               DISPLAY "FILE STATUS CODE IS "
                                   BENPLAN-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO CT-PLAN-DELETE-COUNT
                               MOVE "DELETE  " TO PDL-ACTION-TEXT
                               PERFORM 410-WRITE-PLAN-LINE
                       END-DELETE
                   END-IF
           END-READ.

      *****************************************************************
      *    Scans the elections file for any election naming the
      *    plan on the card as its current or pending plan. An
      *    election that has ended no longer draws on any plan
      *****************************************************************
       345-CHECK-PLAN-IN-USE.

           MOVE "N" TO PLAN-IN-USE-SWITCH.
           MOVE "N" TO ELECTION-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO DE-EMPLOYEE-ID.
           START DEDELECT KEY NOT < DE-EMPLOYEE-ID
               INVALID KEY
                   SET ELECTION-SCAN-EOF TO TRUE.
           PERFORM 347-CHECK-ONE-ELECTION-PLAN
               UNTIL ELECTION-SCAN-EOF
                  OR PLAN-IN-USE.

      *****************************************************************
      *    Reads the next election and sets the in-use switch when
      *    it names the plan being deleted
      *****************************************************************
       347-CHECK-ONE-ELECTION-PLAN.

           READ DEDELECT NEXT RECORD
               AT END
                   SET ELECTION-SCAN-EOF TO TRUE
               NOT AT END
                   IF (DE-PLAN-CODE = EL-PLAN-CODE
                       OR DE-PENDING-PLAN-CODE = EL-PLAN-CODE)
                       AND (DE-END-DATE = ZERO
                           OR DE-END-DATE > RUN-DATE)
                       SET PLAN-IN-USE TO TRUE.

      *****************************************************************
      *    Applies one election transaction. Every election card must
      *    carry an employee ID, and an add or change must carry a
      *    valid effective date
      *****************************************************************
       350-APPLY-ELECTION-TRANSACTION.

           MOVE EL-EFFECTIVE-DATE-X TO EW-CHECK-DATE.
           IF EL-EMPLOYEE-ID = SPACES
               MOVE "EMPLOYEE ID REQUIRED" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF NOT END-ACTION
               AND (EL-EFFECTIVE-DATE NOT NUMERIC
                   OR EW-CHECK-MONTH < 1 OR EW-CHECK-MONTH > 12
                   OR EW-CHECK-DAY < 1 OR EW-CHECK-DAY > 31)
               MOVE "INVALID EFFECTIVE DATE" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF END-ACTION
               AND EL-EFFECTIVE-DATE-X NOT = SPACES
               AND EL-EFFECTIVE-DATE NOT NUMERIC
               MOVE "INVALID EFFECTIVE DATE" TO RJ-REASON-TEXT
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
           IF ADD-ACTION
               PERFORM 360-ADD-ELECTION
           ELSE
           IF CHANGE-ACTION
               PERFORM 370-CHANGE-ELECTION
           ELSE
               PERFORM 380-END-ELECTION.

      *****************************************************************
      *    Adds an election for an employee on the master with none
      *    on file yet, or whose election on file has ended - a
      *    re-enrollment replaces the ended election. An election
      *    effective today or earlier goes in as the current
      *    election; one dated ahead waits as the pending election,
      *    with nothing current until it applies
      *****************************************************************
       360-ADD-ELECTION.

           MOVE "N" TO ELECTION-REPLACE-SWITCH.
           MOVE EL-EMPLOYEE-ID TO DE-EMPLOYEE-ID.
           READ DEDELECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-END-DATE NOT = ZERO
                       AND DE-END-DATE NOT > RUN-DATE
                       SET ELECTION-REPLACED TO TRUE
                   ELSE
                       MOVE "ELECTION ALREADY ON FILE"
                           TO RJ-REASON-TEXT
                   END-IF
           END-READ.
           MOVE EL-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           IF RJ-REASON-TEXT NOT = SPACES
               PERFORM 400-WRITE-REJECT-LINE
           ELSE
               READ EMPMASTI
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER" TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 362-BUILD-NEW-ELECTION
               END-READ.

      *****************************************************************
      *    Builds the new election off the add card alone, edits it,
      *    and writes the election record
      *****************************************************************
       362-BUILD-NEW-ELECTION.

           MOVE EL-EFFECTIVE-DATE TO EW-EFFECTIVE-DATE.
           MOVE EL-PLAN-CODE      TO EW-PLAN-CODE.
           MOVE EL-COVERAGE-TIER  TO EW-COVERAGE-TIER.
           IF EL-RETIREMENT-PERCENT-X = SPACES
               MOVE ZERO TO EW-RETIREMENT-PERCENT
           ELSE
               MOVE EL-RETIREMENT-PERCENT TO EW-RETIREMENT-PERCENT.
           IF EL-TAX-PERCENT-X = SPACES
               MOVE ZERO TO EW-TAX-PERCENT
           ELSE
               MOVE EL-TAX-PERCENT TO EW-TAX-PERCENT.
           MOVE EL-FILING-STATUS  TO EW-FILING-STATUS.
           IF EL-ALLOWANCES-X = SPACES
               MOVE ZERO TO EW-ALLOWANCES
           ELSE
               MOVE EL-ALLOWANCES TO EW-ALLOWANCES.
           PERFORM 440-EDIT-NEW-ELECTION.
           IF ELECTION-VALID
               MOVE SPACES TO EW-OLD-ELECTION
               MOVE ZERO   TO EW-OLD-EFFECTIVE-DATE
                              EW-OLD-TAX-PERCENT
                              EW-OLD-RETIREMENT-PERCENT
                              EW-OLD-ALLOWANCES
               MOVE EL-EMPLOYEE-ID TO DE-EMPLOYEE-ID
               MOVE ZERO TO DE-END-DATE
               IF EW-EFFECTIVE-DATE > RUN-DATE
                   MOVE EW-NEW-ELECTION TO DE-PENDING-ELECTION
                   MOVE SPACES TO DE-CURRENT-ELECTION
                   MOVE ZERO   TO DE-EFFECTIVE-DATE
                                  DE-TAX-PERCENT
                                  DE-RETIREMENT-PERCENT
                                  DE-ALLOWANCES
                   MOVE "PENDING  " TO EDL-STATUS-TEXT
               ELSE
                   MOVE EW-NEW-ELECTION TO DE-CURRENT-ELECTION
                   PERFORM 460-CLEAR-PENDING-ELECTION
                   MOVE "CURRENT  " TO EDL-STATUS-TEXT
               END-IF
               IF ELECTION-REPLACED
                   PERFORM 364-REPLACE-ENDED-ELECTION
               ELSE
                   WRITE DEDUCTION-ELECTION-RECORD
                       INVALID KEY
                           MOVE "ELECTION ALREADY ON FILE"
                               TO RJ-REASON-TEXT
                           PERFORM 400-WRITE-REJECT-LINE
                       NOT INVALID KEY
                           ADD 1 TO CT-ELECTION-ADD-COUNT
                           MOVE "ADD     " TO EDL-ACTION-TEXT
                           PERFORM 420-WRITE-ELECTION-LINE
                   END-WRITE.

      *****************************************************************
      *    Writes a re-enrollment over the employee's ended election
      *****************************************************************
       364-REPLACE-ENDED-ELECTION.

           REWRITE DEDUCTION-ELECTION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON DEDELECT FOR EMPLOYEE ID "
                       DE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CT-ELECTION-ADD-COUNT
                   MOVE "ADD     " TO EDL-ACTION-TEXT
                   PERFORM 420-WRITE-ELECTION-LINE
           END-REWRITE.

      *****************************************************************
      *    Changes an election on file. A change dated ahead builds
      *    on the pending election when one is waiting, so a second
      *    open-enrollment card for the same employee adds to the
      *    first instead of losing it; otherwise it builds on the
      *    current election. An election that has ended takes no
      *    change - the employee re-enrolls with an add
      *****************************************************************
       370-CHANGE-ELECTION.

           MOVE EL-EMPLOYEE-ID TO DE-EMPLOYEE-ID.
           READ DEDELECT
               INVALID KEY
                   MOVE "ELECTION NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF DE-END-DATE NOT = ZERO
                       AND DE-END-DATE NOT > RUN-DATE
                       MOVE "ELECTION HAS ENDED" TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 372-APPLY-ELECTION-CHANGE
                   END-IF
           END-READ.

      *****************************************************************
      *    Overlays the card onto the election it builds on - a blank
      *    field leaves that part of the election as it stands, while
      *    a percent keyed as zero is applied, since stopping
      *    retirement contributions is a real election - edits the
      *    result, and puts it in the current or pending slot by its
      *    effective date
      *****************************************************************
       372-APPLY-ELECTION-CHANGE.

           IF EL-EFFECTIVE-DATE > RUN-DATE
               AND DE-PENDING-EFFECTIVE-DATE NOT = ZERO
               MOVE DE-PENDING-ELECTION TO EW-OLD-ELECTION
           ELSE
               MOVE DE-CURRENT-ELECTION TO EW-OLD-ELECTION.
           MOVE EW-OLD-ELECTION   TO EW-NEW-ELECTION.
           MOVE EL-EFFECTIVE-DATE TO EW-EFFECTIVE-DATE.
           IF EL-PLAN-CODE NOT = SPACES
               MOVE EL-PLAN-CODE TO EW-PLAN-CODE.
           IF EL-COVERAGE-TIER NOT = SPACE
               MOVE EL-COVERAGE-TIER TO EW-COVERAGE-TIER.
           IF EL-RETIREMENT-PERCENT-X NOT = SPACES
               MOVE EL-RETIREMENT-PERCENT TO EW-RETIREMENT-PERCENT.
           IF EL-TAX-PERCENT-X NOT = SPACES
               MOVE EL-TAX-PERCENT TO EW-TAX-PERCENT.
           IF EL-FILING-STATUS NOT = SPACE
               MOVE EL-FILING-STATUS TO EW-FILING-STATUS.
           IF EL-ALLOWANCES-X NOT = SPACES
               MOVE EL-ALLOWANCES TO EW-ALLOWANCES.
           PERFORM 440-EDIT-NEW-ELECTION.
           IF ELECTION-VALID
               IF EW-EFFECTIVE-DATE > RUN-DATE
                   MOVE EW-NEW-ELECTION TO DE-PENDING-ELECTION
                   MOVE "PENDING  " TO EDL-STATUS-TEXT
               ELSE
                   MOVE EW-NEW-ELECTION TO DE-CURRENT-ELECTION
                   MOVE "CURRENT  " TO EDL-STATUS-TEXT
               END-IF
               REWRITE DEDUCTION-ELECTION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON DEDELECT FOR "
                           "EMPLOYEE ID " DE-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           DEDELECT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CT-ELECTION-CHANGE-COUNT
                       MOVE "CHANGE  " TO EDL-ACTION-TEXT
                       PERFORM 420-WRITE-ELECTION-LINE
               END-REWRITE.

      *****************************************************************
      *    Ends an election on file by putting the end date on it -
      *    the date keyed, back-dated or ahead, or today when none is
      *    keyed. The election stays on file ended, so the carrier
      *    feed terminates the coverage as of that date, and is
      *    purged once the carrier no longer holds the employee
      *****************************************************************
       380-END-ELECTION.

           MOVE EL-EMPLOYEE-ID TO DE-EMPLOYEE-ID.
           READ DEDELECT
               INVALID KEY
                   MOVE "ELECTION NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE DE-CURRENT-ELECTION TO EW-OLD-ELECTION
                   MOVE SPACES TO EW-PLAN-CODE
                                  EW-COVERAGE-TIER
                                  EW-FILING-STATUS
                   MOVE ZERO   TO EW-TAX-PERCENT
                                  EW-RETIREMENT-PERCENT
                                  EW-ALLOWANCES
                   MOVE "END     " TO EDL-ACTION-TEXT
                   IF EL-EFFECTIVE-DATE-X = SPACES
                       MOVE RUN-DATE TO EW-EFFECTIVE-DATE
                   ELSE
                       MOVE EL-EFFECTIVE-DATE TO EW-EFFECTIVE-DATE
                   END-IF
                   MOVE EW-EFFECTIVE-DATE TO DE-END-DATE
                   IF DE-END-DATE > RUN-DATE
                       MOVE "PENDING  " TO EDL-STATUS-TEXT
                   ELSE
                       MOVE "ENDED    " TO EDL-STATUS-TEXT
                   END-IF
                   PERFORM 382-REWRITE-ENDED-ELECTION
           END-READ.

      *****************************************************************
      *    Rewrites the election with its end date, counting and
      *    printing the end only once it is on file
      *****************************************************************
       382-REWRITE-ENDED-ELECTION.

           REWRITE DEDUCTION-ELECTION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON DEDELECT FOR EMPLOYEE ID "
                       DE-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CT-ELECTION-END-COUNT
                   PERFORM 420-WRITE-ELECTION-LINE
           END-REWRITE.

      *****************************************************************
      *    Prints one rejected maintenance card with the reason the
      *    edit kicked it out, then clears the reason text so a later
      *    reject cannot inherit it
      *****************************************************************
       400-WRITE-REJECT-LINE.

           MOVE EL-RECORD-TYPE TO RJD-RECORD-TYPE.
           MOVE EL-ACTION-CODE TO RJD-ACTION-CODE.
           IF PLAN-RECORD
               MOVE EL-PLAN-CODE   TO RJD-RECORD-KEY
           ELSE
               MOVE EL-EMPLOYEE-ID TO RJD-RECORD-KEY.
           MOVE RJ-REASON-TEXT TO RJD-REASON-TEXT.
           MOVE SPACES         TO RJ-REASON-TEXT.
           WRITE ELECTION-REPORT-LINE FROM REJECT-DETAIL-LINE.
           ADD 1 TO CT-REJECT-COUNT.

      *****************************************************************
      *    Prints the plan now in the plan record area under the
      *    action the caller left in the line
      *****************************************************************
       410-WRITE-PLAN-LINE.

           MOVE BP-PLAN-CODE              TO PDL-PLAN-CODE.
           MOVE BP-PLAN-NAME              TO PDL-PLAN-NAME.
           MOVE BP-EMPLOYEE-PREMIUM       TO PDL-EMPLOYEE-PREMIUM.
           MOVE BP-SPOUSE-PREMIUM         TO PDL-SPOUSE-PREMIUM.
           MOVE BP-CHILDREN-PREMIUM       TO PDL-CHILDREN-PREMIUM.
           MOVE BP-FAMILY-PREMIUM         TO PDL-FAMILY-PREMIUM.
           MOVE BP-MIN-RETIREMENT-PERCENT TO PDL-MIN-RETIREMENT.
           MOVE BP-MAX-RETIREMENT-PERCENT TO PDL-MAX-RETIREMENT.
           WRITE ELECTION-REPORT-LINE FROM PLAN-DETAIL-LINE.

      *****************************************************************
      *    Prints one election change on the register: the election
      *    before and after, each with the per-period premium its
      *    plan and tier carry today, so benefits signs off on the
      *    dollars and not just the codes. The caller sets the action
      *    and status text
      *****************************************************************
       420-WRITE-ELECTION-LINE.

           MOVE DE-EMPLOYEE-ID            TO EDL-EMPLOYEE-ID.
           MOVE EW-EFFECTIVE-DATE         TO EDL-EFFECTIVE-DATE.
           MOVE EW-OLD-PLAN-CODE          TO EDL-OLD-PLAN-CODE
                                             PL-PLAN-CODE.
           MOVE EW-OLD-COVERAGE-TIER      TO EDL-OLD-COVERAGE-TIER
                                             PL-COVERAGE-TIER.
           PERFORM 450-LOOK-UP-TIER-PREMIUM.
           MOVE PL-PREMIUM                TO EDL-OLD-PREMIUM.
           MOVE EW-OLD-RETIREMENT-PERCENT TO EDL-OLD-RETIREMENT.
           MOVE EW-OLD-TAX-PERCENT        TO EDL-OLD-TAX-PERCENT.
           MOVE EW-OLD-FILING-STATUS      TO EDL-OLD-FILING-STATUS.
           MOVE EW-OLD-ALLOWANCES         TO EDL-OLD-ALLOWANCES.
           MOVE EW-PLAN-CODE              TO EDL-NEW-PLAN-CODE
                                             PL-PLAN-CODE.
           MOVE EW-COVERAGE-TIER          TO EDL-NEW-COVERAGE-TIER
                                             PL-COVERAGE-TIER.
           PERFORM 450-LOOK-UP-TIER-PREMIUM.
           MOVE PL-PREMIUM                TO EDL-NEW-PREMIUM.
           MOVE EW-RETIREMENT-PERCENT     TO EDL-NEW-RETIREMENT.
           MOVE EW-TAX-PERCENT            TO EDL-NEW-TAX-PERCENT.
           MOVE EW-FILING-STATUS          TO EDL-NEW-FILING-STATUS.
           MOVE EW-ALLOWANCES             TO EDL-NEW-ALLOWANCES.
           WRITE ELECTION-REPORT-LINE FROM ELECTION-DETAIL-LINE.

      *****************************************************************
      *    Edits the election built in EW-NEW-ELECTION: the plan must
      *    be on the plan table, the coverage tier one of E (employee
      *    only), S (employee and spouse), C (employee and children),
      *    or F (family), both percents numeric, the retirement
      *    percent inside the range the plan allows, the filing
      *    status one of S (single), M (married), or H (head of
      *    household), and the allowance count numeric
      *****************************************************************
       440-EDIT-NEW-ELECTION.

           SET ELECTION-VALID TO TRUE.
           MOVE EW-PLAN-CODE TO BP-PLAN-CODE.
           IF EW-PLAN-CODE = SPACES
               MOVE "PLAN CODE REQUIRED" TO RJ-REASON-TEXT
               SET ELECTION-INVALID TO TRUE
           ELSE
               READ BENPLAN
                   INVALID KEY
                       MOVE "PLAN NOT ON FILE" TO RJ-REASON-TEXT
                       SET ELECTION-INVALID TO TRUE
               END-READ
           END-IF.
           IF ELECTION-VALID
               IF NOT EW-VALID-COVERAGE-TIER
                   MOVE "INVALID COVERAGE TIER" TO RJ-REASON-TEXT
                   SET ELECTION-INVALID TO TRUE
               ELSE
               IF EW-RETIREMENT-PERCENT NOT NUMERIC
                   OR EW-TAX-PERCENT NOT NUMERIC
                   MOVE "ELECTION PERCENT NOT NUMERIC" TO RJ-REASON-TEXT
                   SET ELECTION-INVALID TO TRUE
               ELSE
               IF EW-RETIREMENT-PERCENT < BP-MIN-RETIREMENT-PERCENT
                   OR EW-RETIREMENT-PERCENT > BP-MAX-RETIREMENT-PERCENT
                   MOVE "RETIREMENT PERCENT OUT OF RANGE"
                       TO RJ-REASON-TEXT
                   SET ELECTION-INVALID TO TRUE
               ELSE
               IF NOT EW-VALID-FILING-STATUS
                   MOVE "INVALID FILING STATUS" TO RJ-REASON-TEXT
                   SET ELECTION-INVALID TO TRUE
               ELSE
               IF EW-ALLOWANCES NOT NUMERIC
                   MOVE "ALLOWANCES NOT NUMERIC" TO RJ-REASON-TEXT
                   SET ELECTION-INVALID TO TRUE.
           IF ELECTION-INVALID
               PERFORM 400-WRITE-REJECT-LINE.

      *****************************************************************
      *    Finds the per-period premium the plan table carries today
      *    for the plan and coverage tier in PL-PLAN-CODE and
      *    PL-COVERAGE-TIER. No plan, or a plan no longer on the
      *    table, prices at zero
      *****************************************************************
       450-LOOK-UP-TIER-PREMIUM.

           MOVE ZERO TO PL-PREMIUM.
           IF PL-PLAN-CODE NOT = SPACES
               MOVE PL-PLAN-CODE TO BP-PLAN-CODE
               READ BENPLAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 455-SELECT-TIER-PREMIUM
               END-READ.

      *****************************************************************
      *    Picks the premium for the coverage tier out of the plan
      *    just read. An unknown tier prices at zero
      *****************************************************************
       455-SELECT-TIER-PREMIUM.

           IF PL-COVERAGE-TIER = "E"
               MOVE BP-EMPLOYEE-PREMIUM TO PL-PREMIUM
           ELSE
           IF PL-COVERAGE-TIER = "S"
               MOVE BP-SPOUSE-PREMIUM TO PL-PREMIUM
           ELSE
           IF PL-COVERAGE-TIER = "C"
               MOVE BP-CHILDREN-PREMIUM TO PL-PREMIUM
           ELSE
           IF PL-COVERAGE-TIER = "F"
               MOVE BP-FAMILY-PREMIUM TO PL-PREMIUM.

      *****************************************************************
      *    Clears the pending slot on the election record
      *****************************************************************
       460-CLEAR-PENDING-ELECTION.

           MOVE SPACES TO DE-PENDING-ELECTION.
           MOVE ZERO   TO DE-PENDING-EFFECTIVE-DATE
                          DE-PENDING-TAX-PERCENT
                          DE-PENDING-RETIREMENT-PERCENT
                          DE-PENDING-ALLOWANCES.

      *****************************************************************
      *    Writes the maintenance summary counts once every card has
      *    been applied, so benefits can reconcile the register
      *    against the enrollment forms submitted
      *****************************************************************
       500-WRITE-MAINTENANCE-SUMMARY.

           MOVE "PLAN ADDS APPLIED:           " TO SUM-LABEL.
           MOVE CT-PLAN-ADD-COUNT               TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PLAN CHANGES APPLIED:        " TO SUM-LABEL.
           MOVE CT-PLAN-CHANGE-COUNT            TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PLAN DELETES APPLIED:        " TO SUM-LABEL.
           MOVE CT-PLAN-DELETE-COUNT            TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ELECTION ADDS APPLIED:       " TO SUM-LABEL.
           MOVE CT-ELECTION-ADD-COUNT           TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ELECTION CHANGES APPLIED:    " TO SUM-LABEL.
           MOVE CT-ELECTION-CHANGE-COUNT        TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ELECTION ENDS APPLIED:       " TO SUM-LABEL.
           MOVE CT-ELECTION-END-COUNT           TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "PENDING ELECTIONS EFFECTIVE: " TO SUM-LABEL.
           MOVE CT-PENDING-APPLIED-COUNT        TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ENDED ELECTIONS PURGED:      " TO SUM-LABEL.
           MOVE CT-ELECTION-ENDED-COUNT         TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TRANSACTIONS REJECTED:       " TO SUM-LABEL.
           MOVE CT-REJECT-COUNT                 TO SUM-COUNT.
           WRITE ELECTION-REPORT-LINE FROM SUMMARY-LINE.
