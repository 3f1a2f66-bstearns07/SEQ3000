      *****************************************************************
      * Title..........: SEQ6540 - Off-Cycle Payroll
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Posts the checks payroll handles outside the
      *                  SEQ6500 pay-period run - a manual check cut
      *                  for a missed timesheet, keyed with its gross
      *                  and each deduction as cut, and the void of a
      *                  check already issued, keyed with the
      *                  employee, the check's pay date, and whether
      *                  it was a register or manual check. A voided
      *                  register check's gross that its hours charged
      *                  to other departments comes back off those
      *                  departments' labor charges. Each
      *                  transaction is edited and, once it passes,
      *                  rolled into the employee's year-to-date pay -
      *                  a void backs its check's amounts out of it -
      *                  so SEQ6700's year-end statements and SEQ6750's
      *                  quarterly summary come out right. The run's
      *                  postings go to the general ledger as a
      *                  balanced interface file under its own GL run
      *                  number. A transaction marked for arrears runs
      *                  its deductions through the arrears file: a
      *                  manual check's recover what the employee
      *                  carries, and a voided check's go back to be
      *                  recovered out of a later period. Like the
      *                  register, the run keeps its own run control,
      *                  and every check it posts or voids is on the
      *                  pay history, so nothing posts twice
      * File Desc......: Reads the OFCTRAN off-cycle transaction file,
      *                  looks each employee up on EMPMASTI, reads a
      *                  voided check's charges off LABHIST, and
      *                  updates PAYYTD, PAYHIST, and ARREARS. Writes
      *                  the GLPOST interface file under a GLRNCTL run
      *                  number and prints the OFCRPT off-cycle
      *                  register. OFCCTL is the run control, with the
      *                  rerun override on the OFCPARM card, and the
      *                  run's record goes on RUNLOG
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6540.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OFCTRAN ASSIGN TO OFCTRAN
                           FILE STATUS IS OFCTRAN-FILE-STATUS.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID
                           FILE STATUS IS EMPMASTI-FILE-STATUS.
           SELECT PAYYTD  ASSIGN TO PAYYTD
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS YT-EMPLOYEE-ID
                           FILE STATUS IS PAYYTD-FILE-STATUS.
           SELECT PAYHIST ASSIGN TO PAYHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PH-HISTORY-KEY
                           FILE STATUS IS PAYHIST-FILE-STATUS.
           SELECT LABHIST ASSIGN TO LABHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS LH-HISTORY-KEY
                           FILE STATUS IS LABHIST-FILE-STATUS.
           SELECT ARREARS ASSIGN TO ARREARS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS AR-EMPLOYEE-ID
                           FILE STATUS IS ARREARS-FILE-STATUS.
           SELECT GLPOST  ASSIGN TO GLPOST
                           FILE STATUS IS GLPOST-FILE-STATUS.
           SELECT GLRNCTL ASSIGN TO GLRNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GR-CONTROL-KEY
                           FILE STATUS IS GLRNCTL-FILE-STATUS.
           SELECT OFCCTL  ASSIGN TO OFCCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OC-CONTROL-KEY
                           FILE STATUS IS OFCCTL-FILE-STATUS.
           SELECT OFCPARM ASSIGN TO OFCPARM
                           FILE STATUS IS OFCPARM-FILE-STATUS.
           SELECT OFCRPT  ASSIGN TO OFCRPT
                           FILE STATUS IS OFCRPT-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OFCTRAN.

      *    one manual check or void per record. A manual check
      *    carries its check number, the date it was cut (blank for
      *    the run date), its gross, and each deduction taken from
      *    it; a void carries the pay date of the check voided and
      *    its type - R (or blank) for a register check, M for a
      *    manual one. An A in the arrears flag runs the
      *    transaction's deductions through the arrears file
       01  OFF-CYCLE-TRANSACTION.
           05  OT-TRANSACTION-CODE         PIC X(1).
               88  OT-MANUAL-CHECK                 VALUE "M".
               88  OT-VOID-CHECK                   VALUE "V".
           05  OT-EMPLOYEE-ID              PIC X(5).
           05  OT-PAY-DATE                 PIC X(8).
           05  OT-CHECK-TYPE               PIC X(1).
           05  OT-CHECK-NUMBER             PIC X(8).
           05  OT-GROSS-PAY                PIC 9(7)V99.
           05  OT-TAX-AMOUNT               PIC 9(7)V99.
           05  OT-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  OT-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  OT-ARREARS-FLAG             PIC X(1).
               88  OT-THROUGH-ARREARS              VALUE "A".
               88  OT-ARREARS-FLAG-VALID           VALUE "A" " ".
           05  FILLER                      PIC X(20).

       FD  EMPMASTI.

       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

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

       FD  PAYHIST.

       01  PAY-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-EMPLOYEE-ID          PIC X(5).
               10  PH-PAY-DATE             PIC 9(8).
               10  PH-CHECK-TYPE           PIC X(1).
                   88  PH-REGULAR-CHECK            VALUE "R".
                   88  PH-MANUAL-CHECK             VALUE "M".
           05  PH-DEPART-CODE              PIC X(5).
           05  PH-GROSS-PAY                PIC 9(7)V99.
           05  PH-TAX-AMOUNT               PIC 9(7)V99.
           05  PH-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  PH-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  PH-NET-PAY                  PIC S9(7)V99.
           05  PH-GL-RUN-NUMBER            PIC 9(5).
           05  PH-VOID-DATE                PIC 9(8).
           05  PH-VOID-GL-RUN-NUMBER       PIC 9(5).

       FD  LABHIST.

      *    one record for each department a register check's hours
      *    were charged to, written by SEQ6500 under the check's pay
      *    history key, holding the gross moved off the home
      *    department's debit onto that department's labor charge
       01  LABOR-CHARGE-HISTORY-RECORD.
           05  LH-HISTORY-KEY.
               10  LH-EMPLOYEE-ID          PIC X(5).
               10  LH-PAY-DATE             PIC 9(8).
               10  LH-CHECK-TYPE           PIC X(1).
               10  LH-CHARGE-DEPART-CODE   PIC X(5).
           05  LH-HOME-DEPART-CODE         PIC X(5).
           05  LH-CHARGE-AMOUNT            PIC 9(7)V99.

       FD  ARREARS.

       01  ARREARS-RECORD.
           05  AR-EMPLOYEE-ID              PIC X(5).
           05  AR-TAX-DUE                  PIC 9(7)V99.
           05  AR-RETIREMENT-DUE           PIC 9(7)V99.
           05  AR-INSURANCE-DUE            PIC 9(7)V99.

       FD  GLPOST.

       01  GL-POSTING-RECORD.
           05  GL-RUN-DATE                 PIC 9(8).
           05  GL-RUN-NUMBER               PIC 9(5).
           05  GL-DEPART-CODE              PIC X(5).
           05  GL-ACCOUNT-TEXT             PIC X(12).
           05  GL-DEBIT-CREDIT-CODE        PIC X(1).
           05  GL-AMOUNT                   PIC S9(9)V99.

       FD  GLRNCTL.

       01  GL-RUN-CONTROL-RECORD.
           05  GR-CONTROL-KEY              PIC X(1).
           05  GR-NEXT-RUN-NUMBER          PIC 9(5).

       FD  OFCCTL.

      *    one-record control of the off-cycle run, keyed on a fixed
      *    one-byte key like PAYCTL. The date of the last run is
      *    checked on open and stamped on close, and a second run
      *    the same day is refused unless the operator sets the
      *    override parameter
       01  OFF-CYCLE-CONTROL-RECORD.
           05  OC-CONTROL-KEY              PIC X(1).
           05  OC-LAST-OFF-CYCLE-DATE      PIC 9(8).

       FD  OFCPARM.

       01  OFF-CYCLE-PARM-RECORD.
           05  OPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

       FD  OFCRPT.

       01  REGISTER-LINE                   PIC X(160).

       FD  RUNLOG.

       01  RUN-LOG-RECORD.
           05  RL-STEP-NAME                PIC X(8).
           05  RL-START-DATE               PIC 9(8).
           05  RL-START-TIME               PIC 9(8).
           05  RL-END-DATE                 PIC 9(8).
           05  RL-END-TIME                 PIC 9(8).
           05  RL-RECORDS-IN               PIC 9(7).
           05  RL-RECORDS-OUT              PIC 9(7).
           05  RL-RECORDS-REJECTED         PIC 9(7).
           05  RL-COMPLETION-STATUS        PIC X(1).
           05  FILLER                      PIC X(18).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  OFCTRAN-EOF-SWITCH          PIC X   VALUE "N".
               88  OFCTRAN-EOF                     VALUE "Y".
           05  STEP-BLOCKED-SWITCH         PIC X   VALUE "N".
               88  STEP-BLOCKED                    VALUE "Y".
           05  OFFCYCLE-OVERRIDE-SWITCH    PIC X   VALUE "N".
               88  OFFCYCLE-OVERRIDE-ACTIVE        VALUE "Y".
           05  EMPMASTI-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  EMPMASTI-AVAILABLE              VALUE "Y".
           05  YTD-FOUND-SWITCH            PIC X   VALUE "N".
               88  YTD-FOUND                       VALUE "Y".
           05  LABHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  LABHIST-EOF                     VALUE "Y".
           05  DATE-VALID-SWITCH           PIC X   VALUE "Y".
               88  DATE-VALID                      VALUE "Y".
               88  DATE-INVALID                    VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  OFCTRAN-FILE-STATUS         PIC XX.
               88  OFCTRAN-SUCCESSFUL              VALUE "00".
           05  EMPMASTI-FILE-STATUS        PIC XX.
               88  EMPMASTI-SUCCESSFUL             VALUE "00".
           05  PAYYTD-FILE-STATUS          PIC XX.
               88  PAYYTD-SUCCESSFUL               VALUE "00".
               88  PAYYTD-NOT-FOUND                VALUE "35".
           05  PAYHIST-FILE-STATUS         PIC XX.
               88  PAYHIST-SUCCESSFUL              VALUE "00".
               88  PAYHIST-NOT-FOUND               VALUE "35".
           05  LABHIST-FILE-STATUS         PIC XX.
               88  LABHIST-SUCCESSFUL              VALUE "00".
               88  LABHIST-NOT-FOUND               VALUE "35".
           05  ARREARS-FILE-STATUS         PIC XX.
               88  ARREARS-SUCCESSFUL              VALUE "00".
               88  ARREARS-NOT-FOUND               VALUE "35".
           05  GLPOST-FILE-STATUS          PIC XX.
               88  GLPOST-SUCCESSFUL               VALUE "00".
           05  GLRNCTL-FILE-STATUS         PIC XX.
               88  GLRNCTL-SUCCESSFUL              VALUE "00".
               88  GLRNCTL-NOT-FOUND               VALUE "35".
           05  OFCCTL-FILE-STATUS          PIC XX.
               88  OFCCTL-SUCCESSFUL               VALUE "00".
               88  OFCCTL-NOT-FOUND                VALUE "35".
           05  OFCPARM-FILE-STATUS         PIC XX.
               88  OFCPARM-SUCCESSFUL              VALUE "00".
           05  OFCRPT-FILE-STATUS          PIC XX.
               88  OFCRPT-SUCCESSFUL               VALUE "00".
           05  RUNLOG-FILE-STATUS          PIC XX.
               88  RUNLOG-SUCCESSFUL               VALUE "00".
               88  RUNLOG-NOT-FOUND                VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME              PIC 9(8).
           05  RLF-COMPLETION-STATUS       PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED              VALUE "C".
               88  RLF-STEP-REFUSED                VALUE "R".
               88  RLF-STEP-FAILED                 VALUE "F".

       01  OFF-CYCLE-PARM-FIELDS.
           05  OFP-OVERRIDE-FLAG           PIC X.

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

       01  GL-INTERFACE-FIELDS.
           05  GLW-RUN-NUMBER              PIC 9(5).
           05  GLW-DEBIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  GLW-CREDIT-TOTAL            PIC S9(11)V99 VALUE ZERO.

      *    the transaction being posted - the check's pay date, the
      *    employee's name and department, and why it was rejected
      *    when it does not pass the edit
       01  OFF-CYCLE-WORK-FIELDS.
           05  OW-PAY-DATE                 PIC 9(8).
           05  OW-PAY-DATE-PARTS       REDEFINES OW-PAY-DATE.
               10  OW-PAY-YEAR             PIC 9(4).
               10  OW-PAY-MONTH            PIC 9(2).
               10  OW-PAY-DAY              PIC 9(2).
           05  OW-CHECK-TYPE               PIC X(1).
           05  OW-EMPLOYEE-NAME            PIC X(30).
           05  OW-DEPART-CODE              PIC X(5).
           05  OW-DEDUCTION-TOTAL          PIC 9(8)V99.
           05  OW-REJECT-REASON            PIC X(40).
           05  OW-ARREARS-REMARK           PIC X(13).
           05  OW-SIGN                     PIC S9.
           05  OW-DAYS-IN-MONTH            PIC 9(2).
           05  OW-LEAP-REMAINDER           PIC 9(3).
           05  OW-LEAP-QUOTIENT            PIC 9(4).

       01  PAY-WORK-FIELDS.
           05  PW-GROSS-PAY                PIC 9(7)V99.
           05  PW-TAX-AMOUNT               PIC 9(7)V99.
           05  PW-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  PW-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  PW-NET-PAY                  PIC S9(7)V99.
           05  PW-QUARTER-INDEX            PIC 9.

      *    the departments a voided check's hours were charged to,
      *    each with the amount charged and its GL table entry
       01  VOID-CHARGE-TABLE.
           05  VCT-ENTRY-COUNT             PIC 9(2).
           05  VCT-ENTRY OCCURS 20 TIMES.
               10  VCT-DEPART-CODE         PIC X(5).
               10  VCT-CHARGE-AMOUNT       PIC 9(7)V99.
               10  VCT-GL-INDEX            PIC 9(3).

       01  VOID-CHARGE-WORK-FIELDS.
           05  VCW-ENTRY-INDEX             PIC 9(2).
           05  VCW-CHARGED-TOTAL           PIC 9(7)V99.

      *    what a manual check recovers from each arrears bucket -
      *    no more than the bucket carries
       01  ARREARS-WORK-FIELDS.
           05  AW-RECOVERED-AMOUNT         PIC 9(7)V99.

      *    the run's postings held by department until every
      *    transaction has posted, then written to the GL interface -
      *    the manual checks as the register posts its checks, and
      *    the voids as the reversing entry - the home department's
      *    count of checks voided, and the labor charges reversed off
      *    departments the voided checks' hours were charged to
       01  GL-DEPARTMENT-TABLE.
           05  GDT-ENTRY-COUNT             PIC 9(3)    VALUE ZERO.
           05  GDT-ENTRY OCCURS 100 TIMES.
               10  GDT-DEPART-CODE         PIC X(5).
               10  GDT-MANUAL-GROSS        PIC 9(9)V99.
               10  GDT-MANUAL-TAX          PIC 9(9)V99.
               10  GDT-MANUAL-INSURANCE    PIC 9(9)V99.
               10  GDT-MANUAL-RETIREMENT   PIC 9(9)V99.
               10  GDT-MANUAL-NET          PIC S9(9)V99.
               10  GDT-VOID-GROSS          PIC 9(9)V99.
               10  GDT-VOID-TAX            PIC 9(9)V99.
               10  GDT-VOID-INSURANCE      PIC 9(9)V99.
               10  GDT-VOID-RETIREMENT     PIC 9(9)V99.
               10  GDT-VOID-NET            PIC S9(9)V99.
               10  GDT-VOID-CHECKS         PIC 9(5).
               10  GDT-VOID-LABOR          PIC 9(9)V99.

       01  GL-TABLE-WORK-FIELDS.
           05  GTW-ENTRY-INDEX             PIC 9(3).
           05  GTW-MATCHED-INDEX           PIC 9(3).
           05  GTW-DEPART-CODE             PIC X(5).

       01  MANUAL-TOTAL-FIELDS.
           05  MT-GROSS-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  MT-TAX-TOTAL                PIC 9(9)V99 VALUE ZERO.
           05  MT-INSURANCE-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05  MT-RETIREMENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  MT-NET-TOTAL                PIC S9(9)V99 VALUE ZERO.

       01  VOID-TOTAL-FIELDS.
           05  VT-GROSS-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  VT-TAX-TOTAL                PIC 9(9)V99 VALUE ZERO.
           05  VT-INSURANCE-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05  VT-RETIREMENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  VT-NET-TOTAL                PIC S9(9)V99 VALUE ZERO.

       01  REGISTER-COUNTERS.
           05  CT-RECORDS-READ             PIC 9(7)    VALUE ZERO.
           05  CT-MANUAL-POSTED            PIC 9(7)    VALUE ZERO.
           05  CT-VOIDS-POSTED             PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-REJECTED         PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(28)  VALUE
                   "OFF-CYCLE PAYROLL REGISTER  ".
           05  FILLER                      PIC X(9)   VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(10)  VALUE
                   "   GL RUN ".
           05  RHL-GL-RUN-NUMBER           PIC 9(5).
           05  FILLER                      PIC X(100) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(7)   VALUE
                   "TYPE   ".
           05  FILLER                      PIC X(7)   VALUE
                   "EMP ID ".
           05  FILLER                      PIC X(31)  VALUE
                   "EMPLOYEE NAME                  ".
           05  FILLER                      PIC X(9)   VALUE
                   "PAY DATE ".
           05  FILLER                      PIC X(9)   VALUE
                   "CHECK NO ".
           05  FILLER                      PIC X(15)  VALUE
                   "      GROSS PAY".
           05  FILLER                      PIC X(15)  VALUE
                   "            TAX".
           05  FILLER                      PIC X(15)  VALUE
                   "      INSURANCE".
           05  FILLER                      PIC X(15)  VALUE
                   "     RETIREMENT".
           05  FILLER                      PIC X(15)  VALUE
                   "        NET PAY".
           05  FILLER                      PIC X(22)  VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-TYPE-TEXT               PIC X(6).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DTL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-PAY-DATE                PIC 9(8).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-CHECK-NUMBER            PIC X(8).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-GROSS-PAY               PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-TAX-AMOUNT              PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-INSURANCE-AMOUNT        PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-RETIREMENT-AMOUNT       PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  DTL-NET-PAY                 PIC $$,$$$,$$9.99-.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  DTL-ARREARS-REMARK          PIC X(13).
           05  FILLER                      PIC X(8)   VALUE SPACES.

       01  REJECT-LINE.
           05  RJL-TYPE-TEXT               PIC X(6).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  RJL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  FILLER                      PIC X(31)  VALUE
                   "** REJECTED **                 ".
           05  RJL-PAY-DATE                PIC X(8).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  RJL-REJECT-REASON           PIC X(40).
           05  FILLER                      PIC X(66)  VALUE SPACES.

       01  TOTAL-LINE.
           05  TTL-LABEL                   PIC X(24).
           05  FILLER                      PIC X(39)  VALUE SPACES.
           05  TTL-GROSS-TOTAL             PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  TTL-TAX-TOTAL               PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  TTL-INSURANCE-TOTAL         PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  TTL-RETIREMENT-TOTAL        PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  TTL-NET-TOTAL               PIC $$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(12)  VALUE SPACES.

       01  BLANK-LINE                      PIC X(160) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(123) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Checks the off-cycle run control, then edits and posts
      *    each off-cycle transaction in the order it was keyed,
      *    prints the register totals, and releases the run's GL
      *    interface. A transaction file that will not open stops
      *    the run before anything posts or a GL run number is burned
      *****************************************************************
       000-POST-OFF-CYCLE-PAYROLL.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 050-CHECK-OFF-CYCLE-CONTROL.
           IF STEP-BLOCKED
               CLOSE OFCCTL
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.

           OPEN INPUT OFCTRAN.
           IF NOT OFCTRAN-SUCCESSFUL
               DISPLAY "OPEN ERROR ON OFCTRAN"
               DISPLAY "FILE STATUS CODE IS " OFCTRAN-FILE-STATUS
               CLOSE OFCCTL
               SET RLF-STEP-FAILED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.

           PERFORM 030-ASSIGN-GL-RUN-NUMBER.
           PERFORM 040-OPEN-YTD-PAY-FILE.
           PERFORM 042-OPEN-PAY-HISTORY-FILE.
           PERFORM 043-OPEN-LABOR-CHARGE-HISTORY.
           PERFORM 045-OPEN-ARREARS-FILE.
           PERFORM 047-OPEN-EMPLOYEE-MASTER.
           OPEN OUTPUT OFCRPT
                       GLPOST.
           MOVE RUN-DATE       TO RHL-RUN-DATE.
           MOVE GLW-RUN-NUMBER TO RHL-GL-RUN-NUMBER.
           WRITE REGISTER-LINE FROM REPORT-HEADING-LINE.
           WRITE REGISTER-LINE FROM BLANK-LINE.
           WRITE REGISTER-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 100-READ-OFF-CYCLE-TRANSACTION.
           PERFORM 200-PROCESS-OFF-CYCLE-TRANSACTION
               UNTIL OFCTRAN-EOF.
           PERFORM 300-WRITE-REGISTER-TOTALS.
           PERFORM 400-WRITE-GL-DEPARTMENT-RECORDS
               VARYING GTW-ENTRY-INDEX FROM 1 BY 1
               UNTIL GTW-ENTRY-INDEX > GDT-ENTRY-COUNT.
           PERFORM 480-RELEASE-GL-INTERFACE.
           PERFORM 060-RECORD-OFF-CYCLE-DATE.
           CLOSE OFCTRAN
                 PAYYTD
                 PAYHIST
                 LABHIST
                 ARREARS
                 OFCRPT
                 GLPOST
                 OFCCTL.
           IF EMPMASTI-AVAILABLE
               CLOSE EMPMASTI.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
      *    Assigns this run's interface run number out of the GLRNCTL
      *    control record and advances it, the same read-increment-
      *    rewrite cycle the register makes, so the off-cycle
      *    interface file is numbered in the same sequence as the
      *    pay-period files. The first time the control file does not
      *    exist yet, it is created here starting at 1
      *****************************************************************
       030-ASSIGN-GL-RUN-NUMBER.

           OPEN I-O GLRNCTL.
           IF GLRNCTL-NOT-FOUND
               OPEN OUTPUT GLRNCTL
               MOVE "1" TO GR-CONTROL-KEY
               MOVE 1   TO GR-NEXT-RUN-NUMBER
               WRITE GL-RUN-CONTROL-RECORD
               CLOSE GLRNCTL
               OPEN I-O GLRNCTL.
           MOVE "1" TO GR-CONTROL-KEY.
           READ GLRNCTL
               INVALID KEY
                   DISPLAY "READ ERROR ON GLRNCTL CONTROL RECORD"
                   DISPLAY "FILE STATUS CODE IS " GLRNCTL-FILE-STATUS
                   MOVE ZERO TO GR-NEXT-RUN-NUMBER.
           MOVE GR-NEXT-RUN-NUMBER TO GLW-RUN-NUMBER.
           ADD 1 TO GR-NEXT-RUN-NUMBER.
           REWRITE GL-RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON GLRNCTL CONTROL RECORD"
                   DISPLAY "FILE STATUS CODE IS " GLRNCTL-FILE-STATUS.
           CLOSE GLRNCTL.

      *****************************************************************
      *    Opens the year-to-date pay file for random access. The
      *    first time the file does not exist yet it is created here
      *    with no records, the same way the register creates it
      *****************************************************************
       040-OPEN-YTD-PAY-FILE.

           OPEN I-O PAYYTD.
           IF PAYYTD-NOT-FOUND
               OPEN OUTPUT PAYYTD
               CLOSE PAYYTD
               OPEN I-O PAYYTD.

      *****************************************************************
      *    Opens the pay history file for random access, creating it
      *    with no records the first time, the same way the register
      *    does
      *****************************************************************
       042-OPEN-PAY-HISTORY-FILE.

           OPEN I-O PAYHIST.
           IF PAYHIST-NOT-FOUND
               OPEN OUTPUT PAYHIST
               CLOSE PAYHIST
               OPEN I-O PAYHIST.

      *****************************************************************
      *    Opens the labor charge history for browsing a voided
      *    check's charges, creating it with no records the first
      *    time, the same way the register does
      *****************************************************************
       043-OPEN-LABOR-CHARGE-HISTORY.

           OPEN I-O LABHIST.
           IF LABHIST-NOT-FOUND
               OPEN OUTPUT LABHIST
               CLOSE LABHIST
               OPEN I-O LABHIST.

      *****************************************************************
      *    Opens the deduction arrears file for random access,
      *    creating it with no records the first time, the same way
      *    the register does
      *****************************************************************
       045-OPEN-ARREARS-FILE.

           OPEN I-O ARREARS.
           IF ARREARS-NOT-FOUND
               OPEN OUTPUT ARREARS
               CLOSE ARREARS
               OPEN I-O ARREARS.

      *****************************************************************
      *    Opens the indexed employee master for the name and
      *    department of the employee a manual check pays. Without
      *    it, and for an employee no longer on it, they come off the
      *    employee's year-to-date pay record instead
      *****************************************************************
       047-OPEN-EMPLOYEE-MASTER.

           OPEN INPUT EMPMASTI.
           IF EMPMASTI-SUCCESSFUL
               SET EMPMASTI-AVAILABLE TO TRUE
           ELSE
               DISPLAY "EMPMASTI NOT AVAILABLE - NAMES AND "
                   "DEPARTMENTS TAKEN FROM PAYYTD".

      *****************************************************************
      *    Checks the off-cycle control record before anything
      *    mutates. The run rolls YTD pay, updates arrears, and burns
      *    a GL run number, so running it twice over one transaction
      *    file doubles every manual check; a run on or before the
      *    date last stamped is refused unless the operator sets the
      *    override parameter, the same guard PAYCTL gives the
      *    register. An override run still posts no check twice -
      *    a manual check already on the pay history, or a void of a
      *    check already voided, is rejected. The control file is
      *    created with a zero date on first use so the first run
      *    posts normally
      *****************************************************************
       050-CHECK-OFF-CYCLE-CONTROL.

           OPEN I-O OFCCTL.
           IF OFCCTL-NOT-FOUND
               OPEN OUTPUT OFCCTL
               MOVE "1"  TO OC-CONTROL-KEY
               MOVE ZERO TO OC-LAST-OFF-CYCLE-DATE
               WRITE OFF-CYCLE-CONTROL-RECORD
               CLOSE OFCCTL
               OPEN I-O OFCCTL
           END-IF.
           MOVE "1" TO OC-CONTROL-KEY.
           READ OFCCTL
               INVALID KEY
                   MOVE ZERO TO OC-LAST-OFF-CYCLE-DATE.
           PERFORM 055-CHECK-OFF-CYCLE-OVERRIDE.
           IF OC-LAST-OFF-CYCLE-DATE NOT < RUN-DATE
               AND NOT OFFCYCLE-OVERRIDE-ACTIVE
               DISPLAY "OFF-CYCLE RUN ALREADY RAN ON "
                   OC-LAST-OFF-CYCLE-DATE
               DISPLAY "OFF-CYCLE RUN REFUSED - SET OFCPARM "
                   "OVERRIDE TO RERUN"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      *    Reads the operator parameter file for the rerun override.
      *    A missing parameter file, an empty one, or anything but a
      *    Y in the first column all mean no override
      *****************************************************************
       055-CHECK-OFF-CYCLE-OVERRIDE.

           OPEN INPUT OFCPARM.
           IF OFCPARM-SUCCESSFUL
               READ OFCPARM
                   AT END
                       MOVE SPACE TO OFP-OVERRIDE-FLAG
                   NOT AT END
                       MOVE OPR-OVERRIDE-FLAG TO OFP-OVERRIDE-FLAG
               END-READ
               IF OFP-OVERRIDE-FLAG = "Y"
                   SET OFFCYCLE-OVERRIDE-ACTIVE TO TRUE
                   DISPLAY "OPERATOR OVERRIDE ACTIVE FOR OFF-CYCLE "
                       "RUN " RUN-DATE
               END-IF
               CLOSE OFCPARM.

      *****************************************************************
      *    Records this run's date on the off-cycle control record
      *    once the postings and GL interface are done
      *****************************************************************
       060-RECORD-OFF-CYCLE-DATE.

           MOVE "1" TO OC-CONTROL-KEY.
           MOVE RUN-DATE TO OC-LAST-OFF-CYCLE-DATE.
           REWRITE OFF-CYCLE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON OFCCTL"
                   DISPLAY "FILE STATUS CODE IS " OFCCTL-FILE-STATUS.

      *****************************************************************
      *    Reads the next off-cycle transaction. If the end of the
      *    file is reached, sets the EOF switch to end the postings
      *****************************************************************
       100-READ-OFF-CYCLE-TRANSACTION.

           READ OFCTRAN
               AT END
                   SET OFCTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CT-RECORDS-READ.

      *****************************************************************
      *    Edits one transaction and posts it when it passes, or
      *    lists it on the register as rejected with the reason, then
      *    reads the next transaction
      *****************************************************************
       200-PROCESS-OFF-CYCLE-TRANSACTION.

           MOVE SPACES TO OW-REJECT-REASON
                          OW-ARREARS-REMARK.
           MOVE ZERO   TO VCT-ENTRY-COUNT
                          VCW-CHARGED-TOTAL.
           IF OT-MANUAL-CHECK
               PERFORM 210-EDIT-MANUAL-CHECK
               IF OW-REJECT-REASON = SPACES
                   PERFORM 220-POST-MANUAL-CHECK
               END-IF
           ELSE
           IF OT-VOID-CHECK
               PERFORM 230-EDIT-CHECK-VOID
               IF OW-REJECT-REASON = SPACES
                   PERFORM 240-POST-CHECK-VOID
               END-IF
           ELSE
               MOVE "TRANSACTION CODE NOT M OR V" TO OW-REJECT-REASON.
           IF OW-REJECT-REASON NOT = SPACES
               PERFORM 290-LIST-REJECTED-TRANSACTION.
           PERFORM 100-READ-OFF-CYCLE-TRANSACTION.

      *****************************************************************
      *    Edits a manual check. It needs an employee on the master
      *    or the YTD file, a pay date in the run year no later than
      *    the run date, numeric amounts with a gross that covers the
      *    deductions - net pay never goes negative, the same as the
      *    register - and it must not already be on the pay history.
      *    A blank pay date is the run date
      *****************************************************************
       210-EDIT-MANUAL-CHECK.

           MOVE "M" TO OW-CHECK-TYPE.
           IF OT-PAY-DATE = SPACES
               MOVE RUN-DATE TO OW-PAY-DATE
           ELSE
           IF OT-PAY-DATE NUMERIC
               MOVE OT-PAY-DATE TO OW-PAY-DATE
           ELSE
               MOVE ZERO TO OW-PAY-DATE.
           PERFORM 260-VALIDATE-PAY-DATE.
           IF OT-EMPLOYEE-ID = SPACES
               MOVE "EMPLOYEE ID MISSING" TO OW-REJECT-REASON
           ELSE
           IF OW-PAY-DATE = ZERO
               MOVE "PAY DATE NOT NUMERIC" TO OW-REJECT-REASON
           ELSE
           IF DATE-INVALID
               MOVE "PAY DATE NOT VALID" TO OW-REJECT-REASON
           ELSE
           IF OW-PAY-YEAR NOT = RUN-YEAR
               MOVE "PAY DATE NOT IN THE CURRENT PAY YEAR"
                   TO OW-REJECT-REASON
           ELSE
           IF OW-PAY-DATE > RUN-DATE
               MOVE "PAY DATE AFTER THE RUN DATE" TO OW-REJECT-REASON
           ELSE
           IF OT-GROSS-PAY NOT NUMERIC
               OR OT-TAX-AMOUNT NOT NUMERIC
               OR OT-INSURANCE-AMOUNT NOT NUMERIC
               OR OT-RETIREMENT-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO OW-REJECT-REASON
           ELSE
           IF OT-GROSS-PAY = ZERO
               MOVE "NO GROSS PAY ON MANUAL CHECK" TO OW-REJECT-REASON
           ELSE
           IF NOT OT-ARREARS-FLAG-VALID
               MOVE "ARREARS FLAG NOT A OR BLANK" TO OW-REJECT-REASON
           ELSE
               COMPUTE OW-DEDUCTION-TOTAL =
                   OT-TAX-AMOUNT + OT-INSURANCE-AMOUNT
                   + OT-RETIREMENT-AMOUNT
               IF OW-DEDUCTION-TOTAL > OT-GROSS-PAY
                   MOVE "DEDUCTIONS EXCEED GROSS PAY"
                       TO OW-REJECT-REASON.
           IF OW-REJECT-REASON = SPACES
               PERFORM 212-FIND-MANUAL-CHECK-EMPLOYEE.
           IF OW-REJECT-REASON = SPACES
               MOVE OT-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE OW-PAY-DATE    TO PH-PAY-DATE
               MOVE OW-CHECK-TYPE  TO PH-CHECK-TYPE
               READ PAYHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CHECK ALREADY ON PAY HISTORY"
                           TO OW-REJECT-REASON
               END-READ.
           IF OW-REJECT-REASON = SPACES
               MOVE OW-DEPART-CODE TO GTW-DEPART-CODE
               PERFORM 250-FIND-GL-DEPARTMENT.

      *****************************************************************
      *    Takes the name and department of the employee a manual
      *    check pays off the employee master, or off their year-to-
      *    date pay record when they are no longer on the master - a
      *    final check for a terminated employee is paid this way
      *****************************************************************
       212-FIND-MANUAL-CHECK-EMPLOYEE.

           MOVE SPACES TO OW-EMPLOYEE-NAME
                          OW-DEPART-CODE.
           IF EMPMASTI-AVAILABLE
               MOVE OT-EMPLOYEE-ID TO IR-EMPLOYEE-ID
               READ EMPMASTI INTO EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO OW-EMPLOYEE-NAME
                       MOVE EM-DEPART-CODE   TO OW-DEPART-CODE
               END-READ.
           IF OW-DEPART-CODE = SPACES
               MOVE OT-EMPLOYEE-ID TO YT-EMPLOYEE-ID
               READ PAYYTD
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER OR YTD FILE"
                           TO OW-REJECT-REASON
                   NOT INVALID KEY
                       MOVE YT-EMPLOYEE-NAME TO OW-EMPLOYEE-NAME
                       MOVE YT-DEPART-CODE   TO OW-DEPART-CODE
               END-READ.

      *****************************************************************
      *    Posts a manual check: rolls it into the employee's YTD pay
      *    and the quarter of its pay date, adds it to the pay
      *    history, recovers arrears when it is marked for them, and
      *    holds it for the GL interface and the register totals
      *****************************************************************
       220-POST-MANUAL-CHECK.

           MOVE OT-GROSS-PAY         TO PW-GROSS-PAY.
           MOVE OT-TAX-AMOUNT        TO PW-TAX-AMOUNT.
           MOVE OT-INSURANCE-AMOUNT  TO PW-INSURANCE-AMOUNT.
           MOVE OT-RETIREMENT-AMOUNT TO PW-RETIREMENT-AMOUNT.
           COMPUTE PW-NET-PAY =
               PW-GROSS-PAY - PW-TAX-AMOUNT
               - PW-INSURANCE-AMOUNT - PW-RETIREMENT-AMOUNT.
           COMPUTE PW-QUARTER-INDEX = (OW-PAY-MONTH + 2) / 3.
           PERFORM 222-ROLL-MANUAL-CHECK-YTD.
           MOVE OT-EMPLOYEE-ID        TO PH-EMPLOYEE-ID.
           MOVE OW-PAY-DATE           TO PH-PAY-DATE.
           MOVE OW-CHECK-TYPE         TO PH-CHECK-TYPE.
           MOVE OW-DEPART-CODE        TO PH-DEPART-CODE.
           MOVE PW-GROSS-PAY          TO PH-GROSS-PAY.
           MOVE PW-TAX-AMOUNT         TO PH-TAX-AMOUNT.
           MOVE PW-INSURANCE-AMOUNT   TO PH-INSURANCE-AMOUNT.
           MOVE PW-RETIREMENT-AMOUNT  TO PH-RETIREMENT-AMOUNT.
           MOVE PW-NET-PAY            TO PH-NET-PAY.
           MOVE GLW-RUN-NUMBER        TO PH-GL-RUN-NUMBER.
           MOVE ZERO                  TO PH-VOID-DATE
                                         PH-VOID-GL-RUN-NUMBER.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON PAYHIST FOR EMPLOYEE ID "
                       OT-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " PAYHIST-FILE-STATUS
                   SET RLF-STEP-FAILED TO TRUE.
           IF OT-THROUGH-ARREARS
               PERFORM 226-RECOVER-ARREARS.
           ADD PW-GROSS-PAY
               TO GDT-MANUAL-GROSS (GTW-MATCHED-INDEX) MT-GROSS-TOTAL.
           ADD PW-TAX-AMOUNT
               TO GDT-MANUAL-TAX (GTW-MATCHED-INDEX) MT-TAX-TOTAL.
           ADD PW-INSURANCE-AMOUNT
               TO GDT-MANUAL-INSURANCE (GTW-MATCHED-INDEX)
                  MT-INSURANCE-TOTAL.
           ADD PW-RETIREMENT-AMOUNT
               TO GDT-MANUAL-RETIREMENT (GTW-MATCHED-INDEX)
                  MT-RETIREMENT-TOTAL.
           ADD PW-NET-PAY
               TO GDT-MANUAL-NET (GTW-MATCHED-INDEX) MT-NET-TOTAL.
           ADD 1 TO CT-MANUAL-POSTED.
           MOVE "MANUAL"        TO DTL-TYPE-TEXT.
           MOVE OT-CHECK-NUMBER TO DTL-CHECK-NUMBER.
           MOVE +1              TO OW-SIGN.
           PERFORM 280-WRITE-REGISTER-LINE.

      *****************************************************************
      *    Rolls a manual check into the employee's year-to-date pay
      *    record the way the register rolls a period's pay: a fresh
      *    record for an employee not on the file, a fresh start for
      *    a record still on a prior year, otherwise added on. The
      *    gross and tax also go into the pay date's quarter
      *****************************************************************
       222-ROLL-MANUAL-CHECK-YTD.

           MOVE OT-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
           READ PAYYTD
               INVALID KEY
                   PERFORM 224-START-YTD-PAY-RECORD
                   WRITE YEAR-TO-DATE-PAY-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON PAYYTD FOR "
                               "EMPLOYEE ID " OT-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               PAYYTD-FILE-STATUS
                           SET RLF-STEP-FAILED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF YT-PAY-YEAR NOT = RUN-YEAR
                       PERFORM 224-START-YTD-PAY-RECORD
                   ELSE
                       ADD PW-GROSS-PAY         TO YT-GROSS-YTD
                       ADD PW-TAX-AMOUNT        TO YT-TAX-YTD
                       ADD PW-INSURANCE-AMOUNT  TO YT-INSURANCE-YTD
                       ADD PW-RETIREMENT-AMOUNT TO YT-RETIREMENT-YTD
                       ADD PW-NET-PAY           TO YT-NET-YTD
                       ADD PW-GROSS-PAY TO
                           YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX)
                       ADD PW-TAX-AMOUNT TO
                           YT-QTR-TAX (PW-QUARTER-INDEX)
                   END-IF
                   REWRITE YEAR-TO-DATE-PAY-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON PAYYTD FOR "
                               "EMPLOYEE ID " OT-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               PAYYTD-FILE-STATUS
                           SET RLF-STEP-FAILED TO TRUE
                   END-REWRITE
           END-READ.

      *****************************************************************
      *    Starts the employee's year-to-date record fresh from the
      *    manual check's amounts
      *****************************************************************
       224-START-YTD-PAY-RECORD.

           MOVE OT-EMPLOYEE-ID       TO YT-EMPLOYEE-ID.
           MOVE OW-EMPLOYEE-NAME     TO YT-EMPLOYEE-NAME.
           MOVE OW-DEPART-CODE       TO YT-DEPART-CODE.
           MOVE RUN-YEAR             TO YT-PAY-YEAR.
           MOVE PW-GROSS-PAY         TO YT-GROSS-YTD.
           MOVE PW-TAX-AMOUNT        TO YT-TAX-YTD.
           MOVE PW-INSURANCE-AMOUNT  TO YT-INSURANCE-YTD.
           MOVE PW-RETIREMENT-AMOUNT TO YT-RETIREMENT-YTD.
           MOVE PW-NET-PAY           TO YT-NET-YTD.
           PERFORM 225-CLEAR-ONE-QUARTER
               VARYING PW-QUARTER-INDEX FROM 1 BY 1
               UNTIL PW-QUARTER-INDEX > 4.
           COMPUTE PW-QUARTER-INDEX = (OW-PAY-MONTH + 2) / 3.
           MOVE PW-GROSS-PAY  TO
               YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX).
           MOVE PW-TAX-AMOUNT TO
               YT-QTR-TAX (PW-QUARTER-INDEX).

      *****************************************************************
      *    Zeroes one quarter's bucket on a freshly started record
      *****************************************************************
       225-CLEAR-ONE-QUARTER.

           MOVE ZERO TO YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX)
                        YT-QTR-TAX (PW-QUARTER-INDEX).

      *****************************************************************
      *    Takes a manual check's deductions against what the
      *    employee carries in arrears, each bucket recovering no
      *    more than it carries. A fully recovered employee's record
      *    is deleted, the same as the register does
      *****************************************************************
       226-RECOVER-ARREARS.

           MOVE OT-EMPLOYEE-ID TO AR-EMPLOYEE-ID.
           READ ARREARS
               INVALID KEY
                   MOVE "NO ARREARS" TO OW-ARREARS-REMARK
               NOT INVALID KEY
                   MOVE "ARREARS RECD" TO OW-ARREARS-REMARK
                   IF PW-TAX-AMOUNT > AR-TAX-DUE
                       MOVE AR-TAX-DUE TO AW-RECOVERED-AMOUNT
                   ELSE
                       MOVE PW-TAX-AMOUNT TO AW-RECOVERED-AMOUNT
                   END-IF
                   SUBTRACT AW-RECOVERED-AMOUNT FROM AR-TAX-DUE
                   IF PW-RETIREMENT-AMOUNT > AR-RETIREMENT-DUE
                       MOVE AR-RETIREMENT-DUE TO AW-RECOVERED-AMOUNT
                   ELSE
                       MOVE PW-RETIREMENT-AMOUNT TO AW-RECOVERED-AMOUNT
                   END-IF
                   SUBTRACT AW-RECOVERED-AMOUNT FROM AR-RETIREMENT-DUE
                   IF PW-INSURANCE-AMOUNT > AR-INSURANCE-DUE
                       MOVE AR-INSURANCE-DUE TO AW-RECOVERED-AMOUNT
                   ELSE
                       MOVE PW-INSURANCE-AMOUNT TO AW-RECOVERED-AMOUNT
                   END-IF
                   SUBTRACT AW-RECOVERED-AMOUNT FROM AR-INSURANCE-DUE
                   PERFORM 228-SETTLE-ARREARS-RECORD
           END-READ.

      *****************************************************************
      *    Rewrites the arrears record just recovered against, or
      *    deletes it once nothing is left carried
      *****************************************************************
       228-SETTLE-ARREARS-RECORD.

           IF AR-TAX-DUE = ZERO
               AND AR-RETIREMENT-DUE = ZERO
               AND AR-INSURANCE-DUE = ZERO
               DELETE ARREARS
                   INVALID KEY
                       DISPLAY "DELETE ERROR ON ARREARS FOR "
                           "EMPLOYEE ID " OT-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           ARREARS-FILE-STATUS
               END-DELETE
           ELSE
               REWRITE ARREARS-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON ARREARS FOR "
                           "EMPLOYEE ID " OT-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           ARREARS-FILE-STATUS
               END-REWRITE.

      *****************************************************************
      *    Edits a void. The check voided has to be on the pay
      *    history and not voided already, and has to be from the
      *    current pay year - a prior year's check is on statements
      *    already issued, and its YTD record has turned over - with
      *    the employee's YTD record still on that year. The pay
      *    date keyed must be a real calendar date
      *****************************************************************
       230-EDIT-CHECK-VOID.

           IF OT-CHECK-TYPE = SPACE
               MOVE "R" TO OW-CHECK-TYPE
           ELSE
               MOVE OT-CHECK-TYPE TO OW-CHECK-TYPE.
           IF OT-PAY-DATE NUMERIC
               MOVE OT-PAY-DATE TO OW-PAY-DATE
           ELSE
               MOVE ZERO TO OW-PAY-DATE.
           PERFORM 260-VALIDATE-PAY-DATE.
           IF OT-EMPLOYEE-ID = SPACES
               MOVE "EMPLOYEE ID MISSING" TO OW-REJECT-REASON
           ELSE
           IF OW-PAY-DATE = ZERO
               MOVE "PAY DATE OF CHECK VOIDED NOT NUMERIC"
                   TO OW-REJECT-REASON
           ELSE
           IF DATE-INVALID
               MOVE "PAY DATE OF CHECK VOIDED NOT VALID"
                   TO OW-REJECT-REASON
           ELSE
           IF OW-CHECK-TYPE NOT = "R"
               AND OW-CHECK-TYPE NOT = "M"
               MOVE "CHECK TYPE NOT R OR M" TO OW-REJECT-REASON
           ELSE
           IF OW-PAY-YEAR NOT = RUN-YEAR
               MOVE "CHECK NOT FROM THE CURRENT PAY YEAR"
                   TO OW-REJECT-REASON
           ELSE
           IF NOT OT-ARREARS-FLAG-VALID
               MOVE "ARREARS FLAG NOT A OR BLANK" TO OW-REJECT-REASON
           ELSE
               MOVE OT-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE OW-PAY-DATE    TO PH-PAY-DATE
               MOVE OW-CHECK-TYPE  TO PH-CHECK-TYPE
               READ PAYHIST
                   INVALID KEY
                       MOVE "CHECK NOT ON PAY HISTORY"
                           TO OW-REJECT-REASON
                   NOT INVALID KEY
                       IF PH-VOID-DATE NOT = ZERO
                           MOVE "CHECK ALREADY VOIDED"
                               TO OW-REJECT-REASON
                       END-IF
               END-READ.
           IF OW-REJECT-REASON = SPACES
               MOVE "N" TO YTD-FOUND-SWITCH
               MOVE OT-EMPLOYEE-ID TO YT-EMPLOYEE-ID
               READ PAYYTD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YT-PAY-YEAR = RUN-YEAR
                           SET YTD-FOUND TO TRUE
                       END-IF
               END-READ
               IF NOT YTD-FOUND
                   MOVE "NO CURRENT-YEAR PAY ON YTD FILE"
                       TO OW-REJECT-REASON
               ELSE
               IF YT-GROSS-YTD < PH-GROSS-PAY
                   OR YT-TAX-YTD < PH-TAX-AMOUNT
                   OR YT-INSURANCE-YTD < PH-INSURANCE-AMOUNT
                   OR YT-RETIREMENT-YTD < PH-RETIREMENT-AMOUNT
                   MOVE "YTD PAY LESS THAN THE CHECK VOIDED"
                       TO OW-REJECT-REASON
               ELSE
                   MOVE YT-EMPLOYEE-NAME TO OW-EMPLOYEE-NAME
                   MOVE PH-DEPART-CODE   TO OW-DEPART-CODE.
           IF OW-REJECT-REASON = SPACES
               PERFORM 232-LOAD-CHECK-LABOR-CHARGES.
           IF OW-REJECT-REASON = SPACES
               MOVE OW-DEPART-CODE TO GTW-DEPART-CODE
               PERFORM 250-FIND-GL-DEPARTMENT.

      *****************************************************************
      *    Gathers the labor charges the register recorded for the
      *    check being voided and finds each charged department's GL
      *    table entry, so the void can reverse each charge where it
      *    was debited. A manual check never has any
      *****************************************************************
       232-LOAD-CHECK-LABOR-CHARGES.

           MOVE ZERO TO VCT-ENTRY-COUNT
                        VCW-CHARGED-TOTAL.
           MOVE OT-EMPLOYEE-ID TO LH-EMPLOYEE-ID.
           MOVE OW-PAY-DATE    TO LH-PAY-DATE.
           MOVE OW-CHECK-TYPE  TO LH-CHECK-TYPE.
           MOVE LOW-VALUES     TO LH-CHARGE-DEPART-CODE.
           MOVE "N" TO LABHIST-EOF-SWITCH.
           START LABHIST KEY IS NOT LESS THAN LH-HISTORY-KEY
               INVALID KEY
                   SET LABHIST-EOF TO TRUE.
           PERFORM 234-LOAD-ONE-LABOR-CHARGE
               UNTIL LABHIST-EOF.
           IF OW-REJECT-REASON = SPACES
               PERFORM 236-FIND-CHARGE-GL-DEPARTMENT
                   VARYING VCW-ENTRY-INDEX FROM 1 BY 1
                   UNTIL VCW-ENTRY-INDEX > VCT-ENTRY-COUNT
                      OR OW-REJECT-REASON NOT = SPACES.

      *****************************************************************
      *    Reads the next labor charge history record and, while it
      *    still belongs to the check, adds it to the void's charges
      *****************************************************************
       234-LOAD-ONE-LABOR-CHARGE.

           READ LABHIST NEXT RECORD
               AT END
                   SET LABHIST-EOF TO TRUE.
           IF NOT LABHIST-EOF
               IF LH-EMPLOYEE-ID NOT = OT-EMPLOYEE-ID
                   OR LH-PAY-DATE NOT = OW-PAY-DATE
                   OR LH-CHECK-TYPE NOT = OW-CHECK-TYPE
                   SET LABHIST-EOF TO TRUE
               ELSE
               IF VCT-ENTRY-COUNT < 20
                   ADD 1 TO VCT-ENTRY-COUNT
                   MOVE LH-CHARGE-DEPART-CODE
                       TO VCT-DEPART-CODE (VCT-ENTRY-COUNT)
                   MOVE LH-CHARGE-AMOUNT
                       TO VCT-CHARGE-AMOUNT (VCT-ENTRY-COUNT)
                   ADD LH-CHARGE-AMOUNT TO VCW-CHARGED-TOTAL
               ELSE
                   MOVE "TOO MANY LABOR CHARGES ON CHECK"
                       TO OW-REJECT-REASON
                   SET LABHIST-EOF TO TRUE.

      *****************************************************************
      *    Finds the GL table entry for one department the check's
      *    hours were charged to
      *****************************************************************
       236-FIND-CHARGE-GL-DEPARTMENT.

           MOVE VCT-DEPART-CODE (VCW-ENTRY-INDEX) TO GTW-DEPART-CODE.
           PERFORM 250-FIND-GL-DEPARTMENT.
           MOVE GTW-MATCHED-INDEX TO VCT-GL-INDEX (VCW-ENTRY-INDEX).

      *****************************************************************
      *    Posts a void: backs the check's amounts out of the
      *    employee's YTD pay and the quarter of the check's pay
      *    date, where they went in, marks the check voided on the
      *    pay history, puts its deductions back in arrears when it
      *    is marked for them, and holds it for the GL reversal and
      *    the register totals. The void reverses each labor charge
      *    to the department it was charged to, and the rest of the
      *    gross to the home department the check was paid in
      *****************************************************************
       240-POST-CHECK-VOID.

           MOVE PH-GROSS-PAY         TO PW-GROSS-PAY.
           MOVE PH-TAX-AMOUNT        TO PW-TAX-AMOUNT.
           MOVE PH-INSURANCE-AMOUNT  TO PW-INSURANCE-AMOUNT.
           MOVE PH-RETIREMENT-AMOUNT TO PW-RETIREMENT-AMOUNT.
           MOVE PH-NET-PAY           TO PW-NET-PAY.
           COMPUTE PW-QUARTER-INDEX = (OW-PAY-MONTH + 2) / 3.
           SUBTRACT PW-GROSS-PAY         FROM YT-GROSS-YTD.
           SUBTRACT PW-TAX-AMOUNT        FROM YT-TAX-YTD.
           SUBTRACT PW-INSURANCE-AMOUNT  FROM YT-INSURANCE-YTD.
           SUBTRACT PW-RETIREMENT-AMOUNT FROM YT-RETIREMENT-YTD.
           SUBTRACT PW-NET-PAY           FROM YT-NET-YTD.
           SUBTRACT PW-GROSS-PAY
               FROM YT-QTR-TAXABLE-WAGES (PW-QUARTER-INDEX).
           SUBTRACT PW-TAX-AMOUNT
               FROM YT-QTR-TAX (PW-QUARTER-INDEX).
           REWRITE YEAR-TO-DATE-PAY-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON PAYYTD FOR EMPLOYEE ID "
                       OT-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " PAYYTD-FILE-STATUS
                   SET RLF-STEP-FAILED TO TRUE.
           MOVE RUN-DATE       TO PH-VOID-DATE.
           MOVE GLW-RUN-NUMBER TO PH-VOID-GL-RUN-NUMBER.
           REWRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON PAYHIST FOR EMPLOYEE ID "
                       OT-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " PAYHIST-FILE-STATUS
                   SET RLF-STEP-FAILED TO TRUE.
           IF OT-THROUGH-ARREARS
               PERFORM 246-REINSTATE-ARREARS.
           COMPUTE GDT-VOID-GROSS (GTW-MATCHED-INDEX) =
               GDT-VOID-GROSS (GTW-MATCHED-INDEX)
               + PW-GROSS-PAY - VCW-CHARGED-TOTAL.
           ADD PW-GROSS-PAY TO VT-GROSS-TOTAL.
           ADD 1 TO GDT-VOID-CHECKS (GTW-MATCHED-INDEX).
           PERFORM 244-REVERSE-ONE-LABOR-CHARGE
               VARYING VCW-ENTRY-INDEX FROM 1 BY 1
               UNTIL VCW-ENTRY-INDEX > VCT-ENTRY-COUNT.
           ADD PW-TAX-AMOUNT
               TO GDT-VOID-TAX (GTW-MATCHED-INDEX) VT-TAX-TOTAL.
           ADD PW-INSURANCE-AMOUNT
               TO GDT-VOID-INSURANCE (GTW-MATCHED-INDEX)
                  VT-INSURANCE-TOTAL.
           ADD PW-RETIREMENT-AMOUNT
               TO GDT-VOID-RETIREMENT (GTW-MATCHED-INDEX)
                  VT-RETIREMENT-TOTAL.
           ADD PW-NET-PAY
               TO GDT-VOID-NET (GTW-MATCHED-INDEX) VT-NET-TOTAL.
           ADD 1 TO CT-VOIDS-POSTED.
           MOVE "VOID  "        TO DTL-TYPE-TEXT.
           MOVE SPACES          TO DTL-CHECK-NUMBER.
           MOVE -1              TO OW-SIGN.
           PERFORM 280-WRITE-REGISTER-LINE.

      *****************************************************************
      *    Holds one of the voided check's labor charges for the
      *    credit to the department it was charged to
      *****************************************************************
       244-REVERSE-ONE-LABOR-CHARGE.

           ADD VCT-CHARGE-AMOUNT (VCW-ENTRY-INDEX)
               TO GDT-VOID-LABOR (VCT-GL-INDEX (VCW-ENTRY-INDEX)).

      *****************************************************************
      *    Puts a voided check's deductions back in the employee's
      *    arrears, to be recovered out of a later period - or out of
      *    the manual check that reissues it - a fresh record for an
      *    employee carrying nothing, added on for one already
      *    carried
      *****************************************************************
       246-REINSTATE-ARREARS.

           MOVE "ARREARS ADDED" TO OW-ARREARS-REMARK.
           MOVE OT-EMPLOYEE-ID TO AR-EMPLOYEE-ID.
           READ ARREARS
               INVALID KEY
                   MOVE OT-EMPLOYEE-ID       TO AR-EMPLOYEE-ID
                   MOVE PW-TAX-AMOUNT        TO AR-TAX-DUE
                   MOVE PW-RETIREMENT-AMOUNT TO AR-RETIREMENT-DUE
                   MOVE PW-INSURANCE-AMOUNT  TO AR-INSURANCE-DUE
                   WRITE ARREARS-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON ARREARS FOR "
                               "EMPLOYEE ID " OT-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               ARREARS-FILE-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD PW-TAX-AMOUNT        TO AR-TAX-DUE
                   ADD PW-RETIREMENT-AMOUNT TO AR-RETIREMENT-DUE
                   ADD PW-INSURANCE-AMOUNT  TO AR-INSURANCE-DUE
                   REWRITE ARREARS-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON ARREARS FOR "
                               "EMPLOYEE ID " OT-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               ARREARS-FILE-STATUS
                   END-REWRITE
           END-READ.

      *****************************************************************
      *    Finds the GL table entry for the department in
      *    GTW-DEPART-CODE, starting one the first time the
      *    department posts. A department that finds the table full
      *    cannot be posted to the ledger, so its transaction is
      *    rejected and nothing of it posts
      *****************************************************************
       250-FIND-GL-DEPARTMENT.

           MOVE ZERO TO GTW-MATCHED-INDEX.
           PERFORM 255-MATCH-ONE-GL-DEPARTMENT
               VARYING GTW-ENTRY-INDEX FROM 1 BY 1
               UNTIL GTW-ENTRY-INDEX > GDT-ENTRY-COUNT
                  OR GTW-MATCHED-INDEX NOT = ZERO.
           IF GTW-MATCHED-INDEX = ZERO
               IF GDT-ENTRY-COUNT < 100
                   ADD 1 TO GDT-ENTRY-COUNT
                   MOVE GDT-ENTRY-COUNT TO GTW-MATCHED-INDEX
                   MOVE GTW-DEPART-CODE
                       TO GDT-DEPART-CODE (GTW-MATCHED-INDEX)
                   MOVE ZERO TO GDT-MANUAL-GROSS (GTW-MATCHED-INDEX)
                          GDT-MANUAL-TAX (GTW-MATCHED-INDEX)
                          GDT-MANUAL-INSURANCE (GTW-MATCHED-INDEX)
                          GDT-MANUAL-RETIREMENT (GTW-MATCHED-INDEX)
                          GDT-MANUAL-NET (GTW-MATCHED-INDEX)
                          GDT-VOID-GROSS (GTW-MATCHED-INDEX)
                          GDT-VOID-TAX (GTW-MATCHED-INDEX)
                          GDT-VOID-INSURANCE (GTW-MATCHED-INDEX)
                          GDT-VOID-RETIREMENT (GTW-MATCHED-INDEX)
                          GDT-VOID-NET (GTW-MATCHED-INDEX)
                          GDT-VOID-CHECKS (GTW-MATCHED-INDEX)
                          GDT-VOID-LABOR (GTW-MATCHED-INDEX)
               ELSE
                   MOVE "GL DEPARTMENT TABLE FULL"
                       TO OW-REJECT-REASON.

      *****************************************************************
      *    Checks one GL table entry against the department sought
      *****************************************************************
       255-MATCH-ONE-GL-DEPARTMENT.

           IF GDT-DEPART-CODE (GTW-ENTRY-INDEX) = GTW-DEPART-CODE
               MOVE GTW-ENTRY-INDEX TO GTW-MATCHED-INDEX.

      *****************************************************************
      *    Checks that OW-PAY-DATE is a real calendar date: the month
      *    must be 1 through 12, the day must fit that month's
      *    length, and February 29 is only allowed in a leap year
      *    (divisible by 4, except a century year must be divisible
      *    by 400)
      *****************************************************************
       260-VALIDATE-PAY-DATE.

           SET DATE-VALID TO TRUE.
           IF OW-PAY-MONTH < 1 OR OW-PAY-MONTH > 12
               SET DATE-INVALID TO TRUE
           ELSE
               PERFORM 262-SET-DAYS-IN-MONTH
               IF OW-PAY-DAY < 1 OR OW-PAY-DAY > OW-DAYS-IN-MONTH
                   SET DATE-INVALID TO TRUE.

      *****************************************************************
      *    Sets OW-DAYS-IN-MONTH to the length of the pay date's
      *    month, allowing 29 days for February only when the pay
      *    date's year is a leap year
      *****************************************************************
       262-SET-DAYS-IN-MONTH.

           IF OW-PAY-MONTH = 4 OR 6 OR 9 OR 11
               MOVE 30 TO OW-DAYS-IN-MONTH
           ELSE
               IF OW-PAY-MONTH = 2
                   PERFORM 264-SET-FEBRUARY-LENGTH
               ELSE
                   MOVE 31 TO OW-DAYS-IN-MONTH.

      *****************************************************************
      *    Sets February's length for the pay date's year: 29 days
      *    when the year divides evenly by 4, unless it is a century
      *    year, in which case it must divide evenly by 400
      *****************************************************************
       264-SET-FEBRUARY-LENGTH.

           MOVE 28 TO OW-DAYS-IN-MONTH.
           DIVIDE OW-PAY-YEAR BY 4 GIVING OW-LEAP-QUOTIENT
               REMAINDER OW-LEAP-REMAINDER.
           IF OW-LEAP-REMAINDER = ZERO
               MOVE 29 TO OW-DAYS-IN-MONTH
               DIVIDE OW-PAY-YEAR BY 100 GIVING OW-LEAP-QUOTIENT
                   REMAINDER OW-LEAP-REMAINDER
               IF OW-LEAP-REMAINDER = ZERO
                   DIVIDE OW-PAY-YEAR BY 400 GIVING OW-LEAP-QUOTIENT
                       REMAINDER OW-LEAP-REMAINDER
                   IF OW-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO OW-DAYS-IN-MONTH.

      *****************************************************************
      *    Prints a posted transaction's register line - a void's
      *    amounts print negative, as they came off the employee's
      *    year to date
      *****************************************************************
       280-WRITE-REGISTER-LINE.

           MOVE OT-EMPLOYEE-ID    TO DTL-EMPLOYEE-ID.
           MOVE OW-EMPLOYEE-NAME  TO DTL-EMPLOYEE-NAME.
           MOVE OW-PAY-DATE       TO DTL-PAY-DATE.
           COMPUTE DTL-GROSS-PAY         = PW-GROSS-PAY * OW-SIGN.
           COMPUTE DTL-TAX-AMOUNT        = PW-TAX-AMOUNT * OW-SIGN.
           COMPUTE DTL-INSURANCE-AMOUNT  =
               PW-INSURANCE-AMOUNT * OW-SIGN.
           COMPUTE DTL-RETIREMENT-AMOUNT =
               PW-RETIREMENT-AMOUNT * OW-SIGN.
           COMPUTE DTL-NET-PAY           = PW-NET-PAY * OW-SIGN.
           MOVE OW-ARREARS-REMARK TO DTL-ARREARS-REMARK.
           WRITE REGISTER-LINE FROM DETAIL-LINE.

      *****************************************************************
      *    Lists a rejected transaction on the register with the
      *    reason it did not post, and counts it
      *****************************************************************
       290-LIST-REJECTED-TRANSACTION.

           IF OT-MANUAL-CHECK
               MOVE "MANUAL" TO RJL-TYPE-TEXT
           ELSE
           IF OT-VOID-CHECK
               MOVE "VOID  " TO RJL-TYPE-TEXT
           ELSE
               MOVE OT-TRANSACTION-CODE TO RJL-TYPE-TEXT.
           MOVE OT-EMPLOYEE-ID   TO RJL-EMPLOYEE-ID.
           MOVE OT-PAY-DATE      TO RJL-PAY-DATE.
           MOVE OW-REJECT-REASON TO RJL-REJECT-REASON.
           WRITE REGISTER-LINE FROM REJECT-LINE.
           ADD 1 TO CT-RECORDS-REJECTED.

      *****************************************************************
      *    Writes the manual check and void totals and the net of the
      *    two - the line the comptroller ties the GL entry to - and
      *    the run's counts
      *****************************************************************
       300-WRITE-REGISTER-TOTALS.

           WRITE REGISTER-LINE FROM BLANK-LINE.
           MOVE "MANUAL CHECKS:          " TO TTL-LABEL.
           MOVE MT-GROSS-TOTAL        TO TTL-GROSS-TOTAL.
           MOVE MT-TAX-TOTAL          TO TTL-TAX-TOTAL.
           MOVE MT-INSURANCE-TOTAL    TO TTL-INSURANCE-TOTAL.
           MOVE MT-RETIREMENT-TOTAL   TO TTL-RETIREMENT-TOTAL.
           MOVE MT-NET-TOTAL          TO TTL-NET-TOTAL.
           WRITE REGISTER-LINE FROM TOTAL-LINE.

           MOVE "VOIDED CHECKS:          " TO TTL-LABEL.
           COMPUTE TTL-GROSS-TOTAL      = 0 - VT-GROSS-TOTAL.
           COMPUTE TTL-TAX-TOTAL        = 0 - VT-TAX-TOTAL.
           COMPUTE TTL-INSURANCE-TOTAL  = 0 - VT-INSURANCE-TOTAL.
           COMPUTE TTL-RETIREMENT-TOTAL = 0 - VT-RETIREMENT-TOTAL.
           COMPUTE TTL-NET-TOTAL        = 0 - VT-NET-TOTAL.
           WRITE REGISTER-LINE FROM TOTAL-LINE.

           MOVE "NET OFF-CYCLE:          " TO TTL-LABEL.
           COMPUTE TTL-GROSS-TOTAL = MT-GROSS-TOTAL - VT-GROSS-TOTAL.
           COMPUTE TTL-TAX-TOTAL   = MT-TAX-TOTAL - VT-TAX-TOTAL.
           COMPUTE TTL-INSURANCE-TOTAL =
               MT-INSURANCE-TOTAL - VT-INSURANCE-TOTAL.
           COMPUTE TTL-RETIREMENT-TOTAL =
               MT-RETIREMENT-TOTAL - VT-RETIREMENT-TOTAL.
           COMPUTE TTL-NET-TOTAL   = MT-NET-TOTAL - VT-NET-TOTAL.
           WRITE REGISTER-LINE FROM TOTAL-LINE.

           WRITE REGISTER-LINE FROM BLANK-LINE.
           MOVE "TRANSACTIONS READ:           " TO SUM-LABEL.
           MOVE CT-RECORDS-READ                 TO SUM-COUNT.
           WRITE REGISTER-LINE FROM SUMMARY-LINE.

           MOVE "MANUAL CHECKS POSTED:        " TO SUM-LABEL.
           MOVE CT-MANUAL-POSTED                TO SUM-COUNT.
           WRITE REGISTER-LINE FROM SUMMARY-LINE.

           MOVE "VOIDS POSTED:                " TO SUM-LABEL.
           MOVE CT-VOIDS-POSTED                 TO SUM-COUNT.
           WRITE REGISTER-LINE FROM SUMMARY-LINE.

           MOVE "TRANSACTIONS REJECTED:       " TO SUM-LABEL.
           MOVE CT-RECORDS-REJECTED             TO SUM-COUNT.
           WRITE REGISTER-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Writes one department's GL interface records. Its manual
      *    checks post as the register posts its checks - the gross
      *    debited, each deduction and the net credited - and its
      *    voids post the reverse, to the same accounts, so the
      *    ledger carries both sides of the void. The gross a voided
      *    check's hours charged to other departments is credited
      *    back to each of them as a labor charge, and only the rest
      *    to the home department's gross. Each amount rolls
      *    into the running debit and credit totals the release proof
      *    checks
      *****************************************************************
       400-WRITE-GL-DEPARTMENT-RECORDS.

           IF GDT-MANUAL-GROSS (GTW-ENTRY-INDEX) > ZERO
               MOVE "D" TO GL-DEBIT-CREDIT-CODE
               MOVE "GROSS PAY   " TO GL-ACCOUNT-TEXT
               MOVE GDT-MANUAL-GROSS (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "C" TO GL-DEBIT-CREDIT-CODE
               MOVE "TAX WITHHELD" TO GL-ACCOUNT-TEXT
               MOVE GDT-MANUAL-TAX (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "INSURANCE   " TO GL-ACCOUNT-TEXT
               MOVE GDT-MANUAL-INSURANCE (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "RETIREMENT  " TO GL-ACCOUNT-TEXT
               MOVE GDT-MANUAL-RETIREMENT (GTW-ENTRY-INDEX)
                   TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "NET PAY     " TO GL-ACCOUNT-TEXT
               MOVE GDT-MANUAL-NET (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD.
           IF GDT-VOID-CHECKS (GTW-ENTRY-INDEX) > ZERO
               MOVE "C" TO GL-DEBIT-CREDIT-CODE
               MOVE "GROSS PAY   " TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-GROSS (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "D" TO GL-DEBIT-CREDIT-CODE
               MOVE "TAX WITHHELD" TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-TAX (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "INSURANCE   " TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-INSURANCE (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "RETIREMENT  " TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-RETIREMENT (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD
               MOVE "NET PAY     " TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-NET (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD.
           IF GDT-VOID-LABOR (GTW-ENTRY-INDEX) > ZERO
               MOVE "C" TO GL-DEBIT-CREDIT-CODE
               MOVE "LABOR CHARGE" TO GL-ACCOUNT-TEXT
               MOVE GDT-VOID-LABOR (GTW-ENTRY-INDEX) TO GL-AMOUNT
               PERFORM 450-WRITE-ONE-GL-RECORD.

      *****************************************************************
      *    Writes one interface record stamped with the run date,
      *    run number, and department, and adds it to its side's
      *    running total
      *****************************************************************
       450-WRITE-ONE-GL-RECORD.

           MOVE RUN-DATE                          TO GL-RUN-DATE.
           MOVE GLW-RUN-NUMBER                    TO GL-RUN-NUMBER.
           MOVE GDT-DEPART-CODE (GTW-ENTRY-INDEX) TO GL-DEPART-CODE.
           IF GL-DEBIT-CREDIT-CODE = "D"
               ADD GL-AMOUNT TO GLW-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO GLW-CREDIT-TOTAL.
           WRITE GL-POSTING-RECORD.
           IF NOT GLPOST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON GLPOST FOR DEPARTMENT "
                   GDT-DEPART-CODE (GTW-ENTRY-INDEX)
               DISPLAY "FILE STATUS CODE IS " GLPOST-FILE-STATUS
               SET RLF-STEP-FAILED TO TRUE.

      *****************************************************************
      *    Proves the interface file to a zero balance before the
      *    balance trailer releases it to the GL side, the same proof
      *    the register makes. A file that does not prove gets no
      *    trailer, so the GL side refuses it
      *****************************************************************
       480-RELEASE-GL-INTERFACE.

           IF GLW-DEBIT-TOTAL = GLW-CREDIT-TOTAL
               MOVE RUN-DATE        TO GL-RUN-DATE
               MOVE GLW-RUN-NUMBER  TO GL-RUN-NUMBER
               MOVE HIGH-VALUES     TO GL-DEPART-CODE
               MOVE "BALANCE     "  TO GL-ACCOUNT-TEXT
               MOVE "D"             TO GL-DEBIT-CREDIT-CODE
               MOVE GLW-DEBIT-TOTAL TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               DISPLAY "GL INTERFACE RUN " GLW-RUN-NUMBER
                   " PROVED AND RELEASED"
           ELSE
               DISPLAY "GL INTERFACE OUT OF BALANCE - NO TRAILER "
                   "WRITTEN - FILE NOT TO BE RELEASED"
               DISPLAY "DEBIT TOTAL IS  " GLW-DEBIT-TOTAL
               DISPLAY "CREDIT TOTAL IS " GLW-CREDIT-TOTAL
               SET RLF-STEP-FAILED TO TRUE.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log: the
      *    transactions read in, the manual checks and voids posted
      *    out, and the transactions rejected. The log is created on
      *    first use, the same way the register creates it
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ6540"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-RECORDS-READ       TO RL-RECORDS-IN.
           COMPUTE RL-RECORDS-OUT = CT-MANUAL-POSTED + CT-VOIDS-POSTED.
           MOVE CT-RECORDS-REJECTED   TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
