      *****************************************************************
      * Title..........: SEQ6520 - Direct Deposit and Pay Advices
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Pay-night step run after the SEQ6500 payroll
      *                  register. Pays each employee's net pay for
      *                  the period by direct deposit to the accounts
      *                  on the BANKACCT banking file SEQ6450
      *                  maintains, cutting the deposit file in the
      *                  bank's 94-byte format with batch and file
      *                  control totals; sends the zero-dollar prenote
      *                  entry for every account not yet proven; and
      *                  prints a pay advice for every employee paid,
      *                  showing the period's pay and deductions
      *                  beside the year to date and where the money
      *                  went. Employees with no account on file, or
      *                  whose account is still waiting on its
      *                  prenote, go on the paper-check list instead.
      *                  The file is cut once per pay date - a rerun
      *                  for a pay date already sent is refused unless
      *                  the operator sets the override on the parm
      *                  card, since a second file at the bank pays
      *                  every employee twice. The deposits settle on
      *                  the pay period's check date off the PAYCAL
      *                  pay calendar unless the parm card names
      *                  another settlement date
      * File Desc......: Reads the PAYNET net pay file SEQ6500 writes,
      *                  the BANKACCT banking file, the PAYYTD
      *                  year-to-date pay file, the EMPDEMO and DEMHIST
      *                  demographics files, the DDPARM deposit
      *                  parameter card, the PAYCAL pay calendar, and
      *                  the DDCTL deposit control file, and writes
      *                  the DDFILE deposit file, the ADVICE pay
      *                  advices, and the DDRPT control report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6520.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DDPARM  ASSIGN TO DDPARM
                           FILE STATUS IS DDPARM-FILE-STATUS.
           SELECT DDCTL   ASSIGN TO DDCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DC-CONTROL-KEY
                           FILE STATUS IS DDCTL-FILE-STATUS.
           SELECT PAYNET  ASSIGN TO PAYNET
                           FILE STATUS IS PAYNET-FILE-STATUS.
           SELECT BANKACCT ASSIGN TO BANKACCT
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS BA-EMPLOYEE-ID
                           FILE STATUS IS BANKACCT-FILE-STATUS.
           SELECT PAYYTD  ASSIGN TO PAYYTD
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS YT-EMPLOYEE-ID
                           FILE STATUS IS PAYYTD-FILE-STATUS.
           SELECT EMPDEMO ASSIGN TO EMPDEMO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DG-EMPLOYEE-ID
                           FILE STATUS IS EMPDEMO-FILE-STATUS.
           SELECT DEMHIST ASSIGN TO DEMHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DH-EMPLOYEE-ID
                           FILE STATUS IS DEMHIST-FILE-STATUS.
           SELECT PAYCAL  ASSIGN TO PAYCAL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PY-CALENDAR-KEY
                           FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT DDFILE  ASSIGN TO DDFILE
                           FILE STATUS IS DDFILE-FILE-STATUS.
           SELECT ADVICE  ASSIGN TO ADVICE
                           FILE STATUS IS ADVICE-FILE-STATUS.
           SELECT DDRPT   ASSIGN TO DDRPT
                           FILE STATUS IS DDRPT-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DDPARM.

      *    the deposit parameter card: the bank the file goes to and
      *    the company's identity at that bank, an optional settlement
      *    date for the deposits (blank settles them on the period's
      *    check date off the pay calendar), and the operator's
      *    rerun override in the last column used
       01  DEPOSIT-PARM-RECORD.
           05  DPR-DESTINATION-ROUTING     PIC 9(9).
           05  DPR-COMPANY-ID              PIC X(10).
           05  DPR-COMPANY-NAME            PIC X(16).
           05  DPR-BANK-NAME               PIC X(23).
           05  DPR-EFFECTIVE-DATE          PIC 9(8).
           05  DPR-EFFECTIVE-DATE-X     REDEFINES DPR-EFFECTIVE-DATE
                                           PIC X(8).
           05  DPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(13).

       FD  DDCTL.

      *    one-record control of the deposit run, keyed on a fixed
      *    one-byte key like PAYCTL - the pay date of the last file
      *    cut, so a second file for the same pay date is refused
       01  DEPOSIT-CONTROL-RECORD.
           05  DC-CONTROL-KEY              PIC X(1).
           05  DC-LAST-PAY-DATE            PIC 9(8).
           05  DC-LAST-RUN-DATE            PIC 9(8).

       FD  PAYNET.

       01  NET-PAY-RECORD.
           05  NP-EMPLOYEE-ID              PIC X(5).
           05  NP-EMPLOYEE-NAME            PIC X(30).
           05  NP-DEPART-CODE              PIC X(5).
           05  NP-PAY-DATE                 PIC 9(8).
           05  NP-GROSS-PAY                PIC 9(7)V99.
           05  NP-TAX-AMOUNT               PIC 9(7)V99.
           05  NP-INSURANCE-AMOUNT         PIC 9(7)V99.
           05  NP-RETIREMENT-AMOUNT        PIC 9(7)V99.
           05  NP-NET-PAY                  PIC S9(7)V99.
           05  NP-GL-RUN-NUMBER            PIC 9(5).

       FD  BANKACCT.

       01  BANK-ACCOUNT-RECORD.
           05  BA-EMPLOYEE-ID              PIC X(5).
           05  BA-PRIMARY-ACCOUNT.
               10  BA-ROUTING-NUMBER       PIC 9(9).
               10  BA-ACCOUNT-NUMBER       PIC X(17).
               10  BA-ACCOUNT-TYPE         PIC X(1).
               10  BA-PRENOTE-STATUS       PIC X(1).
                   88  BA-PRENOTE-DUE          VALUE "N".
                   88  BA-PRENOTE-SENT         VALUE "S".
                   88  BA-ACCOUNT-ACTIVE       VALUE "A".
               10  BA-PRENOTE-DATE         PIC 9(8).
           05  BA-SPLIT-TYPE               PIC X(1).
               88  BA-NO-SPLIT                 VALUE "N".
               88  BA-SPLIT-BY-AMOUNT          VALUE "A".
               88  BA-SPLIT-BY-PERCENT         VALUE "P".
           05  BA-SPLIT-VALUE              PIC 9(5)V99.
           05  BA-SPLIT-ACCOUNT.
               10  BA-SPLIT-ROUTING-NUMBER PIC 9(9).
               10  BA-SPLIT-ACCOUNT-NUMBER PIC X(17).
               10  BA-SPLIT-ACCOUNT-TYPE   PIC X(1).
               10  BA-SPLIT-PRENOTE-STATUS PIC X(1).
                   88  BA-SPLIT-PRENOTE-DUE    VALUE "N".
                   88  BA-SPLIT-PRENOTE-SENT   VALUE "S".
                   88  BA-SPLIT-ACCOUNT-ACTIVE VALUE "A".
               10  BA-SPLIT-PRENOTE-DATE   PIC 9(8).
           05  BA-LAST-CHANGE-DATE         PIC 9(8).

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

       FD  EMPDEMO.

       01  EMPLOYEE-DEMOGRAPHICS-RECORD.
           05  DG-EMPLOYEE-ID          PIC X(5).
           05  DG-STREET-ADDRESS       PIC X(30).
           05  DG-CITY                 PIC X(20).
           05  DG-STATE                PIC X(2).
           05  DG-ZIP-CODE             PIC X(9).
           05  DG-PHONE-NUMBER         PIC X(10).
           05  DG-CONTACT-NAME         PIC X(25).
           05  DG-CONTACT-PHONE        PIC X(10).

       FD  DEMHIST.

       01  DEMOGRAPHICS-HISTORY-RECORD.
           05  DH-EMPLOYEE-ID          PIC X(5).
           05  DH-STREET-ADDRESS       PIC X(30).
           05  DH-CITY                 PIC X(20).
           05  DH-STATE                PIC X(2).
           05  DH-ZIP-CODE             PIC X(9).
           05  DH-PHONE-NUMBER         PIC X(10).
           05  DH-CONTACT-NAME         PIC X(25).
           05  DH-CONTACT-PHONE        PIC X(10).

       FD  PAYCAL.

      *    the pay calendar SEQ6050 generates - one record per pay
      *    period keyed by its check date, and one per company
      *    holiday
       01  PAY-CALENDAR-RECORD.
           05  PY-CALENDAR-KEY.
               10  PY-RECORD-TYPE          PIC X(1).
                   88  PY-PERIOD-RECORD            VALUE "P".
                   88  PY-HOLIDAY-RECORD           VALUE "H".
               10  PY-CALENDAR-DATE        PIC 9(8).
           05  PY-PERIOD-FIELDS.
               10  PY-CALENDAR-YEAR        PIC 9(4).
               10  PY-PERIOD-NUMBER        PIC 9(2).
               10  PY-PERIODS-IN-YEAR      PIC 9(2).
               10  PY-START-DATE           PIC 9(8).
               10  PY-END-DATE             PIC 9(8).
           05  PY-HOLIDAY-FIELDS       REDEFINES PY-PERIOD-FIELDS.
               10  PY-HOLIDAY-NAME         PIC X(20).
               10  FILLER                  PIC X(4).

       FD  DDFILE.

       01  DEPOSIT-FILE-RECORD             PIC X(94).

       FD  ADVICE.

       01  ADVICE-LINE                     PIC X(80).

       FD  DDRPT.

       01  DEPOSIT-REPORT-LINE             PIC X(80).

       FD  RUNLOG.

      *    one record per cycle step, appended as the step ends -
      *    when it started and finished, what it read, wrote and
      *    rejected, and how it completed (C completed, R refused
      *    by its cycle or rerun control, F failed) - for the
      *    SEQ8700 morning operations report
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
           05  PAYNET-EOF-SWITCH           PIC X   VALUE "N".
               88  PAYNET-EOF                      VALUE "Y".
           05  BANKACCT-EOF-SWITCH         PIC X   VALUE "N".
               88  BANKACCT-EOF                    VALUE "Y".
           05  STEP-BLOCKED-SWITCH         PIC X   VALUE "N".
               88  STEP-BLOCKED                    VALUE "Y".
           05  DEPOSIT-OVERRIDE-SWITCH     PIC X   VALUE "N".
               88  DEPOSIT-OVERRIDE-ACTIVE         VALUE "Y".
           05  BATCH-OPEN-SWITCH           PIC X   VALUE "N".
               88  BATCH-OPEN                      VALUE "Y".
           05  PAYMENT-METHOD-SWITCH       PIC X   VALUE "C".
               88  PAID-BY-DEPOSIT                 VALUE "D".
               88  PAID-BY-CHECK                   VALUE "C".
               88  NO-PAYMENT-DUE                  VALUE "Z".
           05  ADDRESS-FOUND-SWITCH        PIC X   VALUE "N".
               88  ADDRESS-FOUND                   VALUE "Y".
           05  EMPDEMO-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  EMPDEMO-AVAILABLE               VALUE "Y".
           05  DEMHIST-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  DEMHIST-AVAILABLE               VALUE "Y".
           05  PAYYTD-AVAILABLE-SWITCH     PIC X   VALUE "N".
               88  PAYYTD-AVAILABLE                VALUE "Y".
           05  ACCOUNT-CHANGED-SWITCH      PIC X   VALUE "N".
               88  ACCOUNT-CHANGED                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  DDPARM-FILE-STATUS          PIC XX.
               88  DDPARM-SUCCESSFUL               VALUE "00".
           05  DDCTL-FILE-STATUS           PIC XX.
               88  DDCTL-SUCCESSFUL                VALUE "00".
               88  DDCTL-NOT-FOUND                 VALUE "35".
           05  PAYCAL-FILE-STATUS          PIC XX.
               88  PAYCAL-SUCCESSFUL               VALUE "00".
           05  PAYNET-FILE-STATUS          PIC XX.
               88  PAYNET-SUCCESSFUL               VALUE "00".
           05  BANKACCT-FILE-STATUS        PIC XX.
               88  BANKACCT-SUCCESSFUL             VALUE "00".
               88  BANKACCT-NOT-FOUND              VALUE "35".
           05  PAYYTD-FILE-STATUS          PIC XX.
               88  PAYYTD-SUCCESSFUL               VALUE "00".
           05  EMPDEMO-FILE-STATUS         PIC XX.
               88  EMPDEMO-SUCCESSFUL              VALUE "00".
           05  DEMHIST-FILE-STATUS         PIC XX.
               88  DEMHIST-SUCCESSFUL              VALUE "00".
           05  DDFILE-FILE-STATUS          PIC XX.
               88  DDFILE-SUCCESSFUL               VALUE "00".
           05  ADVICE-FILE-STATUS          PIC XX.
               88  ADVICE-SUCCESSFUL               VALUE "00".
           05  DDRPT-FILE-STATUS           PIC XX.
               88  DDRPT-SUCCESSFUL                VALUE "00".
           05  RUNLOG-FILE-STATUS          PIC XX.
               88  RUNLOG-SUCCESSFUL               VALUE "00".
               88  RUNLOG-NOT-FOUND                VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).
           05  RUN-SHORT-DATE              PIC 9(6).
           05  RUN-TIME.
               10  RUN-HOUR-MINUTE         PIC 9(4).
               10  FILLER                  PIC 9(4).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME              PIC 9(8).
           05  RLF-COMPLETION-STATUS       PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED              VALUE "C".
               88  RLF-STEP-REFUSED                VALUE "R".
               88  RLF-STEP-FAILED                 VALUE "F".

      *    the bank's file carries its dates as YYMMDD - each eight-
      *    digit date is moved here and the last six digits taken,
      *    or the first four for the pay year
       01  DATE-CONVERSION-FIELDS.
           05  DCV-FULL-DATE               PIC 9(8).
           05  DCV-DATE-PARTS        REDEFINES DCV-FULL-DATE.
               10  DCV-CENTURY             PIC 9(2).
               10  DCV-SHORT-DATE          PIC 9(6).
           05  DCV-YEAR-PARTS        REDEFINES DCV-FULL-DATE.
               10  DCV-YEAR                PIC 9(4).
               10  FILLER                  PIC 9(4).

       01  DEPOSIT-PARM-FIELDS.
           05  DP-DESTINATION-ROUTING      PIC 9(9).
           05  DP-DESTINATION-PARTS  REDEFINES DP-DESTINATION-ROUTING.
               10  DP-ORIGINATING-DFI      PIC 9(8).
               10  FILLER                  PIC 9(1).
           05  DP-COMPANY-ID               PIC X(10).
           05  DP-COMPANY-NAME             PIC X(16).
           05  DP-BANK-NAME                PIC X(23).
           05  DP-PAY-DATE                 PIC 9(8).
           05  DP-EFFECTIVE-DATE           PIC 9(8).

      *    one deposit or prenote entry on its way to the file - the
      *    routing number splits into the eight-digit receiving bank
      *    and its check digit the way the entry record carries them
       01  ENTRY-WORK-FIELDS.
           05  EW-ROUTING-NUMBER           PIC 9(9).
           05  EW-ROUTING-PARTS      REDEFINES EW-ROUTING-NUMBER.
               10  EW-RECEIVING-DFI        PIC 9(8).
               10  EW-CHECK-DIGIT          PIC 9(1).
           05  EW-ACCOUNT-NUMBER           PIC X(17).
           05  EW-ACCOUNT-TYPE             PIC X(1).
               88  EW-SAVINGS-ACCOUNT              VALUE "S".
           05  EW-AMOUNT                   PIC 9(7)V99.
           05  EW-PRENOTE-SWITCH           PIC X(1).
               88  EW-PRENOTE-ENTRY                VALUE "Y".

       01  DEPOSIT-WORK-FIELDS.
           05  DW-NET-PAY                  PIC S9(7)V99.
           05  DW-PRIMARY-AMOUNT           PIC 9(7)V99.
           05  DW-SPLIT-AMOUNT             PIC 9(7)V99.
           05  DW-CHECK-REASON             PIC X(27).

       01  BLOCKING-FIELDS.
           05  BK-RECORD-TOTAL             PIC 9(8)    COMP.
           05  BK-BLOCK-COUNT              PIC 9(6)    COMP.
           05  BK-REMAINDER                PIC 9(2)    COMP.
           05  BK-FILLER-COUNT             PIC 9(2)    COMP.
           05  BK-FILLER-SUB               PIC 9(2)    COMP.

       01  FILE-COUNTERS.
           05  CT-RECORD-COUNT             PIC 9(8)    VALUE ZERO.
           05  CT-BATCH-COUNT              PIC 9(7)    VALUE ZERO.
           05  CT-ENTRY-SEQUENCE           PIC 9(7)    VALUE ZERO.
           05  CT-BATCH-ENTRY-COUNT        PIC 9(6)    VALUE ZERO.
           05  CT-FILE-ENTRY-COUNT         PIC 9(8)    VALUE ZERO.
           05  BT-ENTRY-HASH-TOTAL         PIC 9(12)   VALUE ZERO.
           05  FT-ENTRY-HASH-TOTAL         PIC 9(12)   VALUE ZERO.
           05  BT-CREDIT-TOTAL-CENTS       PIC 9(12)   VALUE ZERO.
           05  FT-CREDIT-TOTAL-CENTS       PIC 9(12)   VALUE ZERO.

       01  RUN-COUNTERS.
           05  CT-EMPLOYEE-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-DEPOSIT-EMPLOYEE-COUNT   PIC 9(7)    VALUE ZERO.
           05  CT-DEPOSIT-ENTRY-COUNT      PIC 9(7)    VALUE ZERO.
           05  CT-CHECK-COUNT              PIC 9(7)    VALUE ZERO.
           05  CT-NO-PAY-COUNT             PIC 9(7)    VALUE ZERO.
           05  CT-PRENOTE-SENT-COUNT       PIC 9(7)    VALUE ZERO.
           05  CT-PRENOTE-ACTIVE-COUNT     PIC 9(7)    VALUE ZERO.
           05  CT-ADVICE-COUNT             PIC 9(7)    VALUE ZERO.
           05  GT-NET-PAY-TOTAL            PIC S9(9)V99 VALUE ZERO.
           05  GT-DEPOSIT-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  GT-CHECK-TOTAL              PIC 9(9)V99 VALUE ZERO.

      *    the bank's file header record
       01  FILE-HEADER-RECORD.
           05  FH-RECORD-TYPE              PIC X(1)    VALUE "1".
           05  FH-PRIORITY-CODE            PIC X(2)    VALUE "01".
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  FH-IMMEDIATE-DESTINATION    PIC 9(9).
           05  FH-IMMEDIATE-ORIGIN         PIC X(10).
           05  FH-CREATION-DATE            PIC 9(6).
           05  FH-CREATION-TIME            PIC 9(4).
           05  FH-FILE-ID-MODIFIER         PIC X(1)    VALUE "A".
           05  FH-RECORD-SIZE              PIC X(3)    VALUE "094".
           05  FH-BLOCKING-FACTOR          PIC X(2)    VALUE "10".
           05  FH-FORMAT-CODE              PIC X(1)    VALUE "1".
           05  FH-DESTINATION-NAME         PIC X(23).
           05  FH-ORIGIN-NAME              PIC X(23).
           05  FH-REFERENCE-CODE           PIC X(8)    VALUE SPACES.

      *    the bank's batch header record - one batch for the night's
      *    deposits and one for the prenotes, each credits only
       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-TYPE              PIC X(1)    VALUE "5".
           05  BH-SERVICE-CLASS            PIC X(3)    VALUE "220".
           05  BH-COMPANY-NAME             PIC X(16).
           05  BH-DISCRETIONARY-DATA       PIC X(20)   VALUE SPACES.
           05  BH-COMPANY-ID               PIC X(10).
           05  BH-ENTRY-CLASS              PIC X(3)    VALUE "PPD".
           05  BH-ENTRY-DESCRIPTION        PIC X(10).
           05  BH-DESCRIPTIVE-DATE         PIC 9(6).
           05  BH-EFFECTIVE-DATE           PIC 9(6).
           05  BH-SETTLEMENT-DATE          PIC X(3)    VALUE SPACES.
           05  BH-ORIGINATOR-STATUS        PIC X(1)    VALUE "1".
           05  BH-ORIGINATING-DFI          PIC 9(8).
           05  BH-BATCH-NUMBER             PIC 9(7).

      *    the bank's entry detail record - one per account credited
       01  ENTRY-DETAIL-RECORD.
           05  ED-RECORD-TYPE              PIC X(1)    VALUE "6".
           05  ED-TRANSACTION-CODE         PIC 9(2).
           05  ED-RECEIVING-DFI            PIC 9(8).
           05  ED-CHECK-DIGIT              PIC 9(1).
           05  ED-ACCOUNT-NUMBER           PIC X(17).
           05  ED-AMOUNT                   PIC 9(10).
           05  ED-INDIVIDUAL-ID            PIC X(15).
           05  ED-INDIVIDUAL-NAME          PIC X(22).
           05  ED-DISCRETIONARY-DATA       PIC X(2)    VALUE SPACES.
           05  ED-ADDENDA-INDICATOR        PIC X(1)    VALUE "0".
           05  ED-TRACE-DFI                PIC 9(8).
           05  ED-TRACE-SEQUENCE           PIC 9(7).

       01  BATCH-CONTROL-RECORD.
           05  BC-RECORD-TYPE              PIC X(1)    VALUE "8".
           05  BC-SERVICE-CLASS            PIC X(3)    VALUE "220".
           05  BC-ENTRY-COUNT              PIC 9(6).
           05  BC-ENTRY-HASH               PIC 9(10).
           05  BC-DEBIT-TOTAL              PIC 9(12).
           05  BC-CREDIT-TOTAL             PIC 9(12).
           05  BC-COMPANY-ID               PIC X(10).
           05  BC-AUTHENTICATION           PIC X(19)   VALUE SPACES.
           05  BC-RESERVED                 PIC X(6)    VALUE SPACES.
           05  BC-ORIGINATING-DFI          PIC 9(8).
           05  BC-BATCH-NUMBER             PIC 9(7).

       01  FILE-CONTROL-RECORD.
           05  FC-RECORD-TYPE              PIC X(1)    VALUE "9".
           05  FC-BATCH-COUNT              PIC 9(6).
           05  FC-BLOCK-COUNT              PIC 9(6).
           05  FC-ENTRY-COUNT              PIC 9(8).
           05  FC-ENTRY-HASH               PIC 9(10).
           05  FC-DEBIT-TOTAL              PIC 9(12).
           05  FC-CREDIT-TOTAL             PIC 9(12).
           05  FILLER                      PIC X(39)   VALUE SPACES.

      *    the bank pads the last block out to ten records with
      *    records of all nines
       01  BLOCK-FILLER-RECORD             PIC X(94)   VALUE ALL "9".

       01  ADVICE-HEADING-LINE.
           05  FILLER                  PIC X(30)   VALUE
                   "PAY ADVICE           PAY DATE ".
           05  AHL-PAY-DATE            PIC 9(8).
           05  FILLER                  PIC X(42)   VALUE SPACES.

       01  ADVICE-ADDRESS-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AAL-ADDRESS-TEXT        PIC X(30).
           05  FILLER                  PIC X(48)   VALUE SPACES.

       01  ADVICE-CITY-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ACL-CITY                PIC X(20).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ACL-STATE               PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ACL-ZIP-CODE            PIC X(9).
           05  FILLER                  PIC X(44)   VALUE SPACES.

       01  ADVICE-FIELD-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AFL-FIELD-LABEL         PIC X(16).
           05  AFL-FIELD-VALUE         PIC X(30).
           05  FILLER                  PIC X(32)   VALUE SPACES.

       01  ADVICE-COLUMN-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "                      THIS PERIOD    YEA".
           05  FILLER                  PIC X(40)   VALUE
                   "R TO DATE                               ".

       01  ADVICE-AMOUNT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AML-AMOUNT-LABEL        PIC X(16).
           05  AML-PERIOD-AMOUNT       PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  AML-YTD-AMOUNT          PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(30)   VALUE SPACES.

       01  ADVICE-DEPOSIT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-DEPOSIT-TEXT        PIC X(16).
           05  ADL-ACCOUNT-TYPE-TEXT   PIC X(9).
           05  ADL-ACCOUNT-NUMBER      PIC X(17).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-DEPOSIT-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(21)   VALUE SPACES.

       01  SPACER-LINE                 PIC X(80)   VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "DIRECT DEPOSIT CONTROL REPORT   PAY DATE".
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  RHL-PAY-DATE            PIC 9(8).
           05  FILLER                  PIC X(13)   VALUE
                   "   SETTLES ON".
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  RHL-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(9)    VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SHL-SECTION-TITLE       PIC X(40).
           05  FILLER                  PIC X(40)   VALUE SPACES.

       01  CHECK-COLUMN-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "EMP ID  NAME                           ".
           05  FILLER                  PIC X(40)   VALUE
                   "     NET PAY  REASON                    ".

       01  CHECK-DETAIL-LINE.
           05  CDL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  CDL-EMPLOYEE-NAME       PIC X(30).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  CDL-NET-PAY             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CDL-CHECK-REASON        PIC X(26).

       01  PRENOTE-COLUMN-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "EMP ID  ACCOUNT   ROUTING    ACCOUNT NUM".
           05  FILLER                  PIC X(40)   VALUE
                   "BER        TYPE                         ".

       01  PRENOTE-DETAIL-LINE.
           05  PDL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  PDL-WHICH-ACCOUNT       PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  PDL-ROUTING-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  PDL-ACCOUNT-NUMBER      PIC X(17).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  PDL-ACCOUNT-TYPE-TEXT   PIC X(9).
           05  FILLER                  PIC X(21)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL               PIC X(30).
           05  SUM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  SUM-AMOUNT              PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(24)   VALUE SPACES.

       01  HASH-LINE.
           05  HSL-LABEL               PIC X(30).
           05  HSL-HASH-TOTAL          PIC Z(9)9.
           05  FILLER                  PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      * Takes the bank's identity off the parm card and the pay date
      * off the first net pay record, and refuses the run if the
      * card is missing or this pay date's file has already been
      * cut. Otherwise proves the accounts whose prenotes have had a
      * pay period to come back, pays the night's net pay by deposit
      * or check with an advice for each employee, sends the new
      * prenotes, closes the file out with its control record, and
      * stamps the pay date so the file cannot be cut twice
      *****************************************************************
       000-CUT-DIRECT-DEPOSIT-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-SHORT-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME TO RLF-START-TIME.
           PERFORM 010-READ-DEPOSIT-PARM.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           OPEN INPUT PAYNET.
           IF NOT PAYNET-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PAYNET"
               DISPLAY "FILE STATUS CODE IS " PAYNET-FILE-STATUS
               SET RLF-STEP-FAILED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           PERFORM 100-READ-NET-PAY-RECORD.
           IF PAYNET-EOF
               DISPLAY "PAYNET IS EMPTY - NO PAY RUN TO DEPOSIT"
               CLOSE PAYNET
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           MOVE NP-PAY-DATE TO DP-PAY-DATE.
           IF DP-EFFECTIVE-DATE = ZERO
               PERFORM 025-TAKE-CALENDAR-CHECK-DATE.
           IF STEP-BLOCKED
               CLOSE PAYNET
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           PERFORM 020-CHECK-DEPOSIT-CONTROL.
           IF STEP-BLOCKED
               CLOSE PAYNET
                     DDCTL
               SET RLF-STEP-REFUSED TO TRUE
               PERFORM 900-WRITE-RUN-LOG-RECORD
               STOP RUN.
           PERFORM 030-OPEN-DEPOSIT-FILES.
           PERFORM 050-ACTIVATE-PROVEN-ACCOUNTS.
           PERFORM 150-WRITE-FILE-HEADER.

           MOVE "PAYROLL   " TO BH-ENTRY-DESCRIPTION.
           MOVE "PAPER CHECKS REQUIRED" TO SHL-SECTION-TITLE.
           WRITE DEPOSIT-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE DEPOSIT-REPORT-LINE FROM CHECK-COLUMN-LINE.
           PERFORM 200-PAY-ONE-EMPLOYEE
               UNTIL PAYNET-EOF.
           IF BATCH-OPEN
               PERFORM 170-WRITE-BATCH-CONTROL.

           MOVE "PRENOTE   " TO BH-ENTRY-DESCRIPTION.
           WRITE DEPOSIT-REPORT-LINE FROM SPACER-LINE.
           MOVE "PRENOTES SENT" TO SHL-SECTION-TITLE.
           WRITE DEPOSIT-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE DEPOSIT-REPORT-LINE FROM PRENOTE-COLUMN-LINE.
           PERFORM 300-SEND-PRENOTES.
           IF BATCH-OPEN
               PERFORM 170-WRITE-BATCH-CONTROL.

           PERFORM 180-WRITE-FILE-CONTROL.
           PERFORM 400-WRITE-CONTROL-TOTALS.
           PERFORM 040-RECORD-DEPOSIT-PAY-DATE.
           CLOSE PAYNET
                 DDCTL
                 BANKACCT
                 DDFILE
                 ADVICE
                 DDRPT.
           IF PAYYTD-AVAILABLE
               CLOSE PAYYTD.
           IF EMPDEMO-AVAILABLE
               CLOSE EMPDEMO.
           IF DEMHIST-AVAILABLE
               CLOSE DEMHIST.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
      * Reads the deposit parameter card. Unlike the operator
      * override cards this one is required - without the bank's
      * routing number and the company's ID at the bank there is no
      * file to cut - so a missing card, or one whose destination
      * routing number or company ID is blank, stops the run
      *****************************************************************
       010-READ-DEPOSIT-PARM.

           MOVE ZERO   TO DP-DESTINATION-ROUTING
                          DP-EFFECTIVE-DATE.
           MOVE SPACES TO DP-COMPANY-ID.
           OPEN INPUT DDPARM.
           IF DDPARM-SUCCESSFUL
               READ DDPARM
                   NOT AT END
                       PERFORM 015-MOVE-DEPOSIT-PARM
               END-READ
               CLOSE DDPARM.
           IF DP-DESTINATION-ROUTING = ZERO
               OR DP-COMPANY-ID = SPACES
               DISPLAY "DDPARM MISSING OR INCOMPLETE - BANK ROUTING "
                   "AND COMPANY ID ARE REQUIRED"
               DISPLAY "DIRECT DEPOSIT FILE NOT CUT"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      * Moves the parameter card into the run's deposit fields. A
      * blank or non-numeric settlement date is left zero so the
      * deposits settle on the pay period's check date
      *****************************************************************
       015-MOVE-DEPOSIT-PARM.

           IF DPR-DESTINATION-ROUTING NUMERIC
               MOVE DPR-DESTINATION-ROUTING TO DP-DESTINATION-ROUTING.
           MOVE DPR-COMPANY-ID   TO DP-COMPANY-ID.
           MOVE DPR-COMPANY-NAME TO DP-COMPANY-NAME.
           MOVE DPR-BANK-NAME    TO DP-BANK-NAME.
           IF DPR-EFFECTIVE-DATE-X NOT = SPACES
               AND DPR-EFFECTIVE-DATE NUMERIC
               MOVE DPR-EFFECTIVE-DATE TO DP-EFFECTIVE-DATE.
           IF DPR-OVERRIDE-FLAG = "Y"
               SET DEPOSIT-OVERRIDE-ACTIVE TO TRUE
               DISPLAY "OPERATOR OVERRIDE ACTIVE FOR DEPOSIT RUN "
                   RUN-DATE.

      *****************************************************************
      * With no settlement date on the parm card, the deposits
      * settle on the check date of the pay calendar period the net
      * pay file was cut for. A pay date that is not a check date on
      * the calendar - or no calendar to look it up on - refuses the
      * run rather than settling a payroll on a day nobody is paid;
      * keying the settlement date on the parm card lets the
      * operator cut the file anyway
      *****************************************************************
       025-TAKE-CALENDAR-CHECK-DATE.

           OPEN INPUT PAYCAL.
           IF NOT PAYCAL-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PAYCAL"
               DISPLAY "FILE STATUS CODE IS " PAYCAL-FILE-STATUS
               DISPLAY "DIRECT DEPOSIT FILE NOT CUT - KEY THE "
                   "SETTLEMENT DATE ON DDPARM TO RUN"
               SET STEP-BLOCKED TO TRUE
           ELSE
               MOVE "P"         TO PY-RECORD-TYPE
               MOVE DP-PAY-DATE TO PY-CALENDAR-DATE
               READ PAYCAL
                   INVALID KEY
                       DISPLAY "PAY DATE " DP-PAY-DATE " IS NOT A "
                           "CHECK DATE ON THE PAY CALENDAR"
                       DISPLAY "DIRECT DEPOSIT FILE NOT CUT - KEY THE "
                           "SETTLEMENT DATE ON DDPARM TO RUN"
                       SET STEP-BLOCKED TO TRUE
                   NOT INVALID KEY
                       MOVE PY-CALENDAR-DATE TO DP-EFFECTIVE-DATE
               END-READ
               CLOSE PAYCAL.

      *****************************************************************
      * Checks the deposit control record before anything is cut:
      * the bank pays whatever file it receives, so a second file
      * for a pay date already sent pays every employee twice. A
      * net pay file whose pay date matches the last one deposited
      * is refused unless the operator sets the override, and the
      * control file is created with a zero date on first use the
      * same way SEQ6500 creates PAYCTL
      *****************************************************************
       020-CHECK-DEPOSIT-CONTROL.

           OPEN I-O DDCTL.
           IF DDCTL-NOT-FOUND
               OPEN OUTPUT DDCTL
               MOVE "1"  TO DC-CONTROL-KEY
               MOVE ZERO TO DC-LAST-PAY-DATE
                            DC-LAST-RUN-DATE
               WRITE DEPOSIT-CONTROL-RECORD
               CLOSE DDCTL
               OPEN I-O DDCTL
           END-IF.
           MOVE "1" TO DC-CONTROL-KEY.
           READ DDCTL
               INVALID KEY
                   MOVE ZERO TO DC-LAST-PAY-DATE
                                DC-LAST-RUN-DATE.
           IF DC-LAST-PAY-DATE = DP-PAY-DATE
               AND NOT DEPOSIT-OVERRIDE-ACTIVE
               DISPLAY "DIRECT DEPOSIT ALREADY CUT FOR PAY DATE "
                   DP-PAY-DATE " ON " DC-LAST-RUN-DATE
               DISPLAY "DEPOSIT RUN REFUSED - SET DDPARM OVERRIDE "
                   "TO RERUN"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      * Opens the banking file for update, creating it empty the
      * first time it does not exist yet so a shop with nobody on
      * deposit still gets its paper-check list, and opens the
      * lookup files and outputs. The year-to-date and demographics
      * files only feed the advices - one that will not open leaves
      * its figures off the advice rather than stopping the pay run
      *****************************************************************
       030-OPEN-DEPOSIT-FILES.

           OPEN I-O BANKACCT.
           IF BANKACCT-NOT-FOUND
               OPEN OUTPUT BANKACCT
               CLOSE BANKACCT
               OPEN I-O BANKACCT.
           OPEN INPUT PAYYTD.
           IF PAYYTD-SUCCESSFUL
               SET PAYYTD-AVAILABLE TO TRUE
           ELSE
               DISPLAY "OPEN ERROR ON PAYYTD - ADVICES PRINT "
                   "WITHOUT YEAR TO DATE".
           OPEN INPUT EMPDEMO.
           IF EMPDEMO-SUCCESSFUL
               SET EMPDEMO-AVAILABLE TO TRUE.
           OPEN INPUT DEMHIST.
           IF DEMHIST-SUCCESSFUL
               SET DEMHIST-AVAILABLE TO TRUE.
           OPEN OUTPUT DDFILE
                       ADVICE
                       DDRPT.
           MOVE DP-PAY-DATE       TO RHL-PAY-DATE.
           MOVE DP-EFFECTIVE-DATE TO RHL-EFFECTIVE-DATE.
           WRITE DEPOSIT-REPORT-LINE FROM REPORT-HEADING-LINE.

      *****************************************************************
      * Records this run's pay date on the deposit control record
      * once the file is closed out, so a rerun for the same pay
      * date refuses to cut a second file
      *****************************************************************
       040-RECORD-DEPOSIT-PAY-DATE.

           MOVE "1"         TO DC-CONTROL-KEY.
           MOVE DP-PAY-DATE TO DC-LAST-PAY-DATE.
           MOVE RUN-DATE    TO DC-LAST-RUN-DATE.
           REWRITE DEPOSIT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON DDCTL"
                   DISPLAY "FILE STATUS CODE IS " DDCTL-FILE-STATUS.

      *****************************************************************
      * Reads the banking file from the top and makes active every
      * account whose prenote went out on an earlier pay night - a
      * prenote the bank could not post comes back as a return well
      * inside a pay period, and payroll pulls the account through
      * SEQ6450 when one does, so an account still sent a period
      * later has been proven and takes real money from tonight on
      *****************************************************************
       050-ACTIVATE-PROVEN-ACCOUNTS.

           MOVE "N"        TO BANKACCT-EOF-SWITCH.
           MOVE LOW-VALUES TO BA-EMPLOYEE-ID.
           START BANKACCT KEY IS NOT LESS THAN BA-EMPLOYEE-ID
               INVALID KEY
                   SET BANKACCT-EOF TO TRUE.
           PERFORM 055-ACTIVATE-ONE-ACCOUNT
               UNTIL BANKACCT-EOF.

      *****************************************************************
      * Reads the next banking record and activates whichever of its
      * accounts has a prenote sent before today
      *****************************************************************
       055-ACTIVATE-ONE-ACCOUNT.

           READ BANKACCT NEXT RECORD
               AT END
                   SET BANKACCT-EOF TO TRUE.
           IF NOT BANKACCT-EOF
               MOVE "N" TO ACCOUNT-CHANGED-SWITCH
               IF BA-PRENOTE-SENT
                   AND BA-PRENOTE-DATE < RUN-DATE
                   SET BA-ACCOUNT-ACTIVE TO TRUE
                   SET ACCOUNT-CHANGED TO TRUE
                   ADD 1 TO CT-PRENOTE-ACTIVE-COUNT
               END-IF
               IF NOT BA-NO-SPLIT
                   AND BA-SPLIT-PRENOTE-SENT
                   AND BA-SPLIT-PRENOTE-DATE < RUN-DATE
                   SET BA-SPLIT-ACCOUNT-ACTIVE TO TRUE
                   SET ACCOUNT-CHANGED TO TRUE
                   ADD 1 TO CT-PRENOTE-ACTIVE-COUNT
               END-IF
               IF ACCOUNT-CHANGED
                   REWRITE BANK-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON BANKACCT FOR "
                               "EMPLOYEE ID " BA-EMPLOYEE-ID.

      *****************************************************************
      * Reads the next net pay record. At end of file, sets the EOF
      * switch to stop the pay loop
      *****************************************************************
       100-READ-NET-PAY-RECORD.

           READ PAYNET
               AT END
                   SET PAYNET-EOF TO TRUE.

      *****************************************************************
      * Writes the file header that opens the deposit file: the bank
      * it is bound for, the company sending it, and when it was cut
      *****************************************************************
       150-WRITE-FILE-HEADER.

           MOVE DP-DESTINATION-ROUTING TO FH-IMMEDIATE-DESTINATION.
           MOVE DP-COMPANY-ID          TO FH-IMMEDIATE-ORIGIN.
           MOVE RUN-SHORT-DATE         TO FH-CREATION-DATE.
           MOVE RUN-HOUR-MINUTE        TO FH-CREATION-TIME.
           MOVE DP-BANK-NAME           TO FH-DESTINATION-NAME.
           MOVE DP-COMPANY-NAME        TO FH-ORIGIN-NAME.
           WRITE DEPOSIT-FILE-RECORD FROM FILE-HEADER-RECORD.
           ADD 1 TO CT-RECORD-COUNT.

      *****************************************************************
      * Opens a batch under the entry description the caller left
      * in the header. The batch header is written when the batch's
      * first entry is, so a night with nothing to send in a batch
      * leaves no empty batch in the file
      *****************************************************************
       160-WRITE-BATCH-HEADER.

           ADD 1 TO CT-BATCH-COUNT.
           MOVE DP-COMPANY-NAME    TO BH-COMPANY-NAME.
           MOVE DP-COMPANY-ID      TO BH-COMPANY-ID.
           MOVE DP-PAY-DATE        TO DCV-FULL-DATE.
           MOVE DCV-SHORT-DATE     TO BH-DESCRIPTIVE-DATE.
           MOVE DP-EFFECTIVE-DATE  TO DCV-FULL-DATE.
           MOVE DCV-SHORT-DATE     TO BH-EFFECTIVE-DATE.
           MOVE DP-ORIGINATING-DFI TO BH-ORIGINATING-DFI.
           MOVE CT-BATCH-COUNT     TO BH-BATCH-NUMBER.
           WRITE DEPOSIT-FILE-RECORD FROM BATCH-HEADER-RECORD.
           ADD 1 TO CT-RECORD-COUNT.
           MOVE ZERO TO CT-BATCH-ENTRY-COUNT
                        BT-ENTRY-HASH-TOTAL
                        BT-CREDIT-TOTAL-CENTS.
           SET BATCH-OPEN TO TRUE.

      *****************************************************************
      * Closes the open batch with its control record - the entry
      * count, the hash of the receiving banks (the low ten digits
      * of their sum, as the bank figures it), and the credit total
      *****************************************************************
       170-WRITE-BATCH-CONTROL.

           MOVE CT-BATCH-ENTRY-COUNT  TO BC-ENTRY-COUNT.
           MOVE BT-ENTRY-HASH-TOTAL   TO BC-ENTRY-HASH.
           MOVE ZERO                  TO BC-DEBIT-TOTAL.
           MOVE BT-CREDIT-TOTAL-CENTS TO BC-CREDIT-TOTAL.
           MOVE DP-COMPANY-ID         TO BC-COMPANY-ID.
           MOVE DP-ORIGINATING-DFI    TO BC-ORIGINATING-DFI.
           MOVE CT-BATCH-COUNT        TO BC-BATCH-NUMBER.
           WRITE DEPOSIT-FILE-RECORD FROM BATCH-CONTROL-RECORD.
           ADD 1 TO CT-RECORD-COUNT.
           MOVE "N" TO BATCH-OPEN-SWITCH.

      *****************************************************************
      * Closes the file out with its control record and pads the
      * last block to ten records with all-nines filler, the block
      * count taken over every record including the control record
      *****************************************************************
       180-WRITE-FILE-CONTROL.

           COMPUTE BK-RECORD-TOTAL = CT-RECORD-COUNT + 1.
           DIVIDE BK-RECORD-TOTAL BY 10
               GIVING BK-BLOCK-COUNT REMAINDER BK-REMAINDER.
           IF BK-REMAINDER = ZERO
               MOVE ZERO TO BK-FILLER-COUNT
           ELSE
               ADD 1 TO BK-BLOCK-COUNT
               COMPUTE BK-FILLER-COUNT = 10 - BK-REMAINDER.
           MOVE CT-BATCH-COUNT        TO FC-BATCH-COUNT.
           MOVE BK-BLOCK-COUNT        TO FC-BLOCK-COUNT.
           MOVE CT-FILE-ENTRY-COUNT   TO FC-ENTRY-COUNT.
           MOVE FT-ENTRY-HASH-TOTAL   TO FC-ENTRY-HASH.
           MOVE ZERO                  TO FC-DEBIT-TOTAL.
           MOVE FT-CREDIT-TOTAL-CENTS TO FC-CREDIT-TOTAL.
           WRITE DEPOSIT-FILE-RECORD FROM FILE-CONTROL-RECORD.
           PERFORM 185-WRITE-BLOCK-FILLER
               VARYING BK-FILLER-SUB FROM 1 BY 1
               UNTIL BK-FILLER-SUB > BK-FILLER-COUNT.

      *****************************************************************
      * Writes one all-nines filler record
      *****************************************************************
       185-WRITE-BLOCK-FILLER.

           WRITE DEPOSIT-FILE-RECORD FROM BLOCK-FILLER-RECORD.

      *****************************************************************
      * Writes one credit entry for the account in the entry work
      * fields - a deposit for the amount there, or a zero-dollar
      * prenote - opening the batch first if this is its first entry,
      * and rolls it into the batch and file hash and totals. The
      * transaction code is 22 for checking or 32 for savings, one
      * higher for a prenote
      *****************************************************************
       190-WRITE-ENTRY-DETAIL.

           IF NOT BATCH-OPEN
               PERFORM 160-WRITE-BATCH-HEADER.
           IF EW-SAVINGS-ACCOUNT
               MOVE 32 TO ED-TRANSACTION-CODE
           ELSE
               MOVE 22 TO ED-TRANSACTION-CODE.
           IF EW-PRENOTE-ENTRY
               ADD 1 TO ED-TRANSACTION-CODE
               MOVE ZERO TO EW-AMOUNT.
           MOVE EW-RECEIVING-DFI   TO ED-RECEIVING-DFI.
           MOVE EW-CHECK-DIGIT     TO ED-CHECK-DIGIT.
           MOVE EW-ACCOUNT-NUMBER  TO ED-ACCOUNT-NUMBER.
           COMPUTE ED-AMOUNT = EW-AMOUNT * 100.
           ADD 1 TO CT-ENTRY-SEQUENCE.
           MOVE DP-ORIGINATING-DFI TO ED-TRACE-DFI.
           MOVE CT-ENTRY-SEQUENCE  TO ED-TRACE-SEQUENCE.
           WRITE DEPOSIT-FILE-RECORD FROM ENTRY-DETAIL-RECORD.
           ADD 1 TO CT-RECORD-COUNT
                    CT-BATCH-ENTRY-COUNT
                    CT-FILE-ENTRY-COUNT.
           ADD EW-RECEIVING-DFI TO BT-ENTRY-HASH-TOTAL
                                   FT-ENTRY-HASH-TOTAL.
           ADD ED-AMOUNT        TO BT-CREDIT-TOTAL-CENTS
                                   FT-CREDIT-TOTAL-CENTS.

      *****************************************************************
      * Pays one employee's net pay for the period and prints the
      * employee's advice, then reads the next net pay record
      *****************************************************************
       200-PAY-ONE-EMPLOYEE.

           ADD 1 TO CT-EMPLOYEE-COUNT.
           ADD NP-NET-PAY TO GT-NET-PAY-TOTAL.
           MOVE NP-NET-PAY TO DW-NET-PAY.
           MOVE ZERO       TO DW-PRIMARY-AMOUNT
                              DW-SPLIT-AMOUNT.
           MOVE SPACES     TO DW-CHECK-REASON.
           MOVE NP-EMPLOYEE-ID TO BA-EMPLOYEE-ID.
           IF DW-NET-PAY NOT > ZERO
               SET NO-PAYMENT-DUE TO TRUE
               ADD 1 TO CT-NO-PAY-COUNT
           ELSE
               READ BANKACCT
                   INVALID KEY
                       MOVE "NO BANK ACCOUNT ON FILE"
                           TO DW-CHECK-REASON
                       SET PAID-BY-CHECK TO TRUE
                   NOT INVALID KEY
                       PERFORM 210-SELECT-PAYMENT-METHOD
               END-READ.
           IF PAID-BY-DEPOSIT
               PERFORM 220-DEPOSIT-NET-PAY
           ELSE
           IF PAID-BY-CHECK
               PERFORM 240-LIST-PAPER-CHECK.
           PERFORM 250-PRINT-PAY-ADVICE.
           PERFORM 100-READ-NET-PAY-RECORD.

      *****************************************************************
      * Decides how an employee with a banking record is paid. The
      * primary account must be proven before any money goes to it,
      * so an employee whose primary prenote is still out is paid by
      * check this period. The split takes its fixed amount (never
      * more than the net) or its percent of net only once the split
      * account is proven too - until then the whole net goes to the
      * primary account - and the primary takes whatever is left
      *****************************************************************
       210-SELECT-PAYMENT-METHOD.

           IF NOT BA-ACCOUNT-ACTIVE
               MOVE "PRENOTE PENDING" TO DW-CHECK-REASON
               SET PAID-BY-CHECK TO TRUE
           ELSE
               SET PAID-BY-DEPOSIT TO TRUE
               IF BA-SPLIT-ACCOUNT-ACTIVE
                   AND BA-SPLIT-BY-AMOUNT
                   IF BA-SPLIT-VALUE > DW-NET-PAY
                       MOVE DW-NET-PAY TO DW-SPLIT-AMOUNT
                   ELSE
                       MOVE BA-SPLIT-VALUE TO DW-SPLIT-AMOUNT
                   END-IF
               ELSE
               IF BA-SPLIT-ACCOUNT-ACTIVE
                   AND BA-SPLIT-BY-PERCENT
                   COMPUTE DW-SPLIT-AMOUNT ROUNDED =
                       DW-NET-PAY * BA-SPLIT-VALUE / 100
               END-IF
               END-IF
               COMPUTE DW-PRIMARY-AMOUNT =
                   DW-NET-PAY - DW-SPLIT-AMOUNT.

      *****************************************************************
      * Writes the deposit entries for an employee paid by deposit -
      * the split account's share first when there is one, then the
      * primary account's, skipping an account whose share is zero
      *****************************************************************
       220-DEPOSIT-NET-PAY.

           ADD 1 TO CT-DEPOSIT-EMPLOYEE-COUNT.
           MOVE "N" TO EW-PRENOTE-SWITCH.
           IF DW-SPLIT-AMOUNT > ZERO
               MOVE BA-SPLIT-ROUTING-NUMBER TO EW-ROUTING-NUMBER
               MOVE BA-SPLIT-ACCOUNT-NUMBER TO EW-ACCOUNT-NUMBER
               MOVE BA-SPLIT-ACCOUNT-TYPE   TO EW-ACCOUNT-TYPE
               MOVE DW-SPLIT-AMOUNT         TO EW-AMOUNT
               PERFORM 230-WRITE-DEPOSIT-ENTRY.
           IF DW-PRIMARY-AMOUNT > ZERO
               MOVE BA-ROUTING-NUMBER       TO EW-ROUTING-NUMBER
               MOVE BA-ACCOUNT-NUMBER       TO EW-ACCOUNT-NUMBER
               MOVE BA-ACCOUNT-TYPE         TO EW-ACCOUNT-TYPE
               MOVE DW-PRIMARY-AMOUNT       TO EW-AMOUNT
               PERFORM 230-WRITE-DEPOSIT-ENTRY.

      *****************************************************************
      * Writes one deposit entry for the employee being paid and
      * adds it to the deposit totals
      *****************************************************************
       230-WRITE-DEPOSIT-ENTRY.

           MOVE NP-EMPLOYEE-ID   TO ED-INDIVIDUAL-ID.
           MOVE NP-EMPLOYEE-NAME TO ED-INDIVIDUAL-NAME.
           ADD EW-AMOUNT TO GT-DEPOSIT-TOTAL.
           ADD 1 TO CT-DEPOSIT-ENTRY-COUNT.
           PERFORM 190-WRITE-ENTRY-DETAIL.

      *****************************************************************
      * Lists an employee to be paid by paper check, with the reason
      * the deposit could not be made
      *****************************************************************
       240-LIST-PAPER-CHECK.

           MOVE NP-EMPLOYEE-ID   TO CDL-EMPLOYEE-ID.
           MOVE NP-EMPLOYEE-NAME TO CDL-EMPLOYEE-NAME.
           MOVE DW-NET-PAY       TO CDL-NET-PAY.
           MOVE DW-CHECK-REASON  TO CDL-CHECK-REASON.
           WRITE DEPOSIT-REPORT-LINE FROM CHECK-DETAIL-LINE.
           ADD 1 TO CT-CHECK-COUNT.
           ADD DW-NET-PAY TO GT-CHECK-TOTAL.

      *****************************************************************
      * Prints one employee's pay advice: the name and mailing
      * address, the period's gross, deductions, and net beside the
      * year to date, and where the net went
      *****************************************************************
       250-PRINT-PAY-ADVICE.

           MOVE DP-PAY-DATE TO AHL-PAY-DATE.
           WRITE ADVICE-LINE FROM ADVICE-HEADING-LINE.
           PERFORM 255-PRINT-ADVICE-ADDRESS.
           MOVE "EMPLOYEE ID     " TO AFL-FIELD-LABEL.
           MOVE NP-EMPLOYEE-ID     TO AFL-FIELD-VALUE.
           WRITE ADVICE-LINE FROM ADVICE-FIELD-LINE.
           MOVE "DEPARTMENT      " TO AFL-FIELD-LABEL.
           MOVE NP-DEPART-CODE     TO AFL-FIELD-VALUE.
           WRITE ADVICE-LINE FROM ADVICE-FIELD-LINE.
           PERFORM 260-PRINT-ADVICE-AMOUNTS.
           PERFORM 270-PRINT-ADVICE-PAYMENT.
           WRITE ADVICE-LINE FROM SPACER-LINE.
           ADD 1 TO CT-ADVICE-COUNT.

      *****************************************************************
      * Prints the name and mailing address. The address comes off
      * the demographics file, or for an employee terminated since
      * the pay run the demographics history the delete carried it
      * to, so a final advice still reaches the employee
      *****************************************************************
       255-PRINT-ADVICE-ADDRESS.

           MOVE "N" TO ADDRESS-FOUND-SWITCH.
           MOVE NP-EMPLOYEE-NAME TO AAL-ADDRESS-TEXT.
           WRITE ADVICE-LINE FROM ADVICE-ADDRESS-LINE.
           IF EMPDEMO-AVAILABLE
               MOVE NP-EMPLOYEE-ID TO DG-EMPLOYEE-ID
               READ EMPDEMO
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
                       MOVE DG-STREET-ADDRESS TO AAL-ADDRESS-TEXT
                       MOVE DG-CITY           TO ACL-CITY
                       MOVE DG-STATE          TO ACL-STATE
                       MOVE DG-ZIP-CODE       TO ACL-ZIP-CODE
               END-READ.
           IF NOT ADDRESS-FOUND
               AND DEMHIST-AVAILABLE
               MOVE NP-EMPLOYEE-ID TO DH-EMPLOYEE-ID
               READ DEMHIST
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
                       MOVE DH-STREET-ADDRESS TO AAL-ADDRESS-TEXT
                       MOVE DH-CITY           TO ACL-CITY
                       MOVE DH-STATE          TO ACL-STATE
                       MOVE DH-ZIP-CODE       TO ACL-ZIP-CODE
               END-READ.
           IF ADDRESS-FOUND
               WRITE ADVICE-LINE FROM ADVICE-ADDRESS-LINE
               WRITE ADVICE-LINE FROM ADVICE-CITY-LINE
           ELSE
               MOVE "ADDRESS NOT ON FILE" TO AAL-ADDRESS-TEXT
               WRITE ADVICE-LINE FROM ADVICE-ADDRESS-LINE.

      *****************************************************************
      * Prints the period's gross, each deduction, and net beside
      * the year to date. The year-to-date record already carries
      * this period, which SEQ6500 rolled in as it printed the
      * register; one missing or carried for another year prints
      * the year-to-date column as zero
      *****************************************************************
       260-PRINT-ADVICE-AMOUNTS.

           MOVE NP-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
           IF PAYYTD-AVAILABLE
               READ PAYYTD
                   INVALID KEY
                       PERFORM 265-CLEAR-YEAR-TO-DATE
               END-READ
           ELSE
               PERFORM 265-CLEAR-YEAR-TO-DATE.
           MOVE DP-PAY-DATE TO DCV-FULL-DATE.
           IF YT-PAY-YEAR NOT = DCV-YEAR
               PERFORM 265-CLEAR-YEAR-TO-DATE.
           WRITE ADVICE-LINE FROM ADVICE-COLUMN-LINE.
           MOVE "GROSS PAY       "   TO AML-AMOUNT-LABEL.
           MOVE NP-GROSS-PAY         TO AML-PERIOD-AMOUNT.
           MOVE YT-GROSS-YTD         TO AML-YTD-AMOUNT.
           WRITE ADVICE-LINE FROM ADVICE-AMOUNT-LINE.
           MOVE "TAX WITHHELD    "   TO AML-AMOUNT-LABEL.
           MOVE NP-TAX-AMOUNT        TO AML-PERIOD-AMOUNT.
           MOVE YT-TAX-YTD           TO AML-YTD-AMOUNT.
           WRITE ADVICE-LINE FROM ADVICE-AMOUNT-LINE.
           MOVE "INSURANCE       "   TO AML-AMOUNT-LABEL.
           MOVE NP-INSURANCE-AMOUNT  TO AML-PERIOD-AMOUNT.
           MOVE YT-INSURANCE-YTD     TO AML-YTD-AMOUNT.
           WRITE ADVICE-LINE FROM ADVICE-AMOUNT-LINE.
           MOVE "RETIREMENT      "   TO AML-AMOUNT-LABEL.
           MOVE NP-RETIREMENT-AMOUNT TO AML-PERIOD-AMOUNT.
           MOVE YT-RETIREMENT-YTD    TO AML-YTD-AMOUNT.
           WRITE ADVICE-LINE FROM ADVICE-AMOUNT-LINE.
           MOVE "NET PAY         "   TO AML-AMOUNT-LABEL.
           MOVE NP-NET-PAY           TO AML-PERIOD-AMOUNT.
           MOVE YT-NET-YTD           TO AML-YTD-AMOUNT.
           WRITE ADVICE-LINE FROM ADVICE-AMOUNT-LINE.

      *****************************************************************
      * Zeroes the year-to-date figures for an advice with no
      * year-to-date record for the pay year
      *****************************************************************
       265-CLEAR-YEAR-TO-DATE.

           MOVE ZERO TO YT-PAY-YEAR
                        YT-GROSS-YTD
                        YT-TAX-YTD
                        YT-INSURANCE-YTD
                        YT-RETIREMENT-YTD
                        YT-NET-YTD.

      *****************************************************************
      * Prints where the net went: each account deposited to with
      * its share, the check amount, or no payment for a period
      * whose deductions took the whole gross
      *****************************************************************
       270-PRINT-ADVICE-PAYMENT.

           MOVE SPACES TO ADL-ACCOUNT-TYPE-TEXT
                          ADL-ACCOUNT-NUMBER.
           IF NO-PAYMENT-DUE
               MOVE "NO PAYMENT DUE  " TO ADL-DEPOSIT-TEXT
               MOVE ZERO               TO ADL-DEPOSIT-AMOUNT
               WRITE ADVICE-LINE FROM ADVICE-DEPOSIT-LINE
           ELSE
           IF PAID-BY-CHECK
               MOVE "PAID BY CHECK   " TO ADL-DEPOSIT-TEXT
               MOVE DW-NET-PAY         TO ADL-DEPOSIT-AMOUNT
               WRITE ADVICE-LINE FROM ADVICE-DEPOSIT-LINE
           ELSE
               MOVE "DEPOSITED TO    " TO ADL-DEPOSIT-TEXT
               IF DW-SPLIT-AMOUNT > ZERO
                   MOVE BA-SPLIT-ACCOUNT-TYPE   TO EW-ACCOUNT-TYPE
                   MOVE BA-SPLIT-ACCOUNT-NUMBER TO ADL-ACCOUNT-NUMBER
                   MOVE DW-SPLIT-AMOUNT         TO ADL-DEPOSIT-AMOUNT
                   PERFORM 275-WRITE-DEPOSIT-LINE
               END-IF
               IF DW-PRIMARY-AMOUNT > ZERO
                   MOVE BA-ACCOUNT-TYPE         TO EW-ACCOUNT-TYPE
                   MOVE BA-ACCOUNT-NUMBER       TO ADL-ACCOUNT-NUMBER
                   MOVE DW-PRIMARY-AMOUNT       TO ADL-DEPOSIT-AMOUNT
                   PERFORM 275-WRITE-DEPOSIT-LINE.

      *****************************************************************
      * Prints one deposit line under its account type
      *****************************************************************
       275-WRITE-DEPOSIT-LINE.

           IF EW-SAVINGS-ACCOUNT
               MOVE "SAVINGS  " TO ADL-ACCOUNT-TYPE-TEXT
           ELSE
               MOVE "CHECKING " TO ADL-ACCOUNT-TYPE-TEXT.
           WRITE ADVICE-LINE FROM ADVICE-DEPOSIT-LINE.

      *****************************************************************
      * Reads the banking file from the top and sends a zero-dollar
      * prenote for every account due one, marking it sent with
      * tonight's date so a later pay night makes it active
      *****************************************************************
       300-SEND-PRENOTES.

           MOVE "N"        TO BANKACCT-EOF-SWITCH.
           MOVE "Y"        TO EW-PRENOTE-SWITCH.
           MOVE LOW-VALUES TO BA-EMPLOYEE-ID.
           START BANKACCT KEY IS NOT LESS THAN BA-EMPLOYEE-ID
               INVALID KEY
                   SET BANKACCT-EOF TO TRUE.
           PERFORM 310-PRENOTE-ONE-RECORD
               UNTIL BANKACCT-EOF.

      *****************************************************************
      * Reads the next banking record and sends the prenote for
      * whichever of its accounts is due one
      *****************************************************************
       310-PRENOTE-ONE-RECORD.

           READ BANKACCT NEXT RECORD
               AT END
                   SET BANKACCT-EOF TO TRUE.
           IF NOT BANKACCT-EOF
               MOVE "N" TO ACCOUNT-CHANGED-SWITCH
               IF BA-PRENOTE-DUE
                   MOVE BA-ROUTING-NUMBER TO EW-ROUTING-NUMBER
                   MOVE BA-ACCOUNT-NUMBER TO EW-ACCOUNT-NUMBER
                   MOVE BA-ACCOUNT-TYPE   TO EW-ACCOUNT-TYPE
                   MOVE "PRIMARY"         TO PDL-WHICH-ACCOUNT
                   PERFORM 320-WRITE-PRENOTE-ENTRY
                   SET BA-PRENOTE-SENT TO TRUE
                   MOVE RUN-DATE TO BA-PRENOTE-DATE
               END-IF
               IF NOT BA-NO-SPLIT
                   AND BA-SPLIT-PRENOTE-DUE
                   MOVE BA-SPLIT-ROUTING-NUMBER TO EW-ROUTING-NUMBER
                   MOVE BA-SPLIT-ACCOUNT-NUMBER TO EW-ACCOUNT-NUMBER
                   MOVE BA-SPLIT-ACCOUNT-TYPE   TO EW-ACCOUNT-TYPE
                   MOVE "SPLIT  "               TO PDL-WHICH-ACCOUNT
                   PERFORM 320-WRITE-PRENOTE-ENTRY
                   SET BA-SPLIT-PRENOTE-SENT TO TRUE
                   MOVE RUN-DATE TO BA-SPLIT-PRENOTE-DATE
               END-IF
               IF ACCOUNT-CHANGED
                   REWRITE BANK-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON BANKACCT FOR "
                               "EMPLOYEE ID " BA-EMPLOYEE-ID.

      *****************************************************************
      * Writes the prenote entry for the account in the entry work
      * fields and lists it on the control report
      *****************************************************************
       320-WRITE-PRENOTE-ENTRY.

           MOVE BA-EMPLOYEE-ID TO ED-INDIVIDUAL-ID.
           MOVE SPACES         TO ED-INDIVIDUAL-NAME.
           PERFORM 190-WRITE-ENTRY-DETAIL.
           SET ACCOUNT-CHANGED TO TRUE.
           ADD 1 TO CT-PRENOTE-SENT-COUNT.
           MOVE BA-EMPLOYEE-ID    TO PDL-EMPLOYEE-ID.
           MOVE EW-ROUTING-NUMBER TO PDL-ROUTING-NUMBER.
           MOVE EW-ACCOUNT-NUMBER TO PDL-ACCOUNT-NUMBER.
           IF EW-SAVINGS-ACCOUNT
               MOVE "SAVINGS  " TO PDL-ACCOUNT-TYPE-TEXT
           ELSE
               MOVE "CHECKING " TO PDL-ACCOUNT-TYPE-TEXT.
           WRITE DEPOSIT-REPORT-LINE FROM PRENOTE-DETAIL-LINE.

      *****************************************************************
      * Writes the run's control totals: net pay on the pay file
      * proves to the deposits plus the paper checks, and the
      * file's entry count, hash, and credit total are printed as
      * the bank will report them back
      *****************************************************************
       400-WRITE-CONTROL-TOTALS.

           WRITE DEPOSIT-REPORT-LINE FROM SPACER-LINE.
           MOVE "CONTROL TOTALS" TO SHL-SECTION-TITLE.
           WRITE DEPOSIT-REPORT-LINE FROM SECTION-HEADING-LINE.
           MOVE "EMPLOYEES ON PAY FILE:        " TO SUM-LABEL.
           MOVE CT-EMPLOYEE-COUNT                TO SUM-COUNT.
           MOVE GT-NET-PAY-TOTAL                 TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "EMPLOYEES PAID BY DEPOSIT:    " TO SUM-LABEL.
           MOVE CT-DEPOSIT-EMPLOYEE-COUNT        TO SUM-COUNT.
           MOVE GT-DEPOSIT-TOTAL                 TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "EMPLOYEES PAID BY CHECK:      " TO SUM-LABEL.
           MOVE CT-CHECK-COUNT                   TO SUM-COUNT.
           MOVE GT-CHECK-TOTAL                   TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "EMPLOYEES WITH NO NET PAY:    " TO SUM-LABEL.
           MOVE CT-NO-PAY-COUNT                  TO SUM-COUNT.
           MOVE ZERO                             TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "PAY ADVICES PRINTED:          " TO SUM-LABEL.
           MOVE CT-ADVICE-COUNT                  TO SUM-COUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "DEPOSIT ENTRIES:              " TO SUM-LABEL.
           MOVE CT-DEPOSIT-ENTRY-COUNT           TO SUM-COUNT.
           MOVE GT-DEPOSIT-TOTAL                 TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "PRENOTES SENT:                " TO SUM-LABEL.
           MOVE CT-PRENOTE-SENT-COUNT            TO SUM-COUNT.
           MOVE ZERO                             TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "ACCOUNTS MADE ACTIVE:         " TO SUM-LABEL.
           MOVE CT-PRENOTE-ACTIVE-COUNT          TO SUM-COUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "FILE BATCHES:                 " TO SUM-LABEL.
           MOVE CT-BATCH-COUNT                   TO SUM-COUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "FILE ENTRIES:                 " TO SUM-LABEL.
           MOVE CT-FILE-ENTRY-COUNT              TO SUM-COUNT.
           COMPUTE SUM-AMOUNT = FT-CREDIT-TOTAL-CENTS / 100.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "FILE BLOCKS:                  " TO SUM-LABEL.
           MOVE BK-BLOCK-COUNT                   TO SUM-COUNT.
           MOVE ZERO                             TO SUM-AMOUNT.
           WRITE DEPOSIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "FILE ENTRY HASH:              " TO HSL-LABEL.
           MOVE FC-ENTRY-HASH                    TO HSL-HASH-TOTAL.
           WRITE DEPOSIT-REPORT-LINE FROM HASH-LINE.

      *****************************************************************
      * Appends this run's record to the RUNLOG run log for the
      * morning operations report: the net pay records read in and
      * the entries cut on the deposit file out. Nothing is rejected
      * - an employee without a proven account is paid by check. The
      * log is created on first use, the same way the posting runs
      * create the SUSPFED feed
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ6520"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-EMPLOYEE-COUNT     TO RL-RECORDS-IN.
           MOVE CT-FILE-ENTRY-COUNT   TO RL-RECORDS-OUT.
           MOVE ZERO                  TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
