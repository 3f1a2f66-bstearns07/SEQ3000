      *****************************************************************
      * Title..........: SEQ6450 - Direct Deposit Account Maintenance
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Maintains the BANKACCT banking file the
      *                  SEQ6520 direct deposit run pays from - one
      *                  record per employee with the routing number,
      *                  account number, and account type (checking
      *                  or savings) of the account net pay goes to,
      *                  and an optional split sending a fixed amount
      *                  or a percent of net pay to a second account.
      *                  Every routing number must pass the bank's
      *                  check digit. A new or changed account starts
      *                  out needing a prenote - the zero-dollar test
      *                  entry the deposit run sends to prove the
      *                  account before real money goes to it - and
      *                  every change prints on the account change
      *                  register payroll signs against the signed
      *                  authorization forms
      * File Desc......: Applies the BANKTRAN maintenance transactions
      *                  to BANKACCT, checks employees against
      *                  EMPMASTI, and writes the BNKRPT account change
      *                  register
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6450.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BANKTRAN ASSIGN TO BANKTRAN.
           SELECT BANKACCT ASSIGN TO BANKACCT
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BA-EMPLOYEE-ID
                           FILE STATUS IS BANKACCT-FILE-STATUS.
           SELECT EMPMASTI ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IR-EMPLOYEE-ID
                           FILE STATUS IS EMPMASTI-FILE-STATUS.
           SELECT BNKRPT   ASSIGN TO BNKRPT
                           FILE STATUS IS BNKRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BANKTRAN.

       01  BANK-TRANSACTION-RECORD     PIC X(80).

       FD  BANKACCT.

      *    one record per employee paid by direct deposit: the
      *    primary account, which takes whatever net pay the split
      *    does not, and the optional split account with the fixed
      *    amount or percent of net it takes. Both accounts share one
      *    shape, each with the prenote status the deposit run moves
      *    along - due (N), sent (S) on the date sent, and active (A)
      *    once a later run finds the prenote came back clean
       01  BANK-ACCOUNT-RECORD.
           05  BA-EMPLOYEE-ID              PIC X(5).
           05  BA-PRIMARY-ACCOUNT.
               10  BA-ROUTING-NUMBER       PIC 9(9).
               10  BA-ACCOUNT-NUMBER       PIC X(17).
               10  BA-ACCOUNT-TYPE         PIC X(1).
               10  BA-PRENOTE-STATUS       PIC X(1).
               10  BA-PRENOTE-DATE         PIC 9(8).
           05  BA-SPLIT-TYPE               PIC X(1).
           05  BA-SPLIT-VALUE              PIC 9(5)V99.
           05  BA-SPLIT-ACCOUNT.
               10  BA-SPLIT-ROUTING-NUMBER PIC 9(9).
               10  BA-SPLIT-ACCOUNT-NUMBER PIC X(17).
               10  BA-SPLIT-ACCOUNT-TYPE   PIC X(1).
               10  BA-SPLIT-PRENOTE-STATUS PIC X(1).
               10  BA-SPLIT-PRENOTE-DATE   PIC 9(8).
           05  BA-LAST-CHANGE-DATE         PIC 9(8).

       FD  EMPMASTI.

       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  BNKRPT.

       01  BANK-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  BANKTRAN-EOF-SWITCH     PIC X   VALUE "N".
               88  BANKTRAN-EOF                VALUE "Y".
           05  ACCOUNT-VALID-SWITCH    PIC X   VALUE "Y".
               88  ACCOUNT-VALID               VALUE "Y".
               88  ACCOUNT-INVALID             VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  BANKACCT-FILE-STATUS    PIC XX.
               88  BANKACCT-SUCCESSFUL         VALUE "00".
               88  BANKACCT-NOT-FOUND          VALUE "35".
           05  EMPMASTI-FILE-STATUS    PIC XX.
               88  EMPMASTI-SUCCESSFUL         VALUE "00".
           05  BNKRPT-FILE-STATUS      PIC XX.
               88  BNKRPT-SUCCESSFUL           VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

       01  REJECT-REASON-FIELDS.
           05  RJ-REASON-TEXT          PIC X(30)   VALUE SPACES.

       01  MAINTENANCE-COUNTERS.
           05  CT-ACCOUNT-ADD-COUNT    PIC 9(5)    VALUE ZERO.
           05  CT-ACCOUNT-CHANGE-COUNT PIC 9(5)    VALUE ZERO.
           05  CT-ACCOUNT-DELETE-COUNT PIC 9(5)    VALUE ZERO.
           05  CT-PRENOTE-DUE-COUNT    PIC 9(5)    VALUE ZERO.
           05  CT-REJECT-COUNT         PIC 9(5)    VALUE ZERO.

       01  BANK-TRANSACTION.
           05  BT-ACTION-CODE          PIC X.
               88  ADD-ACTION                  VALUE "A".
               88  CHANGE-ACTION               VALUE "C".
               88  DELETE-ACTION               VALUE "D".
               88  VALID-ACTION-CODE           VALUE "A" "C" "D".
           05  BT-EMPLOYEE-ID          PIC X(5).
           05  BT-ROUTING-NUMBER       PIC 9(9).
           05  BT-ROUTING-NUMBER-X  REDEFINES BT-ROUTING-NUMBER
                                       PIC X(9).
           05  BT-ACCOUNT-NUMBER       PIC X(17).
           05  BT-ACCOUNT-TYPE         PIC X(1).
           05  BT-SPLIT-TYPE           PIC X(1).
           05  BT-SPLIT-VALUE          PIC 9(5)V99.
           05  BT-SPLIT-VALUE-X     REDEFINES BT-SPLIT-VALUE
                                       PIC X(7).
           05  BT-SPLIT-ROUTING-NUMBER PIC 9(9).
           05  BT-SPLIT-ROUTING-X   REDEFINES BT-SPLIT-ROUTING-NUMBER
                                       PIC X(9).
           05  BT-SPLIT-ACCOUNT-NUMBER PIC X(17).
           05  BT-SPLIT-ACCOUNT-TYPE   PIC X(1).
           05  FILLER                  PIC X(12).

      *    the record a transaction would leave on file, built and
      *    edited here before anything is written
       01  ACCOUNT-WORK-FIELDS.
           05  AW-PRIMARY-ACCOUNT.
               10  AW-ROUTING-NUMBER       PIC 9(9).
               10  AW-ACCOUNT-NUMBER       PIC X(17).
               10  AW-ACCOUNT-TYPE         PIC X(1).
                   88  AW-VALID-ACCOUNT-TYPE   VALUE "C" "S".
               10  AW-PRENOTE-STATUS       PIC X(1).
               10  AW-PRENOTE-DATE         PIC 9(8).
           05  AW-SPLIT-TYPE               PIC X(1).
               88  AW-NO-SPLIT                 VALUE "N".
               88  AW-SPLIT-BY-AMOUNT          VALUE "A".
               88  AW-SPLIT-BY-PERCENT         VALUE "P".
               88  AW-VALID-SPLIT-TYPE         VALUE "N" "A" "P".
           05  AW-SPLIT-VALUE              PIC 9(5)V99.
           05  AW-SPLIT-ACCOUNT.
               10  AW-SPLIT-ROUTING-NUMBER PIC 9(9).
               10  AW-SPLIT-ACCOUNT-NUMBER PIC X(17).
               10  AW-SPLIT-ACCOUNT-TYPE   PIC X(1).
                   88  AW-VALID-SPLIT-ACCOUNT-TYPE VALUE "C" "S".
               10  AW-SPLIT-PRENOTE-STATUS PIC X(1).
               10  AW-SPLIT-PRENOTE-DATE   PIC 9(8).

      *    a routing number's ninth digit is a check digit: the
      *    digits weighted 3, 7, 1 across the number must total a
      *    multiple of ten
       01  ROUTING-CHECK-FIELDS.
           05  RC-ROUTING-NUMBER       PIC 9(9).
           05  RC-ROUTING-DIGITS    REDEFINES RC-ROUTING-NUMBER.
               10  RC-DIGIT            PIC 9   OCCURS 9 TIMES.
           05  RC-WEIGHTED-TOTAL       PIC 9(4).
           05  RC-QUOTIENT             PIC 9(4).
           05  RC-REMAINDER            PIC 9(2).
           05  RC-ROUTING-VALID-SWITCH PIC X.
               88  RC-ROUTING-VALID            VALUE "Y".

       01  PRENOTE-TEXT-FIELDS.
           05  PT-PRENOTE-STATUS       PIC X.
               88  PT-PRENOTE-ACTIVE           VALUE "A".
               88  PT-PRENOTE-SENT             VALUE "S".
           05  PT-PRENOTE-TEXT         PIC X(7).

       01  REPORT-HEADING-LINE.
           05  FILLER                  PIC X(33)   VALUE
                   "DIRECT DEPOSIT ACCOUNT CHANGE REG".
           05  FILLER                  PIC X(7)    VALUE "ISTER  ".
           05  RHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(84)   VALUE SPACES.

       01  ACCOUNT-OVER-LINE.
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  FILLER                  PIC X(40)   VALUE
                   "------------ PRIMARY ACCOUNT -----------".
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE
                   "-------------------------- SPL".
           05  FILLER                  PIC X(30)   VALUE
                   "IT ---------------------------".
           05  FILLER                  PIC X(12)   VALUE SPACES.

       01  ACCOUNT-COLUMN-LINE.
           05  FILLER                  PIC X(40)   VALUE
                   "EMP ID ACTION    ROUTING   ACCOUNT      ".
           05  FILLER                  PIC X(40)   VALUE
                   "     T  PRENOTE   TYPE        VALUE  ROU".
           05  FILLER                  PIC X(40)   VALUE
                   "TING   ACCOUNT           T  PRENOTE     ".
           05  FILLER                  PIC X(12)   VALUE SPACES.

       01  ACCOUNT-DETAIL-LINE.
           05  ADL-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-ACTION-TEXT         PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-ROUTING-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ADL-ACCOUNT-NUMBER      PIC X(17).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ADL-ACCOUNT-TYPE        PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-PRENOTE-TEXT        PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  ADL-SPLIT-TYPE-TEXT     PIC X(7).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ADL-SPLIT-VALUE         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-SPLIT-ROUTING-NUMBER PIC Z(9).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ADL-SPLIT-ACCOUNT-NUMBER PIC X(17).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  ADL-SPLIT-ACCOUNT-TYPE  PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  ADL-SPLIT-PRENOTE-TEXT  PIC X(7).
           05  FILLER                  PIC X(17)   VALUE SPACES.

       01  REJECT-DETAIL-LINE.
           05  RJD-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  RJD-EMPLOYEE-ID         PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE
                   "REJECTED ".
           05  RJD-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(83)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL               PIC X(30).
           05  SUM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Opens the banking file for update (creating it the first
      *    time it does not exist yet, the same way SEQ6400 creates
      *    the elections file), applies the night's maintenance
      *    transactions in the order keyed, and writes the summary
      *    counts
      *****************************************************************
       000-MAINTAIN-BANK-ACCOUNTS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-OPEN-BANK-ACCOUNT-FILE.
           OPEN INPUT  BANKTRAN
                       EMPMASTI
                OUTPUT BNKRPT.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE BANK-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE BANK-REPORT-LINE FROM ACCOUNT-OVER-LINE.
           WRITE BANK-REPORT-LINE FROM ACCOUNT-COLUMN-LINE.
           PERFORM 300-PROCESS-BANK-TRANSACTION
               UNTIL BANKTRAN-EOF.
           PERFORM 500-WRITE-MAINTENANCE-SUMMARY.
           CLOSE BANKTRAN
                 BANKACCT
                 EMPMASTI
                 BNKRPT.
           STOP RUN.

      *****************************************************************
      *    Opens the banking file for update, creating it empty the
      *    first time it does not exist yet
      *****************************************************************
       010-OPEN-BANK-ACCOUNT-FILE.

           OPEN I-O BANKACCT.
           IF BANKACCT-NOT-FOUND
               OPEN OUTPUT BANKACCT
               CLOSE BANKACCT
               OPEN I-O BANKACCT.

      *****************************************************************
      *    Reads the next maintenance transaction and routes it by
      *    its action code. A card with an unknown action code or no
      *    employee ID is rejected to the register
      *****************************************************************
       300-PROCESS-BANK-TRANSACTION.

           PERFORM 310-READ-BANK-TRANSACTION.
           IF NOT BANKTRAN-EOF
               IF NOT VALID-ACTION-CODE
                   MOVE "INVALID ACTION CODE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               ELSE
               IF BT-EMPLOYEE-ID = SPACES
                   MOVE "EMPLOYEE ID REQUIRED" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               ELSE
               IF ADD-ACTION
                   PERFORM 320-ADD-ACCOUNT
               ELSE
               IF CHANGE-ACTION
                   PERFORM 330-CHANGE-ACCOUNT
               ELSE
                   PERFORM 340-DELETE-ACCOUNT.

      *****************************************************************
      *    Reads the next record from the maintenance transaction
      *    file. If the end of the file is reached, sets the EOF
      *    switch to stop the maintenance loop
      *****************************************************************
       310-READ-BANK-TRANSACTION.

           READ BANKTRAN INTO BANK-TRANSACTION
               AT END
                   SET BANKTRAN-EOF TO TRUE.

      *****************************************************************
      *    Adds a banking record for an employee on the master with
      *    none on file yet
      *****************************************************************
       320-ADD-ACCOUNT.

           MOVE BT-EMPLOYEE-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 322-BUILD-NEW-ACCOUNT
           END-READ.

      *****************************************************************
      *    Builds the new banking record off the add card alone,
      *    edits it, and writes it with every account on it due a
      *    prenote. A blank split type means no split
      *****************************************************************
       322-BUILD-NEW-ACCOUNT.

           IF BT-ROUTING-NUMBER-X = SPACES
               MOVE ZERO TO AW-ROUTING-NUMBER
           ELSE
               MOVE BT-ROUTING-NUMBER TO AW-ROUTING-NUMBER.
           MOVE BT-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER.
           MOVE BT-ACCOUNT-TYPE   TO AW-ACCOUNT-TYPE.
           MOVE "N"               TO AW-PRENOTE-STATUS.
           MOVE ZERO              TO AW-PRENOTE-DATE.
           IF BT-SPLIT-TYPE = SPACE
               MOVE "N" TO AW-SPLIT-TYPE
           ELSE
               MOVE BT-SPLIT-TYPE TO AW-SPLIT-TYPE.
           IF BT-SPLIT-VALUE-X = SPACES
               MOVE ZERO TO AW-SPLIT-VALUE
           ELSE
               MOVE BT-SPLIT-VALUE TO AW-SPLIT-VALUE.
           IF BT-SPLIT-ROUTING-X = SPACES
               MOVE ZERO TO AW-SPLIT-ROUTING-NUMBER
           ELSE
               MOVE BT-SPLIT-ROUTING-NUMBER TO AW-SPLIT-ROUTING-NUMBER.
           MOVE BT-SPLIT-ACCOUNT-NUMBER TO AW-SPLIT-ACCOUNT-NUMBER.
           MOVE BT-SPLIT-ACCOUNT-TYPE   TO AW-SPLIT-ACCOUNT-TYPE.
           MOVE "N"                     TO AW-SPLIT-PRENOTE-STATUS.
           MOVE ZERO                    TO AW-SPLIT-PRENOTE-DATE.
           PERFORM 440-EDIT-NEW-ACCOUNT.
           IF ACCOUNT-VALID
               MOVE BT-EMPLOYEE-ID TO BA-EMPLOYEE-ID
               PERFORM 460-MOVE-WORK-TO-RECORD
               WRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON FILE" TO RJ-REASON-TEXT
                       PERFORM 400-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO CT-ACCOUNT-ADD-COUNT
                       MOVE "ADD     " TO ADL-ACTION-TEXT
                       PERFORM 420-WRITE-ACCOUNT-LINE
               END-WRITE.

      *****************************************************************
      *    Changes a banking record on file
      *****************************************************************
       330-CHANGE-ACCOUNT.

           MOVE BT-EMPLOYEE-ID TO BA-EMPLOYEE-ID.
           READ BANKACCT
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 332-APPLY-ACCOUNT-CHANGE
           END-READ.

      *****************************************************************
      *    Overlays the card onto the record on file - a blank field
      *    leaves that part of the record as it stands - edits the
      *    result, and rewrites it. An account whose routing number,
      *    account number, or type changes is due a new prenote,
      *    since the account proved before is no longer the one the
      *    money goes to. A split type of N drops the split account
      *****************************************************************
       332-APPLY-ACCOUNT-CHANGE.

           PERFORM 470-MOVE-RECORD-TO-WORK.
           IF BT-ROUTING-NUMBER-X NOT = SPACES
               MOVE BT-ROUTING-NUMBER TO AW-ROUTING-NUMBER.
           IF BT-ACCOUNT-NUMBER NOT = SPACES
               MOVE BT-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER.
           IF BT-ACCOUNT-TYPE NOT = SPACE
               MOVE BT-ACCOUNT-TYPE TO AW-ACCOUNT-TYPE.
           IF BT-SPLIT-TYPE NOT = SPACE
               MOVE BT-SPLIT-TYPE TO AW-SPLIT-TYPE.
           IF BT-SPLIT-VALUE-X NOT = SPACES
               MOVE BT-SPLIT-VALUE TO AW-SPLIT-VALUE.
           IF BT-SPLIT-ROUTING-X NOT = SPACES
               MOVE BT-SPLIT-ROUTING-NUMBER TO AW-SPLIT-ROUTING-NUMBER.
           IF BT-SPLIT-ACCOUNT-NUMBER NOT = SPACES
               MOVE BT-SPLIT-ACCOUNT-NUMBER TO AW-SPLIT-ACCOUNT-NUMBER.
           IF BT-SPLIT-ACCOUNT-TYPE NOT = SPACE
               MOVE BT-SPLIT-ACCOUNT-TYPE TO AW-SPLIT-ACCOUNT-TYPE.
           IF AW-NO-SPLIT
               MOVE ZERO   TO AW-SPLIT-VALUE
                              AW-SPLIT-ROUTING-NUMBER
               MOVE SPACES TO AW-SPLIT-ACCOUNT-NUMBER
                              AW-SPLIT-ACCOUNT-TYPE.
           IF AW-ROUTING-NUMBER NOT = BA-ROUTING-NUMBER
               OR AW-ACCOUNT-NUMBER NOT = BA-ACCOUNT-NUMBER
               OR AW-ACCOUNT-TYPE NOT = BA-ACCOUNT-TYPE
               MOVE "N"  TO AW-PRENOTE-STATUS
               MOVE ZERO TO AW-PRENOTE-DATE.
           IF AW-SPLIT-ROUTING-NUMBER NOT = BA-SPLIT-ROUTING-NUMBER
               OR AW-SPLIT-ACCOUNT-NUMBER NOT = BA-SPLIT-ACCOUNT-NUMBER
               OR AW-SPLIT-ACCOUNT-TYPE NOT = BA-SPLIT-ACCOUNT-TYPE
               MOVE "N"  TO AW-SPLIT-PRENOTE-STATUS
               MOVE ZERO TO AW-SPLIT-PRENOTE-DATE.
           PERFORM 440-EDIT-NEW-ACCOUNT.
           IF ACCOUNT-VALID
               PERFORM 460-MOVE-WORK-TO-RECORD
               REWRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON BANKACCT FOR "
                           "EMPLOYEE ID " BA-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           BANKACCT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CT-ACCOUNT-CHANGE-COUNT
                       MOVE "CHANGE  " TO ADL-ACTION-TEXT
                       PERFORM 420-WRITE-ACCOUNT-LINE
               END-REWRITE.

      *****************************************************************
      *    Deletes a banking record, printing the accounts removed.
      *    The employee is paid by check from the next pay night on
      *****************************************************************
       340-DELETE-ACCOUNT.

           MOVE BT-EMPLOYEE-ID TO BA-EMPLOYEE-ID.
           READ BANKACCT
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO RJ-REASON-TEXT
                   PERFORM 400-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 470-MOVE-RECORD-TO-WORK
                   DELETE BANKACCT
                       INVALID KEY
                           DISPLAY "DELETE ERROR ON BANKACCT FOR "
                               "EMPLOYEE ID " BA-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               BANKACCT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO CT-ACCOUNT-DELETE-COUNT
                           MOVE "DELETE  " TO ADL-ACTION-TEXT
                           PERFORM 420-WRITE-ACCOUNT-LINE
                   END-DELETE
           END-READ.

      *****************************************************************
      *    Prints one rejected maintenance card with the reason the
      *    edit kicked it out, then clears the reason text so a later
      *    reject cannot inherit it
      *****************************************************************
       400-WRITE-REJECT-LINE.

           MOVE BT-ACTION-CODE TO RJD-ACTION-CODE.
           MOVE BT-EMPLOYEE-ID TO RJD-EMPLOYEE-ID.
           MOVE RJ-REASON-TEXT TO RJD-REASON-TEXT.
           MOVE SPACES         TO RJ-REASON-TEXT.
           WRITE BANK-REPORT-LINE FROM REJECT-DETAIL-LINE.
           ADD 1 TO CT-REJECT-COUNT.

      *****************************************************************
      *    Prints the accounts now in the work area under the action
      *    the caller left in the line, counting every account left
      *    due a prenote
      *****************************************************************
       420-WRITE-ACCOUNT-LINE.

           MOVE BT-EMPLOYEE-ID          TO ADL-EMPLOYEE-ID.
           MOVE AW-ROUTING-NUMBER       TO ADL-ROUTING-NUMBER.
           MOVE AW-ACCOUNT-NUMBER       TO ADL-ACCOUNT-NUMBER.
           MOVE AW-ACCOUNT-TYPE         TO ADL-ACCOUNT-TYPE.
           MOVE AW-PRENOTE-STATUS       TO PT-PRENOTE-STATUS.
           PERFORM 425-SET-PRENOTE-TEXT.
           MOVE PT-PRENOTE-TEXT         TO ADL-PRENOTE-TEXT.
           IF AW-SPLIT-BY-AMOUNT
               MOVE "AMOUNT " TO ADL-SPLIT-TYPE-TEXT
           ELSE
           IF AW-SPLIT-BY-PERCENT
               MOVE "PERCENT" TO ADL-SPLIT-TYPE-TEXT
           ELSE
               MOVE "NONE   " TO ADL-SPLIT-TYPE-TEXT.
           MOVE AW-SPLIT-VALUE          TO ADL-SPLIT-VALUE.
           MOVE AW-SPLIT-ROUTING-NUMBER TO ADL-SPLIT-ROUTING-NUMBER.
           MOVE AW-SPLIT-ACCOUNT-NUMBER TO ADL-SPLIT-ACCOUNT-NUMBER.
           MOVE AW-SPLIT-ACCOUNT-TYPE   TO ADL-SPLIT-ACCOUNT-TYPE.
           IF AW-NO-SPLIT
               MOVE SPACES TO ADL-SPLIT-PRENOTE-TEXT
           ELSE
               MOVE AW-SPLIT-PRENOTE-STATUS TO PT-PRENOTE-STATUS
               PERFORM 425-SET-PRENOTE-TEXT
               MOVE PT-PRENOTE-TEXT TO ADL-SPLIT-PRENOTE-TEXT.
           WRITE BANK-REPORT-LINE FROM ACCOUNT-DETAIL-LINE.
           IF NOT DELETE-ACTION
               IF AW-PRENOTE-STATUS = "N"
                   ADD 1 TO CT-PRENOTE-DUE-COUNT
               END-IF
               IF NOT AW-NO-SPLIT
                   AND AW-SPLIT-PRENOTE-STATUS = "N"
                   ADD 1 TO CT-PRENOTE-DUE-COUNT.

      *****************************************************************
      *    Turns a prenote status code into its register text
      *****************************************************************
       425-SET-PRENOTE-TEXT.

           IF PT-PRENOTE-ACTIVE
               MOVE "ACTIVE " TO PT-PRENOTE-TEXT
           ELSE
           IF PT-PRENOTE-SENT
               MOVE "SENT   " TO PT-PRENOTE-TEXT
           ELSE
               MOVE "DUE    " TO PT-PRENOTE-TEXT.

      *****************************************************************
      *    Edits the record built in the work area: the primary
      *    routing number must pass its check digit, the account
      *    number must be present, and the account type must be C
      *    (checking) or S (savings). The split type must be N
      *    (none), A (a fixed amount), or P (a percent of net under
      *    100), and a split must carry a value above zero and a
      *    second account that passes the same edits as the primary
      *****************************************************************
       440-EDIT-NEW-ACCOUNT.

           SET ACCOUNT-VALID TO TRUE.
           MOVE AW-ROUTING-NUMBER TO RC-ROUTING-NUMBER.
           PERFORM 450-CHECK-ROUTING-NUMBER.
           IF NOT RC-ROUTING-VALID
               MOVE "INVALID ROUTING NUMBER" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF AW-ACCOUNT-NUMBER = SPACES
               MOVE "ACCOUNT NUMBER REQUIRED" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF NOT AW-VALID-ACCOUNT-TYPE
               MOVE "INVALID ACCOUNT TYPE" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF NOT AW-VALID-SPLIT-TYPE
               MOVE "INVALID SPLIT TYPE" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE.
           IF ACCOUNT-VALID
               AND NOT AW-NO-SPLIT
               PERFORM 445-EDIT-SPLIT-ACCOUNT.
           IF ACCOUNT-INVALID
               PERFORM 400-WRITE-REJECT-LINE.

      *****************************************************************
      *    Edits the split half of the record in the work area
      *****************************************************************
       445-EDIT-SPLIT-ACCOUNT.

           MOVE AW-SPLIT-ROUTING-NUMBER TO RC-ROUTING-NUMBER.
           PERFORM 450-CHECK-ROUTING-NUMBER.
           IF AW-SPLIT-VALUE NOT NUMERIC
               OR AW-SPLIT-VALUE = ZERO
               MOVE "SPLIT VALUE REQUIRED" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF AW-SPLIT-BY-PERCENT
               AND AW-SPLIT-VALUE NOT < 100
               MOVE "SPLIT PERCENT NOT UNDER 100" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF NOT RC-ROUTING-VALID
               MOVE "INVALID SPLIT ROUTING NUMBER" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF AW-SPLIT-ACCOUNT-NUMBER = SPACES
               MOVE "SPLIT ACCOUNT NUMBER REQUIRED" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE
           ELSE
           IF NOT AW-VALID-SPLIT-ACCOUNT-TYPE
               MOVE "INVALID SPLIT ACCOUNT TYPE" TO RJ-REASON-TEXT
               SET ACCOUNT-INVALID TO TRUE.

      *****************************************************************
      *    Proves the routing number in RC-ROUTING-NUMBER against its
      *    check digit. A zero routing number never proves
      *****************************************************************
       450-CHECK-ROUTING-NUMBER.

           MOVE "N" TO RC-ROUTING-VALID-SWITCH.
           IF RC-ROUTING-NUMBER NUMERIC
               AND RC-ROUTING-NUMBER NOT = ZERO
               COMPUTE RC-WEIGHTED-TOTAL =
                   3 * (RC-DIGIT (1) + RC-DIGIT (4) + RC-DIGIT (7))
                 + 7 * (RC-DIGIT (2) + RC-DIGIT (5) + RC-DIGIT (8))
                 +     (RC-DIGIT (3) + RC-DIGIT (6) + RC-DIGIT (9))
               DIVIDE RC-WEIGHTED-TOTAL BY 10
                   GIVING RC-QUOTIENT REMAINDER RC-REMAINDER
               IF RC-REMAINDER = ZERO
                   SET RC-ROUTING-VALID TO TRUE.

      *****************************************************************
      *    Moves the edited work area onto the banking record,
      *    stamping the date of the change
      *****************************************************************
       460-MOVE-WORK-TO-RECORD.

           MOVE AW-PRIMARY-ACCOUNT TO BA-PRIMARY-ACCOUNT.
           MOVE AW-SPLIT-TYPE      TO BA-SPLIT-TYPE.
           MOVE AW-SPLIT-VALUE     TO BA-SPLIT-VALUE.
           MOVE AW-SPLIT-ACCOUNT   TO BA-SPLIT-ACCOUNT.
           MOVE RUN-DATE           TO BA-LAST-CHANGE-DATE.

      *****************************************************************
      *    Moves the banking record just read into the work area
      *****************************************************************
       470-MOVE-RECORD-TO-WORK.

           MOVE BA-PRIMARY-ACCOUNT TO AW-PRIMARY-ACCOUNT.
           MOVE BA-SPLIT-TYPE      TO AW-SPLIT-TYPE.
           MOVE BA-SPLIT-VALUE     TO AW-SPLIT-VALUE.
           MOVE BA-SPLIT-ACCOUNT   TO AW-SPLIT-ACCOUNT.

      *****************************************************************
      *    Writes the maintenance summary counts once every card has
      *    been applied, so payroll can reconcile the register
      *    against the authorization forms submitted
      *****************************************************************
       500-WRITE-MAINTENANCE-SUMMARY.

           MOVE "ACCOUNT ADDS APPLIED:        " TO SUM-LABEL.
           MOVE CT-ACCOUNT-ADD-COUNT            TO SUM-COUNT.
           WRITE BANK-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ACCOUNT CHANGES APPLIED:     " TO SUM-LABEL.
           MOVE CT-ACCOUNT-CHANGE-COUNT         TO SUM-COUNT.
           WRITE BANK-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ACCOUNT DELETES APPLIED:     " TO SUM-LABEL.
           MOVE CT-ACCOUNT-DELETE-COUNT         TO SUM-COUNT.
           WRITE BANK-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ACCOUNTS DUE A PRENOTE:      " TO SUM-LABEL.
           MOVE CT-PRENOTE-DUE-COUNT            TO SUM-COUNT.
           WRITE BANK-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TRANSACTIONS REJECTED:       " TO SUM-LABEL.
           MOVE CT-REJECT-COUNT                 TO SUM-COUNT.
           WRITE BANK-REPORT-LINE FROM SUMMARY-LINE.
