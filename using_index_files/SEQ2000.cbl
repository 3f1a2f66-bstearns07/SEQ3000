                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.
           SELECT SUSPFED  ASSIGN TO SUSPFED
                           FILE STATUS IS SUSPFED-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  CPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

       FD  SUSPFED.

      *    one record per transaction the edit rejects, appended for
      *    SEQ2200 to carry in suspense until a corrected transaction
      *    for the same employee and code posts clean
       01  SUSPENSE-FEED-RECORD.
           05  SF-ACTIVITY-CODE            PIC X(1).
               88  SF-REJECTED                     VALUE "R".
               88  SF-POSTED                       VALUE "P".
           05  SF-SOURCE-STEP              PIC X(7).
           05  SF-RUN-DATE                 PIC 9(8).
           05  SF-BATCH-DATE               PIC 9(8).
           05  SF-BATCH-NUMBER             PIC 9(5).
           05  SF-REASON-CODE              PIC X(30).
           05  SF-TRANSACTION-DATA         PIC X(120).

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
               88  CYCLCTL-NOT-FOUND           VALUE "35".
           05  CYCPARM-FILE-STATUS     PIC XX.
               88  CYCPARM-SUCCESSFUL          VALUE "00".
           05  SUSPFED-FILE-STATUS     PIC XX.
               88  SUSPFED-SUCCESSFUL          VALUE "00".
               88  SUSPFED-NOT-FOUND           VALUE "35".
           05  RUNLOG-FILE-STATUS      PIC XX.
               88  RUNLOG-SUCCESSFUL           VALUE "00".
               88  RUNLOG-NOT-FOUND            VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                PIC 9(8).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME          PIC 9(8).
           05  RLF-COMPLETION-STATUS   PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED          VALUE "C".
               88  RLF-STEP-REFUSED            VALUE "R".
               88  RLF-STEP-FAILED             VALUE "F".

       01  CYCLE-PARM-FIELDS.
           05  CYP-OVERRIDE-FLAG       PIC X.

               88  LEAVE-TAKEN-RECORD          VALUE "V" "S".
               88  TIMESHEET-RECORD            VALUE "W".
               88  DEMOGRAPHIC-RECORD          VALUE "M".
               88  LEAVE-START-RECORD          VALUE "L".
               88  LEAVE-END-RECORD            VALUE "E".
               88  LEAVE-STATUS-RECORD         VALUE "L" "E".
               88  BATCH-HEADER-RECORD         VALUE "H".
               88  BATCH-TRAILER-RECORD        VALUE "T".
               88  VALID-TRANSACTION-CODE      VALUE "A" "C" "D" "R"
                                                     "V" "S" "W" "M"
                                                     "L" "E".
           05  ET-MASTER-DATA.
                 10  ET-EMPLOYEE-ID              PIC X(5).
                 10  ET-EMPLOYEE-NAME            PIC X(30).
                 10  ET-HOURLY-RATE              PIC 9(3)V99.
                 10  ET-HOURLY-RATE-X   REDEFINES ET-HOURLY-RATE
                                                 PIC X(5).
      *    keyed Y by personnel when finance has approved a hire or
      *    transfer past the position's authorized headcount
           05  ET-POSITION-OVERRIDE    PIC X(1).
               88  VALID-POSITION-OVERRIDE     VALUE " " "Y".
      *    why a change card moves pay or job class - M for a mass
      *    increase out of SEQ9000, P for a promotion, A for an
      *    adjustment - carried onto the compensation history file
           05  ET-CHANGE-REASON        PIC X(1).
               88  VALID-CHANGE-REASON         VALUE " " "M" "P" "A".
      *    a leave-of-absence start card carries the kind of leave -
      *    P paid, U unpaid, S suspension - and the date the employee
      *    is expected back, zeros when no return date is known yet
           05  ET-LEAVE-TYPE           PIC X(1).
               88  VALID-LEAVE-TYPE            VALUE "P" "U" "S".
           05  ET-EXPECTED-RETURN-DATE PIC 9(8).
           05  ET-EXPECTED-RETURN-DATE-X REDEFINES
                                       ET-EXPECTED-RETURN-DATE
                                       PIC X(8).
      *    the employee ID of the supervisor an add, rehire, or change
      *    card assigns - blank for none on an add or rehire and for
      *    no change on a change, NONE to take a change card's
      *    employee out from under their supervisor
           05  ET-SUPERVISOR-ID        PIC X(5).
           05  FILLER                  PIC X(25).


      *    a demographics maintenance card lays its address and
       000-EDIT-EMPLOYEE-TRANSACTIONS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 050-BALANCE-RAW-FILE
               IF BATCH-OUT-OF-BALANCE
                   DISPLAY "EMPTRAN BATCH OUT OF BALANCE - "
                       "NO CLEAN FILE"
                   SET RLF-STEP-FAILED TO TRUE
               ELSE
                   PERFORM 060-EDIT-BALANCED-FILE
                   IF NOT EDIT-FAILED
                       PERFORM 020-STAMP-CYCLE-STEP
                   ELSE
                       SET RLF-STEP-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
           OPEN INPUT  EMPTRAN
                OUTPUT EDTTRAN
                       EDTRPT.
           OPEN EXTEND SUSPFED.
           IF SUSPFED-NOT-FOUND
               OPEN OUTPUT SUSPFED.
           WRITE EDIT-REPORT-LINE FROM REPORT-HEADING-LINE.
           WRITE EDIT-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 070-WRITE-CLEAN-BATCH-HEADER.
           PERFORM 500-WRITE-EDIT-SUMMARY.
           CLOSE EMPTRAN
                 EDTTRAN
                 EDTRPT
                 SUSPFED.

      *****************************************************************
      *    Writes the clean file's batch header, carrying through the
      *****************************************************************
      *    Validates one transaction at the field level. The checks run
      *    in order and the first failure wins: the transaction code
      *    must be A, C, D, R, V, S, W, M, L, or E; every code but a
      *    blank-ID add must carry an employee ID (SEQ2001 assigns an
      *    ID to a blank-ID add from the NEXTID control file, so those
      *    pass through);
      *    an add must carry a non-blank employee name; the annual
      *    salary must be numeric wherever the posting runs would use
      *    it (an add always, a change or rehire unless the field was
               AND NOT DEMOGRAPHIC-RECORD
               PERFORM 368-VALIDATE-EFFECTIVE-DATE.

           IF TRANSACTION-VALID
               AND NOT DEMOGRAPHIC-RECORD
               PERFORM 369-VALIDATE-POSITION-OVERRIDE.

           IF TRANSACTION-VALID
               AND CHANGE-RECORD
               PERFORM 371-VALIDATE-CHANGE-REASON.

           IF TRANSACTION-VALID
               AND NOT DEMOGRAPHIC-RECORD
               PERFORM 372-VALIDATE-LEAVE-STATUS-FIELDS.

           IF TRANSACTION-VALID
               AND NOT DEMOGRAPHIC-RECORD
               PERFORM 373-VALIDATE-SUPERVISOR-ID.

      *****************************************************************
      *    Validates the annual salary field. An add must carry a
      *    numeric salary. A change or rehire may leave the field
      *    blank to mean no change - that is scrubbed to zeros, the
      *    value the posting runs already treat as no change - but
      *    anything else non-numeric (a stray letter, a shifted card)
      *    is rejected. A delete, a leave-taken, or a leave-of-absence
      *    start or end transaction never uses the field, so it is
      *    scrubbed to zeros there too rather than failing a card
      *    that would post fine
      *****************************************************************
       350-VALIDATE-ANNUAL-SALARY.

           ELSE
               IF ET-ANNUAL-SALARY NOT NUMERIC
                   IF DELETE-RECORD OR LEAVE-TAKEN-RECORD
                       OR TIMESHEET-RECORD OR LEAVE-STATUS-RECORD
                       MOVE ZERO TO ET-ANNUAL-SALARY
                   ELSE
                       MOVE "SALARY NOT NUMERIC" TO ED-REASON-TEXT
                       TO ED-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE.

      *****************************************************************
      *    Validates the headcount override flag. Blank means the
      *    posting runs hold the transaction to the position's
      *    authorized headcount; Y lets it post past that count. Any
      *    other value is a mis-keyed card and is rejected rather
      *    than guessed at either way
      *****************************************************************
       369-VALIDATE-POSITION-OVERRIDE.

           IF NOT VALID-POSITION-OVERRIDE
               MOVE "INVALID HEADCOUNT OVERRIDE" TO ED-REASON-TEXT
               SET TRANSACTION-INVALID TO TRUE.

      *****************************************************************
      *    Validates a change card's reason code. Blank lets the
      *    posting runs decide - a promotion when the job class moves,
      *    an adjustment otherwise - and M, P, or A names the reason
      *    outright. Anything else is a mis-keyed card and is rejected
      *    rather than posting a pay change under a reason nobody
      *    meant
      *****************************************************************
       371-VALIDATE-CHANGE-REASON.

           IF NOT VALID-CHANGE-REASON
               MOVE "INVALID CHANGE REASON" TO ED-REASON-TEXT
               SET TRANSACTION-INVALID TO TRUE.

      *****************************************************************
      *    Validates the leave-of-absence fields. A leave start card
      *    must name the kind of leave, since the accrual and pay
      *    runs skip an unpaid leave or suspension but not a paid
      *    leave. Its expected return date may be left blank when
      *    nobody knows it yet - that is scrubbed to zeros - but a
      *    keyed one must be a real calendar date no earlier than the
      *    day the leave starts (the card's effective date, or
      *    tonight when none was keyed), or the leave report would
      *    show the employee overdue from the day they went out.
      *    Every other code never uses the fields, so a blank or
      *    junk return date there is scrubbed to zeros
      *****************************************************************
       372-VALIDATE-LEAVE-STATUS-FIELDS.

           IF LEAVE-START-RECORD
               IF NOT VALID-LEAVE-TYPE
                   MOVE "INVALID LEAVE TYPE" TO ED-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               ELSE
               IF ET-EXPECTED-RETURN-DATE-X = SPACES
                   MOVE ZERO TO ET-EXPECTED-RETURN-DATE
               ELSE
               IF ET-EXPECTED-RETURN-DATE NOT NUMERIC
                   MOVE "RETURN DATE NOT NUMERIC" TO ED-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               ELSE
               IF ET-EXPECTED-RETURN-DATE NOT = ZERO
                   MOVE ET-EXPECTED-RETURN-DATE TO ED-CHECK-DATE
                   PERFORM 370-VALIDATE-CALENDAR-DATE
                   IF DATE-INVALID
                       MOVE "RETURN DATE NOT A REAL DATE"
                           TO ED-REASON-TEXT
                       SET TRANSACTION-INVALID TO TRUE
                   ELSE
                   IF ET-EFFECTIVE-DATE > ZERO
                       AND ET-EXPECTED-RETURN-DATE < ET-EFFECTIVE-DATE
                       MOVE "RETURN DATE BEFORE LEAVE START"
                           TO ED-REASON-TEXT
                       SET TRANSACTION-INVALID TO TRUE
                   ELSE
                   IF ET-EFFECTIVE-DATE = ZERO
                       AND ET-EXPECTED-RETURN-DATE < RUN-DATE
                       MOVE "RETURN DATE BEFORE LEAVE START"
                           TO ED-REASON-TEXT
                       SET TRANSACTION-INVALID TO TRUE
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               IF ET-EXPECTED-RETURN-DATE NOT NUMERIC
                   MOVE ZERO TO ET-EXPECTED-RETURN-DATE.

      *****************************************************************
      *    Validates the supervisor ID on an add, change, or rehire
      *    card. An employee cannot be keyed as their own supervisor;
      *    whether the supervisor named is an active employee, and
      *    whether the assignment would close a loop in the reporting
      *    chain, can only be told against the master, so the posting
      *    runs make those checks. Every other code never uses the
      *    field, so anything keyed there is scrubbed to spaces
      *****************************************************************
       373-VALIDATE-SUPERVISOR-ID.

           IF ADD-RECORD OR CHANGE-RECORD OR REHIRE-RECORD
               IF ET-SUPERVISOR-ID NOT = SPACES
                   AND ET-SUPERVISOR-ID = ET-EMPLOYEE-ID
                   MOVE "SUPERVISOR IS THE EMPLOYEE" TO ED-REASON-TEXT
                   SET TRANSACTION-INVALID TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO ET-SUPERVISOR-ID.

      *****************************************************************
      *    Checks that the date the caller left in ED-CHECK-DATE is a
      *    real calendar date: the month must be 1 through 12, the
               SET EDIT-FAILED TO TRUE
               SET EMPTRAN-EOF TO TRUE
           ELSE
               ADD 1 TO CT-REJECT-COUNT
               PERFORM 345-WRITE-SUSPENSE-FEED.

      *****************************************************************
      *    Appends the rejected transaction to the suspense feed the
      *    posting runs also write to, with the batch it came in with
      *    and the edit's reason, so SEQ2200 carries it in suspense
      *    until a corrected transaction posts. The feed is opened
      *    for append - it holds the whole night's activity until
      *    SEQ2200 loads and clears it
      *****************************************************************
       345-WRITE-SUSPENSE-FEED.

           SET SF-REJECTED          TO TRUE.
           MOVE "SEQ2000"           TO SF-SOURCE-STEP.
           MOVE RUN-DATE            TO SF-RUN-DATE.
           MOVE BCF-BATCH-DATE      TO SF-BATCH-DATE.
           MOVE BCF-BATCH-NUMBER    TO SF-BATCH-NUMBER.
           MOVE RJD-REASON-TEXT     TO SF-REASON-CODE.
           MOVE EMPLOYEE-TRANSACTION TO SF-TRANSACTION-DATA.
           WRITE SUSPENSE-FEED-RECORD.
           IF NOT SUSPFED-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SUSPFED FOR EMPLOYEE ID "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " SUSPFED-FILE-STATUS
               SET EDIT-FAILED TO TRUE
               SET EMPTRAN-EOF TO TRUE.

      *****************************************************************
      *    Writes the read, clean, and reject counts to the edit
           MOVE "TRANSACTIONS REJECTED:       " TO SUM-LABEL.
           MOVE CT-REJECT-COUNT                 TO SUM-COUNT.
           WRITE EDIT-REPORT-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *    Appends this run's record to the RUNLOG run log for the
      *    morning operations report: transactions read, passed to the
      *    clean file, and rejected. The log is created on first use,
      *    the same way the SUSPFED feed is
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ2000"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE CT-READ-COUNT         TO RL-RECORDS-IN.
           MOVE CT-CLEAN-COUNT        TO RL-RECORDS-OUT.
           MOVE CT-REJECT-COUNT       TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
