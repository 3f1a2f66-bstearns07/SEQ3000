           SELECT EMPTRAN  ASSIGN TO EMPTRAN.
           SELECT EMPMASTI  ASSIGN TO EMPMASTI
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS IR-EMPLOYEE-ID
                           ALTERNATE RECORD KEY IS IR-DEPART-CODE
                                   WITH DUPLICATES.
                           ACCESS IS RANDOM
                           RECORD KEY IS DG-EMPLOYEE-ID
                           FILE STATUS IS EMPDEMO-FILE-STATUS.
           SELECT SUSPFED  ASSIGN TO SUSPFED
                           FILE STATUS IS SUSPFED-FILE-STATUS.
           SELECT DEMHIST  ASSIGN TO DEMHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DH-EMPLOYEE-ID
                           FILE STATUS IS DEMHIST-FILE-STATUS.
           SELECT DEPTMAST ASSIGN TO DEPTMAST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DM-DEPART-CODE
                           FILE STATUS IS DEPTMAST-FILE-STATUS.
           SELECT LABDIST  ASSIGN TO LABDIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS LD-LABOR-KEY
                           FILE STATUS IS LABDIST-FILE-STATUS.
           SELECT POSCTL   ASSIGN TO POSCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PS-POSITION-KEY
                           FILE STATUS IS POSCTL-FILE-STATUS.
           SELECT COMPHIST ASSIGN TO COMPHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CH-HISTORY-KEY
                           FILE STATUS IS COMPHIST-FILE-STATUS.
           SELECT RUNLOG   ASSIGN TO RUNLOG
                           FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.

           05  IR-EMPLOYEE-ID          PIC X(5).
           05  IR-EMPLOYEE-NAME        PIC X(30).
           05  IR-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(60).

       FD  ERRTRAN.

       01  AUDIT-LOG-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  AU-RUN-DATE             PIC 9(8).

       FD  NEXTID.
           05  DH-CONTACT-NAME         PIC X(25).
           05  DH-CONTACT-PHONE        PIC X(10).

       FD  DEPTMAST.

       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPART-CODE          PIC X(5).
           05  DM-DEPART-NAME          PIC X(20).

       FD  LABDIST.

      * the period's worked hours by employee and the department
      * they were charged to, built up by every timesheet posted
      * since the last pay-night reset. Hours worked in the
      * employee's own department carry it as the charge department
      * too, so the file holds every hour on the master. SEQ6500
      * splits an hourly employee's gross across it, SEQ6550 prints
      * the labor distribution report off it, and SEQ6100 clears it
      * with the worked hours once the period is paid
       01  LABOR-DISTRIBUTION-RECORD.
           05  LD-LABOR-KEY.
               10  LD-EMPLOYEE-ID      PIC X(5).
               10  LD-CHARGE-DEPART-CODE PIC X(5).
           05  LD-HOME-DEPART-CODE     PIC X(5).
           05  LD-HOURS-WORKED         PIC 9(3)V99.
           05  LD-LAST-POSTED-DATE     PIC 9(8).

       FD  SUSPFED.

      * one record per transaction rejected to ERRTRAN and per
      * transaction posted clean, appended for SEQ2200 to open
      * suspense items on the rejects and clear them once a corrected
      * transaction for the same employee and code posts
       01  SUSPENSE-FEED-RECORD.
           05  SF-ACTIVITY-CODE        PIC X(1).
               88  SF-REJECTED                 VALUE "R".
               88  SF-POSTED                   VALUE "P".
           05  SF-SOURCE-STEP          PIC X(7).
           05  SF-RUN-DATE             PIC 9(8).
           05  SF-BATCH-DATE           PIC 9(8).
           05  SF-BATCH-NUMBER         PIC 9(5).
           05  SF-REASON-CODE          PIC X(30).
           05  SF-TRANSACTION-DATA     PIC X(120).

       FD  POSCTL.

      * one record per controlled position, keyed by department and
      * job class, maintained through SEQ8000 - a position with no
      * record here carries no headcount limit
       01  POSITION-CONTROL-RECORD.
           05  PS-POSITION-KEY.
               10  PS-DEPART-CODE      PIC X(5).
               10  PS-JOB-CLASS        PIC X(2).
           05  PS-AUTHORIZED-HEADCOUNT PIC 9(4).
           05  PS-BUDGETED-SALARY      PIC 9(9)V99.

       FD  COMPHIST.

      * one record per change to an employee's pay or job class,
      * keyed by employee ID, the date the change took effect, and
      * the night it posted - the layout SEQ3000 maintains. Both
      * posting runs write here, and the second run to reach a record
      * finds it on file and rewrites it with the same figures
       01  COMPENSATION-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-EMPLOYEE-ID          PIC X(5).
               10  CH-EFFECTIVE-DATE       PIC 9(8).
               10  CH-POSTED-DATE          PIC 9(8).
           05  CH-CHANGE-REASON            PIC X(1).
               88  CH-NEW-HIRE                     VALUE "N".
               88  CH-REHIRE                       VALUE "R".
               88  CH-MASS-INCREASE                VALUE "M".
               88  CH-PROMOTION                    VALUE "P".
               88  CH-ADJUSTMENT                   VALUE "A".
           05  CH-OLD-JOB-CLASS            PIC X(2).
           05  CH-NEW-JOB-CLASS            PIC X(2).
           05  CH-OLD-EMPLOYMENT-TYPE      PIC X(1).
           05  CH-NEW-EMPLOYMENT-TYPE      PIC X(1).
           05  CH-OLD-ANNUAL-SALARY        PIC 9(7)V99.
           05  CH-NEW-ANNUAL-SALARY        PIC 9(7)V99.
           05  CH-OLD-HOURLY-RATE          PIC 9(3)V99.
           05  CH-NEW-HOURLY-RATE          PIC 9(3)V99.

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
               88  STEP-BLOCKED                VALUE "Y".
           05  CYCLE-OVERRIDE-SWITCH   PIC X   VALUE "N".
               88  CYCLE-OVERRIDE-ACTIVE       VALUE "Y".
           05  CHARGE-DEPART-VALID-SWITCH PIC X VALUE "Y".
               88  CHARGE-DEPART-VALID         VALUE "Y".
           05  LABOR-RECORD-FOUND-SWITCH PIC X VALUE "N".
               88  LABOR-RECORD-FOUND          VALUE "Y".
           05  POSCTL-AVAILABLE-SWITCH PIC X   VALUE "N".
               88  POSCTL-AVAILABLE            VALUE "Y".
           05  POSITION-COUNT-EOF-SWITCH PIC X VALUE "N".
               88  POSITION-COUNT-EOF          VALUE "Y".
           05  POSITION-VALID-SWITCH   PIC X   VALUE "Y".
               88  POSITION-VALID              VALUE "Y".
               88  POSITION-OVER-AUTHORIZED    VALUE "N".
           05  SUPERVISOR-VALID-SWITCH PIC X   VALUE "Y".
               88  SUPERVISOR-VALID            VALUE "Y".
               88  SUPERVISOR-INVALID          VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  ERRTRAN-FILE-STATUS     PIC XX.
               88  CYCLCTL-NOT-FOUND           VALUE "35".
           05  CYCPARM-FILE-STATUS     PIC XX.
               88  CYCPARM-SUCCESSFUL          VALUE "00".
           05  SUSPFED-FILE-STATUS     PIC XX.
               88  SUSPFED-SUCCESSFUL          VALUE "00".
               88  SUSPFED-NOT-FOUND           VALUE "35".
           05  DEPTMAST-FILE-STATUS    PIC XX.
               88  DEPTMAST-SUCCESSFUL         VALUE "00".
           05  LABDIST-FILE-STATUS     PIC XX.
               88  LABDIST-SUCCESSFUL          VALUE "00".
               88  LABDIST-NOT-FOUND           VALUE "35".
           05  POSCTL-FILE-STATUS      PIC XX.
               88  POSCTL-SUCCESSFUL           VALUE "00".
           05  COMPHIST-FILE-STATUS    PIC XX.
               88  COMPHIST-SUCCESSFUL         VALUE "00".
               88  COMPHIST-NOT-FOUND          VALUE "35".
           05  RUNLOG-FILE-STATUS      PIC XX.
               88  RUNLOG-SUCCESSFUL           VALUE "00".
               88  RUNLOG-NOT-FOUND            VALUE "35".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                 PIC 9(8).

      *    this run's start time and how it completed, for its
      *    record on the RUNLOG run log
       01  RUN-LOG-FIELDS.
           05  RLF-START-TIME           PIC 9(8).
           05  RLF-COMPLETION-STATUS    PIC X   VALUE "C".
               88  RLF-STEP-COMPLETED           VALUE "C".
               88  RLF-STEP-REFUSED             VALUE "R".
               88  RLF-STEP-FAILED              VALUE "F".

      *    transactions posted clean and rejected to ERRTRAN, counted
      *    as each one goes to the suspense feed
       01  POSTING-COUNTERS.
           05  CT-POSTED-COUNT          PIC 9(7)   VALUE ZERO.
           05  CT-ERROR-COUNT           PIC 9(7)   VALUE ZERO.

       01  BATCH-CONTROL-FIELDS.
           05  BCF-BATCH-DATE           PIC 9(8)   VALUE ZERO.
           05  BCF-BATCH-NUMBER         PIC 9(5)   VALUE ZERO.
       01  ERROR-REASON-FIELDS.
           05  ER-REASON-TEXT           PIC X(30)   VALUE SPACES.

      * filled headcount by department and job class, counted off
      * the index file before posting starts and kept current as
      * each add, rehire, transfer, and delete posts. Every position
      * looked up gets an entry, controlled or not, so POSCTL is read
      * once per position rather than once per employee
       01  POSITION-FILLED-TABLE.
           05  PF-ENTRY-COUNT           PIC 9(3)    VALUE ZERO.
           05  PF-ENTRY OCCURS 500 TIMES.
               10  PF-DEPART-CODE       PIC X(5).
               10  PF-JOB-CLASS         PIC X(2).
               10  PF-CONTROLLED-FLAG   PIC X(1).
                   88  PF-POSITION-CONTROLLED   VALUE "Y".
               10  PF-AUTHORIZED-HEADCOUNT PIC 9(4).
               10  PF-FILLED-HEADCOUNT  PIC 9(5).

       01  POSITION-WORK-FIELDS.
           05  PW-DEPART-CODE           PIC X(5).
           05  PW-JOB-CLASS             PIC X(2).
           05  PW-OLD-DEPART-CODE       PIC X(5).
           05  PW-OLD-JOB-CLASS         PIC X(2).
           05  PW-INDEX                 PIC 9(3).
           05  PW-MATCH                 PIC 9(3).

      * the pay and job class an employee held before tonight's add,
      * rehire, or change, with the effective date and reason the
      * compensation history record is written under
       01  COMP-HISTORY-WORK-FIELDS.
           05  CHW-OLD-JOB-CLASS        PIC X(2).
           05  CHW-OLD-EMPLOYMENT-TYPE  PIC X(1).
           05  CHW-OLD-ANNUAL-SALARY    PIC 9(7)V99.
           05  CHW-OLD-HOURLY-RATE      PIC 9(3)V99.
           05  CHW-EFFECTIVE-DATE       PIC 9(8).
           05  CHW-CHANGE-REASON        PIC X(1).

      * the supervisor a card assigns and the reporting chain walked
      * up from it by random reads of the index file, so an
      * assignment that would put the employee over their own
      * supervisor is caught before it posts. The supervisor's
      * record is read into its own area so the record being
      * maintained is left alone
       01  SUPERVISOR-CHECK-FIELDS.
           05  SPC-EMPLOYEE-ID          PIC X(5).
           05  SPC-SUPERVISOR-ID        PIC X(5).
           05  SPC-CHAIN-ID             PIC X(5).
           05  SPC-CHAIN-DEPTH          PIC 9(3).

       01  SUPERVISOR-MASTER-RECORD.
           05  SPM-EMPLOYEE-ID          PIC X(5).
           05  FILLER                   PIC X(90).
           05  SPM-SUPERVISOR-ID        PIC X(5).

       01  AUDIT-WORK-FIELDS.
           05  AU-BEFORE-IMAGE-WORK     PIC X(100)  VALUE SPACES.
           05  AU-AFTER-IMAGE-WORK      PIC X(100)  VALUE SPACES.

       01  HISTORY-SEARCH-FIELDS.
           05  HS-SEARCH-EMPLOYEE-ID    PIC X(5).
               88  SICK-TAKEN-RECORD           VALUE "S".
               88  TIMESHEET-RECORD            VALUE "W".
               88  DEMOGRAPHIC-RECORD          VALUE "M".
               88  LEAVE-START-RECORD          VALUE "L".
               88  LEAVE-END-RECORD            VALUE "E".
               88  BATCH-HEADER-RECORD         VALUE "H".
               88  BATCH-TRAILER-RECORD        VALUE "T".
           05  ET-MASTER-DATA.
                 10  ET-EMPLOYEE-ID              PIC X(5).
                 10  ET-EMPLOYEE-NAME            PIC X(30).
                 10  ET-DEPART-CODE              PIC X(5).
      *    a timesheet card carries the department the hours are
      *    charged to in the department code columns - blank when
      *    the hours were worked in the employee's own department
                 10  ET-CHARGE-DEPART-CODE REDEFINES ET-DEPART-CODE
                                                 PIC X(5).
                 10  ET-JOB-CLASS                PIC X(2).
                 10  ET-ANNUAL-SALARY            PIC 9(7)V99.
                 10  ET-DATE-OF-HIRE             PIC 9(8).
                 10  ET-EFFECTIVE-DATE           PIC 9(8).
                 10  ET-EMPLOYMENT-TYPE          PIC X(1).
                 10  ET-HOURLY-RATE              PIC 9(3)V99.
      *    keyed Y by personnel when finance has approved a hire or
      *    transfer past the position's authorized headcount
           05  ET-POSITION-OVERRIDE    PIC X(1).
               88  POSITION-OVERRIDE-KEYED     VALUE "Y".
      *    why a change moves pay or job class - M for a mass
      *    increase out of SEQ9000, P for a promotion, A for an
      *    adjustment, blank to let the posting decide
           05  ET-CHANGE-REASON        PIC X(1).
      *    a leave-of-absence start card carries the kind of leave and
      *    the date the employee is expected back, zeros if not known
           05  ET-LEAVE-TYPE           PIC X(1).
           05  ET-EXPECTED-RETURN-DATE PIC 9(8).
      *    the supervisor an add, rehire, or change card assigns - on
      *    a change blank leaves the supervisor alone and NONE takes
      *    it off, on an add or rehire blank means no supervisor
           05  ET-SUPERVISOR-ID        PIC X(5).
               88  SUPERVISOR-CLEARED          VALUE "NONE".
           05  FILLER                  PIC X(25).

      *    a demographics maintenance card lays its address and
      *    contact fields over the master-data area - only the
           05  FILLER                  PIC X(99).

       01  BATCH-BALANCE-FIELDS.
           05  BAL-TRANSACTION-COUNT   PIC 9(7)    VALUE ZERO.
           05  BAL-SALARY-HASH-TOTAL   PIC 9(11)V99.

       01  EMPLOYEE-MASTER-RECORD.
               88  EM-SALARIED-EMPLOYEE            VALUE "S".
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
      *    blank while the employee is active; P paid leave, U unpaid
      *    leave, S suspension while out on a leave of absence
           05  EM-LEAVE-TYPE               PIC X(1).
               88  EM-ON-LEAVE                     VALUE "P" "U" "S".
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
      *    employee ID of the supervisor the employee reports to,
      *    blank at the top of the organization
           05  EM-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

       000-MAINTAIN-INVENTORY-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLF-START-TIME FROM TIME.
           PERFORM 010-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               SET RLF-STEP-REFUSED TO TRUE
           ELSE
               PERFORM 004-BALANCE-TRANSACTION-FILE
               IF BATCH-OUT-OF-BALANCE
                   DISPLAY "EMPTRAN BATCH OUT OF BALANCE - "
                       "NOTHING POSTED"
                   SET RLF-STEP-FAILED TO TRUE
               ELSE
                   PERFORM 002-CHECK-POSTED-BATCH-REGISTER
                   PERFORM 003-CHECK-POSTING-OVERRIDE
                           BCF-BATCH-DATE " ALREADY POSTED TO EMPMASTI"
                       DISPLAY "NOTHING POSTED - SET OVERRIDE PARM "
                           "TO REPOST"
                       SET RLF-STEP-REFUSED TO TRUE
                   ELSE
                       PERFORM 001-POST-BALANCED-TRANSACTIONS
                       IF NOT POSTING-FAILED
                           PERFORM 009-RECORD-POSTED-BATCH
                           PERFORM 012-STAMP-CYCLE-STEP
                       ELSE
                           SET RLF-STEP-FAILED TO TRUE
                       END-IF
                   END-IF
                   CLOSE PSTREG
               END-IF
           END-IF.
           CLOSE CYCLCTL.
           PERFORM 900-WRITE-RUN-LOG-RECORD.
           STOP RUN.

      *****************************************************************
      *****************************************************************
       001-POST-BALANCED-TRANSACTIONS.

           PERFORM 016-LOAD-FILLED-POSITIONS.
           OPEN INPUT  EMPTRAN
                I-O    EMPMASTI
                OUTPUT ERRTRAN.
           PERFORM 006-OPEN-AUDIT-LOG-FILE.
           PERFORM 014-OPEN-SUSPENSE-FEED-FILE.
           PERFORM 007-OPEN-NEXTID-CONTROL-FILE.
           PERFORM 008-OPEN-EMPLOYEE-HISTORY-FILE.
           PERFORM 013-OPEN-DEMOGRAPHICS-FILES.
           PERFORM 015-OPEN-LABOR-DISTRIBUTION-FILES.
           PERFORM 018-OPEN-COMP-HISTORY-FILE.
           PERFORM 300-MAINTAIN-INVENTORY-RECORD
               UNTIL TRANSACTION-EOF.
           CLOSE EMPTRAN
                 EMPMASTI
                 ERRTRAN
                 AUDTLOG
                 SUSPFED
                 NEXTID
                 EMPDEMO
                 DEMHIST
                 DEPTMAST
                 LABDIST
                 COMPHIST.
           IF EMPHIST-AVAILABLE
               CLOSE EMPHIST.
           IF POSCTL-AVAILABLE
               CLOSE POSCTL.

      *****************************************************************
      * Pre-posting balancing pass over the transaction file. Reads
           IF AUDTLOG-NOT-FOUND
               OPEN OUTPUT AUDTLOG.

      *****************************************************************
      * Opens the suspense feed for append - SEQ3000 and SEQ2000 add
      * to the same feed tonight, and SEQ2200 clears it only once it
      * has loaded the whole night's activity. The first time the feed
      * does not exist it is created here with OUTPUT instead.
      *****************************************************************
       014-OPEN-SUSPENSE-FEED-FILE.

           OPEN EXTEND SUSPFED.
           IF SUSPFED-NOT-FOUND
               OPEN OUTPUT SUSPFED.

      *****************************************************************
      * Opens the one-record NEXTID control file for random access so
      * 345-ASSIGN-NEXT-EMPLOYEE-ID can read, increment, and rewrite it
               CLOSE DEMHIST
               OPEN I-O DEMHIST.

      *****************************************************************
      * Opens the department master so a timesheet's charge
      * department can be checked, and the labor distribution file
      * for random access so each timesheet's hours can be added to
      * the employee's record for the department charged. The first
      * time the labor distribution file does not exist yet it is
      * created here with no records, the same way the demographics
      * file is.
      *****************************************************************
       015-OPEN-LABOR-DISTRIBUTION-FILES.

           OPEN INPUT DEPTMAST.
           OPEN I-O LABDIST.
           IF LABDIST-NOT-FOUND
               OPEN OUTPUT LABDIST
               CLOSE LABDIST
               OPEN I-O LABDIST.

      *****************************************************************
      * Opens the compensation history file for random access so
      * each posted add, rehire, and pay change can be written or
      * rewritten by key. COMPHIST is shared with SEQ3000, so the
      * first time the file does not exist yet it is created here
      * with no records, the same way the labor distribution file is.
      *****************************************************************
       018-OPEN-COMP-HISTORY-FILE.

           OPEN I-O COMPHIST.
           IF COMPHIST-NOT-FOUND
               OPEN OUTPUT COMPHIST
               CLOSE COMPHIST
               OPEN I-O COMPHIST.

      *****************************************************************
      * Counts the filled headcount of every position on the index
      * file before posting starts, so an add, rehire, or transfer
      * can be held to the authorized count on POSCTL. The index file
      * is browsed once in employee ID order and closed again before
      * the posting pass opens it for update. With no POSCTL file
      * nothing is counted and no position is held.
      *****************************************************************
       016-LOAD-FILLED-POSITIONS.

           OPEN INPUT POSCTL.
           IF POSCTL-SUCCESSFUL
               SET POSCTL-AVAILABLE TO TRUE
               OPEN INPUT EMPMASTI
               MOVE "N" TO POSITION-COUNT-EOF-SWITCH
               MOVE LOW-VALUES TO IR-EMPLOYEE-ID
               START EMPMASTI KEY NOT < IR-EMPLOYEE-ID
                   INVALID KEY
                       SET POSITION-COUNT-EOF TO TRUE
               END-START
               PERFORM 017-COUNT-ONE-INDEXED-MASTER
                   UNTIL POSITION-COUNT-EOF
               CLOSE EMPMASTI.

      *****************************************************************
      * Reads the next index record in employee ID order and counts
      * it into its position.
      *****************************************************************
       017-COUNT-ONE-INDEXED-MASTER.

           READ EMPMASTI NEXT RECORD INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET POSITION-COUNT-EOF TO TRUE.
           IF NOT POSITION-COUNT-EOF
               MOVE EM-DEPART-CODE TO PW-DEPART-CODE
               MOVE EM-JOB-CLASS   TO PW-JOB-CLASS
               PERFORM 355-ADD-FILLED-POSITION.

      *****************************************************************
      * Reads in information from the transaction file, then performs
      * the appropriate action to the index file based on the
               ELSE IF DEMOGRAPHIC-RECORD
                   IF MASTER-FOUND
                       PERFORM 352-APPLY-DEMOGRAPHIC-MAINT
                   ELSE
                       MOVE "UNKNOWN EMPLOYEE ID" TO ER-REASON-TEXT
                       PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE IF LEAVE-START-RECORD
                   IF MASTER-FOUND
                       PERFORM 363-APPLY-LEAVE-START
                   ELSE
                       MOVE "UNKNOWN EMPLOYEE ID" TO ER-REASON-TEXT
                       PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE IF LEAVE-END-RECORD
                   IF MASTER-FOUND
                       PERFORM 365-APPLY-LEAVE-END
                   ELSE
                       MOVE "UNKNOWN EMPLOYEE ID" TO ER-REASON-TEXT
                       PERFORM 380-WRITE-ERROR-TRANSACTION.
       330-DELETE-INVENTORY-RECORD.

           DELETE EMPMASTI.
           MOVE EM-DEPART-CODE TO PW-DEPART-CODE.
           MOVE EM-JOB-CLASS   TO PW-JOB-CLASS.
           PERFORM 356-REMOVE-FILLED-POSITION.
           MOVE SPACES TO AU-AFTER-IMAGE-WORK.
           PERFORM 390-WRITE-AUDIT-RECORD.
           PERFORM 332-CARRY-DEMOGRAPHICS-TO-HISTORY.
      * NEXT-EMPLOYEE-ID could not read/rewrite NEXTID to assign one,
      * TRANSACTION-EOF is already set and this record is left unposted
      * instead of writing a blank-keyed record to EMPMASTI/AUDTLOG.
      * A hire into a position already filled to its authorized
      * headcount is rejected before an employee ID is assigned,
      * unless the override is keyed on the card, and so is a hire
      * whose supervisor ID fails 372-VALIDATE-SUPERVISOR.
      *****************************************************************
       340-ADD-EMPLOYEE-RECORD.

           MOVE ET-DEPART-CODE TO PW-DEPART-CODE.
           MOVE ET-JOB-CLASS   TO PW-JOB-CLASS.
           PERFORM 354-CHECK-POSITION-HEADCOUNT.
           PERFORM 371-CHECK-ASSIGNED-SUPERVISOR.
           IF POSITION-OVER-AUTHORIZED
               MOVE "OVER AUTHORIZED HEADCOUNT" TO ER-REASON-TEXT
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE IF SUPERVISOR-INVALID
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               IF ET-EMPLOYEE-ID = SPACES
                   PERFORM 345-ASSIGN-NEXT-EMPLOYEE-ID
               END-IF
               IF NOT TRANSACTION-EOF
                   MOVE ET-EMPLOYEE-ID        TO EM-EMPLOYEE-ID
                   MOVE ET-EMPLOYEE-NAME      TO EM-EMPLOYEE-NAME
                   MOVE ET-DEPART-CODE        TO EM-DEPART-CODE
                   MOVE ET-JOB-CLASS          TO EM-JOB-CLASS
                   MOVE ET-ANNUAL-SALARY      TO EM-ANNUAL-SALARY
                   MOVE ET-DATE-OF-HIRE       TO EM-DATE-OF-HIRE
                   MOVE ZERO                  TO EM-VACATION-HOURS
                   MOVE ZERO                  TO EM-SICK-HOURS
                   IF ET-EMPLOYMENT-TYPE = SPACE
                       MOVE "S" TO EM-EMPLOYMENT-TYPE
                   ELSE
                       MOVE ET-EMPLOYMENT-TYPE TO EM-EMPLOYMENT-TYPE
                   END-IF
                   MOVE ET-HOURLY-RATE        TO EM-HOURLY-RATE
                   MOVE ZERO                  TO EM-HOURS-WORKED
                   MOVE SPACE                 TO EM-LEAVE-TYPE
                   MOVE ZERO                  TO EM-LEAVE-START-DATE
                                                 EM-EXPECTED-RETURN-DATE
                   MOVE SPC-SUPERVISOR-ID     TO EM-SUPERVISOR-ID
                   PERFORM 350-WRITE-INVENTORY-RECORD
                   PERFORM 355-ADD-FILLED-POSITION
                   MOVE SPACES                 TO AU-BEFORE-IMAGE-WORK
                   MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK
                   PERFORM 390-WRITE-AUDIT-RECORD
                   MOVE SPACES TO CHW-OLD-JOB-CLASS
                                  CHW-OLD-EMPLOYMENT-TYPE
                   MOVE ZERO   TO CHW-OLD-ANNUAL-SALARY
                                  CHW-OLD-HOURLY-RATE
                   MOVE EM-DATE-OF-HIRE TO CHW-EFFECTIVE-DATE
                   MOVE "N"             TO CHW-CHANGE-REASON
                   PERFORM 367-WRITE-COMP-HISTORY
               END-IF
           END-IF
           END-IF.

      *****************************************************************
                       TO ER-REASON-TEXT
                   PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE
                   PERFORM 341-CHECK-REHIRE-POSITION
                   PERFORM 371-CHECK-ASSIGNED-SUPERVISOR
                   IF POSITION-OVER-AUTHORIZED
                       MOVE "OVER AUTHORIZED HEADCOUNT"
                           TO ER-REASON-TEXT
                       PERFORM 380-WRITE-ERROR-TRANSACTION
                   ELSE IF SUPERVISOR-INVALID
                       PERFORM 380-WRITE-ERROR-TRANSACTION
                   ELSE
                       PERFORM 343-POST-REHIRED-EMPLOYEE-RECORD.

      *****************************************************************
      * Stages the position a rehire returns the employee to - the
      * transaction's department and job class when present, the
      * latest stint's otherwise, the same fallback 343 posts with -
      * and holds it to the position's authorized headcount.
      *****************************************************************
       341-CHECK-REHIRE-POSITION.

           IF ET-DEPART-CODE = SPACES
               MOVE EH-DEPART-CODE TO PW-DEPART-CODE
           ELSE
               MOVE ET-DEPART-CODE TO PW-DEPART-CODE.
           IF ET-JOB-CLASS = SPACES
               MOVE EH-JOB-CLASS TO PW-JOB-CLASS
           ELSE
               MOVE ET-JOB-CLASS TO PW-JOB-CLASS.
           PERFORM 354-CHECK-POSITION-HEADCOUNT.

      *****************************************************************
      * Walks the termination history file for the employee ID the
           ELSE
               MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE.
           MOVE ZERO                  TO EM-HOURS-WORKED.
           MOVE SPACE                 TO EM-LEAVE-TYPE.
           MOVE ZERO                  TO EM-LEAVE-START-DATE
                                         EM-EXPECTED-RETURN-DATE.
           MOVE SPC-SUPERVISOR-ID     TO EM-SUPERVISOR-ID.
           PERFORM 350-WRITE-INVENTORY-RECORD.
           MOVE EM-DEPART-CODE        TO PW-DEPART-CODE.
           MOVE EM-JOB-CLASS          TO PW-JOB-CLASS.
           PERFORM 355-ADD-FILLED-POSITION.
           MOVE SPACES                 TO AU-BEFORE-IMAGE-WORK.
           MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK.
           PERFORM 390-WRITE-AUDIT-RECORD.
           MOVE EH-JOB-CLASS          TO CHW-OLD-JOB-CLASS.
           MOVE EH-EMPLOYMENT-TYPE    TO CHW-OLD-EMPLOYMENT-TYPE.
           MOVE EH-ANNUAL-SALARY      TO CHW-OLD-ANNUAL-SALARY.
           MOVE EH-HOURLY-RATE        TO CHW-OLD-HOURLY-RATE.
           IF ET-EFFECTIVE-DATE > ZERO
               MOVE ET-EFFECTIVE-DATE TO CHW-EFFECTIVE-DATE
           ELSE
               MOVE RUN-DATE TO CHW-EFFECTIVE-DATE.
           MOVE "R"                   TO CHW-CHANGE-REASON.
           PERFORM 367-WRITE-COMP-HISTORY.

      *****************************************************************
      * Applies a vacation-taken transaction against the index record
      * to the period's worked hours so every timesheet an hourly
      * employee turns in during the period accumulates toward the
      * pay run's gross. A timesheet against a salaried employee is
      * rejected - their gross comes off the annual salary - and so
      * is one charging its hours to a department not on DEPTMAST,
      * the same as SEQ3000 rejects it. The record is rewritten and
      * the before/after images go to the audit log the same way a
      * leave transaction's do, and the hours are added to the labor
      * distribution file under the department charged.
      *****************************************************************
       349-APPLY-TIMESHEET-HOURS.

               MOVE "NOT AN HOURLY EMPLOYEE" TO ER-REASON-TEXT
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 351-VALIDATE-CHARGE-DEPARTMENT
               IF NOT CHARGE-DEPART-VALID
                   MOVE "UNKNOWN CHARGE DEPARTMENT" TO ER-REASON-TEXT
                   PERFORM 380-WRITE-ERROR-TRANSACTION
               ELSE
                   ADD ET-LEAVE-HOURS TO EM-HOURS-WORKED
                       ON SIZE ERROR
                           DISPLAY "HOURS WORKED OVERFLOW FOR "
                               "EMPLOYEE ID " EM-EMPLOYEE-ID
                           MOVE 999.99 TO EM-HOURS-WORKED
                   END-ADD
                   PERFORM 370-REWRITE-EMPLOYEE-RECORD
                   MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK
                   PERFORM 390-WRITE-AUDIT-RECORD
                   PERFORM 353-POST-LABOR-DISTRIBUTION
               END-IF
           END-IF.

      *****************************************************************
      * Checks the timesheet's charge department on DEPTMAST. A blank
      * charge department means the employee's own department and
      * needs no lookup.
      *****************************************************************
       351-VALIDATE-CHARGE-DEPARTMENT.

           SET CHARGE-DEPART-VALID TO TRUE.
           IF ET-CHARGE-DEPART-CODE NOT = SPACES
               MOVE ET-CHARGE-DEPART-CODE TO DM-DEPART-CODE
               READ DEPTMAST
                   INVALID KEY
                       MOVE "N" TO CHARGE-DEPART-VALID-SWITCH.

      *****************************************************************
      * Adds the timesheet's hours to the employee's labor
      * distribution record for the department charged - the home
      * department when the card leaves the charge department blank -
      * starting a fresh record the first time the employee charges
      * that department this period. The home department is refreshed
      * on every posting so a mid-period transfer shows the current
      * one.
      *****************************************************************
       353-POST-LABOR-DISTRIBUTION.

           MOVE ET-EMPLOYEE-ID TO LD-EMPLOYEE-ID.
           IF ET-CHARGE-DEPART-CODE = SPACES
               MOVE EM-DEPART-CODE TO LD-CHARGE-DEPART-CODE
           ELSE
               MOVE ET-CHARGE-DEPART-CODE TO LD-CHARGE-DEPART-CODE.
           READ LABDIST
               INVALID KEY
                   MOVE "N" TO LABOR-RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   SET LABOR-RECORD-FOUND TO TRUE.
           MOVE EM-DEPART-CODE TO LD-HOME-DEPART-CODE.
           MOVE RUN-DATE       TO LD-LAST-POSTED-DATE.
           IF LABOR-RECORD-FOUND
               ADD ET-LEAVE-HOURS TO LD-HOURS-WORKED
                   ON SIZE ERROR
                       DISPLAY "LABOR HOURS OVERFLOW FOR EMPLOYEE ID "
                           ET-EMPLOYEE-ID
                       MOVE 999.99 TO LD-HOURS-WORKED
               END-ADD
               REWRITE LABOR-DISTRIBUTION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON LABDIST FOR "
                           "EMPLOYEE ID " ET-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           LABDIST-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE ET-LEAVE-HOURS TO LD-HOURS-WORKED
               WRITE LABOR-DISTRIBUTION-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON LABDIST FOR "
                           "EMPLOYEE ID " ET-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           LABDIST-FILE-STATUS
               END-WRITE.

      *****************************************************************
      * Applies a demographics maintenance card against the
                           EMPDEMO-FILE-STATUS
                   END-IF
           END-WRITE.
           IF EMPDEMO-SUCCESSFUL
               SET SF-POSTED TO TRUE
               PERFORM 385-WRITE-SUSPENSE-FEED.

      *****************************************************************
      * Changes a record in the index file. The record to be changed is
      *****************************************************************
       360-CHANGE-INVENTORY-RECORD.

           MOVE EM-DEPART-CODE TO PW-OLD-DEPART-CODE.
           MOVE EM-JOB-CLASS   TO PW-OLD-JOB-CLASS.
           IF ET-DEPART-CODE = SPACES
               MOVE EM-DEPART-CODE TO PW-DEPART-CODE
           ELSE
               MOVE ET-DEPART-CODE TO PW-DEPART-CODE.
           IF ET-JOB-CLASS = SPACES
               MOVE EM-JOB-CLASS TO PW-JOB-CLASS
           ELSE
               MOVE ET-JOB-CLASS TO PW-JOB-CLASS.
           IF PW-DEPART-CODE = PW-OLD-DEPART-CODE
               AND PW-JOB-CLASS = PW-OLD-JOB-CLASS
               SET POSITION-VALID TO TRUE
           ELSE
               PERFORM 354-CHECK-POSITION-HEADCOUNT.
           MOVE EM-EMPLOYEE-ID TO SPC-EMPLOYEE-ID.
           IF ET-SUPERVISOR-ID = SPACES
               MOVE EM-SUPERVISOR-ID TO SPC-SUPERVISOR-ID
               SET SUPERVISOR-VALID TO TRUE
           ELSE IF SUPERVISOR-CLEARED
               MOVE SPACES TO SPC-SUPERVISOR-ID
               SET SUPERVISOR-VALID TO TRUE
           ELSE
               MOVE ET-SUPERVISOR-ID TO SPC-SUPERVISOR-ID
               PERFORM 372-VALIDATE-SUPERVISOR.
           IF POSITION-OVER-AUTHORIZED
               MOVE "OVER AUTHORIZED HEADCOUNT" TO ER-REASON-TEXT
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE IF SUPERVISOR-INVALID
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 362-APPLY-CHANGE-FIELDS.

      *****************************************************************
      * Starts a leave of absence on the index record 320-READ-
      * INVENTORY-MASTER already read in, recording the kind of
      * leave, the day it starts (the card's effective date, or
      * tonight when none was keyed), and the expected return date,
      * the same way SEQ3000 does. An employee already out on leave
      * is rejected rather than having the original start date
      * overwritten. The record is rewritten and the before/after
      * images go to the audit log.
      *****************************************************************
       363-APPLY-LEAVE-START.

           IF EM-ON-LEAVE
               MOVE "ALREADY ON LEAVE" TO ER-REASON-TEXT
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               MOVE ET-LEAVE-TYPE TO EM-LEAVE-TYPE
               IF ET-EFFECTIVE-DATE > ZERO
                   MOVE ET-EFFECTIVE-DATE TO EM-LEAVE-START-DATE
               ELSE
                   MOVE RUN-DATE TO EM-LEAVE-START-DATE
               END-IF
               MOVE ET-EXPECTED-RETURN-DATE TO EM-EXPECTED-RETURN-DATE
               PERFORM 370-REWRITE-EMPLOYEE-RECORD
               MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK
               PERFORM 390-WRITE-AUDIT-RECORD.

      *****************************************************************
      * Ends a leave of absence on the index record already read in,
      * clearing the leave fields so the employee accrues and is paid
      * again from the next run. An employee not out on leave is
      * rejected, the same as SEQ3000 rejects it.
      *****************************************************************
       365-APPLY-LEAVE-END.

           IF NOT EM-ON-LEAVE
               MOVE "NOT ON LEAVE" TO ER-REASON-TEXT
               PERFORM 380-WRITE-ERROR-TRANSACTION
           ELSE
               MOVE SPACE TO EM-LEAVE-TYPE
               MOVE ZERO  TO EM-LEAVE-START-DATE
                             EM-EXPECTED-RETURN-DATE
               PERFORM 370-REWRITE-EMPLOYEE-RECORD
               MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK
               PERFORM 390-WRITE-AUDIT-RECORD.

      *****************************************************************
      * Applies the non-blank fields of a change transaction that
      * cleared the position check to the index record, moves the
      * employee's filled head when the change transfers them to
      * another position, rewrites the record, and logs the before/
      * after images to the audit log.
      *****************************************************************
       362-APPLY-CHANGE-FIELDS.

           MOVE EM-JOB-CLASS       TO CHW-OLD-JOB-CLASS.
           MOVE EM-EMPLOYMENT-TYPE TO CHW-OLD-EMPLOYMENT-TYPE.
           MOVE EM-ANNUAL-SALARY   TO CHW-OLD-ANNUAL-SALARY.
           MOVE EM-HOURLY-RATE     TO CHW-OLD-HOURLY-RATE.
           IF ET-EMPLOYEE-NAME  NOT = SPACE
               MOVE ET-EMPLOYEE-NAME  TO EM-EMPLOYEE-NAME.
           IF ET-DEPART-CODE NOT = SPACES
               MOVE ET-DEPART-CODE TO EM-DEPART-CODE.
           IF ET-JOB-CLASS NOT = SPACES
               MOVE ET-JOB-CLASS TO EM-JOB-CLASS .
           IF ET-ANNUAL-SALARY NOT = ZERO
               MOVE ET-ANNUAL-SALARY TO EM-ANNUAL-SALARY.
               MOVE ET-EMPLOYMENT-TYPE TO EM-EMPLOYMENT-TYPE.
           IF ET-HOURLY-RATE NOT = ZERO
               MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE.
           MOVE SPC-SUPERVISOR-ID TO EM-SUPERVISOR-ID.
           IF EM-DEPART-CODE NOT = PW-OLD-DEPART-CODE
               OR EM-JOB-CLASS NOT = PW-OLD-JOB-CLASS
               PERFORM 364-TRANSFER-FILLED-POSITION.
           PERFORM 370-REWRITE-EMPLOYEE-RECORD.
           MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE-WORK.
           PERFORM 390-WRITE-AUDIT-RECORD.
           IF EM-JOB-CLASS NOT = CHW-OLD-JOB-CLASS
               OR EM-ANNUAL-SALARY NOT = CHW-OLD-ANNUAL-SALARY
               OR EM-HOURLY-RATE NOT = CHW-OLD-HOURLY-RATE
               PERFORM 366-SET-CHANGE-HISTORY-FIELDS
               PERFORM 367-WRITE-COMP-HISTORY.

      *****************************************************************
      * Sets the effective date and reason a posted change goes onto
      * the compensation history under, the same way SEQ3000 does.
      * The change takes effect on the card's effective date when one
      * was keyed, tonight otherwise. A reason keyed on the card
      * stands; a blank one is a promotion when the job class moved
      * and an adjustment when only the pay did.
      *****************************************************************
       366-SET-CHANGE-HISTORY-FIELDS.

           IF ET-EFFECTIVE-DATE > ZERO
               MOVE ET-EFFECTIVE-DATE TO CHW-EFFECTIVE-DATE
           ELSE
               MOVE RUN-DATE TO CHW-EFFECTIVE-DATE.
           IF ET-CHANGE-REASON NOT = SPACE
               MOVE ET-CHANGE-REASON TO CHW-CHANGE-REASON
           ELSE
           IF EM-JOB-CLASS NOT = CHW-OLD-JOB-CLASS
               MOVE "P" TO CHW-CHANGE-REASON
           ELSE
               MOVE "A" TO CHW-CHANGE-REASON.

      *****************************************************************
      * Writes the compensation history record for the add, rehire,
      * or change just posted to the index file: the old figures the
      * caller saved, the new ones off the posted record, and the
      * caller's effective date and reason. A record already on file
      * under the same key was written by SEQ3000 posting this batch
      * first, by an earlier run of this batch under the repost
      * override, or by an earlier change to the same employee
      * tonight - it keeps its old figures, so it still shows the pay
      * before tonight, and takes tonight's latest new ones.
      *****************************************************************
       367-WRITE-COMP-HISTORY.

           MOVE EM-EMPLOYEE-ID          TO CH-EMPLOYEE-ID.
           MOVE CHW-EFFECTIVE-DATE      TO CH-EFFECTIVE-DATE.
           MOVE RUN-DATE                TO CH-POSTED-DATE.
           READ COMPHIST
               INVALID KEY
      *    a failed READ leaves the record buffer undefined, so the
      *    new record is built from the key up
                   MOVE EM-EMPLOYEE-ID      TO CH-EMPLOYEE-ID
                   MOVE CHW-EFFECTIVE-DATE  TO CH-EFFECTIVE-DATE
                   MOVE RUN-DATE            TO CH-POSTED-DATE
                   MOVE CHW-CHANGE-REASON   TO CH-CHANGE-REASON
                   MOVE CHW-OLD-JOB-CLASS   TO CH-OLD-JOB-CLASS
                   MOVE CHW-OLD-EMPLOYMENT-TYPE
                                            TO CH-OLD-EMPLOYMENT-TYPE
                   MOVE CHW-OLD-ANNUAL-SALARY
                                            TO CH-OLD-ANNUAL-SALARY
                   MOVE CHW-OLD-HOURLY-RATE TO CH-OLD-HOURLY-RATE
                   PERFORM 368-MOVE-NEW-COMP-FIGURES
                   WRITE COMPENSATION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
      *    a hire or rehire keeps its reason when a change posts for
      *    the same employee under the same effective date
                   IF NOT CH-NEW-HIRE AND NOT CH-REHIRE
                       MOVE CHW-CHANGE-REASON TO CH-CHANGE-REASON
                   END-IF
                   PERFORM 368-MOVE-NEW-COMP-FIGURES
                   REWRITE COMPENSATION-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF NOT COMPHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON COMPHIST FOR EMPLOYEE ID "
                   EM-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " COMPHIST-FILE-STATUS
               SET POSTING-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE.

      *****************************************************************
      * Moves the new pay and job class off the posted record onto
      * the compensation history record.
      *****************************************************************
       368-MOVE-NEW-COMP-FIGURES.

           MOVE EM-JOB-CLASS            TO CH-NEW-JOB-CLASS.
           MOVE EM-EMPLOYMENT-TYPE      TO CH-NEW-EMPLOYMENT-TYPE.
           MOVE EM-ANNUAL-SALARY        TO CH-NEW-ANNUAL-SALARY.
           MOVE EM-HOURLY-RATE          TO CH-NEW-HOURLY-RATE.

      *****************************************************************
      * Rewrites a record in the index file. The record to be rewritten

           REWRITE INVENTORY-RECORD-AREA FROM EMPLOYEE-MASTER-RECORD.

      *****************************************************************
      * Stages the supervisor an add or rehire card assigns - blank,
      * or NONE keyed out of habit from a change card, for an
      * employee reporting to no one - and edits it.
      *****************************************************************
       371-CHECK-ASSIGNED-SUPERVISOR.

           MOVE ET-EMPLOYEE-ID TO SPC-EMPLOYEE-ID.
           IF SUPERVISOR-CLEARED
               MOVE SPACES TO SPC-SUPERVISOR-ID
           ELSE
               MOVE ET-SUPERVISOR-ID TO SPC-SUPERVISOR-ID.
           PERFORM 372-VALIDATE-SUPERVISOR.

      *****************************************************************
      * Edits the supervisor ID staged in SPC-SUPERVISOR-ID for the
      * employee in SPC-EMPLOYEE-ID, the same edit SEQ3000 makes. A
      * blank ID passes. Otherwise the supervisor cannot be the
      * employee, has to be on the index file (only active employees
      * are), and cannot already report up to the employee somewhere
      * along their own chain. A failure leaves the reason in
      * ER-REASON-TEXT for the caller to reject the card with.
      *****************************************************************
       372-VALIDATE-SUPERVISOR.

           SET SUPERVISOR-VALID TO TRUE.
           IF SPC-SUPERVISOR-ID = SPACES
               CONTINUE
           ELSE IF SPC-SUPERVISOR-ID = SPC-EMPLOYEE-ID
               MOVE "SUPERVISOR IS THE EMPLOYEE" TO ER-REASON-TEXT
               SET SUPERVISOR-INVALID TO TRUE
           ELSE
               MOVE SPC-SUPERVISOR-ID TO IR-EMPLOYEE-ID
               READ EMPMASTI INTO SUPERVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "SUPERVISOR NOT ACTIVE" TO ER-REASON-TEXT
                       SET SUPERVISOR-INVALID TO TRUE
                   NOT INVALID KEY
                       PERFORM 373-CHECK-REPORTING-LOOP
               END-READ.

      *****************************************************************
      * Walks up the reporting chain from the supervisor just read
      * until it runs off the top of the organization or comes back
      * around to the employee being edited, cut off at 50 levels so
      * a loop already on file between other employees cannot hang
      * the run. A hire keyed without an ID, numbered from NEXTID
      * only once it passes, cannot be anyone's supervisor yet, so
      * running off the top is never taken for a loop back to it.
      *****************************************************************
       373-CHECK-REPORTING-LOOP.

           MOVE SPM-SUPERVISOR-ID TO SPC-CHAIN-ID.
           MOVE ZERO TO SPC-CHAIN-DEPTH.
           PERFORM 374-STEP-UP-REPORTING-CHAIN
               UNTIL SPC-CHAIN-ID = SPACES
                  OR SPC-CHAIN-ID = SPC-EMPLOYEE-ID
                  OR SPC-CHAIN-DEPTH > 50.
           IF SPC-CHAIN-ID NOT = SPACES
               AND SPC-CHAIN-ID = SPC-EMPLOYEE-ID
               MOVE "SUPERVISOR REPORTS TO EMPLOYEE" TO ER-REASON-TEXT
               SET SUPERVISOR-INVALID TO TRUE.

      *****************************************************************
      * Moves one level up the reporting chain - to the supervisor of
      * the employee in SPC-CHAIN-ID, or to spaces when that employee
      * is not on file or reports to no one.
      *****************************************************************
       374-STEP-UP-REPORTING-CHAIN.

           MOVE SPC-CHAIN-ID TO IR-EMPLOYEE-ID.
           READ EMPMASTI INTO SUPERVISOR-MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO SPC-CHAIN-ID
               NOT INVALID KEY
                   MOVE SPM-SUPERVISOR-ID TO SPC-CHAIN-ID
           END-READ.
           ADD 1 TO SPC-CHAIN-DEPTH.

      *****************************************************************
      * Moves one filled head out of the position a transferred
      * employee left and into the one the change put them in.
      *****************************************************************
       364-TRANSFER-FILLED-POSITION.

           MOVE PW-OLD-DEPART-CODE TO PW-DEPART-CODE.
           MOVE PW-OLD-JOB-CLASS   TO PW-JOB-CLASS.
           PERFORM 356-REMOVE-FILLED-POSITION.
           MOVE EM-DEPART-CODE     TO PW-DEPART-CODE.
           MOVE EM-JOB-CLASS       TO PW-JOB-CLASS.
           PERFORM 355-ADD-FILLED-POSITION.

      *****************************************************************
      * Holds an add, rehire, or transfer into the position the
      * caller left in PW-DEPART-CODE and PW-JOB-CLASS to the
      * authorized headcount on POSCTL, the same check SEQ3000 makes
      * for the sequential master. A position already filled to its
      * authorized count is over-authorized and the transaction is
      * rejected, unless personnel keyed the override on the card, in
      * which case it posts and the override is noted on the console.
      * A position with no POSCTL record, or a run with no POSCTL
      * file at all, is not under control and always passes.
      *****************************************************************
       354-CHECK-POSITION-HEADCOUNT.

           SET POSITION-VALID TO TRUE.
           IF POSCTL-AVAILABLE
               PERFORM 357-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   IF PF-POSITION-CONTROLLED (PW-MATCH)
                       AND PF-FILLED-HEADCOUNT (PW-MATCH)
                           NOT < PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
                       IF POSITION-OVERRIDE-KEYED
                           DISPLAY "HEADCOUNT OVERRIDE - EMPLOYEE ID "
                               ET-EMPLOYEE-ID " INTO "
                               PW-DEPART-CODE " " PW-JOB-CLASS
                       ELSE
                           SET POSITION-OVER-AUTHORIZED TO TRUE.

      *****************************************************************
      * Adds one filled head to the position the caller left in
      * PW-DEPART-CODE and PW-JOB-CLASS once the posting is made.
      *****************************************************************
       355-ADD-FILLED-POSITION.

           IF POSCTL-AVAILABLE
               PERFORM 357-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   ADD 1 TO PF-FILLED-HEADCOUNT (PW-MATCH).

      *****************************************************************
      * Takes one filled head off the position the caller left in
      * PW-DEPART-CODE and PW-JOB-CLASS once a delete or transfer out
      * of it is posted.
      *****************************************************************
       356-REMOVE-FILLED-POSITION.

           IF POSCTL-AVAILABLE
               PERFORM 357-FIND-POSITION-ENTRY
               IF PW-MATCH > ZERO
                   AND PF-FILLED-HEADCOUNT (PW-MATCH) > ZERO
                   SUBTRACT 1 FROM PF-FILLED-HEADCOUNT (PW-MATCH).

      *****************************************************************
      * Finds the filled-headcount entry for the position in
      * PW-DEPART-CODE and PW-JOB-CLASS, adding one the first time the
      * position comes up. PW-MATCH is left on the entry, or zero
      * when the table is full.
      *****************************************************************
       357-FIND-POSITION-ENTRY.

           MOVE ZERO TO PW-MATCH.
           PERFORM 358-MATCH-POSITION-ENTRY
               VARYING PW-INDEX FROM 1 BY 1
               UNTIL PW-INDEX > PF-ENTRY-COUNT
                  OR PW-MATCH > ZERO.
           IF PW-MATCH = ZERO
               PERFORM 359-ADD-POSITION-ENTRY.

      *****************************************************************
      * Remembers the table entry whose position matches the one
      * being looked up.
      *****************************************************************
       358-MATCH-POSITION-ENTRY.

           IF PF-DEPART-CODE (PW-INDEX) = PW-DEPART-CODE
               AND PF-JOB-CLASS (PW-INDEX) = PW-JOB-CLASS
               MOVE PW-INDEX TO PW-MATCH.

      *****************************************************************
      * Starts a table entry for a position seen for the first time,
      * reading its authorized headcount off POSCTL - a position not
      * on POSCTL is entered as uncontrolled. A position past the
      * table's capacity is left out with a console message, so the
      * operator knows its headcount is not being held tonight.
      *****************************************************************
       359-ADD-POSITION-ENTRY.

           IF PF-ENTRY-COUNT = 500
               DISPLAY "POSITION TABLE FULL - HEADCOUNT NOT HELD FOR "
                   PW-DEPART-CODE " " PW-JOB-CLASS
           ELSE
               ADD 1 TO PF-ENTRY-COUNT
               MOVE PF-ENTRY-COUNT TO PW-MATCH
               MOVE PW-DEPART-CODE TO PF-DEPART-CODE (PW-MATCH)
               MOVE PW-JOB-CLASS   TO PF-JOB-CLASS (PW-MATCH)
               MOVE ZERO           TO PF-FILLED-HEADCOUNT (PW-MATCH)
               MOVE PW-DEPART-CODE TO PS-DEPART-CODE
               MOVE PW-JOB-CLASS   TO PS-JOB-CLASS
               READ POSCTL
                   INVALID KEY
                       MOVE "N"  TO PF-CONTROLLED-FLAG (PW-MATCH)
                       MOVE ZERO TO PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
                   NOT INVALID KEY
                       MOVE "Y"  TO PF-CONTROLLED-FLAG (PW-MATCH)
                       MOVE PS-AUTHORIZED-HEADCOUNT
                           TO PF-AUTHORIZED-HEADCOUNT (PW-MATCH)
               END-READ.

      *****************************************************************
      * Writes an error transaction to the error file, along with the
      * reason code the calling paragraph left in ER-REASON-TEXT. If an
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " ERRTRAN-FILE-STATUS
               SET POSTING-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE
           ELSE
               SET SF-REJECTED TO TRUE
               PERFORM 385-WRITE-SUSPENSE-FEED.

      *****************************************************************
      * Appends the transaction just rejected or just posted clean to
      * the suspense feed, with the batch it came in with and, for a
      * reject, the reason code written to ERRTRAN. SEQ2200 opens a
      * suspense item on a reject and clears it when a clean posting
      * for the same employee and code follows. The caller sets the
      * activity code.
      *****************************************************************
       385-WRITE-SUSPENSE-FEED.

           IF SF-REJECTED
               ADD 1 TO CT-ERROR-COUNT
           ELSE
               ADD 1 TO CT-POSTED-COUNT.
           MOVE "SEQ2001"              TO SF-SOURCE-STEP.
           MOVE RUN-DATE               TO SF-RUN-DATE.
           MOVE BCF-BATCH-DATE         TO SF-BATCH-DATE.
           MOVE BCF-BATCH-NUMBER       TO SF-BATCH-NUMBER.
           IF SF-REJECTED
               MOVE ER-REASON-CODE     TO SF-REASON-CODE
           ELSE
               MOVE SPACES             TO SF-REASON-CODE.
           MOVE EMPLOYEE-TRANSACTION   TO SF-TRANSACTION-DATA.
           WRITE SUSPENSE-FEED-RECORD.
           IF NOT SUSPFED-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SUSPFED FOR EMPLOYEE ID "
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " SUSPFED-FILE-STATUS
               SET POSTING-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE.

      *****************************************************************
                   ET-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " AUDTLOG-FILE-STATUS
               SET POSTING-FAILED TO TRUE
               SET TRANSACTION-EOF TO TRUE
           ELSE
               SET SF-POSTED TO TRUE
               PERFORM 385-WRITE-SUSPENSE-FEED.

      *****************************************************************
      * Appends this run's record to the RUNLOG run log for the
      * morning operations report: the batch's detail transactions in,
      * the transactions posted to EMPMASTI out, and the errors
      * written to ERRTRAN as rejects. The log is created on first
      * use, the same way the SUSPFED feed is
      *****************************************************************
       900-WRITE-RUN-LOG-RECORD.

           OPEN EXTEND RUNLOG.
           IF RUNLOG-NOT-FOUND
               OPEN OUTPUT RUNLOG.
           MOVE SPACES                TO RUN-LOG-RECORD.
           MOVE "SEQ2001"             TO RL-STEP-NAME.
           MOVE RUN-DATE              TO RL-START-DATE.
           MOVE RLF-START-TIME        TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE BAL-TRANSACTION-COUNT TO RL-RECORDS-IN.
           MOVE CT-POSTED-COUNT       TO RL-RECORDS-OUT.
           MOVE CT-ERROR-COUNT        TO RL-RECORDS-REJECTED.
           MOVE RLF-COMPLETION-STATUS TO RL-COMPLETION-STATUS.
           WRITE RUN-LOG-RECORD.
           IF NOT RUNLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNLOG"
               DISPLAY "FILE STATUS CODE IS " RUNLOG-FILE-STATUS.
           CLOSE RUNLOG.
