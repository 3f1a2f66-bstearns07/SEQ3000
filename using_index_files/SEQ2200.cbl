      *****************************************************************
      * Title..........: SEQ2200 - Rejected Transaction Suspense
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Nightly suspense run scheduled after both
      *                  posting runs. SEQ2000 prints its edit rejects
      *                  on EDTRPT and SEQ3000/SEQ2001 write theirs to
      *                  ERRTRAN, but nothing ever followed up on
      *                  them - a rejected raise or termination could
      *                  sit unfixed for weeks until the employee
      *                  called about their check. All three runs now
      *                  append every reject, and the two posting
      *                  runs every clean posting, to the SUSPFED
      *                  suspense feed. This run loads the night's
      *                  rejects onto the keyed SUSPENSE file, one
      *                  item per employee and transaction code,
      *                  stamped with the date it first failed and
      *                  the batch it came from, clears any item a
      *                  corrected transaction for the same employee
      *                  and code posted cleanly against tonight, and
      *                  prints the aging of everything still open by
      *                  reject reason in 0-2, 3-7, 8-30, and over-30
      *                  day buckets
      * File Desc......: Reads the SUSPFED suspense feed and clears
      *                  it once loaded, maintains the SUSPENSE
      *                  indexed suspense file, sorts the open items
      *                  by reason, and writes the AGERPT cleared-
      *                  items and aging report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ2200.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SUSPFED  ASSIGN TO SUSPFED
                           FILE STATUS IS SUSPFED-FILE-STATUS.
           SELECT SUSPENSE ASSIGN TO SUSPENSE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS SU-SUSPENSE-KEY
                           FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT SRTSUSP  ASSIGN TO SRTSUSP.
           SELECT AGERPT   ASSIGN TO AGERPT
                           FILE STATUS IS AGERPT-FILE-STATUS.
           SELECT CYCLCTL  ASSIGN TO CYCLCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CY-CONTROL-KEY
                           FILE STATUS IS CYCLCTL-FILE-STATUS.
           SELECT CYCPARM  ASSIGN TO CYCPARM
                           FILE STATUS IS CYCPARM-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SUSPFED.

      *    one record per transaction rejected by the edit or either
      *    posting run, and per transaction either posting run
      *    applied clean, appended across the night and cleared by
      *    this run once loaded
       01  SUSPENSE-FEED-RECORD.
           05  SF-ACTIVITY-CODE            PIC X(1).
               88  SF-REJECTED                     VALUE "R".
               88  SF-POSTED                       VALUE "P".
           05  SF-SOURCE-STEP              PIC X(7).
           05  SF-RUN-DATE                 PIC 9(8).
           05  SF-BATCH-DATE               PIC 9(8).
           05  SF-BATCH-NUMBER             PIC 9(5).
           05  SF-REASON-CODE              PIC X(30).
           05  SF-TRANSACTION-DATA.
               10  SF-TRANSACTION-CODE     PIC X(1).
               10  SF-EMPLOYEE-ID          PIC X(5).
               10  FILLER                  PIC X(114).

       FD  SUSPENSE.

      *    one open item per employee and transaction code, carrying
      *    the latest rejected card and reason, the date and batch
      *    it first failed in, and how many nights it has failed
       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-KEY.
               10  SU-EMPLOYEE-ID          PIC X(5).
               10  SU-TRANSACTION-CODE     PIC X(1).
           05  SU-FIRST-FAILED-DATE        PIC 9(8).
           05  SU-LAST-FAILED-DATE         PIC 9(8).
           05  SU-FAIL-COUNT               PIC 9(3).
           05  SU-SOURCE-STEP              PIC X(7).
           05  SU-BATCH-DATE               PIC 9(8).
           05  SU-BATCH-NUMBER             PIC 9(5).
           05  SU-REASON-CODE              PIC X(30).
           05  SU-TRANSACTION-DATA         PIC X(120).

       SD  SRTSUSP.

       01  SORT-SUSPENSE-RECORD.
           05  SS-REASON-CODE              PIC X(30).
           05  SS-AGE-DAYS                 PIC 9(5).
           05  SS-EMPLOYEE-ID              PIC X(5).
           05  SS-TRANSACTION-CODE         PIC X(1).
           05  SS-FIRST-FAILED-DATE        PIC 9(8).
           05  SS-LAST-FAILED-DATE         PIC 9(8).
           05  SS-FAIL-COUNT               PIC 9(3).
           05  SS-SOURCE-STEP              PIC X(7).
           05  SS-BATCH-DATE               PIC 9(8).
           05  SS-BATCH-NUMBER             PIC 9(5).

       FD  AGERPT.

       01  AGING-REPORT-LINE               PIC X(80).

       FD  CYCLCTL.

      *    one-record control of the nightly cycle, keyed on a fixed
      *    one-byte key like CHKPNT and ACCRCTL - SEQ9500 starts it
      *    each night and every step checks its predecessor's stamp
      *    on open and stamps its own date on successful close
       01  CYCLE-CONTROL-RECORD.
           05  CY-CONTROL-KEY              PIC X(1).
           05  CY-CYCLE-DATE               PIC 9(8).
           05  CY-RELEASE-DATE             PIC 9(8).
           05  CY-EDIT-DATE                PIC 9(8).
           05  CY-SEQ-POST-DATE            PIC 9(8).
           05  CY-IDX-POST-DATE            PIC 9(8).
           05  CY-RECONCILE-DATE           PIC 9(8).
           05  CY-BACKUP-DATE              PIC 9(8).

       FD  CYCPARM.

       01  CYCLE-PARM-RECORD.
           05  CPR-OVERRIDE-FLAG           PIC X(1).
           05  FILLER                      PIC X(79).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  SUSPFED-EOF-SWITCH          PIC X   VALUE "N".
               88  SUSPFED-EOF                     VALUE "Y".
           05  SUSPENSE-EOF-SWITCH         PIC X   VALUE "N".
               88  SUSPENSE-EOF                    VALUE "Y".
           05  SRTSUSP-EOF-SWITCH          PIC X   VALUE "N".
               88  SRTSUSP-EOF                     VALUE "Y".
           05  LOAD-FAILED-SWITCH          PIC X   VALUE "N".
               88  LOAD-FAILED                     VALUE "Y".
           05  STEP-BLOCKED-SWITCH         PIC X   VALUE "N".
               88  STEP-BLOCKED                    VALUE "Y".
           05  CYCLE-OVERRIDE-SWITCH       PIC X   VALUE "N".
               88  CYCLE-OVERRIDE-ACTIVE           VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  SUSPFED-FILE-STATUS         PIC XX.
               88  SUSPFED-SUCCESSFUL              VALUE "00".
           05  SUSPENSE-FILE-STATUS        PIC XX.
               88  SUSPENSE-SUCCESSFUL             VALUE "00".
               88  SUSPENSE-NOT-FOUND              VALUE "35".
           05  AGERPT-FILE-STATUS          PIC XX.
               88  AGERPT-SUCCESSFUL               VALUE "00".
           05  CYCLCTL-FILE-STATUS         PIC XX.
               88  CYCLCTL-SUCCESSFUL              VALUE "00".
               88  CYCLCTL-NOT-FOUND               VALUE "35".
           05  CYCPARM-FILE-STATUS         PIC XX.
               88  CYCPARM-SUCCESSFUL              VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).

       01  CYCLE-PARM-FIELDS.
           05  CYP-OVERRIDE-FLAG           PIC X.

      *    day serials for the aging, built with the same plain
      *    arithmetic SEQ6500's pay-run spacing check uses (year
      *    days plus leap-year count plus a month-offset cascade),
      *    except that the leap years are counted only through the
      *    year before for a January or February date, so two
      *    serials differ by exactly the days between the dates
       01  AGING-DATE-FIELDS.
           05  AGW-CHECK-DATE.
               10  AGW-YEAR                PIC 9(4).
               10  AGW-MONTH               PIC 9(2).
               10  AGW-DAY                 PIC 9(2).
           05  AGW-DAY-SERIAL              PIC 9(7).
           05  AGW-LEAP-YEAR               PIC 9(4).
           05  AGW-LEAP-WORK               PIC 9(5).
           05  AGW-RUN-SERIAL              PIC 9(7).
           05  AGW-AGE-DAYS                PIC S9(7).

       01  CONTROL-FIELDS.
           05  CF-CURRENT-REASON-CODE      PIC X(30).

       01  REASON-BUCKET-COUNTERS.
           05  RB-UNDER-3-COUNT            PIC 9(5).
           05  RB-3-TO-7-COUNT             PIC 9(5).
           05  RB-8-TO-30-COUNT            PIC 9(5).
           05  RB-OVER-30-COUNT            PIC 9(5).
           05  RB-TOTAL-COUNT              PIC 9(5).

       01  COMPANY-BUCKET-COUNTERS.
           05  GB-UNDER-3-COUNT            PIC 9(5)    VALUE ZERO.
           05  GB-3-TO-7-COUNT             PIC 9(5)    VALUE ZERO.
           05  GB-8-TO-30-COUNT            PIC 9(5)    VALUE ZERO.
           05  GB-OVER-30-COUNT            PIC 9(5)    VALUE ZERO.
           05  GB-TOTAL-COUNT              PIC 9(5)    VALUE ZERO.

       01  SUSPENSE-COUNTERS.
           05  CT-FEED-READ-COUNT          PIC 9(7)    VALUE ZERO.
           05  CT-NEW-ITEM-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-REFAILED-COUNT           PIC 9(7)    VALUE ZERO.
           05  CT-CLEARED-COUNT            PIC 9(7)    VALUE ZERO.
           05  CT-OPEN-ITEM-COUNT          PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
                   "REJECTED TRANSACTION SUSPENSE AGING ".
           05  RHL-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(36)   VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SHL-SECTION-NAME            PIC X(30).
           05  FILLER                      PIC X(50)   VALUE SPACES.

       01  CLEARED-COLUMN-LINE.
           05  FILLER                      PIC X(16)   VALUE
                   "EMP ID CD FAILED".
           05  FILLER                      PIC X(24)   VALUE
                   "    CLEARED   BY        ".
           05  FILLER                      PIC X(40)   VALUE
                   "REASON                                  ".

       01  CLEARED-DETAIL-LINE.
           05  CLD-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CLD-TRANSACTION-CODE        PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CLD-FIRST-FAILED-DATE       PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CLD-CLEARED-DATE            PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CLD-CLEARED-BY              PIC X(7).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  CLD-REASON-CODE             PIC X(30).
           05  FILLER                      PIC X(10)   VALUE SPACES.

       01  REASON-HEADING-LINE.
           05  FILLER                      PIC X(8)    VALUE
                   "REASON  ".
           05  RSH-REASON-CODE             PIC X(30).
           05  FILLER                      PIC X(42)   VALUE SPACES.

       01  AGING-COLUMN-LINE.
           05  FILLER                      PIC X(20)   VALUE
                   "EMP ID CD   FIRST FA".
           05  FILLER                      PIC X(30)   VALUE
                   "ILED  LAST FAIL  BATCH        ".
           05  FILLER                      PIC X(30)   VALUE
                   "   SOURCE  NTS    DAYS BUCKET ".

       01  AGING-DETAIL-LINE.
           05  AGD-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AGD-TRANSACTION-CODE        PIC X(1).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  AGD-FIRST-FAILED-DATE       PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AGD-LAST-FAILED-DATE        PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AGD-BATCH-DATE              PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE "/".
           05  AGD-BATCH-NUMBER            PIC 9(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AGD-SOURCE-STEP             PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AGD-FAIL-COUNT              PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  AGD-AGE-DAYS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  AGD-BUCKET-TEXT             PIC X(7).
           05  FILLER                      PIC X(4)    VALUE SPACES.

       01  BUCKET-TOTAL-LINE.
           05  BTL-LABEL                   PIC X(14).
           05  FILLER                      PIC X(4)    VALUE "0-2 ".
           05  BTL-UNDER-3-COUNT           PIC ZZ,ZZ9.
           05  FILLER                      PIC X(6)    VALUE "  3-7 ".
           05  BTL-3-TO-7-COUNT            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(7)    VALUE "  8-30 ".
           05  BTL-8-TO-30-COUNT           PIC ZZ,ZZ9.
           05  FILLER                      PIC X(6)    VALUE "  >30 ".
           05  BTL-OVER-30-COUNT           PIC ZZ,ZZ9.
           05  FILLER                      PIC X(6)    VALUE "  ALL ".
           05  BTL-TOTAL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(7)    VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Checks that both posting runs have finished tonight, then
      *    loads the night's suspense feed onto the suspense file and
      *    prints the aging of every item still open. The feed is
      *    cleared only once it has loaded clean, so a failed load
      *    can simply be rerun against the same feed
      *****************************************************************
       000-AGE-SUSPENSE-ITEMS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-CHECK-CYCLE-CONTROL.
           IF STEP-BLOCKED
               CONTINUE
           ELSE
               PERFORM 010-OPEN-SUSPENSE-FILE
               OPEN OUTPUT AGERPT
               MOVE RUN-DATE TO RHL-RUN-DATE
               WRITE AGING-REPORT-LINE FROM REPORT-HEADING-LINE
               PERFORM 100-LOAD-SUSPENSE-FEED
               IF NOT LOAD-FAILED
                   PERFORM 150-CLEAR-SUSPENSE-FEED
               END-IF
               PERFORM 200-PRINT-SUSPENSE-AGING
               PERFORM 500-WRITE-SUSPENSE-SUMMARY
               CLOSE SUSPENSE
                     AGERPT
           END-IF.
           CLOSE CYCLCTL.
           STOP RUN.

      *****************************************************************
      *    Opens the suspense file I-O for the load. The first time
      *    the file does not exist yet it is created here with no
      *    records, the same way SEQ3000 creates the posted-batch
      *    register
      *****************************************************************
       010-OPEN-SUSPENSE-FILE.

           OPEN I-O SUSPENSE.
           IF SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE
               CLOSE SUSPENSE
               OPEN I-O SUSPENSE.

      *****************************************************************
      *    Checks the nightly cycle-control record before anything
      *    runs: both posting runs must have completed tonight, so
      *    the feed this run loads holds the whole night's rejects
      *    and clean postings from both stores. The suspense run
      *    stamps no step of its own - nothing downstream waits on
      *    it. The control file is created empty on first use, the
      *    same way SEQ3000 creates its checkpoint file
      *****************************************************************
       050-CHECK-CYCLE-CONTROL.

           OPEN I-O CYCLCTL.
           IF CYCLCTL-NOT-FOUND
               OPEN OUTPUT CYCLCTL
               MOVE "1"  TO CY-CONTROL-KEY
               MOVE ZERO TO CY-CYCLE-DATE
                            CY-RELEASE-DATE
                            CY-EDIT-DATE
                            CY-SEQ-POST-DATE
                            CY-IDX-POST-DATE
                            CY-RECONCILE-DATE
                            CY-BACKUP-DATE
               WRITE CYCLE-CONTROL-RECORD
               CLOSE CYCLCTL
               OPEN I-O CYCLCTL
           END-IF.
           MOVE "1" TO CY-CONTROL-KEY.
           READ CYCLCTL
               INVALID KEY
                   CONTINUE.
           PERFORM 055-CHECK-CYCLE-OVERRIDE.
           IF (CY-CYCLE-DATE NOT = RUN-DATE
               OR CY-SEQ-POST-DATE NOT = RUN-DATE
               OR CY-IDX-POST-DATE NOT = RUN-DATE)
               AND NOT CYCLE-OVERRIDE-ACTIVE
               DISPLAY "POSTING RUNS HAVE NOT COMPLETED TONIGHT"
               DISPLAY "SUSPENSE RUN REFUSED - SET CYCPARM OVERRIDE "
                   "TO RUN"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      *    Reads the operator parameter file for the cycle override.
      *    A missing parameter file, an empty one, or anything but a
      *    Y in the first column all mean no override - the override
      *    has to be an explicit operator action for a genuine
      *    exception, never the standing state of things
      *****************************************************************
       055-CHECK-CYCLE-OVERRIDE.

           OPEN INPUT CYCPARM.
           IF CYCPARM-SUCCESSFUL
               READ CYCPARM
                   AT END
                       MOVE SPACE TO CYP-OVERRIDE-FLAG
                   NOT AT END
                       MOVE CPR-OVERRIDE-FLAG TO CYP-OVERRIDE-FLAG
               END-READ
               IF CYP-OVERRIDE-FLAG = "Y"
                   SET CYCLE-OVERRIDE-ACTIVE TO TRUE
                   DISPLAY "CYCLE OVERRIDE ACTIVE - STEP ORDER "
                       "NOT ENFORCED THIS RUN"
               END-IF
               CLOSE CYCPARM.

      *****************************************************************
      *    Loads the night's suspense feed onto the suspense file,
      *    listing every item a clean posting clears under its own
      *    heading ahead of the aging. A night with no feed on file
      *    - nothing rejected and nothing posted - loads nothing
      *****************************************************************
       100-LOAD-SUSPENSE-FEED.

           MOVE "ITEMS CLEARED TONIGHT         " TO SHL-SECTION-NAME.
           WRITE AGING-REPORT-LINE FROM SECTION-HEADING-LINE.
           WRITE AGING-REPORT-LINE FROM CLEARED-COLUMN-LINE.
           OPEN INPUT SUSPFED.
           IF SUSPFED-SUCCESSFUL
               PERFORM 110-LOAD-ONE-FEED-RECORD
                   UNTIL SUSPFED-EOF
               CLOSE SUSPFED.

      *****************************************************************
      *    Reads the next feed record and routes it: a reject opens
      *    or refreshes a suspense item, a clean posting clears one
      *****************************************************************
       110-LOAD-ONE-FEED-RECORD.

           READ SUSPFED
               AT END
                   SET SUSPFED-EOF TO TRUE.
           IF NOT SUSPFED-EOF
               ADD 1 TO CT-FEED-READ-COUNT
               MOVE SF-EMPLOYEE-ID      TO SU-EMPLOYEE-ID
               MOVE SF-TRANSACTION-CODE TO SU-TRANSACTION-CODE
               IF SF-REJECTED
                   PERFORM 120-POST-REJECTED-ITEM
               ELSE
                   IF SF-POSTED
                       PERFORM 130-CLEAR-POSTED-ITEM.

      *****************************************************************
      *    Opens a new suspense item for a reject not already in
      *    suspense, stamped with tonight's date as the date it first
      *    failed and the batch it came in with. A reject already in
      *    suspense keeps its first-failed date and batch - that is
      *    what the aging runs from - but takes the latest card and
      *    reason, and counts one more night failed unless it has
      *    already failed tonight (both posting runs reject the same
      *    card against their own stores)
      *****************************************************************
       120-POST-REJECTED-ITEM.

           READ SUSPENSE
               INVALID KEY
                   MOVE SF-RUN-DATE     TO SU-FIRST-FAILED-DATE
                   MOVE SF-RUN-DATE     TO SU-LAST-FAILED-DATE
                   MOVE 1               TO SU-FAIL-COUNT
                   MOVE SF-SOURCE-STEP  TO SU-SOURCE-STEP
                   MOVE SF-BATCH-DATE   TO SU-BATCH-DATE
                   MOVE SF-BATCH-NUMBER TO SU-BATCH-NUMBER
                   MOVE SF-REASON-CODE  TO SU-REASON-CODE
                   MOVE SF-TRANSACTION-DATA TO SU-TRANSACTION-DATA
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON SUSPENSE FOR "
                               "EMPLOYEE ID " SU-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               SUSPENSE-FILE-STATUS
                           SET LOAD-FAILED TO TRUE
                           SET SUSPFED-EOF TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO CT-NEW-ITEM-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF SF-RUN-DATE > SU-LAST-FAILED-DATE
                       ADD 1 TO SU-FAIL-COUNT
                       ADD 1 TO CT-REFAILED-COUNT
                   END-IF
                   MOVE SF-RUN-DATE     TO SU-LAST-FAILED-DATE
                   MOVE SF-SOURCE-STEP  TO SU-SOURCE-STEP
                   MOVE SF-REASON-CODE  TO SU-REASON-CODE
                   MOVE SF-TRANSACTION-DATA TO SU-TRANSACTION-DATA
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON SUSPENSE FOR "
                               "EMPLOYEE ID " SU-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               SUSPENSE-FILE-STATUS
                           SET LOAD-FAILED TO TRUE
                           SET SUSPFED-EOF TO TRUE
                   END-REWRITE
           END-READ.

      *****************************************************************
      *    Clears the suspense item, if any, for the employee and
      *    transaction code a posting run just applied clean - the
      *    corrected card has posted, so the item is no longer owed
      *    anything. A clean posting with nothing in suspense is the
      *    ordinary case and does nothing
      *****************************************************************
       130-CLEAR-POSTED-ITEM.

           READ SUSPENSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 140-WRITE-CLEARED-LINE
                   DELETE SUSPENSE
                       INVALID KEY
                           DISPLAY "DELETE ERROR ON SUSPENSE FOR "
                               "EMPLOYEE ID " SU-EMPLOYEE-ID
                           DISPLAY "FILE STATUS CODE IS "
                               SUSPENSE-FILE-STATUS
                           SET LOAD-FAILED TO TRUE
                           SET SUSPFED-EOF TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO CT-CLEARED-COUNT
                   END-DELETE
           END-READ.

      *****************************************************************
      *    Lists one cleared item with the date it first failed, the
      *    night it cleared, and the posting run that cleared it
      *****************************************************************
       140-WRITE-CLEARED-LINE.

           MOVE SU-EMPLOYEE-ID       TO CLD-EMPLOYEE-ID.
           MOVE SU-TRANSACTION-CODE  TO CLD-TRANSACTION-CODE.
           MOVE SU-FIRST-FAILED-DATE TO CLD-FIRST-FAILED-DATE.
           MOVE SF-RUN-DATE          TO CLD-CLEARED-DATE.
           MOVE SF-SOURCE-STEP       TO CLD-CLEARED-BY.
           MOVE SU-REASON-CODE       TO CLD-REASON-CODE.
           WRITE AGING-REPORT-LINE FROM CLEARED-DETAIL-LINE.

      *****************************************************************
      *    Clears the suspense feed once it has loaded clean, the
      *    same handshake SEQ6000 takes with the retro and payout
      *    feeds - a feed left standing would refresh the same
      *    rejects and count them failed again on the next run
      *****************************************************************
       150-CLEAR-SUSPENSE-FEED.

           OPEN OUTPUT SUSPFED.
           CLOSE SUSPFED.

      *****************************************************************
      *    Sorts every open suspense item by reject reason, oldest
      *    first within a reason, and prints the aging one reason
      *    group at a time
      *****************************************************************
       200-PRINT-SUSPENSE-AGING.

           MOVE RUN-DATE TO AGW-CHECK-DATE.
           PERFORM 330-COMPUTE-DAY-SERIAL.
           MOVE AGW-DAY-SERIAL TO AGW-RUN-SERIAL.
           MOVE "OPEN ITEMS BY REASON          " TO SHL-SECTION-NAME.
           WRITE AGING-REPORT-LINE FROM SECTION-HEADING-LINE.
           SORT SRTSUSP
               ON ASCENDING KEY SS-REASON-CODE
               ON DESCENDING KEY SS-AGE-DAYS
               ON ASCENDING KEY SS-EMPLOYEE-ID
                                SS-TRANSACTION-CODE
               INPUT PROCEDURE IS 300-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 400-PRINT-REASON-GROUPS.

      *****************************************************************
      *    Input procedure for the sort. Walks the suspense file in
      *    key order and releases every open item with its age in
      *    days since it first failed
      *****************************************************************
       300-RELEASE-OPEN-ITEMS.

           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           START SUSPENSE KEY NOT < SU-SUSPENSE-KEY
               INVALID KEY
                   SET SUSPENSE-EOF TO TRUE.
           PERFORM 310-RELEASE-ONE-OPEN-ITEM
               UNTIL SUSPENSE-EOF.

      *****************************************************************
      *    Reads the next open item and releases it to the sort
      *****************************************************************
       310-RELEASE-ONE-OPEN-ITEM.

           READ SUSPENSE NEXT RECORD
               AT END
                   SET SUSPENSE-EOF TO TRUE.
           IF NOT SUSPENSE-EOF
               PERFORM 320-COMPUTE-ITEM-AGE
               MOVE SU-REASON-CODE       TO SS-REASON-CODE
               MOVE AGW-AGE-DAYS         TO SS-AGE-DAYS
               MOVE SU-EMPLOYEE-ID       TO SS-EMPLOYEE-ID
               MOVE SU-TRANSACTION-CODE  TO SS-TRANSACTION-CODE
               MOVE SU-FIRST-FAILED-DATE TO SS-FIRST-FAILED-DATE
               MOVE SU-LAST-FAILED-DATE  TO SS-LAST-FAILED-DATE
               MOVE SU-FAIL-COUNT        TO SS-FAIL-COUNT
               MOVE SU-SOURCE-STEP       TO SS-SOURCE-STEP
               MOVE SU-BATCH-DATE        TO SS-BATCH-DATE
               MOVE SU-BATCH-NUMBER      TO SS-BATCH-NUMBER
               RELEASE SORT-SUSPENSE-RECORD.

      *****************************************************************
      *    Ages one item as the days from the date it first failed
      *    to tonight. A first-failed date after tonight can only be
      *    a feed run under a forward-set clock and ages as zero
      *****************************************************************
       320-COMPUTE-ITEM-AGE.

           MOVE SU-FIRST-FAILED-DATE TO AGW-CHECK-DATE.
           PERFORM 330-COMPUTE-DAY-SERIAL.
           COMPUTE AGW-AGE-DAYS = AGW-RUN-SERIAL - AGW-DAY-SERIAL.
           IF AGW-AGE-DAYS < ZERO
               MOVE ZERO TO AGW-AGE-DAYS.

      *****************************************************************
      *    Turns the date in AGW-CHECK-DATE into a day serial with
      *    plain arithmetic: the year in days plus the leap years
      *    before it, a month-offset cascade, and the day of month.
      *    A January or February date counts leap years only through
      *    the prior year, since its own year's February 29 is still
      *    ahead of it
      *****************************************************************
       330-COMPUTE-DAY-SERIAL.

           COMPUTE AGW-DAY-SERIAL =
               AGW-YEAR * 365 + AGW-DAY.
           IF AGW-MONTH > 2
               MOVE AGW-YEAR TO AGW-LEAP-YEAR
           ELSE
               COMPUTE AGW-LEAP-YEAR = AGW-YEAR - 1.
           DIVIDE AGW-LEAP-YEAR BY 4 GIVING AGW-LEAP-WORK.
           ADD AGW-LEAP-WORK TO AGW-DAY-SERIAL.
           DIVIDE AGW-LEAP-YEAR BY 100 GIVING AGW-LEAP-WORK.
           SUBTRACT AGW-LEAP-WORK FROM AGW-DAY-SERIAL.
           DIVIDE AGW-LEAP-YEAR BY 400 GIVING AGW-LEAP-WORK.
           ADD AGW-LEAP-WORK TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 1
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 2
               ADD 28 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 3
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 4
               ADD 30 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 5
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 6
               ADD 30 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 7
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 8
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 9
               ADD 30 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 10
               ADD 31 TO AGW-DAY-SERIAL.
           IF AGW-MONTH > 11
               ADD 30 TO AGW-DAY-SERIAL.

      *****************************************************************
      *    Output procedure for the sort. Prints each reason group in
      *    turn until the sorted items are exhausted
      *****************************************************************
       400-PRINT-REASON-GROUPS.

           PERFORM 405-RETURN-SORTED-ITEM.
           PERFORM 410-PRINT-ONE-REASON-GROUP
               UNTIL SRTSUSP-EOF.

      *****************************************************************
      *    Returns the next sorted item. At end of the sorted items,
      *    sets the EOF switch to end the output procedure
      *****************************************************************
       405-RETURN-SORTED-ITEM.

           RETURN SRTSUSP
               AT END
                   SET SRTSUSP-EOF TO TRUE.

      *****************************************************************
      *    Starts a new reason group by saving the group's reason,
      *    zeroing its bucket counts, and printing the reason
      *    heading, then prints every item carrying that reason
      *    before printing the group's bucket totals
      *****************************************************************
       410-PRINT-ONE-REASON-GROUP.

           MOVE SS-REASON-CODE TO CF-CURRENT-REASON-CODE.
           MOVE ZERO TO RB-UNDER-3-COUNT
                        RB-3-TO-7-COUNT
                        RB-8-TO-30-COUNT
                        RB-OVER-30-COUNT
                        RB-TOTAL-COUNT.
           MOVE CF-CURRENT-REASON-CODE TO RSH-REASON-CODE.
           WRITE AGING-REPORT-LINE FROM REASON-HEADING-LINE.
           WRITE AGING-REPORT-LINE FROM AGING-COLUMN-LINE.
           PERFORM 420-PRINT-AGED-ITEM
               UNTIL SRTSUSP-EOF
                  OR SS-REASON-CODE NOT = CF-CURRENT-REASON-CODE.
           MOVE "REASON TOTAL  "   TO BTL-LABEL.
           MOVE RB-UNDER-3-COUNT   TO BTL-UNDER-3-COUNT.
           MOVE RB-3-TO-7-COUNT    TO BTL-3-TO-7-COUNT.
           MOVE RB-8-TO-30-COUNT   TO BTL-8-TO-30-COUNT.
           MOVE RB-OVER-30-COUNT   TO BTL-OVER-30-COUNT.
           MOVE RB-TOTAL-COUNT     TO BTL-TOTAL-COUNT.
           WRITE AGING-REPORT-LINE FROM BUCKET-TOTAL-LINE.

      *****************************************************************
      *    Buckets one open item by its age - 0-2 days, 3-7, 8-30,
      *    or over 30 - into both the reason group's counts and the
      *    company counts, prints its detail line, and returns the
      *    next sorted item
      *****************************************************************
       420-PRINT-AGED-ITEM.

           IF SS-AGE-DAYS < 3
               MOVE "0-2    " TO AGD-BUCKET-TEXT
               ADD 1 TO RB-UNDER-3-COUNT
                        GB-UNDER-3-COUNT
           ELSE
               IF SS-AGE-DAYS < 8
                   MOVE "3-7    " TO AGD-BUCKET-TEXT
                   ADD 1 TO RB-3-TO-7-COUNT
                            GB-3-TO-7-COUNT
               ELSE
                   IF SS-AGE-DAYS < 31
                       MOVE "8-30   " TO AGD-BUCKET-TEXT
                       ADD 1 TO RB-8-TO-30-COUNT
                                GB-8-TO-30-COUNT
                   ELSE
                       MOVE "OVER 30" TO AGD-BUCKET-TEXT
                       ADD 1 TO RB-OVER-30-COUNT
                                GB-OVER-30-COUNT.
           ADD 1 TO RB-TOTAL-COUNT
                    GB-TOTAL-COUNT
                    CT-OPEN-ITEM-COUNT.
           MOVE SS-EMPLOYEE-ID       TO AGD-EMPLOYEE-ID.
           MOVE SS-TRANSACTION-CODE  TO AGD-TRANSACTION-CODE.
           MOVE SS-FIRST-FAILED-DATE TO AGD-FIRST-FAILED-DATE.
           MOVE SS-LAST-FAILED-DATE  TO AGD-LAST-FAILED-DATE.
           MOVE SS-BATCH-DATE        TO AGD-BATCH-DATE.
           MOVE SS-BATCH-NUMBER      TO AGD-BATCH-NUMBER.
           MOVE SS-SOURCE-STEP       TO AGD-SOURCE-STEP.
           MOVE SS-FAIL-COUNT        TO AGD-FAIL-COUNT.
           MOVE SS-AGE-DAYS          TO AGD-AGE-DAYS.
           WRITE AGING-REPORT-LINE FROM AGING-DETAIL-LINE.
           PERFORM 405-RETURN-SORTED-ITEM.

      *****************************************************************
      *    Writes the company bucket totals across every reason and
      *    the night's load counts once the aging has printed
      *****************************************************************
       500-WRITE-SUSPENSE-SUMMARY.

           MOVE "ALL REASONS   "   TO BTL-LABEL.
           MOVE GB-UNDER-3-COUNT   TO BTL-UNDER-3-COUNT.
           MOVE GB-3-TO-7-COUNT    TO BTL-3-TO-7-COUNT.
           MOVE GB-8-TO-30-COUNT   TO BTL-8-TO-30-COUNT.
           MOVE GB-OVER-30-COUNT   TO BTL-OVER-30-COUNT.
           MOVE GB-TOTAL-COUNT     TO BTL-TOTAL-COUNT.
           WRITE AGING-REPORT-LINE FROM BUCKET-TOTAL-LINE.

           MOVE "FEED RECORDS READ:           " TO SUM-LABEL.
           MOVE CT-FEED-READ-COUNT              TO SUM-COUNT.
           WRITE AGING-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NEW ITEMS IN SUSPENSE:       " TO SUM-LABEL.
           MOVE CT-NEW-ITEM-COUNT               TO SUM-COUNT.
           WRITE AGING-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ITEMS FAILED AGAIN:          " TO SUM-LABEL.
           MOVE CT-REFAILED-COUNT               TO SUM-COUNT.
           WRITE AGING-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ITEMS CLEARED:               " TO SUM-LABEL.
           MOVE CT-CLEARED-COUNT                TO SUM-COUNT.
           WRITE AGING-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "ITEMS STILL OPEN:            " TO SUM-LABEL.
           MOVE CT-OPEN-ITEM-COUNT              TO SUM-COUNT.
           WRITE AGING-REPORT-LINE FROM SUMMARY-LINE.
