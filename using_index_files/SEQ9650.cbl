      *****************************************************************
      * Title..........: SEQ9650 - Audit Log Archive, Purge and Restore
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Keeps AUDTLOG from growing without end. The
      *                  archive run moves every audit record dated
      *                  before a cutoff - the first of the month a
      *                  keyed number of months back - to a dated
      *                  archive file opened by a header record and
      *                  closed by a control trailer carrying its
      *                  record counts, and copies the records it
      *                  keeps to a new audit log. The same pass rolls
      *                  the archived records' hires, rehires,
      *                  transfers and terminations into a per-
      *                  department headcount snapshot as of the
      *                  cutoff, so SEQ8300 opens from the snapshot
      *                  instead of replaying years of history. The
      *                  restore run reads an archive back and pulls
      *                  the records for one employee, a date range,
      *                  or both, in audit log layout, so an auditor's
      *                  request for an old change can be answered
      *                  with SEQ9600 pointed at the restored file.
      *                  After a clean archive run operations replaces
      *                  AUDTLOG with AUDTLOGN and HDCSNAP with
      *                  HDCSNAPN, and keeps AUDTARC as the dated
      *                  generation; the report says when not to
      * File Desc......: Reads the AUDPARM card. Archive: reads
      *                  AUDTLOG and the prior HDCSNAP snapshot and
      *                  writes AUDTARC, AUDTLOGN and HDCSNAPN.
      *                  Restore: reads AUDTARC and writes AUDTREST.
      *                  Both write the AUDRPT control report
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ9650.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUDPARM  ASSIGN TO AUDPARM
                           FILE STATUS IS AUDPARM-FILE-STATUS.
           SELECT AUDTLOG  ASSIGN TO AUDTLOG
                           FILE STATUS IS AUDTLOG-FILE-STATUS.
           SELECT AUDTLOGN ASSIGN TO AUDTLOGN
                           FILE STATUS IS AUDTLOGN-FILE-STATUS.
           SELECT AUDTARC  ASSIGN TO AUDTARC
                           FILE STATUS IS AUDTARC-FILE-STATUS.
           SELECT AUDTREST ASSIGN TO AUDTREST
                           FILE STATUS IS AUDTREST-FILE-STATUS.
           SELECT HDCSNAP  ASSIGN TO HDCSNAP
                           FILE STATUS IS HDCSNAP-FILE-STATUS.
           SELECT HDCSNAPN ASSIGN TO HDCSNAPN
                           FILE STATUS IS HDCSNAPN-FILE-STATUS.
           SELECT AUDRPT   ASSIGN TO AUDRPT
                           FILE STATUS IS AUDRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDPARM.

      *    A archives (the default) - retention months, blank for
      *    24. R restores - employee ID and from/to run dates, any
      *    of them blank to leave that selection open
       01  AUDIT-PARM-RECORD.
           05  APR-FUNCTION                PIC X(1).
           05  APR-RETENTION-MONTHS        PIC X(3).
           05  APR-EMPLOYEE-ID             PIC X(5).
           05  APR-FROM-DATE               PIC X(8).
           05  APR-TO-DATE                 PIC X(8).
           05  FILLER                      PIC X(55).

       FD  AUDTLOG.

       01  AUDIT-LOG-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  AU-RUN-DATE             PIC 9(8).

       FD  AUDTLOGN.

       01  KEPT-AUDIT-RECORD           PIC X(214).

       FD  AUDTARC.

      *    the audit records archived, in log order, behind a header
      *    flagged with low values and ahead of a control trailer
      *    flagged with high values in the code and ID positions
       01  ARCHIVE-RECORD              PIC X(214).

       FD  AUDTREST.

       01  RESTORED-AUDIT-RECORD       PIC X(214).

       FD  HDCSNAP.

      *    one record per department - its headcount as of the
      *    snapshot date, counting every audit record dated before it
       01  HEADCOUNT-SNAPSHOT-RECORD.
           05  HS-SNAPSHOT-DATE            PIC 9(8).
           05  HS-DEPART-CODE              PIC X(5).
           05  HS-HEADCOUNT                PIC S9(5).
           05  FILLER                      PIC X(62).

       FD  HDCSNAPN.

       01  NEW-SNAPSHOT-RECORD         PIC X(80).

       FD  AUDRPT.

       01  AUDIT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  AUDTLOG-EOF-SWITCH          PIC X   VALUE "N".
               88  AUDTLOG-EOF                     VALUE "Y".
           05  AUDTARC-EOF-SWITCH          PIC X   VALUE "N".
               88  AUDTARC-EOF                     VALUE "Y".
           05  HDCSNAP-EOF-SWITCH          PIC X   VALUE "N".
               88  HDCSNAP-EOF                     VALUE "Y".
           05  PARM-VALID-SWITCH           PIC X   VALUE "Y".
               88  PARM-VALID                      VALUE "Y".
           05  ARCHIVE-FAILED-SWITCH       PIC X   VALUE "N".
               88  ARCHIVE-FAILED                  VALUE "Y".
           05  TRAILER-FOUND-SWITCH        PIC X   VALUE "N".
               88  TRAILER-FOUND                   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AUDPARM-FILE-STATUS         PIC XX.
               88  AUDPARM-SUCCESSFUL              VALUE "00".
           05  AUDTLOG-FILE-STATUS         PIC XX.
               88  AUDTLOG-SUCCESSFUL              VALUE "00".
           05  AUDTLOGN-FILE-STATUS        PIC XX.
               88  AUDTLOGN-SUCCESSFUL             VALUE "00".
           05  AUDTARC-FILE-STATUS         PIC XX.
               88  AUDTARC-SUCCESSFUL              VALUE "00".
           05  AUDTREST-FILE-STATUS        PIC XX.
               88  AUDTREST-SUCCESSFUL             VALUE "00".
           05  HDCSNAP-FILE-STATUS         PIC XX.
               88  HDCSNAP-SUCCESSFUL              VALUE "00".
           05  HDCSNAPN-FILE-STATUS        PIC XX.
               88  HDCSNAPN-SUCCESSFUL             VALUE "00".
           05  AUDRPT-FILE-STATUS          PIC XX.
               88  AUDRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).

      *    the card's selections once edited - blank dates become
      *    zero, and a zero to-date leaves the range open ended
       01  PARM-FIELDS.
           05  PF-FUNCTION                 PIC X(1).
               88  PF-ARCHIVE                      VALUE "A".
               88  PF-RESTORE                      VALUE "R".
           05  PF-RETENTION-MONTHS         PIC 9(3).
           05  PF-EMPLOYEE-ID              PIC X(5).
           05  PF-FROM-DATE                PIC 9(8).
           05  PF-TO-DATE                  PIC 9(8).

       01  CUTOFF-FIELDS.
           05  CF-CUTOFF-DATE.
               10  CF-CUTOFF-YEAR          PIC 9(4).
               10  CF-CUTOFF-MONTH         PIC 9(2).
               10  CF-CUTOFF-DAY           PIC 9(2).
           05  CF-CUTOFF-DATE-NUMBER   REDEFINES CF-CUTOFF-DATE
                                           PIC 9(8).
           05  CF-MONTH-NUMBER             PIC 9(6).
           05  CF-MONTH-REMAINDER          PIC 9(2).
           05  CF-PRIOR-SNAPSHOT-DATE      PIC 9(8)    VALUE ZERO.

      *    a record's run date staged through a clean numeric field -
      *    the records written before run dates were kept carry
      *    spaces there, and zero stands for undated, which sorts
      *    ahead of any cutoff
       01  RECORD-WORK-FIELDS.
           05  RW-RECORD-DATE              PIC 9(8).

      *    the audit images are inspected as text - only the
      *    department codes and names are pulled off them
       01  BEFORE-IMAGE-RECORD.
           05  BI-EMPLOYEE-ID              PIC X(5).
           05  BI-EMPLOYEE-NAME            PIC X(30).
           05  BI-DEPART-CODE              PIC X(5).
           05  FILLER                      PIC X(60).

       01  AFTER-IMAGE-RECORD.
           05  AI-EMPLOYEE-ID              PIC X(5).
           05  AI-EMPLOYEE-NAME            PIC X(30).
           05  AI-DEPART-CODE              PIC X(5).
           05  FILLER                      PIC X(60).

      *    an archive record is a header, a trailer, or an audit
      *    record, told apart by the first six bytes
       01  ARCHIVE-WORK-RECORD.
           05  AW-RECORD-FLAG              PIC X(6).
           05  FILLER                      PIC X(208).

       01  ARCHIVE-AUDIT-VIEW      REDEFINES ARCHIVE-WORK-RECORD.
           05  AA-TRANSACTION-CODE         PIC X.
           05  AA-EMPLOYEE-ID              PIC X(5).
           05  AA-BEFORE-IMAGE             PIC X(100).
           05  AA-AFTER-IMAGE              PIC X(100).
           05  AA-RUN-DATE                 PIC 9(8).

       01  ARCHIVE-HEADER-VIEW     REDEFINES ARCHIVE-WORK-RECORD.
           05  AH-HEADER-FLAG              PIC X(6).
           05  AH-ARCHIVE-DATE             PIC 9(8).
           05  AH-CUTOFF-DATE              PIC 9(8).
           05  AH-RETENTION-MONTHS         PIC 9(3).
           05  FILLER                      PIC X(189).

       01  ARCHIVE-TRAILER-VIEW    REDEFINES ARCHIVE-WORK-RECORD.
           05  AT-TRAILER-FLAG             PIC X(6).
           05  AT-RECORD-COUNT             PIC 9(7).
           05  AT-ADD-COUNT                PIC 9(7).
           05  AT-CHANGE-COUNT             PIC 9(7).
           05  AT-DELETE-COUNT             PIC 9(7).
           05  AT-REHIRE-COUNT             PIC 9(7).
           05  AT-OTHER-COUNT              PIC 9(7).
           05  AT-FIRST-RUN-DATE           PIC 9(8).
           05  AT-LAST-RUN-DATE            PIC 9(8).
           05  FILLER                      PIC X(150).

       01  SNAPSHOT-WORK-RECORD.
           05  SW-SNAPSHOT-DATE            PIC 9(8).
           05  SW-DEPART-CODE              PIC X(5).
           05  SW-HEADCOUNT                PIC S9(5).
           05  FILLER                      PIC X(62)   VALUE SPACES.

      *    one entry per department on the prior snapshot or the
      *    archived records - its headcount on the prior snapshot and
      *    the net movement the archived records add to it
       01  SNAPSHOT-TABLE.
           05  SNT-DEPARTMENT-COUNT        PIC 9(3)    VALUE ZERO.
           05  SNT-DEPARTMENT-ENTRY OCCURS 100 TIMES.
               10  SNT-DEPART-CODE         PIC X(5).
               10  SNT-PRIOR-COUNT         PIC S9(5).
               10  SNT-MOVEMENT-COUNT      PIC S9(5).

       01  TABLE-WORK-FIELDS.
           05  TW-TABLE-INDEX              PIC 9(3).
           05  TW-MATCHED-INDEX            PIC 9(3).
           05  TW-SEARCH-DEPART-CODE       PIC X(5).
           05  TW-SNAPSHOT-COUNT           PIC S9(5).

       01  ARCHIVE-COUNTERS.
           05  CT-RECORDS-READ             PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-ARCHIVED         PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-KEPT             PIC 9(7)    VALUE ZERO.
           05  CT-ADD-COUNT                PIC 9(7)    VALUE ZERO.
           05  CT-CHANGE-COUNT             PIC 9(7)    VALUE ZERO.
           05  CT-DELETE-COUNT             PIC 9(7)    VALUE ZERO.
           05  CT-REHIRE-COUNT             PIC 9(7)    VALUE ZERO.
           05  CT-OTHER-COUNT              PIC 9(7)    VALUE ZERO.
           05  CT-ALREADY-IN-SNAPSHOT      PIC 9(7)    VALUE ZERO.
           05  CT-FIRST-RUN-DATE           PIC 9(8)    VALUE ZERO.
           05  CT-LAST-RUN-DATE            PIC 9(8)    VALUE ZERO.
           05  CT-COMPANY-HEADCOUNT        PIC S9(7)   VALUE ZERO.

       01  RESTORE-COUNTERS.
           05  CT-ARCHIVE-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05  CT-RECORDS-RESTORED         PIC 9(7)    VALUE ZERO.
           05  CT-TRAILER-RECORD-COUNT     PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  RHL-REPORT-TITLE            PIC X(36).
           05  FILLER                      PIC X(9)    VALUE
                   "RUN DATE ".
           05  RHL-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(27)   VALUE SPACES.

       01  DATE-LINE.
           05  DL-LABEL                    PIC X(30).
           05  DL-DATE                     PIC X(8).
           05  FILLER                      PIC X(42)   VALUE SPACES.

       01  TEXT-LINE.
           05  TL-LABEL                    PIC X(30).
           05  TL-TEXT                     PIC X(50).

       01  SNAPSHOT-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "DEPT    PRIOR  ARCHIVED  SNAPS".
           05  FILLER                      PIC X(30)   VALUE
                   "HOT                           ".
           05  FILLER                      PIC X(20)   VALUE SPACES.

       01  SNAPSHOT-DETAIL-LINE.
           05  SDL-DEPART-CODE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SDL-PRIOR-COUNT             PIC ZZZZ9-.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  SDL-MOVEMENT-COUNT          PIC ZZZZ9-.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  SDL-SNAPSHOT-COUNT          PIC ZZZZ9-.
           05  FILLER                      PIC X(49)   VALUE SPACES.

       01  RESTORE-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "CODE EMP#   RUN DATE  BEFORE  ".
           05  FILLER                      PIC X(30)   VALUE
                   "AFTER  EMPLOYEE NAME          ".
           05  FILLER                      PIC X(20)   VALUE SPACES.

       01  RESTORE-DETAIL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  RDL-TRANSACTION-CODE        PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RDL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RDL-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RDL-BEFORE-DEPART-CODE      PIC X(5).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RDL-AFTER-DEPART-CODE       PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RDL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(13)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC Z,ZZZ,ZZ9-.
           05  FILLER                      PIC X(40)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Reads the parameter card and runs the archive or the
      *    restore it asks for
      *****************************************************************
       000-ARCHIVE-OR-RESTORE-AUDIT-LOG.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-READ-AUDIT-PARM.
           IF NOT PARM-VALID
               DISPLAY "AUDPARM CARD IN ERROR - NOTHING DONE"
           ELSE
               OPEN OUTPUT AUDRPT
               MOVE RUN-DATE TO RHL-RUN-DATE
               IF PF-RESTORE
                   MOVE "AUDIT LOG RESTORE                   "
                       TO RHL-REPORT-TITLE
                   WRITE AUDIT-REPORT-LINE FROM REPORT-HEADING-LINE
                   PERFORM 500-RESTORE-AUDIT-RECORDS
               ELSE
                   MOVE "AUDIT LOG ARCHIVE AND PURGE         "
                       TO RHL-REPORT-TITLE
                   WRITE AUDIT-REPORT-LINE FROM REPORT-HEADING-LINE
                   PERFORM 100-ARCHIVE-AUDIT-LOG
               END-IF
               CLOSE AUDRPT.
           STOP RUN.

      *****************************************************************
      *    Reads and edits the parameter card. No card at all is an
      *    archive with the standard 24 months' retention. The
      *    retention must be at least one month, so the month being
      *    reported by SEQ8300 is never archived out from under it
      *****************************************************************
       010-READ-AUDIT-PARM.

           MOVE SPACES TO AUDIT-PARM-RECORD.
           OPEN INPUT AUDPARM.
           IF AUDPARM-SUCCESSFUL
               READ AUDPARM
                   AT END
                       MOVE SPACES TO AUDIT-PARM-RECORD
               END-READ
               CLOSE AUDPARM.
           IF APR-FUNCTION = SPACE
               MOVE "A" TO PF-FUNCTION
           ELSE
               MOVE APR-FUNCTION TO PF-FUNCTION.
           IF NOT PF-ARCHIVE
               AND NOT PF-RESTORE
               DISPLAY "AUDPARM FUNCTION " APR-FUNCTION
                   " IS NOT A OR R"
               MOVE "N" TO PARM-VALID-SWITCH.
           IF APR-RETENTION-MONTHS = SPACES
               MOVE 24 TO PF-RETENTION-MONTHS
           ELSE
           IF APR-RETENTION-MONTHS NUMERIC
               AND APR-RETENTION-MONTHS NOT = "000"
               MOVE APR-RETENTION-MONTHS TO PF-RETENTION-MONTHS
           ELSE
               DISPLAY "AUDPARM RETENTION " APR-RETENTION-MONTHS
                   " IS NOT A NUMBER OF MONTHS"
               MOVE "N" TO PARM-VALID-SWITCH.
           MOVE APR-EMPLOYEE-ID TO PF-EMPLOYEE-ID.
           IF APR-FROM-DATE = SPACES
               MOVE ZERO TO PF-FROM-DATE
           ELSE
           IF APR-FROM-DATE NUMERIC
               MOVE APR-FROM-DATE TO PF-FROM-DATE
           ELSE
               DISPLAY "AUDPARM FROM DATE " APR-FROM-DATE
                   " IS NOT A DATE"
               MOVE "N" TO PARM-VALID-SWITCH.
           IF APR-TO-DATE = SPACES
               MOVE ZERO TO PF-TO-DATE
           ELSE
           IF APR-TO-DATE NUMERIC
               MOVE APR-TO-DATE TO PF-TO-DATE
           ELSE
               DISPLAY "AUDPARM TO DATE " APR-TO-DATE
                   " IS NOT A DATE"
               MOVE "N" TO PARM-VALID-SWITCH.

      *****************************************************************
      *    Splits the audit log at the cutoff: records dated before
      *    it go to the archive and into the headcount snapshot, the
      *    rest are copied to the new audit log. A run that finds no
      *    audit log writes nothing, so there is nothing for
      *    operations to replace
      *****************************************************************
       100-ARCHIVE-AUDIT-LOG.

           PERFORM 110-SET-CUTOFF-DATE.
           PERFORM 120-LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT AUDTLOG.
           IF NOT AUDTLOG-SUCCESSFUL
               DISPLAY "OPEN ERROR ON AUDTLOG"
               DISPLAY "FILE STATUS CODE IS " AUDTLOG-FILE-STATUS
               MOVE "NO AUDIT LOG - NONE ARCHIVED"
                   TO TL-LABEL
               MOVE SPACES TO TL-TEXT
               WRITE AUDIT-REPORT-LINE FROM TEXT-LINE
           ELSE
               OPEN OUTPUT AUDTLOGN
                           AUDTARC
                           HDCSNAPN
               PERFORM 130-WRITE-ARCHIVE-HEADER
               PERFORM 140-READ-AUDIT-LOG
               PERFORM 150-ARCHIVE-OR-KEEP-ONE-RECORD
                   UNTIL AUDTLOG-EOF
               PERFORM 200-WRITE-ARCHIVE-TRAILER
               PERFORM 210-WRITE-NEW-SNAPSHOT
               CLOSE AUDTLOG
                     AUDTLOGN
                     AUDTARC
                     HDCSNAPN
               PERFORM 300-PRINT-ARCHIVE-REPORT.

      *****************************************************************
      *    Works out the cutoff - the first of the month the keyed
      *    number of months before this one
      *****************************************************************
       110-SET-CUTOFF-DATE.

           COMPUTE CF-MONTH-NUMBER =
               RUN-YEAR * 12 + RUN-MONTH - 1 - PF-RETENTION-MONTHS.
           DIVIDE CF-MONTH-NUMBER BY 12 GIVING CF-CUTOFF-YEAR
               REMAINDER CF-MONTH-REMAINDER.
           COMPUTE CF-CUTOFF-MONTH = CF-MONTH-REMAINDER + 1.
           MOVE 1 TO CF-CUTOFF-DAY.

      *****************************************************************
      *    Loads the prior headcount snapshot, when there is one, as
      *    the starting headcount of each department. Its records
      *    were archived by an earlier run, so a cutoff earlier than
      *    the prior snapshot - a retention lengthened since - is
      *    brought up to the prior snapshot date
      *****************************************************************
       120-LOAD-PRIOR-SNAPSHOT.

           OPEN INPUT HDCSNAP.
           IF HDCSNAP-SUCCESSFUL
               PERFORM 125-LOAD-ONE-SNAPSHOT-RECORD
                   UNTIL HDCSNAP-EOF
               CLOSE HDCSNAP.
           IF CF-PRIOR-SNAPSHOT-DATE > CF-CUTOFF-DATE-NUMBER
               DISPLAY "CUTOFF RAISED TO PRIOR SNAPSHOT DATE "
                   CF-PRIOR-SNAPSHOT-DATE
               MOVE CF-PRIOR-SNAPSHOT-DATE TO CF-CUTOFF-DATE-NUMBER.

      *****************************************************************
      *    Reads one prior snapshot record into the department table
      *****************************************************************
       125-LOAD-ONE-SNAPSHOT-RECORD.

           READ HDCSNAP
               AT END
                   SET HDCSNAP-EOF TO TRUE.
           IF NOT HDCSNAP-EOF
               MOVE HS-SNAPSHOT-DATE TO CF-PRIOR-SNAPSHOT-DATE
               MOVE HS-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 180-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   MOVE HS-HEADCOUNT
                       TO SNT-PRIOR-COUNT (TW-MATCHED-INDEX).

      *****************************************************************
      *    Writes the archive header - low values where the code and
      *    employee ID sit, then the date of the archive, its cutoff,
      *    and the retention it was cut with
      *****************************************************************
       130-WRITE-ARCHIVE-HEADER.

           MOVE SPACES                 TO ARCHIVE-WORK-RECORD.
           MOVE LOW-VALUES             TO AH-HEADER-FLAG.
           MOVE RUN-DATE               TO AH-ARCHIVE-DATE.
           MOVE CF-CUTOFF-DATE-NUMBER  TO AH-CUTOFF-DATE.
           MOVE PF-RETENTION-MONTHS    TO AH-RETENTION-MONTHS.
           WRITE ARCHIVE-RECORD FROM ARCHIVE-WORK-RECORD.
           IF NOT AUDTARC-SUCCESSFUL
               DISPLAY "WRITE ERROR ON AUDTARC"
               DISPLAY "FILE STATUS CODE IS " AUDTARC-FILE-STATUS
               SET ARCHIVE-FAILED TO TRUE.

      *****************************************************************
      *    Reads the next audit log record
      *****************************************************************
       140-READ-AUDIT-LOG.

           READ AUDTLOG
               AT END
                   SET AUDTLOG-EOF TO TRUE.
           IF NOT AUDTLOG-EOF
               ADD 1 TO CT-RECORDS-READ.

      *****************************************************************
      *    Archives a record dated before the cutoff and keeps the
      *    rest. A write error on either file stops the split - the
      *    report then says not to replace the audit log
      *****************************************************************
       150-ARCHIVE-OR-KEEP-ONE-RECORD.

           IF AU-RUN-DATE NUMERIC
               MOVE AU-RUN-DATE TO RW-RECORD-DATE
           ELSE
               MOVE ZERO TO RW-RECORD-DATE.
           IF RW-RECORD-DATE < CF-CUTOFF-DATE-NUMBER
               PERFORM 160-ARCHIVE-ONE-RECORD
           ELSE
               WRITE KEPT-AUDIT-RECORD FROM AUDIT-LOG-RECORD
               IF NOT AUDTLOGN-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON AUDTLOGN FOR EMPLOYEE ID "
                       AU-EMPLOYEE-ID
                   DISPLAY "FILE STATUS CODE IS " AUDTLOGN-FILE-STATUS
                   SET ARCHIVE-FAILED TO TRUE
                   SET AUDTLOG-EOF TO TRUE
               ELSE
                   ADD 1 TO CT-RECORDS-KEPT.
           IF NOT AUDTLOG-EOF
               PERFORM 140-READ-AUDIT-LOG.

      *****************************************************************
      *    Writes one record to the archive, counts it by its
      *    transaction code and run date, and scores its movement
      *    into the snapshot. A record dated before the prior
      *    snapshot is already counted in it - it can only still be
      *    on the log when a new log was not put in place after an
      *    earlier run - so it is archived again but not rescored
      *****************************************************************
       160-ARCHIVE-ONE-RECORD.

           WRITE ARCHIVE-RECORD FROM AUDIT-LOG-RECORD.
           IF NOT AUDTARC-SUCCESSFUL
               DISPLAY "WRITE ERROR ON AUDTARC FOR EMPLOYEE ID "
                   AU-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " AUDTARC-FILE-STATUS
               SET ARCHIVE-FAILED TO TRUE
               SET AUDTLOG-EOF TO TRUE
           ELSE
               ADD 1 TO CT-RECORDS-ARCHIVED
               IF CT-RECORDS-ARCHIVED = 1
                   MOVE RW-RECORD-DATE TO CT-FIRST-RUN-DATE
               END-IF
               MOVE RW-RECORD-DATE TO CT-LAST-RUN-DATE
               IF AU-TRANSACTION-CODE = "A"
                   ADD 1 TO CT-ADD-COUNT
               ELSE
               IF AU-TRANSACTION-CODE = "C"
                   ADD 1 TO CT-CHANGE-COUNT
               ELSE
               IF AU-TRANSACTION-CODE = "D"
                   ADD 1 TO CT-DELETE-COUNT
               ELSE
               IF AU-TRANSACTION-CODE = "R"
                   ADD 1 TO CT-REHIRE-COUNT
               ELSE
                   ADD 1 TO CT-OTHER-COUNT
               END-IF
               END-IF
               END-IF
               END-IF
               IF RW-RECORD-DATE < CF-PRIOR-SNAPSHOT-DATE
                   ADD 1 TO CT-ALREADY-IN-SNAPSHOT
               ELSE
                   MOVE AU-BEFORE-IMAGE TO BEFORE-IMAGE-RECORD
                   MOVE AU-AFTER-IMAGE  TO AFTER-IMAGE-RECORD
                   PERFORM 170-SCORE-RECORD-MOVEMENT.

      *****************************************************************
      *    Scores the movement one archived record represents, the
      *    same way SEQ8300 scores it: an add or rehire joins the
      *    after-image's department, a delete leaves the before-
      *    image's, and a change whose department differs between
      *    the images moves one out of one and into the other
      *****************************************************************
       170-SCORE-RECORD-MOVEMENT.

           IF AU-TRANSACTION-CODE = "A"
               OR AU-TRANSACTION-CODE = "R"
               MOVE AI-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 180-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   ADD 1 TO SNT-MOVEMENT-COUNT (TW-MATCHED-INDEX)
               END-IF
           ELSE
           IF AU-TRANSACTION-CODE = "D"
               MOVE BI-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 180-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   SUBTRACT 1 FROM SNT-MOVEMENT-COUNT
                       (TW-MATCHED-INDEX)
               END-IF
           ELSE
           IF AU-TRANSACTION-CODE = "C"
               AND BI-DEPART-CODE NOT = AI-DEPART-CODE
               MOVE BI-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 180-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   SUBTRACT 1 FROM SNT-MOVEMENT-COUNT
                       (TW-MATCHED-INDEX)
               END-IF
               MOVE AI-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 180-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   ADD 1 TO SNT-MOVEMENT-COUNT (TW-MATCHED-INDEX)
               END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *    Finds the table entry for the department code left in
      *    TW-SEARCH-DEPART-CODE, adding a zeroed entry the first time
      *    a department appears. A department past the table's
      *    capacity is warned about and left unmatched (index zero)
      *****************************************************************
       180-FIND-DEPARTMENT-ENTRY.

           MOVE ZERO TO TW-MATCHED-INDEX.
           PERFORM 185-MATCH-DEPARTMENT-ENTRY
               VARYING TW-TABLE-INDEX FROM 1 BY 1
               UNTIL TW-TABLE-INDEX > SNT-DEPARTMENT-COUNT
                  OR TW-MATCHED-INDEX > ZERO.
           IF TW-MATCHED-INDEX = ZERO
               IF SNT-DEPARTMENT-COUNT = 100
                   DISPLAY "DEPARTMENT TABLE FULL - SNAPSHOT "
                       "INCOMPLETE FOR DEPARTMENT "
                       TW-SEARCH-DEPART-CODE
                   SET ARCHIVE-FAILED TO TRUE
               ELSE
                   ADD 1 TO SNT-DEPARTMENT-COUNT
                   MOVE SNT-DEPARTMENT-COUNT TO TW-MATCHED-INDEX
                   MOVE TW-SEARCH-DEPART-CODE
                       TO SNT-DEPART-CODE (TW-MATCHED-INDEX)
                   MOVE ZERO TO SNT-PRIOR-COUNT (TW-MATCHED-INDEX)
                   MOVE ZERO TO SNT-MOVEMENT-COUNT (TW-MATCHED-INDEX).

      *****************************************************************
      *    Remembers the table entry whose department code matches
      *    the one being scored
      *****************************************************************
       185-MATCH-DEPARTMENT-ENTRY.

           IF SNT-DEPART-CODE (TW-TABLE-INDEX)
                   = TW-SEARCH-DEPART-CODE
               MOVE TW-TABLE-INDEX TO TW-MATCHED-INDEX.

      *****************************************************************
      *    Writes the archive's control trailer - high values where
      *    the code and employee ID sit, then the archived record
      *    count, the counts by transaction code, and the first and
      *    last run dates archived, for the restore run to prove
      *    the archive against
      *****************************************************************
       200-WRITE-ARCHIVE-TRAILER.

           MOVE SPACES                 TO ARCHIVE-WORK-RECORD.
           MOVE HIGH-VALUES            TO AT-TRAILER-FLAG.
           MOVE CT-RECORDS-ARCHIVED    TO AT-RECORD-COUNT.
           MOVE CT-ADD-COUNT           TO AT-ADD-COUNT.
           MOVE CT-CHANGE-COUNT        TO AT-CHANGE-COUNT.
           MOVE CT-DELETE-COUNT        TO AT-DELETE-COUNT.
           MOVE CT-REHIRE-COUNT        TO AT-REHIRE-COUNT.
           MOVE CT-OTHER-COUNT         TO AT-OTHER-COUNT.
           MOVE CT-FIRST-RUN-DATE      TO AT-FIRST-RUN-DATE.
           MOVE CT-LAST-RUN-DATE       TO AT-LAST-RUN-DATE.
           WRITE ARCHIVE-RECORD FROM ARCHIVE-WORK-RECORD.
           IF NOT AUDTARC-SUCCESSFUL
               DISPLAY "WRITE ERROR ON AUDTARC TRAILER"
               DISPLAY "FILE STATUS CODE IS " AUDTARC-FILE-STATUS
               SET ARCHIVE-FAILED TO TRUE.

      *****************************************************************
      *    Writes the new headcount snapshot, one record per
      *    department dated with the cutoff - its prior headcount
      *    plus the archived records' movement
      *****************************************************************
       210-WRITE-NEW-SNAPSHOT.

           PERFORM 215-WRITE-ONE-SNAPSHOT-RECORD
               VARYING TW-TABLE-INDEX FROM 1 BY 1
               UNTIL TW-TABLE-INDEX > SNT-DEPARTMENT-COUNT.

      *****************************************************************
      *    Writes one department's new snapshot record
      *****************************************************************
       215-WRITE-ONE-SNAPSHOT-RECORD.

           MOVE CF-CUTOFF-DATE-NUMBER TO SW-SNAPSHOT-DATE.
           MOVE SNT-DEPART-CODE (TW-TABLE-INDEX) TO SW-DEPART-CODE.
           COMPUTE SW-HEADCOUNT =
               SNT-PRIOR-COUNT (TW-TABLE-INDEX)
               + SNT-MOVEMENT-COUNT (TW-TABLE-INDEX).
           WRITE NEW-SNAPSHOT-RECORD FROM SNAPSHOT-WORK-RECORD.
           IF NOT HDCSNAPN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON HDCSNAPN FOR DEPARTMENT "
                   SW-DEPART-CODE
               DISPLAY "FILE STATUS CODE IS " HDCSNAPN-FILE-STATUS
               SET ARCHIVE-FAILED TO TRUE.

      *****************************************************************
      *    Prints the archive control report - the cutoff, each
      *    department's snapshot, and the counts that prove every
      *    record read was either archived or kept - ending with
      *    whether operations may put the new files in place
      *****************************************************************
       300-PRINT-ARCHIVE-REPORT.

           MOVE "RETENTION MONTHS:            " TO SUM-LABEL.
           MOVE PF-RETENTION-MONTHS             TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.
           MOVE "ARCHIVE CUTOFF DATE:         " TO DL-LABEL.
           MOVE CF-CUTOFF-DATE                  TO DL-DATE.
           WRITE AUDIT-REPORT-LINE FROM DATE-LINE.
           MOVE "PRIOR SNAPSHOT DATE:         " TO DL-LABEL.
           IF CF-PRIOR-SNAPSHOT-DATE = ZERO
               MOVE "NONE"                      TO DL-DATE
           ELSE
               MOVE CF-PRIOR-SNAPSHOT-DATE      TO DL-DATE.
           WRITE AUDIT-REPORT-LINE FROM DATE-LINE.
           WRITE AUDIT-REPORT-LINE FROM BLANK-LINE.
           WRITE AUDIT-REPORT-LINE FROM SNAPSHOT-HEADING-LINE.
           PERFORM 310-PRINT-ONE-DEPARTMENT
               VARYING TW-TABLE-INDEX FROM 1 BY 1
               UNTIL TW-TABLE-INDEX > SNT-DEPARTMENT-COUNT.
           WRITE AUDIT-REPORT-LINE FROM BLANK-LINE.

           MOVE "COMPANY HEADCOUNT AT CUTOFF: " TO SUM-LABEL.
           MOVE CT-COMPANY-HEADCOUNT            TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "AUDIT RECORDS READ:          " TO SUM-LABEL.
           MOVE CT-RECORDS-READ                 TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "AUDIT RECORDS ARCHIVED:      " TO SUM-LABEL.
           MOVE CT-RECORDS-ARCHIVED             TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  ADDS:                      " TO SUM-LABEL.
           MOVE CT-ADD-COUNT                    TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  CHANGES:                   " TO SUM-LABEL.
           MOVE CT-CHANGE-COUNT                 TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  DELETES:                   " TO SUM-LABEL.
           MOVE CT-DELETE-COUNT                 TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  REHIRES:                   " TO SUM-LABEL.
           MOVE CT-REHIRE-COUNT                 TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  OTHER ACTIVITY:            " TO SUM-LABEL.
           MOVE CT-OTHER-COUNT                  TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "  ALREADY IN PRIOR SNAPSHOT: " TO SUM-LABEL.
           MOVE CT-ALREADY-IN-SNAPSHOT          TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "AUDIT RECORDS KEPT:          " TO SUM-LABEL.
           MOVE CT-RECORDS-KEPT                 TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           WRITE AUDIT-REPORT-LINE FROM BLANK-LINE.
           IF ARCHIVE-FAILED
               OR CT-RECORDS-ARCHIVED + CT-RECORDS-KEPT
                   NOT = CT-RECORDS-READ
               MOVE "*** ARCHIVE FAILED ***       " TO TL-LABEL
               MOVE "KEEP THE CURRENT AUDTLOG AND HDCSNAP"
                   TO TL-TEXT
               DISPLAY "ARCHIVE FAILED - DO NOT REPLACE AUDTLOG "
                   "OR HDCSNAP"
           ELSE
               MOVE "ARCHIVE COMPLETE -           " TO TL-LABEL
               MOVE "REPLACE AUDTLOG AND HDCSNAP WITH THE NEW FILES"
                   TO TL-TEXT.
           WRITE AUDIT-REPORT-LINE FROM TEXT-LINE.

      *****************************************************************
      *    Prints one department's snapshot line and adds it into
      *    the company headcount
      *****************************************************************
       310-PRINT-ONE-DEPARTMENT.

           COMPUTE TW-SNAPSHOT-COUNT =
               SNT-PRIOR-COUNT (TW-TABLE-INDEX)
               + SNT-MOVEMENT-COUNT (TW-TABLE-INDEX).
           MOVE SNT-DEPART-CODE (TW-TABLE-INDEX)    TO SDL-DEPART-CODE.
           MOVE SNT-PRIOR-COUNT (TW-TABLE-INDEX)    TO SDL-PRIOR-COUNT.
           MOVE SNT-MOVEMENT-COUNT (TW-TABLE-INDEX)
               TO SDL-MOVEMENT-COUNT.
           MOVE TW-SNAPSHOT-COUNT TO SDL-SNAPSHOT-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SNAPSHOT-DETAIL-LINE.
           ADD TW-SNAPSHOT-COUNT TO CT-COMPANY-HEADCOUNT.

      *****************************************************************
      *    Reads an archive back and restores the records the card
      *    selects, in audit log layout, listing each one. The
      *    archive's own header and trailer are printed, and the
      *    trailer count is proved against the records read so a
      *    short or damaged archive is caught
      *****************************************************************
       500-RESTORE-AUDIT-RECORDS.

           MOVE "RESTORE EMPLOYEE ID:         " TO DL-LABEL.
           IF PF-EMPLOYEE-ID = SPACES
               MOVE "ALL"                       TO DL-DATE
           ELSE
               MOVE PF-EMPLOYEE-ID              TO DL-DATE.
           WRITE AUDIT-REPORT-LINE FROM DATE-LINE.
           MOVE "RESTORE FROM RUN DATE:       " TO DL-LABEL.
           IF PF-FROM-DATE = ZERO
               MOVE "EARLIEST"                  TO DL-DATE
           ELSE
               MOVE PF-FROM-DATE                TO DL-DATE.
           WRITE AUDIT-REPORT-LINE FROM DATE-LINE.
           MOVE "RESTORE TO RUN DATE:         " TO DL-LABEL.
           IF PF-TO-DATE = ZERO
               MOVE "LATEST"                    TO DL-DATE
           ELSE
               MOVE PF-TO-DATE                  TO DL-DATE.
           WRITE AUDIT-REPORT-LINE FROM DATE-LINE.
           OPEN INPUT AUDTARC.
           IF NOT AUDTARC-SUCCESSFUL
               DISPLAY "OPEN ERROR ON AUDTARC"
               DISPLAY "FILE STATUS CODE IS " AUDTARC-FILE-STATUS
               MOVE "NO ARCHIVE - NOTHING RESTORED" TO TL-LABEL
               MOVE SPACES TO TL-TEXT
               WRITE AUDIT-REPORT-LINE FROM TEXT-LINE
           ELSE
               OPEN OUTPUT AUDTREST
               WRITE AUDIT-REPORT-LINE FROM BLANK-LINE
               WRITE AUDIT-REPORT-LINE FROM RESTORE-HEADING-LINE
               PERFORM 510-READ-ARCHIVE
               PERFORM 520-RESTORE-ONE-ARCHIVE-RECORD
                   UNTIL AUDTARC-EOF
               CLOSE AUDTARC
                     AUDTREST
               PERFORM 600-PRINT-RESTORE-COUNTS.

      *****************************************************************
      *    Reads the next archive record
      *****************************************************************
       510-READ-ARCHIVE.

           READ AUDTARC INTO ARCHIVE-WORK-RECORD
               AT END
                   SET AUDTARC-EOF TO TRUE.

      *****************************************************************
      *    Prints the archive header, keeps the trailer's counts, and
      *    restores each audit record the card selects
      *****************************************************************
       520-RESTORE-ONE-ARCHIVE-RECORD.

           IF AW-RECORD-FLAG = LOW-VALUES
               MOVE "ARCHIVE CUT ON:              " TO DL-LABEL
               MOVE AH-ARCHIVE-DATE                 TO DL-DATE
               WRITE AUDIT-REPORT-LINE FROM DATE-LINE
               MOVE "ARCHIVE CUTOFF DATE:         " TO DL-LABEL
               MOVE AH-CUTOFF-DATE                  TO DL-DATE
               WRITE AUDIT-REPORT-LINE FROM DATE-LINE
           ELSE
           IF AW-RECORD-FLAG = HIGH-VALUES
               SET TRAILER-FOUND TO TRUE
               MOVE AT-RECORD-COUNT TO CT-TRAILER-RECORD-COUNT
           ELSE
               ADD 1 TO CT-ARCHIVE-RECORDS-READ
               IF AA-RUN-DATE NUMERIC
                   MOVE AA-RUN-DATE TO RW-RECORD-DATE
               ELSE
                   MOVE ZERO TO RW-RECORD-DATE
               END-IF
               IF (PF-EMPLOYEE-ID = SPACES
                   OR PF-EMPLOYEE-ID = AA-EMPLOYEE-ID)
                   AND RW-RECORD-DATE NOT < PF-FROM-DATE
                   AND (PF-TO-DATE = ZERO
                     OR RW-RECORD-DATE NOT > PF-TO-DATE)
                   PERFORM 530-WRITE-RESTORED-RECORD
               END-IF
           END-IF
           END-IF.
           PERFORM 510-READ-ARCHIVE.

      *****************************************************************
      *    Writes one selected record to the restore file and lists
      *    it - the name is taken off the after-image, or the
      *    before-image for a delete
      *****************************************************************
       530-WRITE-RESTORED-RECORD.

           WRITE RESTORED-AUDIT-RECORD FROM ARCHIVE-WORK-RECORD.
           IF NOT AUDTREST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON AUDTREST FOR EMPLOYEE ID "
                   AA-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " AUDTREST-FILE-STATUS
           ELSE
               ADD 1 TO CT-RECORDS-RESTORED.
           MOVE AA-BEFORE-IMAGE      TO BEFORE-IMAGE-RECORD.
           MOVE AA-AFTER-IMAGE       TO AFTER-IMAGE-RECORD.
           MOVE AA-TRANSACTION-CODE  TO RDL-TRANSACTION-CODE.
           MOVE AA-EMPLOYEE-ID       TO RDL-EMPLOYEE-ID.
           IF RW-RECORD-DATE = ZERO
               MOVE "UNDATED"        TO RDL-RUN-DATE
           ELSE
               MOVE RW-RECORD-DATE   TO RDL-RUN-DATE.
           MOVE BI-DEPART-CODE       TO RDL-BEFORE-DEPART-CODE.
           MOVE AI-DEPART-CODE       TO RDL-AFTER-DEPART-CODE.
           IF AI-EMPLOYEE-NAME = SPACES
               MOVE BI-EMPLOYEE-NAME TO RDL-EMPLOYEE-NAME
           ELSE
               MOVE AI-EMPLOYEE-NAME TO RDL-EMPLOYEE-NAME.
           WRITE AUDIT-REPORT-LINE FROM RESTORE-DETAIL-LINE.

      *****************************************************************
      *    Writes the restore counts and proves the archive against
      *    its control trailer
      *****************************************************************
       600-PRINT-RESTORE-COUNTS.

           WRITE AUDIT-REPORT-LINE FROM BLANK-LINE.

           MOVE "ARCHIVED RECORDS READ:       " TO SUM-LABEL.
           MOVE CT-ARCHIVE-RECORDS-READ         TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "TRAILER RECORD COUNT:        " TO SUM-LABEL.
           MOVE CT-TRAILER-RECORD-COUNT         TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "AUDIT RECORDS RESTORED:      " TO SUM-LABEL.
           MOVE CT-RECORDS-RESTORED             TO SUM-COUNT.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.

           WRITE AUDIT-REPORT-LINE FROM BLANK-LINE.
           IF NOT TRAILER-FOUND
               MOVE "*** NO CONTROL TRAILER ***   " TO TL-LABEL
               MOVE "ARCHIVE IS INCOMPLETE" TO TL-TEXT
               DISPLAY "AUDTARC HAS NO CONTROL TRAILER"
           ELSE
           IF CT-TRAILER-RECORD-COUNT NOT = CT-ARCHIVE-RECORDS-READ
               MOVE "*** OUT OF BALANCE ***       " TO TL-LABEL
               MOVE "RECORDS READ DO NOT AGREE WITH THE TRAILER"
                   TO TL-TEXT
               DISPLAY "AUDTARC DOES NOT AGREE WITH ITS TRAILER"
           ELSE
               MOVE "ARCHIVE IN BALANCE           " TO TL-LABEL
               MOVE SPACES TO TL-TEXT.
           WRITE AUDIT-REPORT-LINE FROM TEXT-LINE.
