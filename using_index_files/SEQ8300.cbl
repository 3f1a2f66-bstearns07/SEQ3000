      *                  transfer, and termination columns, and the
      *                  derived closing count is proved against the
      *                  actual count on the master index, so an
      *                  unexplained movement surfaces immediately.
      *                  Once SEQ9650 has archived the older records
      *                  the opening counts start from its headcount
      *                  snapshot as of the archive cutoff, and only
      *                  the records since are replayed on top of it
      * File Desc......: Reads AUDTLOG, the HDCSNAP headcount snapshot
      *                  when there is one, and EMPMASTI, and writes
      *                  the HDCRPT headcount movement report, one line
      *                  per department with company totals. Run on
      *                  the last night of the month being reported
      *****************************************************************
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IR-EMPLOYEE-ID.
           SELECT HDCSNAP  ASSIGN TO HDCSNAP
                           FILE STATUS IS HDCSNAP-FILE-STATUS.
           SELECT HDCRPT   ASSIGN TO HDCRPT
                           FILE STATUS IS HDCRPT-FILE-STATUS.

               88  AU-DELETE-RECORD            VALUE "D".
               88  AU-REHIRE-RECORD            VALUE "R".
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  AU-RUN-DATE             PIC 9(8).
           05  AU-RUN-YEAR-MONTH REDEFINES AU-RUN-DATE.
               10  AU-RUN-YYYYMM       PIC 9(6).
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  IR-EMPLOYEE-NAME        PIC X(30).
           05  IR-DEPART-CODE          PIC X(5).
           05  FILLER                  PIC X(60).

       FD  HDCSNAP.

      *    one record per department - its headcount as of the
      *    snapshot date, counting every audit record dated before it
       01  HEADCOUNT-SNAPSHOT-RECORD.
           05  HS-SNAPSHOT-DATE        PIC 9(8).
           05  HS-SNAPSHOT-YEAR-MONTH REDEFINES HS-SNAPSHOT-DATE.
               10  HS-SNAPSHOT-YYYYMM  PIC 9(6).
               10  FILLER              PIC 9(2).
           05  HS-DEPART-CODE          PIC X(5).
           05  HS-HEADCOUNT            PIC S9(5).
           05  FILLER                  PIC X(62).

       FD  HDCRPT.

               88  AUDTLOG-EOF                 VALUE "Y".
           05  EMPMASTI-EOF-SWITCH     PIC X   VALUE "N".
               88  EMPMASTI-EOF                VALUE "Y".
           05  HDCSNAP-EOF-SWITCH      PIC X   VALUE "N".
               88  HDCSNAP-EOF                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AUDTLOG-FILE-STATUS     PIC XX.
               88  AUDTLOG-SUCCESSFUL          VALUE "00".
           05  HDCSNAP-FILE-STATUS     PIC XX.
               88  HDCSNAP-SUCCESSFUL          VALUE "00".
           05  HDCRPT-FILE-STATUS      PIC XX.
               88  HDCRPT-SUCCESSFUL           VALUE "00".

           05  BI-EMPLOYEE-ID              PIC X(5).
           05  BI-EMPLOYEE-NAME            PIC X(30).
           05  BI-DEPART-CODE              PIC X(5).
           05  FILLER                      PIC X(60).

       01  AFTER-IMAGE-RECORD.
           05  AI-EMPLOYEE-ID              PIC X(5).
           05  AI-EMPLOYEE-NAME            PIC X(30).
           05  AI-DEPART-CODE              PIC X(5).
           05  FILLER                      PIC X(60).

      *    one entry per department seen on the audit log or the
      *    master, carrying the opening headcount replayed from
           05  MW-RECORD-YYYYMM        PIC 9(6).
           05  MW-DERIVED-CLOSING      PIC S9(5).
           05  MW-AFTER-MONTH-COUNT    PIC 9(7)    VALUE ZERO.
           05  MW-SNAPSHOT-DATE        PIC 9(8)    VALUE ZERO.
           05  MW-SNAPSHOT-YYYYMM      PIC 9(6)    VALUE ZERO.
           05  MW-IN-SNAPSHOT-COUNT    PIC 9(7)    VALUE ZERO.

       01  COMPANY-TOTAL-FIELDS.
           05  GT-OPENING-COUNT        PIC S9(7)   VALUE ZERO.
           05  RHL-REPORT-MONTH        PIC 9(6).
           05  FILLER                  PIC X(38)   VALUE SPACES.

       01  SNAPSHOT-NOTE-LINE.
           05  FILLER                  PIC X(42)   VALUE
                   "OPENING COUNTS FROM HEADCOUNT SNAPSHOT OF ".
           05  SNL-SNAPSHOT-DATE       PIC 9(8).
           05  FILLER                  PIC X(30)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(6)    VALUE "DEPT  ".
           05  FILLER                  PIC X(7)    VALUE "  OPEN ".
           OPEN OUTPUT HDCRPT.
           MOVE RUN-YEAR-MONTH TO RHL-REPORT-MONTH.
           WRITE HEADCOUNT-REPORT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 050-LOAD-HEADCOUNT-SNAPSHOT.
           IF MW-SNAPSHOT-DATE NOT = ZERO
               MOVE MW-SNAPSHOT-DATE TO SNL-SNAPSHOT-DATE
               WRITE HEADCOUNT-REPORT-LINE FROM SNAPSHOT-NOTE-LINE.
           WRITE HEADCOUNT-REPORT-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 100-REPLAY-AUDIT-LOG.
           PERFORM 200-COUNT-ACTUAL-HEADCOUNT.
           CLOSE HDCRPT.
           STOP RUN.

      *****************************************************************
      *    Loads SEQ9650's headcount snapshot, when there is one, as
      *    each department's opening count - the audit records dated
      *    before the snapshot have been archived off the log, and
      *    the snapshot already counts them. A snapshot cut after the
      *    start of the report month - only possible when an old
      *    month is rerun after a later archive - cannot give that
      *    month's opening counts, and is warned about
      *****************************************************************
       050-LOAD-HEADCOUNT-SNAPSHOT.

           OPEN INPUT HDCSNAP.
           IF HDCSNAP-SUCCESSFUL
               PERFORM 060-LOAD-ONE-SNAPSHOT-RECORD
                   UNTIL HDCSNAP-EOF
               CLOSE HDCSNAP.
           IF MW-SNAPSHOT-YYYYMM > RUN-YEAR-MONTH
               DISPLAY "HEADCOUNT SNAPSHOT OF " MW-SNAPSHOT-DATE
                   " IS AFTER THE REPORT MONTH"
               DISPLAY "OPENING COUNTS WILL NOT PROVE".

      *****************************************************************
      *    Reads one snapshot record into its department's opening
      *    count
      *****************************************************************
       060-LOAD-ONE-SNAPSHOT-RECORD.

           READ HDCSNAP
               AT END
                   SET HDCSNAP-EOF TO TRUE.
           IF NOT HDCSNAP-EOF
               MOVE HS-SNAPSHOT-DATE   TO MW-SNAPSHOT-DATE
               MOVE HS-SNAPSHOT-YYYYMM TO MW-SNAPSHOT-YYYYMM
               MOVE HS-DEPART-CODE TO TW-SEARCH-DEPART-CODE
               PERFORM 150-FIND-DEPARTMENT-ENTRY
               IF TW-MATCHED-INDEX > ZERO
                   MOVE HS-HEADCOUNT
                       TO HCT-OPENING-COUNT (TW-MATCHED-INDEX).

      *****************************************************************
      *    Reads the whole audit log and scores every record into the
      *    headcount table. A log that does not exist yet scores
      *    summary explains any difference they cause. Everything
      *    else lands in the opening count (dated before the report
      *    month, including the undated records written before run
      *    dates were kept) or the movement columns (dated in it).
      *    A record dated before the headcount snapshot is already in
      *    the snapshot's opening count - it is still on the log only
      *    when the log was not replaced after an archive - and is
      *    counted and left out the same way
      *****************************************************************
       110-SCORE-ONE-AUDIT-RECORD.

               ELSE
                   MOVE ZERO TO MW-RECORD-YYYYMM
               END-IF
               IF MW-RECORD-YYYYMM < MW-SNAPSHOT-YYYYMM
                   ADD 1 TO MW-IN-SNAPSHOT-COUNT
               ELSE
               IF MW-RECORD-YYYYMM > RUN-YEAR-MONTH
                   ADD 1 TO MW-AFTER-MONTH-COUNT
               ELSE
                   MOVE AU-AFTER-IMAGE  TO AFTER-IMAGE-RECORD
                   PERFORM 120-SCORE-RECORD-MOVEMENT
               END-IF
               END-IF
           END-IF.

      *****************************************************************
           MOVE "AUDIT RECORDS PAST MONTH:    " TO SUM-LABEL.
           MOVE MW-AFTER-MONTH-COUNT            TO SUM-COUNT.
           WRITE HEADCOUNT-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "AUDIT RECORDS IN SNAPSHOT:   " TO SUM-LABEL.
           MOVE MW-IN-SNAPSHOT-COUNT            TO SUM-COUNT.
           WRITE HEADCOUNT-REPORT-LINE FROM SUMMARY-LINE.
