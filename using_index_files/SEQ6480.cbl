      *****************************************************************
      * Title..........: SEQ6480 - Benefits Carrier Change Feed
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: Weekly interface run that cuts the insurance
      *                  carrier's change-only enrollment file. The
      *                  snapshot file holds what the carrier was last
      *                  sent for every covered employee - name,
      *                  mailing address, hire date, employment type,
      *                  plan, coverage tier and coverage date. This
      *                  run builds the same picture from tonight's
      *                  master, the address off EMPDEMO (DEMHIST for
      *                  an employee since terminated) and the
      *                  election in force on DEDELECT, and matches the
      *                  two by employee ID: an employee newly covered
      *                  is an add, a covered employee whose picture
      *                  moved is a change, and a snapshot employee no
      *                  longer covered is a termination - dated off
      *                  the EMPHIST stint when they have left, or the
      *                  election's end date when they are still on
      *                  staff. Nobody on the snapshot can drop off
      *                  the feed without a termination going to the
      *                  carrier. The transmittal report lists every
      *                  record sent with the counts the carrier's
      *                  acknowledgment is checked against
      * File Desc......: Reads NEWEMP, the BENSNAP snapshot, DEDELECT,
      *                  EMPDEMO, DEMHIST, EMPHIST and the BENPARM
      *                  card, and writes the BENFEED carrier file,
      *                  the BENSNAPN snapshot of what was sent and the
      *                  BENRPT transmittal report. BENSNAPN replaces
      *                  BENSNAP once the carrier acknowledges the
      *                  file, so a file that never arrives is simply
      *                  cut again, with any later changes, next week
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ6480.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BENPARM  ASSIGN TO BENPARM
                           FILE STATUS IS BENPARM-FILE-STATUS.
           SELECT NEWEMP   ASSIGN TO NEWEMP
                           FILE STATUS IS NEWEMP-FILE-STATUS.
           SELECT BENSNAP  ASSIGN TO BENSNAP
                           FILE STATUS IS BENSNAP-FILE-STATUS.
           SELECT BENSNAPN ASSIGN TO BENSNAPN
                           FILE STATUS IS BENSNAPN-FILE-STATUS.
           SELECT DEDELECT ASSIGN TO DEDELECT
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DE-EMPLOYEE-ID
                           FILE STATUS IS DEDELECT-FILE-STATUS.
           SELECT EMPDEMO  ASSIGN TO EMPDEMO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DG-EMPLOYEE-ID
                           FILE STATUS IS EMPDEMO-FILE-STATUS.
           SELECT DEMHIST  ASSIGN TO DEMHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS DH-EMPLOYEE-ID
                           FILE STATUS IS DEMHIST-FILE-STATUS.
           SELECT EMPHIST  ASSIGN TO EMPHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS EH-HISTORY-KEY
                           FILE STATUS IS EMPHIST-FILE-STATUS.
           SELECT BENFEED  ASSIGN TO BENFEED
                           FILE STATUS IS BENFEED-FILE-STATUS.
           SELECT BENRPT   ASSIGN TO BENRPT
                           FILE STATUS IS BENRPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BENPARM.

      *    the carrier's group number for the company and the
      *    sender name it knows us by - the group number is required
       01  BENEFIT-PARM-RECORD.
           05  BPR-GROUP-NUMBER            PIC X(10).
           05  BPR-SENDER-NAME             PIC X(30).
           05  FILLER                      PIC X(40).

       FD  NEWEMP.

       01  NEW-MASTER-RECORD.
           05  NM-EMPLOYEE-ID              PIC X(5).
           05  NM-EMPLOYEE-NAME            PIC X(30).
           05  NM-DEPART-CODE              PIC X(5).
           05  NM-JOB-CLASS                PIC X(2).
           05  NM-ANNUAL-SALARY            PIC 9(7)V99.
           05  NM-VACATION-HOURS           PIC 9(3).
           05  NM-SICK-HOURS               PIC 9(3)V99.
           05  NM-DATE-OF-HIRE             PIC 9(8).
           05  NM-EMPLOYMENT-TYPE          PIC X(1).
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD  BENSNAP.

       01  PRIOR-SNAPSHOT-RECORD           PIC X(130).

       FD  BENSNAPN.

       01  NEW-SNAPSHOT-RECORD             PIC X(130).

       FD  DEDELECT.

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

      *    a terminated employee's demographics carried off EMPDEMO
      *    by the delete
       01  DEMOGRAPHICS-HISTORY-RECORD.
           05  DH-EMPLOYEE-ID          PIC X(5).
           05  DH-STREET-ADDRESS       PIC X(30).
           05  DH-CITY                 PIC X(20).
           05  DH-STATE                PIC X(2).
           05  DH-ZIP-CODE             PIC X(9).
           05  DH-PHONE-NUMBER         PIC X(10).
           05  DH-CONTACT-NAME         PIC X(25).
           05  DH-CONTACT-PHONE        PIC X(10).

       FD  EMPHIST.

      *    one record per hire-to-termination stint, keyed by the
      *    employee ID plus a stint number counting up from 1 - the
      *    layout SEQ3000 maintains
       01  EMPLOYEE-HISTORY-RECORD.
           05  EH-HISTORY-KEY.
               10  EH-EMPLOYEE-ID          PIC X(5).
               10  EH-STINT-NUMBER         PIC 9(3).
           05  EH-EMPLOYEE-NAME            PIC X(30).
           05  EH-DEPART-CODE              PIC X(5).
           05  EH-JOB-CLASS                PIC X(2).
           05  EH-ANNUAL-SALARY            PIC 9(7)V99.
           05  EH-VACATION-HOURS           PIC 9(3).
           05  EH-SICK-HOURS               PIC 9(3)V99.
           05  EH-DATE-OF-HIRE             PIC 9(8).
           05  EH-TERMINATION-DATE         PIC 9(8).
           05  EH-REHIRED-FLAG             PIC X(1).
           05  EH-EMPLOYMENT-TYPE          PIC X(1).
           05  EH-HOURLY-RATE              PIC 9(3)V99.

       FD  BENFEED.

       01  CARRIER-FEED-RECORD             PIC X(150).

       FD  BENRPT.

       01  TRANSMITTAL-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  NEWEMP-EOF-SWITCH           PIC X   VALUE "N".
               88  NEWEMP-EOF                      VALUE "Y".
           05  BENSNAP-EOF-SWITCH          PIC X   VALUE "N".
               88  BENSNAP-EOF                     VALUE "Y".
           05  STEP-BLOCKED-SWITCH         PIC X   VALUE "N".
               88  STEP-BLOCKED                    VALUE "Y".
           05  PRIOR-SNAPSHOT-SWITCH       PIC X   VALUE "N".
               88  PRIOR-SNAPSHOT-FOUND            VALUE "Y".
           05  EMPDEMO-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  EMPDEMO-AVAILABLE               VALUE "Y".
           05  DEMHIST-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  DEMHIST-AVAILABLE               VALUE "Y".
           05  EMPHIST-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  EMPHIST-AVAILABLE               VALUE "Y".
           05  ENROLLED-SWITCH             PIC X   VALUE "N".
               88  EMPLOYEE-ENROLLED               VALUE "Y".
           05  ADDRESS-FOUND-SWITCH        PIC X   VALUE "N".
               88  ADDRESS-FOUND                   VALUE "Y".
           05  STINT-EOF-SWITCH            PIC X   VALUE "N".
               88  STINT-EOF                       VALUE "Y".
           05  FEED-FAILED-SWITCH          PIC X   VALUE "N".
               88  FEED-FAILED                     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  BENPARM-FILE-STATUS         PIC XX.
               88  BENPARM-SUCCESSFUL              VALUE "00".
           05  NEWEMP-FILE-STATUS          PIC XX.
               88  NEWEMP-SUCCESSFUL               VALUE "00".
           05  BENSNAP-FILE-STATUS         PIC XX.
               88  BENSNAP-SUCCESSFUL              VALUE "00".
           05  BENSNAPN-FILE-STATUS        PIC XX.
               88  BENSNAPN-SUCCESSFUL             VALUE "00".
           05  DEDELECT-FILE-STATUS        PIC XX.
               88  DEDELECT-SUCCESSFUL             VALUE "00".
           05  EMPDEMO-FILE-STATUS         PIC XX.
               88  EMPDEMO-SUCCESSFUL              VALUE "00".
           05  DEMHIST-FILE-STATUS         PIC XX.
               88  DEMHIST-SUCCESSFUL              VALUE "00".
           05  EMPHIST-FILE-STATUS         PIC XX.
               88  EMPHIST-SUCCESSFUL              VALUE "00".
           05  BENFEED-FILE-STATUS         PIC XX.
               88  BENFEED-SUCCESSFUL              VALUE "00".
           05  BENRPT-FILE-STATUS          PIC XX.
               88  BENRPT-SUCCESSFUL               VALUE "00".

       01  RUN-DATE-FIELDS.
           05  RUN-DATE                    PIC 9(8).

       01  PARM-FIELDS.
           05  PF-GROUP-NUMBER             PIC X(10).
           05  PF-SENDER-NAME              PIC X(30).

      *    the carrier's picture of one covered employee - built
      *    fresh from tonight's files, and read back off the prior
      *    snapshot, in the same shape so the two compare field by
      *    field. A key of high values marks the end of either side
      *    of the match
       01  TONIGHT-ENROLLEE.
           05  TE-EMPLOYEE-ID              PIC X(5).
           05  TE-SNAPSHOT-DATE            PIC 9(8).
           05  TE-EMPLOYEE-NAME            PIC X(30).
           05  TE-ADDRESS.
               10  TE-STREET-ADDRESS       PIC X(30).
               10  TE-CITY                 PIC X(20).
               10  TE-STATE                PIC X(2).
               10  TE-ZIP-CODE             PIC X(9).
           05  TE-EMPLOYMENT.
               10  TE-DATE-OF-HIRE         PIC 9(8).
               10  TE-EMPLOYMENT-TYPE      PIC X(1).
           05  TE-COVERAGE.
               10  TE-PLAN-CODE            PIC X(4).
               10  TE-COVERAGE-TIER        PIC X(1).
               10  TE-COVERAGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.

       01  PRIOR-ENROLLEE.
           05  PE-EMPLOYEE-ID              PIC X(5).
           05  PE-SNAPSHOT-DATE            PIC 9(8).
           05  PE-EMPLOYEE-NAME            PIC X(30).
           05  PE-ADDRESS.
               10  PE-STREET-ADDRESS       PIC X(30).
               10  PE-CITY                 PIC X(20).
               10  PE-STATE                PIC X(2).
               10  PE-ZIP-CODE             PIC X(9).
           05  PE-EMPLOYMENT.
               10  PE-DATE-OF-HIRE         PIC 9(8).
               10  PE-EMPLOYMENT-TYPE      PIC X(1).
           05  PE-COVERAGE.
               10  PE-PLAN-CODE            PIC X(4).
               10  PE-COVERAGE-TIER        PIC X(1).
               10  PE-COVERAGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(4).

       01  MATCH-FIELDS.
           05  MF-MASTER-KEY               PIC X(5).
           05  MF-PRIOR-SNAPSHOT-DATE      PIC 9(8)    VALUE ZERO.

      *    a termination's date and why it is being sent
       01  TERMINATION-FIELDS.
           05  TF-TERMINATION-DATE         PIC 9(8).
           05  TF-REASON-TEXT              PIC X(24).
           05  TF-NEXT-STINT               PIC 9(3).

      *    the end date of the election in force for the employee,
      *    zero when the election on DEDELECT carries none
       01  ELECTION-FIELDS.
           05  EF-END-DATE                 PIC 9(8).

      *    the carrier file's three record shapes
       01  CARRIER-HEADER-RECORD.
           05  CH-RECORD-TYPE              PIC X(1)    VALUE "H".
           05  CH-GROUP-NUMBER             PIC X(10).
           05  CH-SENDER-NAME              PIC X(30).
           05  CH-FILE-DATE                PIC 9(8).
           05  CH-CHANGES-SINCE-DATE       PIC 9(8).
           05  FILLER                      PIC X(93)   VALUE SPACES.

       01  CARRIER-DETAIL-RECORD.
           05  CD-RECORD-TYPE              PIC X(1)    VALUE "D".
      *        A add, C change, T termination
           05  CD-ACTION-CODE              PIC X(1).
           05  CD-EMPLOYEE-ID              PIC X(5).
           05  CD-EMPLOYEE-NAME            PIC X(30).
           05  CD-STREET-ADDRESS           PIC X(30).
           05  CD-CITY                     PIC X(20).
           05  CD-STATE                    PIC X(2).
           05  CD-ZIP-CODE                 PIC X(9).
           05  CD-DATE-OF-HIRE             PIC 9(8).
           05  CD-EMPLOYMENT-TYPE          PIC X(1).
           05  CD-PLAN-CODE                PIC X(4).
           05  CD-COVERAGE-TIER            PIC X(1).
           05  CD-COVERAGE-DATE            PIC 9(8).
           05  CD-TERMINATION-DATE         PIC 9(8).
      *        Y for each part of a change that moved - name,
      *        address, coverage, employment
           05  CD-CHANGE-FLAGS.
               10  CD-NAME-CHANGED         PIC X(1).
               10  CD-ADDRESS-CHANGED      PIC X(1).
               10  CD-COVERAGE-CHANGED     PIC X(1).
               10  CD-EMPLOYMENT-CHANGED   PIC X(1).
           05  FILLER                      PIC X(18)   VALUE SPACES.

       01  CARRIER-TRAILER-RECORD.
           05  CT-RECORD-TYPE              PIC X(1)    VALUE "T".
           05  CT-FILE-RECORD-COUNT        PIC 9(7).
           05  CT-ADD-RECORD-COUNT         PIC 9(7).
           05  CT-CHANGE-RECORD-COUNT      PIC 9(7).
           05  CT-TERM-RECORD-COUNT        PIC 9(7).
           05  FILLER                      PIC X(121)  VALUE SPACES.

       01  FEED-COUNTERS.
           05  FC-MASTER-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05  FC-ENROLLED-COUNT           PIC 9(7)    VALUE ZERO.
           05  FC-PRIOR-ENROLLED-COUNT     PIC 9(7)    VALUE ZERO.
           05  FC-ADD-COUNT                PIC 9(7)    VALUE ZERO.
           05  FC-CHANGE-COUNT             PIC 9(7)    VALUE ZERO.
           05  FC-TERM-COUNT               PIC 9(7)    VALUE ZERO.
           05  FC-UNCHANGED-COUNT          PIC 9(7)    VALUE ZERO.
           05  FC-FILE-RECORD-COUNT        PIC 9(7)    VALUE ZERO.
           05  FC-NO-ADDRESS-COUNT         PIC 9(7)    VALUE ZERO.
           05  FC-NO-HISTORY-COUNT         PIC 9(7)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(32)   VALUE
                   "BENEFITS CARRIER TRANSMITTAL    ".
           05  FILLER                      PIC X(6)    VALUE "GROUP ".
           05  RHL-GROUP-NUMBER            PIC X(10).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE
                   "FILE DATE ".
           05  RHL-FILE-DATE               PIC 9(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(14)   VALUE
                   "CHANGES SINCE ".
           05  RHL-CHANGES-SINCE           PIC X(8).
           05  FILLER                      PIC X(38)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "ACTION  EMP#   EMPLOYEE NAME  ".
           05  FILLER                      PIC X(30)   VALUE
                   "                 PLAN TIER  CO".
           05  FILLER                      PIC X(30)   VALUE
                   "VERAGE  TERM DATE  CHANGED    ".
           05  FILLER                      PIC X(30)   VALUE
                   "          REMARKS             ".
           05  FILLER                      PIC X(12)   VALUE SPACES.

       01  TRANSMITTAL-DETAIL-LINE.
           05  TDL-ACTION-TEXT             PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TDL-EMPLOYEE-ID             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TDL-EMPLOYEE-NAME           PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TDL-PLAN-CODE               PIC X(4).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TDL-COVERAGE-TIER           PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TDL-COVERAGE-DATE           PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TDL-TERMINATION-DATE        PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TDL-CHANGED-TEXT            PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TDL-REMARK-TEXT             PIC X(24).
           05  FILLER                      PIC X(8)    VALUE SPACES.

       01  CHANGED-TEXT-FIELDS.
           05  CTF-NAME-TEXT               PIC X(5).
           05  CTF-ADDRESS-TEXT            PIC X(5).
           05  CTF-COVERAGE-TEXT           PIC X(5).
           05  CTF-EMPLOYMENT-TEXT         PIC X(4).

       01  SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(95)   VALUE SPACES.

       01  NOTE-LINE.
           05  NL-NOTE-TEXT                PIC X(80).
           05  FILLER                      PIC X(52)   VALUE SPACES.

       01  ACKNOWLEDGMENT-LINE.
           05  FILLER                      PIC X(30)   VALUE
                   "CARRIER ACKNOWLEDGED:  ADDS __".
           05  FILLER                      PIC X(30)   VALUE
                   "____  CHANGES ______  TERMS __".
           05  FILLER                      PIC X(30)   VALUE
                   "____   CHECKED BY ____________".
           05  FILLER                      PIC X(42)   VALUE SPACES.

       01  BLANK-LINE                      PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *    Reads the carrier parameters, matches tonight's covered
      *    employees against the prior snapshot to cut the change
      *    file and the new snapshot, and closes the file out with
      *    its trailer and the transmittal counts
      *****************************************************************
       000-CUT-CARRIER-CHANGE-FEED.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 010-READ-BENEFIT-PARM.
           IF NOT STEP-BLOCKED
               PERFORM 020-OPEN-FEED-FILES.
           IF NOT STEP-BLOCKED
               PERFORM 100-READ-MASTER-ENROLLEE
               PERFORM 200-MATCH-ONE-ENROLLEE
                   UNTIL TE-EMPLOYEE-ID = HIGH-VALUES
                     AND PE-EMPLOYEE-ID = HIGH-VALUES
               PERFORM 400-WRITE-CARRIER-TRAILER
               PERFORM 500-WRITE-TRANSMITTAL-COUNTS
               PERFORM 030-CLOSE-FEED-FILES.
           STOP RUN.

      *****************************************************************
      *    Reads the carrier parameter card. The group number is
      *    required - the carrier cannot load a file without it
      *****************************************************************
       010-READ-BENEFIT-PARM.

           MOVE SPACES TO PARM-FIELDS.
           OPEN INPUT BENPARM.
           IF BENPARM-SUCCESSFUL
               READ BENPARM
                   NOT AT END
                       MOVE BPR-GROUP-NUMBER TO PF-GROUP-NUMBER
                       MOVE BPR-SENDER-NAME  TO PF-SENDER-NAME
               END-READ
               CLOSE BENPARM.
           IF PF-GROUP-NUMBER = SPACES
               DISPLAY "BENPARM MISSING OR INCOMPLETE - CARRIER "
                   "GROUP NUMBER IS REQUIRED"
               DISPLAY "CARRIER FILE NOT CUT"
               SET STEP-BLOCKED TO TRUE.

      *****************************************************************
      *    Opens the files. The master and the elections are
      *    required - without either, every covered employee would go
      *    to the carrier as a termination. No prior snapshot means
      *    this is the first file, and every covered employee goes as
      *    an add. The address and history files are looked up when
      *    present
      *****************************************************************
       020-OPEN-FEED-FILES.

           OPEN INPUT NEWEMP.
           IF NOT NEWEMP-SUCCESSFUL
               DISPLAY "OPEN ERROR ON NEWEMP"
               DISPLAY "FILE STATUS CODE IS " NEWEMP-FILE-STATUS
               DISPLAY "CARRIER FILE NOT CUT"
               SET STEP-BLOCKED TO TRUE
           ELSE
               OPEN INPUT DEDELECT
               IF NOT DEDELECT-SUCCESSFUL
                   DISPLAY "OPEN ERROR ON DEDELECT"
                   DISPLAY "FILE STATUS CODE IS " DEDELECT-FILE-STATUS
                   DISPLAY "CARRIER FILE NOT CUT"
                   SET STEP-BLOCKED TO TRUE
                   CLOSE NEWEMP.
           IF NOT STEP-BLOCKED
               OPEN INPUT BENSNAP
               IF BENSNAP-SUCCESSFUL
                   SET PRIOR-SNAPSHOT-FOUND TO TRUE
               ELSE
                   DISPLAY "NO BENSNAP SNAPSHOT - FIRST CARRIER FILE, "
                       "EVERY COVERED EMPLOYEE SENT AS AN ADD"
               END-IF
               OPEN INPUT EMPDEMO
               IF EMPDEMO-SUCCESSFUL
                   SET EMPDEMO-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT DEMHIST
               IF DEMHIST-SUCCESSFUL
                   SET DEMHIST-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT EMPHIST
               IF EMPHIST-SUCCESSFUL
                   SET EMPHIST-AVAILABLE TO TRUE
               END-IF
               OPEN OUTPUT BENSNAPN
                           BENFEED
                           BENRPT
               PERFORM 040-WRITE-CARRIER-HEADER.

      *****************************************************************
      *    Closes every file the run opened
      *****************************************************************
       030-CLOSE-FEED-FILES.

           CLOSE NEWEMP
                 DEDELECT
                 BENSNAPN
                 BENFEED
                 BENRPT.
           IF PRIOR-SNAPSHOT-FOUND
               CLOSE BENSNAP.
           IF EMPDEMO-AVAILABLE
               CLOSE EMPDEMO.
           IF DEMHIST-AVAILABLE
               CLOSE DEMHIST.
           IF EMPHIST-AVAILABLE
               CLOSE EMPHIST.

      *****************************************************************
      *    Writes the carrier file header and the transmittal
      *    headings. The changes-since date is the prior snapshot's,
      *    known once its first record is read, so the header is
      *    written after that read
      *****************************************************************
       040-WRITE-CARRIER-HEADER.

           MOVE ZERO TO MF-PRIOR-SNAPSHOT-DATE.
           PERFORM 110-READ-PRIOR-SNAPSHOT.
           IF NOT BENSNAP-EOF
               MOVE PE-SNAPSHOT-DATE TO MF-PRIOR-SNAPSHOT-DATE.
           MOVE PF-GROUP-NUMBER        TO CH-GROUP-NUMBER.
           MOVE PF-SENDER-NAME         TO CH-SENDER-NAME.
           MOVE RUN-DATE               TO CH-FILE-DATE.
           MOVE MF-PRIOR-SNAPSHOT-DATE TO CH-CHANGES-SINCE-DATE.
           WRITE CARRIER-FEED-RECORD FROM CARRIER-HEADER-RECORD.
           ADD 1 TO FC-FILE-RECORD-COUNT.
           MOVE PF-GROUP-NUMBER TO RHL-GROUP-NUMBER.
           MOVE RUN-DATE        TO RHL-FILE-DATE.
           IF MF-PRIOR-SNAPSHOT-DATE = ZERO
               MOVE "FIRST"                TO RHL-CHANGES-SINCE
           ELSE
               MOVE MF-PRIOR-SNAPSHOT-DATE TO RHL-CHANGES-SINCE.
           WRITE TRANSMITTAL-LINE FROM REPORT-HEADING-LINE.
           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.
           WRITE TRANSMITTAL-LINE FROM COLUMN-HEADING-LINE.
           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.

      *****************************************************************
      *    Reads the next master record and builds tonight's picture
      *    of the employee, noting whether they are covered. The
      *    match runs over every master record, covered or not, so a
      *    snapshot employee still on staff is known to be on staff
      *****************************************************************
       100-READ-MASTER-ENROLLEE.

           READ NEWEMP
               AT END
                   SET NEWEMP-EOF TO TRUE.
           IF NEWEMP-EOF
               MOVE HIGH-VALUES TO TE-EMPLOYEE-ID
               MOVE HIGH-VALUES TO MF-MASTER-KEY
               MOVE "N" TO ENROLLED-SWITCH
           ELSE
               ADD 1 TO FC-MASTER-READ-COUNT
               MOVE NM-EMPLOYEE-ID TO MF-MASTER-KEY
               PERFORM 120-BUILD-TONIGHT-ENROLLEE.

      *****************************************************************
      *    Reads the next prior snapshot record
      *****************************************************************
       110-READ-PRIOR-SNAPSHOT.

           IF PRIOR-SNAPSHOT-FOUND
               AND NOT BENSNAP-EOF
               READ BENSNAP INTO PRIOR-ENROLLEE
                   AT END
                       SET BENSNAP-EOF TO TRUE
               END-READ
           ELSE
               SET BENSNAP-EOF TO TRUE.
           IF BENSNAP-EOF
               MOVE HIGH-VALUES TO PE-EMPLOYEE-ID
           ELSE
               ADD 1 TO FC-PRIOR-ENROLLED-COUNT.

      *****************************************************************
      *    Builds tonight's picture of the master employee just read:
      *    the employee is covered when the election in force tonight
      *    names a plan. The mailing address comes off EMPDEMO
      *****************************************************************
       120-BUILD-TONIGHT-ENROLLEE.

           MOVE SPACES             TO TONIGHT-ENROLLEE.
           MOVE NM-EMPLOYEE-ID     TO TE-EMPLOYEE-ID.
           MOVE RUN-DATE           TO TE-SNAPSHOT-DATE.
           MOVE NM-EMPLOYEE-NAME   TO TE-EMPLOYEE-NAME.
           MOVE NM-DATE-OF-HIRE    TO TE-DATE-OF-HIRE.
           MOVE NM-EMPLOYMENT-TYPE TO TE-EMPLOYMENT-TYPE.
           MOVE ZERO               TO TE-COVERAGE-DATE.
           MOVE NM-EMPLOYEE-ID     TO DE-EMPLOYEE-ID.
           PERFORM 130-READ-ELECTION-IN-FORCE.
           IF EMPLOYEE-ENROLLED
               MOVE DE-PLAN-CODE      TO TE-PLAN-CODE
               MOVE DE-COVERAGE-TIER  TO TE-COVERAGE-TIER
               MOVE DE-EFFECTIVE-DATE TO TE-COVERAGE-DATE
               MOVE NM-EMPLOYEE-ID    TO DG-EMPLOYEE-ID
               PERFORM 140-LOOK-UP-ADDRESS
               MOVE DG-STREET-ADDRESS TO TE-STREET-ADDRESS
               MOVE DG-CITY           TO TE-CITY
               MOVE DG-STATE          TO TE-STATE
               MOVE DG-ZIP-CODE       TO TE-ZIP-CODE.

      *****************************************************************
      *    Reads the employee's election in force tonight. An
      *    election whose end date has come covers nothing, and a
      *    pending election whose effective date has come is used in
      *    place of the current one - the same rule the payroll
      *    register deducts premiums on. The end date is kept for a
      *    termination
      *****************************************************************
       130-READ-ELECTION-IN-FORCE.

           MOVE "N"  TO ENROLLED-SWITCH.
           MOVE ZERO TO EF-END-DATE.
           READ DEDELECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DE-END-DATE TO EF-END-DATE
                   IF DE-END-DATE NOT = ZERO
                       AND DE-END-DATE NOT > RUN-DATE
                       CONTINUE
                   ELSE
                       IF DE-PENDING-EFFECTIVE-DATE NOT = ZERO
                           AND DE-PENDING-EFFECTIVE-DATE
                               NOT > RUN-DATE
                           MOVE DE-PENDING-ELECTION
                               TO DE-CURRENT-ELECTION
                       END-IF
                       IF DE-PLAN-CODE NOT = SPACES
                           SET EMPLOYEE-ENROLLED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    Looks up the employee's mailing address into the EMPDEMO
      *    record area for the employee ID already moved to its
      *    key - off EMPDEMO, or for an employee terminated
      *    since the demographics history the delete carried it to,
      *    the same lookup the pay advices use. No address on either
      *    file leaves it blank, remarked on the transmittal
      *****************************************************************
       140-LOOK-UP-ADDRESS.

           MOVE "N" TO ADDRESS-FOUND-SWITCH.
           IF EMPDEMO-AVAILABLE
               READ EMPDEMO
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
               END-READ.
           IF NOT ADDRESS-FOUND
               AND DEMHIST-AVAILABLE
               MOVE DG-EMPLOYEE-ID TO DH-EMPLOYEE-ID
               READ DEMHIST
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
                       MOVE DH-STREET-ADDRESS TO DG-STREET-ADDRESS
                       MOVE DH-CITY           TO DG-CITY
                       MOVE DH-STATE          TO DG-STATE
                       MOVE DH-ZIP-CODE       TO DG-ZIP-CODE
               END-READ.
           IF NOT ADDRESS-FOUND
               MOVE SPACES TO DG-STREET-ADDRESS
                              DG-CITY
                              DG-STATE
                              DG-ZIP-CODE.

      *****************************************************************
      *    Matches the master against the prior snapshot by employee
      *    ID. A master employee ahead of the snapshot is an add when
      *    covered; one on both is a change when covered and their
      *    picture moved, and a termination when no longer covered;
      *    a snapshot employee no longer on the master has left the
      *    company and is a termination
      *****************************************************************
       200-MATCH-ONE-ENROLLEE.

           IF MF-MASTER-KEY < PE-EMPLOYEE-ID
               IF EMPLOYEE-ENROLLED
                   PERFORM 210-SEND-ADD
               END-IF
               PERFORM 100-READ-MASTER-ENROLLEE
           ELSE
           IF MF-MASTER-KEY = PE-EMPLOYEE-ID
               IF EMPLOYEE-ENROLLED
                   PERFORM 220-SEND-CHANGE-IF-MOVED
               ELSE
                   PERFORM 240-SEND-COVERAGE-ENDED
               END-IF
               PERFORM 100-READ-MASTER-ENROLLEE
               PERFORM 110-READ-PRIOR-SNAPSHOT
           ELSE
               PERFORM 250-SEND-EMPLOYEE-TERMINATED
               PERFORM 110-READ-PRIOR-SNAPSHOT.

      *****************************************************************
      *    Sends a newly covered employee as an add and carries them
      *    onto the new snapshot
      *****************************************************************
       210-SEND-ADD.

           MOVE "A" TO CD-ACTION-CODE.
           PERFORM 300-MOVE-TONIGHT-TO-DETAIL.
           MOVE ZERO   TO CD-TERMINATION-DATE.
           MOVE SPACES TO CD-CHANGE-FLAGS.
           MOVE "ADD"  TO TDL-ACTION-TEXT.
           MOVE SPACES TO TDL-CHANGED-TEXT.
           MOVE SPACES TO TDL-TERMINATION-DATE.
           ADD 1 TO FC-ADD-COUNT.
           PERFORM 310-WRITE-CARRIER-DETAIL.
           PERFORM 330-WRITE-NEW-SNAPSHOT.

      *****************************************************************
      *    Compares a covered employee's picture with what the
      *    carrier was last sent, and sends a change naming the parts
      *    that moved. Either way the employee carries onto the new
      *    snapshot with tonight's picture, which for an unchanged
      *    employee is the one the carrier already holds
      *****************************************************************
       220-SEND-CHANGE-IF-MOVED.

           MOVE SPACES TO CD-CHANGE-FLAGS
                          CHANGED-TEXT-FIELDS.
           IF TE-EMPLOYEE-NAME NOT = PE-EMPLOYEE-NAME
               MOVE "Y"    TO CD-NAME-CHANGED
               MOVE "NAME" TO CTF-NAME-TEXT.
           IF TE-ADDRESS NOT = PE-ADDRESS
               MOVE "Y"    TO CD-ADDRESS-CHANGED
               MOVE "ADDR" TO CTF-ADDRESS-TEXT.
           IF TE-COVERAGE NOT = PE-COVERAGE
               MOVE "Y"    TO CD-COVERAGE-CHANGED
               MOVE "COVG" TO CTF-COVERAGE-TEXT.
           IF TE-EMPLOYMENT NOT = PE-EMPLOYMENT
               MOVE "Y"    TO CD-EMPLOYMENT-CHANGED
               MOVE "EMPL" TO CTF-EMPLOYMENT-TEXT.
           IF CD-CHANGE-FLAGS = SPACES
               ADD 1 TO FC-UNCHANGED-COUNT
           ELSE
               MOVE "C" TO CD-ACTION-CODE
               PERFORM 300-MOVE-TONIGHT-TO-DETAIL
               MOVE ZERO                TO CD-TERMINATION-DATE
               MOVE "CHANGE"            TO TDL-ACTION-TEXT
               MOVE CHANGED-TEXT-FIELDS TO TDL-CHANGED-TEXT
               MOVE SPACES              TO TDL-TERMINATION-DATE
               ADD 1 TO FC-CHANGE-COUNT
               PERFORM 310-WRITE-CARRIER-DETAIL.
           PERFORM 330-WRITE-NEW-SNAPSHOT.

      *****************************************************************
      *    Terminates the coverage of an employee still on staff
      *    whose election has ended or no longer names a plan, as of
      *    the election's end date - or tonight, when the plan was
      *    simply taken off the election. They drop off the snapshot
      *****************************************************************
       240-SEND-COVERAGE-ENDED.

           IF EF-END-DATE NOT = ZERO
               AND EF-END-DATE NOT > RUN-DATE
               MOVE EF-END-DATE          TO TF-TERMINATION-DATE
               MOVE "COVERAGE ENDED"     TO TF-REASON-TEXT
           ELSE
               MOVE RUN-DATE             TO TF-TERMINATION-DATE
               MOVE "PLAN DROPPED"       TO TF-REASON-TEXT.
           PERFORM 260-SEND-TERMINATION.

      *****************************************************************
      *    Terminates the coverage of a snapshot employee no longer
      *    on the master, as of the termination date on their last
      *    EMPHIST stint. An employee with no stint on file - the
      *    history file missing, or the record lost - still goes to
      *    the carrier, dated tonight and remarked so benefits can
      *    confirm the date with the carrier
      *****************************************************************
       250-SEND-EMPLOYEE-TERMINATED.

           MOVE ZERO TO TF-TERMINATION-DATE.
           IF EMPHIST-AVAILABLE
               MOVE "N" TO STINT-EOF-SWITCH
               PERFORM 255-READ-ONE-STINT
                   VARYING TF-NEXT-STINT FROM 1 BY 1
                   UNTIL STINT-EOF.
           IF TF-TERMINATION-DATE = ZERO
               MOVE RUN-DATE                TO TF-TERMINATION-DATE
               MOVE "NO EMPHIST - DATE TODAY" TO TF-REASON-TEXT
               ADD 1 TO FC-NO-HISTORY-COUNT
           ELSE
               MOVE "EMPLOYEE TERMINATED"   TO TF-REASON-TEXT.
           MOVE PE-EMPLOYEE-ID TO DG-EMPLOYEE-ID.
           PERFORM 140-LOOK-UP-ADDRESS.
           IF ADDRESS-FOUND
               MOVE DG-STREET-ADDRESS TO PE-STREET-ADDRESS
               MOVE DG-CITY           TO PE-CITY
               MOVE DG-STATE          TO PE-STATE
               MOVE DG-ZIP-CODE       TO PE-ZIP-CODE.
           PERFORM 260-SEND-TERMINATION.

      *****************************************************************
      *    Reads one EMPHIST stint for the employee, keeping the
      *    termination date of the latest one on file
      *****************************************************************
       255-READ-ONE-STINT.

           MOVE PE-EMPLOYEE-ID TO EH-EMPLOYEE-ID.
           MOVE TF-NEXT-STINT  TO EH-STINT-NUMBER.
           READ EMPHIST
               INVALID KEY
                   SET STINT-EOF TO TRUE
               NOT INVALID KEY
                   MOVE EH-TERMINATION-DATE TO TF-TERMINATION-DATE
           END-READ.
           IF TF-NEXT-STINT = 999
               SET STINT-EOF TO TRUE.

      *****************************************************************
      *    Sends a termination off the snapshot's picture - what the
      *    carrier holds for the employee - with the termination date
      *    and reason just set. The employee is not carried onto the
      *    new snapshot
      *****************************************************************
       260-SEND-TERMINATION.

           MOVE "T"                  TO CD-ACTION-CODE.
           MOVE PE-EMPLOYEE-ID       TO CD-EMPLOYEE-ID.
           MOVE PE-EMPLOYEE-NAME     TO CD-EMPLOYEE-NAME.
           MOVE PE-STREET-ADDRESS    TO CD-STREET-ADDRESS.
           MOVE PE-CITY              TO CD-CITY.
           MOVE PE-STATE             TO CD-STATE.
           MOVE PE-ZIP-CODE          TO CD-ZIP-CODE.
           MOVE PE-DATE-OF-HIRE      TO CD-DATE-OF-HIRE.
           MOVE PE-EMPLOYMENT-TYPE   TO CD-EMPLOYMENT-TYPE.
           MOVE PE-PLAN-CODE         TO CD-PLAN-CODE.
           MOVE PE-COVERAGE-TIER     TO CD-COVERAGE-TIER.
           MOVE PE-COVERAGE-DATE     TO CD-COVERAGE-DATE.
           MOVE TF-TERMINATION-DATE  TO CD-TERMINATION-DATE.
           MOVE SPACES               TO CD-CHANGE-FLAGS.
           MOVE "TERM"               TO TDL-ACTION-TEXT.
           MOVE SPACES               TO TDL-CHANGED-TEXT.
           MOVE TF-TERMINATION-DATE  TO TDL-TERMINATION-DATE.
           ADD 1 TO FC-TERM-COUNT.
           PERFORM 310-WRITE-CARRIER-DETAIL.
           IF TDL-REMARK-TEXT = SPACES
               MOVE TF-REASON-TEXT TO TDL-REMARK-TEXT.
           PERFORM 320-WRITE-TRANSMITTAL-LINE.

      *****************************************************************
      *    Moves tonight's picture of the employee into the carrier
      *    detail record
      *****************************************************************
       300-MOVE-TONIGHT-TO-DETAIL.

           MOVE TE-EMPLOYEE-ID       TO CD-EMPLOYEE-ID.
           MOVE TE-EMPLOYEE-NAME     TO CD-EMPLOYEE-NAME.
           MOVE TE-STREET-ADDRESS    TO CD-STREET-ADDRESS.
           MOVE TE-CITY              TO CD-CITY.
           MOVE TE-STATE             TO CD-STATE.
           MOVE TE-ZIP-CODE          TO CD-ZIP-CODE.
           MOVE TE-DATE-OF-HIRE      TO CD-DATE-OF-HIRE.
           MOVE TE-EMPLOYMENT-TYPE   TO CD-EMPLOYMENT-TYPE.
           MOVE TE-PLAN-CODE         TO CD-PLAN-CODE.
           MOVE TE-COVERAGE-TIER     TO CD-COVERAGE-TIER.
           MOVE TE-COVERAGE-DATE     TO CD-COVERAGE-DATE.

      *****************************************************************
      *    Writes one detail record to the carrier file and fills the
      *    transmittal line's common columns off it. Adds and changes
      *    print here; a termination adds its reason first. A record
      *    going out with no mailing address is remarked
      *****************************************************************
       310-WRITE-CARRIER-DETAIL.

           WRITE CARRIER-FEED-RECORD FROM CARRIER-DETAIL-RECORD.
           IF NOT BENFEED-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BENFEED FOR EMPLOYEE ID "
                   CD-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " BENFEED-FILE-STATUS
               SET FEED-FAILED TO TRUE
           ELSE
               ADD 1 TO FC-FILE-RECORD-COUNT.
           MOVE CD-EMPLOYEE-ID       TO TDL-EMPLOYEE-ID.
           MOVE CD-EMPLOYEE-NAME     TO TDL-EMPLOYEE-NAME.
           MOVE CD-PLAN-CODE         TO TDL-PLAN-CODE.
           MOVE CD-COVERAGE-TIER     TO TDL-COVERAGE-TIER.
           MOVE CD-COVERAGE-DATE     TO TDL-COVERAGE-DATE.
           IF CD-STREET-ADDRESS = SPACES
               MOVE "NO ADDRESS ON FILE" TO TDL-REMARK-TEXT
               ADD 1 TO FC-NO-ADDRESS-COUNT
           ELSE
               MOVE SPACES TO TDL-REMARK-TEXT.
           IF CD-ACTION-CODE NOT = "T"
               PERFORM 320-WRITE-TRANSMITTAL-LINE.

      *****************************************************************
      *    Prints one transmittal line
      *****************************************************************
       320-WRITE-TRANSMITTAL-LINE.

           WRITE TRANSMITTAL-LINE FROM TRANSMITTAL-DETAIL-LINE.

      *****************************************************************
      *    Carries a covered employee onto the new snapshot - their
      *    picture as the carrier now holds it
      *****************************************************************
       330-WRITE-NEW-SNAPSHOT.

           WRITE NEW-SNAPSHOT-RECORD FROM TONIGHT-ENROLLEE.
           IF NOT BENSNAPN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BENSNAPN FOR EMPLOYEE ID "
                   TE-EMPLOYEE-ID
               DISPLAY "FILE STATUS CODE IS " BENSNAPN-FILE-STATUS
               SET FEED-FAILED TO TRUE
           ELSE
               ADD 1 TO FC-ENROLLED-COUNT.

      *****************************************************************
      *    Closes the carrier file with its trailer - the record
      *    count including the header and trailer, and the counts of
      *    adds, changes and terminations
      *****************************************************************
       400-WRITE-CARRIER-TRAILER.

           ADD 1 TO FC-FILE-RECORD-COUNT.
           MOVE FC-FILE-RECORD-COUNT   TO CT-FILE-RECORD-COUNT.
           MOVE FC-ADD-COUNT           TO CT-ADD-RECORD-COUNT.
           MOVE FC-CHANGE-COUNT        TO CT-CHANGE-RECORD-COUNT.
           MOVE FC-TERM-COUNT          TO CT-TERM-RECORD-COUNT.
           WRITE CARRIER-FEED-RECORD FROM CARRIER-TRAILER-RECORD.
           IF NOT BENFEED-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BENFEED TRAILER"
               DISPLAY "FILE STATUS CODE IS " BENFEED-FILE-STATUS
               SET FEED-FAILED TO TRUE.

      *****************************************************************
      *    Writes the transmittal counts - the ones the carrier's
      *    acknowledgment is checked against first - and the lines
      *    benefits signs off when it comes back
      *****************************************************************
       500-WRITE-TRANSMITTAL-COUNTS.

           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.

           MOVE "ADDS SENT:                   " TO SUM-LABEL.
           MOVE FC-ADD-COUNT                    TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "CHANGES SENT:                " TO SUM-LABEL.
           MOVE FC-CHANGE-COUNT                 TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "TERMINATIONS SENT:           " TO SUM-LABEL.
           MOVE FC-TERM-COUNT                   TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "FILE RECORDS WITH HDR/TRLR:  " TO SUM-LABEL.
           MOVE FC-FILE-RECORD-COUNT            TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.

           MOVE "MASTER RECORDS READ:         " TO SUM-LABEL.
           MOVE FC-MASTER-READ-COUNT            TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "COVERED ON PRIOR SNAPSHOT:   " TO SUM-LABEL.
           MOVE FC-PRIOR-ENROLLED-COUNT         TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "COVERED UNCHANGED:           " TO SUM-LABEL.
           MOVE FC-UNCHANGED-COUNT              TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "COVERED ON NEW SNAPSHOT:     " TO SUM-LABEL.
           MOVE FC-ENROLLED-COUNT               TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "SENT WITH NO ADDRESS:        " TO SUM-LABEL.
           MOVE FC-NO-ADDRESS-COUNT             TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           MOVE "TERMS WITH NO EMPHIST DATE:  " TO SUM-LABEL.
           MOVE FC-NO-HISTORY-COUNT             TO SUM-COUNT.
           WRITE TRANSMITTAL-LINE FROM SUMMARY-LINE.

           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.
           IF FEED-FAILED
               MOVE "*** CARRIER FILE FAILED - DO NOT SEND IT OR REPL
      -            "ACE BENSNAP ***" TO NL-NOTE-TEXT
               DISPLAY "CARRIER FILE FAILED - DO NOT SEND"
           ELSE
               MOVE "REPLACE BENSNAP WITH BENSNAPN ONCE THE CARRIER A
      -            "CKNOWLEDGES THIS FILE" TO NL-NOTE-TEXT.
           WRITE TRANSMITTAL-LINE FROM NOTE-LINE.
           WRITE TRANSMITTAL-LINE FROM BLANK-LINE.
           WRITE TRANSMITTAL-LINE FROM ACKNOWLEDGMENT-LINE.
