      *****************************************************************
      * Title..........: SEQ9760 - Supervisor Layout Conversion
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: One-time conversion run once before the
      *                  first cycle on the supervisor layout, the
      *                  same way SEQ9750 converted the leave-of-
      *                  absence widening. The master stores grow from
      *                  95 to 100 bytes (the supervisor ID - every
      *                  existing employee converts reporting to no
      *                  one, with a blank supervisor ID, until change
      *                  cards assign the organization), and the audit
      *                  log's images are re-mapped to the widened
      *                  master layout. Each file is read in its old
      *                  layout and rewritten field by field into a
      *                  new file, with in/out counts displayed for
      *                  the operator to prove each conversion
      *                  complete
      * File Desc......: Converts OLDEMPO to OLDEMPN (the same pair
      *                  converts OLDEMP, NEWEMP, and any EMPBKUP
      *                  backup by pointing the datasets run by run),
      *                  EMPMASTO to EMPMASTN (employee index), and
      *                  AUDTLOGO to AUDTLOGN (the same pair converts
      *                  the audit log and each AUDTARC archive
      *                  generation). The employee transaction layout
      *                  keeps its length - the supervisor ID is taken
      *                  out of its filler - so transaction files and
      *                  PENDNEW need no conversion
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ9760.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLDEMPO  ASSIGN TO OLDEMPO.
           SELECT OLDEMPN  ASSIGN TO OLDEMPN
                           FILE STATUS IS OLDEMPN-FILE-STATUS.
           SELECT EMPMASTO ASSIGN TO EMPMASTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IRO-EMPLOYEE-ID.
           SELECT EMPMASTN ASSIGN TO EMPMASTN
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IRN-EMPLOYEE-ID
                           ALTERNATE RECORD KEY IS IRN-DEPART-CODE
                                   WITH DUPLICATES
                           FILE STATUS IS EMPMASTN-FILE-STATUS.
           SELECT AUDTLOGO ASSIGN TO AUDTLOGO.
           SELECT AUDTLOGN ASSIGN TO AUDTLOGN
                           FILE STATUS IS AUDTLOGN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OLDEMPO.

       01  OLD-LAYOUT-MASTER-RECORD.
           05  OMO-EMPLOYEE-ID             PIC X(5).
           05  OMO-EMPLOYEE-NAME           PIC X(30).
           05  OMO-DEPART-CODE             PIC X(5).
           05  OMO-JOB-CLASS               PIC X(2).
           05  OMO-ANNUAL-SALARY           PIC 9(7)V99.
           05  OMO-VACATION-HOURS          PIC 9(3).
           05  OMO-SICK-HOURS              PIC 9(3)V99.
           05  OMO-DATE-OF-HIRE            PIC 9(8).
           05  OMO-EMPLOYMENT-TYPE         PIC X(1).
           05  OMO-HOURLY-RATE             PIC 9(3)V99.
           05  OMO-HOURS-WORKED            PIC 9(3)V99.
           05  OMO-LEAVE-TYPE              PIC X(1).
           05  OMO-LEAVE-START-DATE        PIC 9(8).
           05  OMO-EXPECTED-RETURN-DATE    PIC 9(8).

       FD  OLDEMPN.

       01  NEW-LAYOUT-MASTER-RECORD.
           05  OMN-EMPLOYEE-ID             PIC X(5).
           05  OMN-EMPLOYEE-NAME           PIC X(30).
           05  OMN-DEPART-CODE             PIC X(5).
           05  OMN-JOB-CLASS               PIC X(2).
           05  OMN-ANNUAL-SALARY           PIC 9(7)V99.
           05  OMN-VACATION-HOURS          PIC 9(3).
           05  OMN-SICK-HOURS              PIC 9(3)V99.
           05  OMN-DATE-OF-HIRE            PIC 9(8).
           05  OMN-EMPLOYMENT-TYPE         PIC X(1).
           05  OMN-HOURLY-RATE             PIC 9(3)V99.
           05  OMN-HOURS-WORKED            PIC 9(3)V99.
           05  OMN-LEAVE-TYPE              PIC X(1).
           05  OMN-LEAVE-START-DATE        PIC 9(8).
           05  OMN-EXPECTED-RETURN-DATE    PIC 9(8).
           05  OMN-SUPERVISOR-ID           PIC X(5).

       FD  EMPMASTO.

       01  OLD-LAYOUT-INDEX-RECORD.
           05  IRO-EMPLOYEE-ID             PIC X(5).
           05  IRO-EMPLOYEE-NAME           PIC X(30).
           05  IRO-DEPART-CODE             PIC X(5).
           05  IRO-JOB-CLASS               PIC X(2).
           05  IRO-ANNUAL-SALARY           PIC 9(7)V99.
           05  IRO-VACATION-HOURS          PIC 9(3).
           05  IRO-SICK-HOURS              PIC 9(3)V99.
           05  IRO-DATE-OF-HIRE            PIC 9(8).
           05  IRO-EMPLOYMENT-TYPE         PIC X(1).
           05  IRO-HOURLY-RATE             PIC 9(3)V99.
           05  IRO-HOURS-WORKED            PIC 9(3)V99.
           05  IRO-LEAVE-TYPE              PIC X(1).
           05  IRO-LEAVE-START-DATE        PIC 9(8).
           05  IRO-EXPECTED-RETURN-DATE    PIC 9(8).

       FD  EMPMASTN.

       01  NEW-LAYOUT-INDEX-RECORD.
           05  IRN-EMPLOYEE-ID             PIC X(5).
           05  IRN-EMPLOYEE-NAME           PIC X(30).
           05  IRN-DEPART-CODE             PIC X(5).
           05  IRN-JOB-CLASS               PIC X(2).
           05  IRN-ANNUAL-SALARY           PIC 9(7)V99.
           05  IRN-VACATION-HOURS          PIC 9(3).
           05  IRN-SICK-HOURS              PIC 9(3)V99.
           05  IRN-DATE-OF-HIRE            PIC 9(8).
           05  IRN-EMPLOYMENT-TYPE         PIC X(1).
           05  IRN-HOURLY-RATE             PIC 9(3)V99.
           05  IRN-HOURS-WORKED            PIC 9(3)V99.
           05  IRN-LEAVE-TYPE              PIC X(1).
           05  IRN-LEAVE-START-DATE        PIC 9(8).
           05  IRN-EXPECTED-RETURN-DATE    PIC 9(8).
           05  IRN-SUPERVISOR-ID           PIC X(5).

       FD  AUDTLOGO.

       01  OLD-LAYOUT-AUDIT-RECORD.
           05  AUO-TRANSACTION-CODE        PIC X.
           05  AUO-EMPLOYEE-ID             PIC X(5).
           05  AUO-BEFORE-IMAGE            PIC X(95).
           05  AUO-AFTER-IMAGE             PIC X(95).
           05  AUO-RUN-DATE                PIC 9(8).

      *    an archive generation's header and trailer, flagged with
      *    low or high values in the code and ID positions
       01  OLD-LAYOUT-CONTROL-RECORD.
           05  AUO-RECORD-FLAG             PIC X(6).
           05  AUO-CONTROL-FIELDS          PIC X(198).

       FD  AUDTLOGN.

       01  NEW-LAYOUT-AUDIT-RECORD.
           05  AUN-TRANSACTION-CODE        PIC X.
           05  AUN-EMPLOYEE-ID             PIC X(5).
           05  AUN-BEFORE-IMAGE            PIC X(100).
           05  AUN-AFTER-IMAGE             PIC X(100).
           05  AUN-RUN-DATE                PIC 9(8).

       01  NEW-LAYOUT-CONTROL-RECORD.
           05  AUN-RECORD-FLAG             PIC X(6).
           05  AUN-CONTROL-FIELDS          PIC X(208).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CONVERT-EOF-SWITCH      PIC X   VALUE "N".
               88  CONVERT-EOF                 VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  OLDEMPN-FILE-STATUS     PIC XX.
               88  OLDEMPN-SUCCESSFUL          VALUE "00".
           05  EMPMASTN-FILE-STATUS    PIC XX.
               88  EMPMASTN-SUCCESSFUL         VALUE "00".
           05  AUDTLOGN-FILE-STATUS    PIC XX.
               88  AUDTLOGN-SUCCESSFUL         VALUE "00".

       01  CONVERT-COUNTERS.
           05  CT-RECORDS-IN           PIC 9(7).
           05  CT-RECORDS-OUT          PIC 9(7).
           05  CT-CONTROL-RECORDS      PIC 9(7).

      *    the audit images are re-mapped through these areas - the
      *    supervisor ID is alphanumeric, so a spaces image (no
      *    before-image on an add, no after-image on a delete) and a
      *    real one both come through with a blank supervisor ID
       01  OLD-AUDIT-IMAGE             PIC X(95).

       01  NEW-AUDIT-IMAGE.
           05  NAI-MASTER-FIELDS           PIC X(95).
           05  NAI-SUPERVISOR-ID           PIC X(5).

       PROCEDURE DIVISION.

      *****************************************************************
      *    Converts each file pair in turn, displaying the in and out
      *    counts after each one so the operator can prove every
      *    conversion complete before the widened layouts go into
      *    service
      *****************************************************************
       000-CONVERT-SUPERVISOR-LAYOUTS.

           PERFORM 100-CONVERT-SEQUENTIAL-MASTER.
           PERFORM 200-CONVERT-EMPLOYEE-INDEX.
           PERFORM 400-CONVERT-AUDIT-LOG.
           STOP RUN.

      *****************************************************************
      *    Converts the sequential master from the old layout to the
      *    widened one, appending a blank supervisor ID. The same pair
      *    of files converts OLDEMP, NEWEMP, or an EMPBKUP backup
      *    depending on which datasets the run is pointed at
      *****************************************************************
       100-CONVERT-SEQUENTIAL-MASTER.

           OPEN INPUT  OLDEMPO
                OUTPUT OLDEMPN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 110-CONVERT-ONE-MASTER
               UNTIL CONVERT-EOF.
           CLOSE OLDEMPO
                 OLDEMPN.
           DISPLAY "SEQUENTIAL MASTER RECORDS IN:  " CT-RECORDS-IN.
           DISPLAY "SEQUENTIAL MASTER RECORDS OUT: " CT-RECORDS-OUT.

      *****************************************************************
      *    Converts one sequential master record, carrying the old
      *    fields through and appending a blank supervisor ID - no
      *    reporting lines are on file before the supervisor layout,
      *    so everyone converts reporting to no one
      *****************************************************************
       110-CONVERT-ONE-MASTER.

           READ OLDEMPO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               MOVE OMO-EMPLOYEE-ID     TO OMN-EMPLOYEE-ID
               MOVE OMO-EMPLOYEE-NAME   TO OMN-EMPLOYEE-NAME
               MOVE OMO-DEPART-CODE     TO OMN-DEPART-CODE
               MOVE OMO-JOB-CLASS       TO OMN-JOB-CLASS
               MOVE OMO-ANNUAL-SALARY   TO OMN-ANNUAL-SALARY
               MOVE OMO-VACATION-HOURS  TO OMN-VACATION-HOURS
               MOVE OMO-SICK-HOURS      TO OMN-SICK-HOURS
               MOVE OMO-DATE-OF-HIRE    TO OMN-DATE-OF-HIRE
               MOVE OMO-EMPLOYMENT-TYPE TO OMN-EMPLOYMENT-TYPE
               MOVE OMO-HOURLY-RATE     TO OMN-HOURLY-RATE
               MOVE OMO-HOURS-WORKED    TO OMN-HOURS-WORKED
               MOVE OMO-LEAVE-TYPE      TO OMN-LEAVE-TYPE
               MOVE OMO-LEAVE-START-DATE
                                        TO OMN-LEAVE-START-DATE
               MOVE OMO-EXPECTED-RETURN-DATE
                                        TO OMN-EXPECTED-RETURN-DATE
               MOVE SPACES              TO OMN-SUPERVISOR-ID
               WRITE NEW-LAYOUT-MASTER-RECORD
               IF OLDEMPN-SUCCESSFUL
                   ADD 1 TO CT-RECORDS-OUT
               ELSE
                   DISPLAY "WRITE ERROR ON OLDEMPN"
                   DISPLAY "FILE STATUS CODE IS " OLDEMPN-FILE-STATUS
                   SET CONVERT-EOF TO TRUE.

      *****************************************************************
      *    Converts the employee index file from the old layout to
      *    the widened one, rebuilding the primary and department
      *    alternate keys the same way SEQ1001's load does
      *****************************************************************
       200-CONVERT-EMPLOYEE-INDEX.

           OPEN INPUT  EMPMASTO
                OUTPUT EMPMASTN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 210-CONVERT-ONE-INDEX-RECORD
               UNTIL CONVERT-EOF.
           CLOSE EMPMASTO
                 EMPMASTN.
           DISPLAY "EMPLOYEE INDEX RECORDS IN:     " CT-RECORDS-IN.
           DISPLAY "EMPLOYEE INDEX RECORDS OUT:    " CT-RECORDS-OUT.

      *****************************************************************
      *    Converts one employee index record, carrying the old
      *    fields through and appending a blank supervisor ID
      *****************************************************************
       210-CONVERT-ONE-INDEX-RECORD.

           READ EMPMASTO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               MOVE IRO-EMPLOYEE-ID     TO IRN-EMPLOYEE-ID
               MOVE IRO-EMPLOYEE-NAME   TO IRN-EMPLOYEE-NAME
               MOVE IRO-DEPART-CODE     TO IRN-DEPART-CODE
               MOVE IRO-JOB-CLASS       TO IRN-JOB-CLASS
               MOVE IRO-ANNUAL-SALARY   TO IRN-ANNUAL-SALARY
               MOVE IRO-VACATION-HOURS  TO IRN-VACATION-HOURS
               MOVE IRO-SICK-HOURS      TO IRN-SICK-HOURS
               MOVE IRO-DATE-OF-HIRE    TO IRN-DATE-OF-HIRE
               MOVE IRO-EMPLOYMENT-TYPE TO IRN-EMPLOYMENT-TYPE
               MOVE IRO-HOURLY-RATE     TO IRN-HOURLY-RATE
               MOVE IRO-HOURS-WORKED    TO IRN-HOURS-WORKED
               MOVE IRO-LEAVE-TYPE      TO IRN-LEAVE-TYPE
               MOVE IRO-LEAVE-START-DATE
                                        TO IRN-LEAVE-START-DATE
               MOVE IRO-EXPECTED-RETURN-DATE
                                        TO IRN-EXPECTED-RETURN-DATE
               MOVE SPACES              TO IRN-SUPERVISOR-ID
               WRITE NEW-LAYOUT-INDEX-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON EMPMASTN FOR "
                           "EMPLOYEE ID " IRO-EMPLOYEE-ID
                       DISPLAY "FILE STATUS CODE IS "
                           EMPMASTN-FILE-STATUS
                       SET CONVERT-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO CT-RECORDS-OUT
               END-WRITE.

      *****************************************************************
      *    Converts the audit log from the old layout to the widened
      *    one. The log's before and after images carry the master
      *    layout inside them, so each image is re-mapped with the
      *    supervisor ID appended - left at 95 bytes inside a 100-byte
      *    image, the employee inquiry's field-by-field compare would
      *    read the next image's bytes where the supervisor ID now
      *    lives. Pointed at an archive generation instead, the same
      *    pass carries its header and trailer across, padded
      *****************************************************************
       400-CONVERT-AUDIT-LOG.

           OPEN INPUT  AUDTLOGO
                OUTPUT AUDTLOGN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT
                        CT-CONTROL-RECORDS.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 410-CONVERT-ONE-AUDIT-RECORD
               UNTIL CONVERT-EOF.
           CLOSE AUDTLOGO
                 AUDTLOGN.
           DISPLAY "AUDIT LOG RECORDS IN:          " CT-RECORDS-IN.
           DISPLAY "AUDIT LOG RECORDS OUT:         " CT-RECORDS-OUT.
           DISPLAY "ARCHIVE CONTROL RECORDS:       " CT-CONTROL-RECORDS.

      *****************************************************************
      *    Converts one audit log record, re-mapping the before and
      *    after images through the image work areas and carrying the
      *    run date straight across. An archive header or trailer has
      *    no images - its control fields are carried across as they
      *    are, padded with spaces to the new length
      *****************************************************************
       410-CONVERT-ONE-AUDIT-RECORD.

           READ AUDTLOGO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               IF AUO-RECORD-FLAG = LOW-VALUES
                   OR AUO-RECORD-FLAG = HIGH-VALUES
                   MOVE AUO-RECORD-FLAG      TO AUN-RECORD-FLAG
                   MOVE AUO-CONTROL-FIELDS   TO AUN-CONTROL-FIELDS
                   ADD 1 TO CT-CONTROL-RECORDS
               ELSE
                   MOVE AUO-TRANSACTION-CODE TO AUN-TRANSACTION-CODE
                   MOVE AUO-EMPLOYEE-ID      TO AUN-EMPLOYEE-ID
                   MOVE AUO-BEFORE-IMAGE     TO OLD-AUDIT-IMAGE
                   PERFORM 420-CONVERT-ONE-AUDIT-IMAGE
                   MOVE NEW-AUDIT-IMAGE      TO AUN-BEFORE-IMAGE
                   MOVE AUO-AFTER-IMAGE      TO OLD-AUDIT-IMAGE
                   PERFORM 420-CONVERT-ONE-AUDIT-IMAGE
                   MOVE NEW-AUDIT-IMAGE      TO AUN-AFTER-IMAGE
                   MOVE AUO-RUN-DATE         TO AUN-RUN-DATE
               END-IF
               WRITE NEW-LAYOUT-AUDIT-RECORD
               IF AUDTLOGN-SUCCESSFUL
                   ADD 1 TO CT-RECORDS-OUT
               ELSE
                   DISPLAY "WRITE ERROR ON AUDTLOGN"
                   DISPLAY "FILE STATUS CODE IS "
                       AUDTLOGN-FILE-STATUS
                   SET CONVERT-EOF TO TRUE.

      *****************************************************************
      *    Re-maps one master image from the old layout into the
      *    widened one. Real and all-spaces images alike get a blank
      *    supervisor ID, so the inquiry's added/deleted tests still
      *    see a blank image where there was one
      *****************************************************************
       420-CONVERT-ONE-AUDIT-IMAGE.

           MOVE OLD-AUDIT-IMAGE TO NAI-MASTER-FIELDS.
           MOVE SPACES          TO NAI-SUPERVISOR-ID.
