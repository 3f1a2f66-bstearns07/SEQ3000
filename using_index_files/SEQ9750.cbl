      *****************************************************************
      * Title..........: SEQ9750 - Leave of Absence Layout Conversion
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/SEQ3000
      * Program Desc...: One-time conversion run once before the
      *                  first cycle on the leave-of-absence layout,
      *                  the same way SEQ9700 converted the hourly
      *                  widening. The master stores grow from 78 to
      *                  95 bytes (leave type, leave start date,
      *                  expected return date - every existing
      *                  employee converts as active, with a blank
      *                  leave type and zero dates), and the audit
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
      *                  AUDTLOGO to AUDTLOGN (audit log). SEQ3000's
      *                  CHKPNT checkpoint record grows by its two
      *                  leave counters as well; it is empty between
      *                  clean runs, so it is deleted at cutover and
      *                  SEQ3000 recreates it at the new length on
      *                  its first run
      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SEQ9750.

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

       FD  AUDTLOGO.

       01  OLD-LAYOUT-AUDIT-RECORD.
           05  AUO-TRANSACTION-CODE        PIC X.
           05  AUO-EMPLOYEE-ID             PIC X(5).
           05  AUO-BEFORE-IMAGE            PIC X(78).
           05  AUO-AFTER-IMAGE             PIC X(78).
           05  AUO-RUN-DATE                PIC 9(8).

       FD  AUDTLOGN.

       01  NEW-LAYOUT-AUDIT-RECORD.
           05  AUN-TRANSACTION-CODE        PIC X.
           05  AUN-EMPLOYEE-ID             PIC X(5).
           05  AUN-BEFORE-IMAGE            PIC X(95).
           05  AUN-AFTER-IMAGE             PIC X(95).
           05  AUN-RUN-DATE                PIC 9(8).

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

      *    the audit images are re-mapped through these areas - the
      *    image fields are alphanumeric because an image can be all
      *    spaces (no before-image on an add, no after-image on a
      *    delete), and a spaces image must come through with the
      *    appended fields spaces too, not fail a numeric edit
       01  OLD-AUDIT-IMAGE             PIC X(78).

       01  NEW-AUDIT-IMAGE.
           05  NAI-MASTER-FIELDS           PIC X(78).
           05  NAI-LEAVE-TYPE              PIC X(1).
           05  NAI-LEAVE-START-DATE        PIC X(8).
           05  NAI-EXPECTED-RETURN-DATE    PIC X(8).

       PROCEDURE DIVISION.

      *****************************************************************
      *    Converts each file pair in turn, displaying the in and out
      *    counts after each one so the operator can prove every
      *    conversion complete before the widened layouts go into
      *    service
      *****************************************************************
       000-CONVERT-LEAVE-LAYOUTS.

           PERFORM 100-CONVERT-SEQUENTIAL-MASTER.
           PERFORM 200-CONVERT-EMPLOYEE-INDEX.
           PERFORM 400-CONVERT-AUDIT-LOG.
           STOP RUN.

      *****************************************************************
      *    Converts the sequential master from the old layout to the
      *    widened one, appending the active-employee defaults. The
      *    same pair of files converts OLDEMP, NEWEMP, or an EMPBKUP
      *    backup depending on which datasets the run is pointed at
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
      *    fields through and appending the active-employee defaults
      *    - nobody on file predates leave-of-absence support while
      *    out on a recorded leave, so each converts with a blank
      *    leave type and zero leave dates
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
               MOVE SPACE               TO OMN-LEAVE-TYPE
               MOVE ZERO                TO OMN-LEAVE-START-DATE
               MOVE ZERO                TO OMN-EXPECTED-RETURN-DATE
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
      *    fields through and appending the active-employee defaults
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
               MOVE SPACE               TO IRN-LEAVE-TYPE
               MOVE ZERO                TO IRN-LEAVE-START-DATE
               MOVE ZERO                TO IRN-EXPECTED-RETURN-DATE
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
      *    leave fields appended - left at 78 bytes inside a 95-byte
      *    image, the employee inquiry's field-by-field compare would
      *    read the next image's bytes where the leave fields now live
      *****************************************************************
       400-CONVERT-AUDIT-LOG.

           OPEN INPUT  AUDTLOGO
                OUTPUT AUDTLOGN.
           MOVE ZERO TO CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE "N"  TO CONVERT-EOF-SWITCH.
           PERFORM 410-CONVERT-ONE-AUDIT-RECORD
               UNTIL CONVERT-EOF.
           CLOSE AUDTLOGO
                 AUDTLOGN.
           DISPLAY "AUDIT LOG RECORDS IN:          " CT-RECORDS-IN.
           DISPLAY "AUDIT LOG RECORDS OUT:         " CT-RECORDS-OUT.

      *****************************************************************
      *    Converts one audit log record, re-mapping the before and
      *    after images through the image work areas and carrying the
      *    run date straight across
      *****************************************************************
       410-CONVERT-ONE-AUDIT-RECORD.

           READ AUDTLOGO
               AT END
                   SET CONVERT-EOF TO TRUE.
           IF NOT CONVERT-EOF
               ADD 1 TO CT-RECORDS-IN
               MOVE AUO-TRANSACTION-CODE TO AUN-TRANSACTION-CODE
               MOVE AUO-EMPLOYEE-ID      TO AUN-EMPLOYEE-ID
               MOVE AUO-BEFORE-IMAGE     TO OLD-AUDIT-IMAGE
               PERFORM 420-CONVERT-ONE-AUDIT-IMAGE
               MOVE NEW-AUDIT-IMAGE      TO AUN-BEFORE-IMAGE
               MOVE AUO-AFTER-IMAGE      TO OLD-AUDIT-IMAGE
               PERFORM 420-CONVERT-ONE-AUDIT-IMAGE
               MOVE NEW-AUDIT-IMAGE      TO AUN-AFTER-IMAGE
               MOVE AUO-RUN-DATE         TO AUN-RUN-DATE
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
      *    widened one. A real image gets the active-employee defaults
      *    appended; an all-spaces image (no before-image on an add,
      *    no after-image on a delete) comes through as spaces in
      *    every field, the appended ones included, so the inquiry's
      *    added/deleted tests still see a blank image
      *****************************************************************
       420-CONVERT-ONE-AUDIT-IMAGE.

           MOVE OLD-AUDIT-IMAGE TO NAI-MASTER-FIELDS.
           IF OLD-AUDIT-IMAGE = SPACES
               MOVE SPACES TO NAI-LEAVE-TYPE
               MOVE SPACES TO NAI-LEAVE-START-DATE
               MOVE SPACES TO NAI-EXPECTED-RETURN-DATE
           ELSE
               MOVE SPACE      TO NAI-LEAVE-TYPE
               MOVE "00000000" TO NAI-LEAVE-START-DATE
               MOVE "00000000" TO NAI-EXPECTED-RETURN-DATE.
