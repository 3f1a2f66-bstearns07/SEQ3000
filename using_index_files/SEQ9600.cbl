
       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  EMPHIST.

       01  AUDIT-LOG-RECORD.
           05  AU-TRANSACTION-CODE     PIC X.
           05  AU-EMPLOYEE-ID          PIC X(5).
           05  AU-BEFORE-IMAGE         PIC X(100).
           05  AU-AFTER-IMAGE          PIC X(100).
           05  AU-RUN-DATE             PIC 9(8).

       FD  EMPDEMO.
           05  EM-EMPLOYMENT-TYPE          PIC X(1).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

      *    the audit images are compared and printed as text, so the
      *    fields here are alphanumeric - an all-spaces image (no
           05  BI-EMPLOYMENT-TYPE          PIC X(1).
           05  BI-HOURLY-RATE              PIC X(5).
           05  BI-HOURS-WORKED             PIC X(5).
           05  BI-LEAVE-TYPE               PIC X(1).
           05  BI-LEAVE-START-DATE         PIC X(8).
           05  BI-EXPECTED-RETURN-DATE     PIC X(8).
           05  BI-SUPERVISOR-ID            PIC X(5).

       01  AFTER-IMAGE-RECORD.
           05  AI-EMPLOYEE-ID              PIC X(5).
           05  AI-EMPLOYMENT-TYPE          PIC X(1).
           05  AI-HOURLY-RATE              PIC X(5).
           05  AI-HOURS-WORKED             PIC X(5).
           05  AI-LEAVE-TYPE               PIC X(1).
           05  AI-LEAVE-START-DATE         PIC X(8).
           05  AI-EXPECTED-RETURN-DATE     PIC X(8).
           05  AI-SUPERVISOR-ID            PIC X(5).

       01  PAGE-HEADING-LINE.
           05  FILLER                  PIC X(18)   VALUE
           MOVE EM-HOURS-WORKED       TO EV-SICK-VALUE.
           MOVE EV-SICK-VALUE         TO PFL-FIELD-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM PROFILE-FIELD-LINE.
           MOVE "LEAVE TYPE      "    TO PFL-FIELD-LABEL.
           MOVE EM-LEAVE-TYPE         TO PFL-FIELD-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM PROFILE-FIELD-LINE.
           MOVE "LEAVE START DATE"    TO PFL-FIELD-LABEL.
           MOVE EM-LEAVE-START-DATE   TO PFL-FIELD-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM PROFILE-FIELD-LINE.
           MOVE "EXPECTED RETURN "    TO PFL-FIELD-LABEL.
           MOVE EM-EXPECTED-RETURN-DATE TO PFL-FIELD-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM PROFILE-FIELD-LINE.
           MOVE "SUPERVISOR ID   "    TO PFL-FIELD-LABEL.
           MOVE EM-SUPERVISOR-ID      TO PFL-FIELD-VALUE.
           WRITE INQUIRY-REPORT-LINE FROM PROFILE-FIELD-LINE.

      *****************************************************************
      *    Looks the requested employee up on the demographics file
               MOVE BI-HOURS-WORKED TO ACL-OLD-VALUE
               MOVE AI-HOURS-WORKED TO ACL-NEW-VALUE
               WRITE INQUIRY-REPORT-LINE FROM AUDIT-CHANGE-LINE.
           IF BI-LEAVE-TYPE NOT = AI-LEAVE-TYPE
               MOVE "LEAVE TYPE " TO ACL-FIELD-NAME
               MOVE BI-LEAVE-TYPE TO ACL-OLD-VALUE
               MOVE AI-LEAVE-TYPE TO ACL-NEW-VALUE
               WRITE INQUIRY-REPORT-LINE FROM AUDIT-CHANGE-LINE.
           IF BI-LEAVE-START-DATE NOT = AI-LEAVE-START-DATE
               MOVE "LEAVE START" TO ACL-FIELD-NAME
               MOVE BI-LEAVE-START-DATE TO ACL-OLD-VALUE
               MOVE AI-LEAVE-START-DATE TO ACL-NEW-VALUE
               WRITE INQUIRY-REPORT-LINE FROM AUDIT-CHANGE-LINE.
           IF BI-EXPECTED-RETURN-DATE NOT = AI-EXPECTED-RETURN-DATE
               MOVE "EXP RETURN " TO ACL-FIELD-NAME
               MOVE BI-EXPECTED-RETURN-DATE TO ACL-OLD-VALUE
               MOVE AI-EXPECTED-RETURN-DATE TO ACL-NEW-VALUE
               WRITE INQUIRY-REPORT-LINE FROM AUDIT-CHANGE-LINE.
           IF BI-SUPERVISOR-ID NOT = AI-SUPERVISOR-ID
               MOVE "SUPERVISOR " TO ACL-FIELD-NAME
               MOVE BI-SUPERVISOR-ID TO ACL-OLD-VALUE
               MOVE AI-SUPERVISOR-ID TO ACL-NEW-VALUE
               WRITE INQUIRY-REPORT-LINE FROM AUDIT-CHANGE-LINE.
