               88  NM-SALARIED-EMPLOYEE            VALUE "S".
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       FD  JOBSAL.

                 10  ET-EFFECTIVE-DATE           PIC 9(8).
                 10  ET-EMPLOYMENT-TYPE          PIC X(1).
                 10  ET-HOURLY-RATE              PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  ET-CHANGE-REASON        PIC X(1).
           05  FILLER                  PIC X(39).

       01  BATCH-HEADER-RECORD-AREA REDEFINES EMPLOYEE-TRANSACTION.
           05  FILLER                  PIC X.
      *    Writes one generated change transaction carrying only the
      *    employee ID and the new salary - name, department, job
      *    class, and hire date ride as blanks and zeros, the values
      *    a change transaction uses to mean no change - with the
      *    mass-increase reason code the posting runs carry onto the
      *    compensation history, and rolls the new salary into the
      *    batch hash
      *****************************************************************
       350-WRITE-CHANGE-TRANSACTION.

           MOVE ZERO           TO ET-DATE-OF-HIRE.
           MOVE ZERO           TO ET-LEAVE-HOURS.
           MOVE ZERO           TO ET-EFFECTIVE-DATE.
           MOVE "M"            TO ET-CHANGE-REASON.
           WRITE GENERATED-TRANSACTION-RECORD
               FROM EMPLOYEE-TRANSACTION.
           IF NOT GENTRAN-SUCCESSFUL
