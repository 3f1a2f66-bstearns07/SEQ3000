
       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       FD  OLDEMP.

       01  OLD-MASTER-RECORD       PIC X(100).

       FD  NEWEMP.

       01  NEW-MASTER-RECORD       PIC X(100).

       FD  CARYCTL.

               88  EM-HOURLY-EMPLOYEE              VALUE "H".
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-HOURS-WORKED             PIC 9(3)V99.
           05  EM-LEAVE-TYPE               PIC X(1).
           05  EM-LEAVE-START-DATE         PIC 9(8).
           05  EM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  EM-SUPERVISOR-ID            PIC X(5).

       PROCEDURE DIVISION.

