
       FD  OLDEMP.

       01  SEQUENTIAL-RECORD-AREA  PIC X(100).

       FD  EMPMASTI.

           05  IR-EMPLOYEE-ID             PIC X(5).
           05  IR-EMPLOYEE-NAME           PIC X(30).
           05  IR-DEPART-CODE             PIC X(5).
           05  FILLER                     PIC X(60).

       FD  EXCPRPT.


       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID              PIC X(5).
           05  FILLER                      PIC X(95).

       PROCEDURE DIVISION.

