
       FD  EMPBKUP.

       01  BACKUP-RECORD               PIC X(100).

       FD  EMPMASTI.

           05  IR-EMPLOYEE-ID             PIC X(5).
           05  IR-EMPLOYEE-NAME           PIC X(30).
           05  IR-DEPART-CODE             PIC X(5).
           05  FILLER                     PIC X(60).

       WORKING-STORAGE SECTION.


       01  BACKUP-WORK-RECORD.
           05  BW-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

       01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-WORK-RECORD.
           05  BK-TRAILER-FLAG         PIC X(5).
