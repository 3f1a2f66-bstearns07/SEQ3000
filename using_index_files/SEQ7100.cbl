
       01  INVENTORY-RECORD-AREA.
           05  IR-EMPLOYEE-ID          PIC X(5).
           05  FILLER                  PIC X(95).

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

       FD  PENDNEW.


      *****************************************************************
      *    Reads the next election and reports it when its employee
      *    is no longer on the master. An election carrying an end
      *    date has been dealt with - it stays on file only until
      *    the carrier has been sent the coverage ended - so it is
      *    not an orphan
      *****************************************************************
       110-CHECK-ONE-ELECTION.

               MOVE DE-EMPLOYEE-ID TO IR-EMPLOYEE-ID
               PERFORM 400-LOOK-UP-MASTER-RECORD
               IF NOT MASTER-FOUND
                   AND DE-END-DATE = ZERO
                   MOVE DE-EMPLOYEE-ID TO EXD-EMPLOYEE-ID
                   MOVE "ELECTION FOR EMPLOYEE NOT ON MASTER"
                       TO EXD-REASON-TEXT
