           05  NM-EMPLOYMENT-TYPE          PIC X(1).
           05  NM-HOURLY-RATE              PIC 9(3)V99.
           05  NM-HOURS-WORKED             PIC 9(3)V99.
           05  NM-LEAVE-TYPE               PIC X(1).
           05  NM-LEAVE-START-DATE         PIC 9(8).
           05  NM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  NM-SUPERVISOR-ID            PIC X(5).

       SD  SRTEMP.

           05  SRT-EMPLOYMENT-TYPE         PIC X(1).
           05  SRT-HOURLY-RATE             PIC 9(3)V99.
           05  SRT-HOURS-WORKED            PIC 9(3)V99.
           05  SRT-LEAVE-TYPE              PIC X(1).
           05  SRT-LEAVE-START-DATE        PIC 9(8).
           05  SRT-EXPECTED-RETURN-DATE    PIC 9(8).
           05  SRT-SUPERVISOR-ID           PIC X(5).

       FD  SRTMAST.

           05  SM-EMPLOYMENT-TYPE          PIC X(1).
           05  SM-HOURLY-RATE              PIC 9(3)V99.
           05  SM-HOURS-WORKED             PIC 9(3)V99.
           05  SM-LEAVE-TYPE               PIC X(1).
           05  SM-LEAVE-START-DATE         PIC 9(8).
           05  SM-EXPECTED-RETURN-DATE     PIC 9(8).
           05  SM-SUPERVISOR-ID            PIC X(5).

       FD  DEPTRPT.

