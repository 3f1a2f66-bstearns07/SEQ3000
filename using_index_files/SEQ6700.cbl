           05  YT-INSURANCE-YTD            PIC 9(9)V99.
           05  YT-RETIREMENT-YTD           PIC 9(9)V99.
           05  YT-NET-YTD                  PIC S9(9)V99.
           05  YT-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YT-QTR-TAXABLE-WAGES    PIC 9(9)V99.
               10  YT-QTR-TAX              PIC 9(9)V99.

       FD  STMTRPT.

