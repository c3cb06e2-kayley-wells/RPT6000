           05  CMM-SALES-LAST-YEAR-MONTH  PIC S9(5)V9(2).
           05  CMM-SALES-THIS-QUARTER     PIC S9(6)V9(2).
           05  CMM-SALES-LAST-YEAR-QTR    PIC S9(6)V9(2).
           05  CMM-SALES-LAST-YEAR-RECENT OCCURS 3 TIMES
                                          PIC S9(5)V9(2).
           05  FILLER                     PIC X(49).
