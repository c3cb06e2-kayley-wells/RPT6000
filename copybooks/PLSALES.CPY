       01  PRODUCT-SALES-RECORD.
           05  PS-RECORD-KEY.
               10  PS-REP-KEY.
                   15  PS-BRANCH-NUMBER    PIC 9(2).
                   15  PS-SALESREP-NUMBER  PIC 9(3).
               10  PS-PRODUCT-LINE     PIC X(3).
           05  FILLER                  PIC X(2).
           05  PS-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  PS-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  PS-SALES-THIS-MONTH     PIC S9(7)V9(2).
           05  PS-SALES-LAST-YEAR-MONTH PIC S9(7)V9(2).
           05  PS-SALES-THIS-QUARTER   PIC S9(7)V9(2).
           05  PS-SALES-LAST-YEAR-QTR  PIC S9(7)V9(2).
           05  PS-MONTH-SALES          OCCURS 12 TIMES
                                       PIC S9(7)V9(2).
           05  PS-QUARTER-SALES        OCCURS 4 TIMES
                                       PIC S9(7)V9(2).
           05  FILLER                  PIC X(12).
