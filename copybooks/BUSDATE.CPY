       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC 9(8).
           05  BD-OPEN-PERIOD.
               10  BD-PERIOD-YEAR      PIC 9(4).
               10  BD-PERIOD-MONTH     PIC 9(2).
           05  BD-SALES-YEAR           PIC 9(4).
           05  BD-DATE-STATUS          PIC X(1).
              88 BD-DATE-OPEN                   VALUE "O".
              88 BD-DATE-CLOSED                 VALUE "C".
           05  BD-LAST-CHANGED-BY      PIC X(8).
           05  BD-LAST-CHANGED-DATE    PIC 9(8).
           05  BD-LAST-CHANGED-TIME    PIC 9(6).
           05  FILLER                  PIC X(39).
