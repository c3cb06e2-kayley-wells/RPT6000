       01  POSTED-REFERENCE-RECORD.
           05  PR-RECORD-KEY.
               10  PR-CUSTOMER-KEY.
                   15  PR-BRANCH-NUMBER    PIC 9(2).
                   15  PR-SALESREP-NUMBER  PIC 9(3).
                   15  PR-CUSTOMER-NUMBER  PIC 9(5).
               10  PR-TRAN-REFERENCE   PIC X(10).
           05  PR-TRAN-TYPE            PIC X(1).
              88 PR-SALE-POSTING                VALUE "S".
              88 PR-REVERSAL-POSTING            VALUE "R".
           05  PR-TRAN-DATE            PIC 9(8).
           05  PR-TRAN-AMOUNT          PIC S9(5)V9(2).
           05  PR-POSTED-DATE          PIC 9(8).
           05  PR-MONTH-HIT-SWITCH     PIC X(1).
              88 PR-MONTH-HIT                   VALUE "Y".
           05  PR-QUARTER-HIT-SWITCH   PIC X(1).
              88 PR-QUARTER-HIT                 VALUE "Y".
           05  PR-REVERSED-SWITCH      PIC X(1).
              88 PR-REVERSED                    VALUE "Y".
           05  PR-RELATED-REFERENCE    PIC X(10).
           05  PR-REVERSED-DATE        PIC 9(8).
           05  PR-PRODUCT-LINE         PIC X(3).
           05  PR-ORIGINAL-POSTED-DATE PIC 9(8).
           05  FILLER                  PIC X(4).
