       01  PRODUCT-LINE-RECORD.
           05  PL-PRODUCT-LINE         PIC X(3).
           05  PL-DESCRIPTION          PIC X(20).
           05  PL-PRODUCT-GROUP        PIC X(3).
           05  PL-GROUP-NAME           PIC X(20).
           05  FILLER                  PIC X(34).
