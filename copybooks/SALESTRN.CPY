           05  ST-TRAN-AMOUNT-X        REDEFINES ST-TRAN-AMOUNT
                                       PIC X(7).
           05  ST-TRAN-REFERENCE       PIC X(10).
           05  ST-TRAN-TYPE            PIC X(1).
              88 ST-SALE-TRAN                   VALUE " " "S".
              88 ST-REVERSAL-TRAN               VALUE "R".
           05  ST-ORIGINAL-REFERENCE   PIC X(10).
           05  ST-PRODUCT-LINE         PIC X(3).
           05  FILLER                  PIC X(31).
