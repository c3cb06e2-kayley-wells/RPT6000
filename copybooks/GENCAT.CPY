       01  GENERATION-CATALOG-RECORD.
           05  GC-CATALOG-KEY.
               10  GC-FILE-ID          PIC X(8).
               10  GC-GENERATION-NUMBER PIC 9(5).
           05  GC-PROGRAM-ID           PIC X(8).
           05  GC-BUSINESS-DATE        PIC 9(8).
           05  GC-BACKUP-TIME          PIC 9(6).
           05  GC-RECORD-COUNT         PIC 9(9).
           05  GC-AMOUNT-HASH          PIC S9(11)V9(2).
           05  GC-TRAILER-SWITCH       PIC X(1).
              88 GC-TRAILER-PRESENT             VALUE "Y".
           05  GC-LAST-RESTORED-DATE   PIC 9(8).
           05  FILLER                  PIC X(14).
