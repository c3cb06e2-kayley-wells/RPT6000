      *                SAME PATTERN THE REST OF THE STACK CARRIES, SO
      *                GAT1000 CAN GATE THE YEAR-END UPD2000 CLOSE ON
      *                THIS DECEMBER CLOSE AND RPT9100 SEES THE RUN.
      * 10/15/2026 KW  ALSO ROLLS THE PRODUCT-LINE SALES FILE (PLSALES
      *                IN, NEWPLS OUT) THE SAME WAY: THE CLOSED MONTH
      *                (AND QUARTER AT A QUARTER BOUNDARY) IS SAVED TO
      *                THE RECORD'S OWN 12-MONTH AND 4-QUARTER SLOTS,
      *                THE LAST-YEAR MONTH AND QUARTER ARE RELOADED FROM
      *                THE SLOTS NOW STARTING, AND THE CURRENT BUCKETS
      *                ARE ZEROED. SAME CONTROL TRAILER AS THE MASTERS.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS AND THE RUNLOG
      *                RECORD NOW COMES FROM THE BUSDATE BUSINESS-DATE
      *                CONTROL RECORD INSTEAD OF THE SYSTEM CLOCK, AND
      *                THE MONTH CLOSED IS THE OPEN PERIOD CARRIED ON
      *                THAT RECORD RATHER THAN THE MONTH BEFORE THE
      *                CLOCK DATE. THE RUN ABENDS WHEN THE CONTROL
      *                RECORD IS MISSING OR THE DATE IS CLOSED, WHEN
      *                THE BUSINESS DATE IS STILL INSIDE THE OPEN
      *                PERIOD, OR WHEN THE DECEMBER CLOSE HAS RUN AND
      *                THE UPD2000 YEAR-END ROLL IS STILL PENDING. AT
      *                END OF JOB THE OPEN PERIOD ON BUSDATE IS
      *                ADVANCED ONE MONTH. TIME OF DAY STILL COMES
      *                FROM THE CLOCK.
      * 10/15/2026 KW  TAKES A NUMBERED BACKUP GENERATION OF CUSTMTD,
      *                CUSTHIST AND PLSALES (DDS BKUPMTD, BKUPHIST,
      *                BKUPPLS) BEFORE ANY UPDATE, AND LOGS EACH ONE
      *                ON THE GENCAT GENERATION CATALOG WITH THE
      *                PROGRAM ID, BUSINESS DATE, RECORD COUNT AND
      *                TRAILER AMOUNT HASH, SO RST1000 CAN PUT BACK
      *                THE STATE OF THE MASTERS AS THEY STOOD BEFORE
      *                THIS RUN.
      * 10/15/2026 KW  BEFORE THE CLOSED MONTH'S SLOT IS OVERWRITTEN,
      *                ITS OLD CONTENTS (THE SAME MONTH A YEAR EARLIER)
      *                ARE PUSHED ONTO CMM-SALES-LAST-YEAR-RECENT, SO
      *                CUSTMTD CARRIES THE YEAR-AGO FIGURES FOR THE
      *                LAST THREE CLOSED MONTHS FOR THE RPT9600
      *                DECLINING-CUSTOMER TEST. SLOTS STILL BLANK FROM
      *                BEFORE THE FIELD WAS ADDED ARE ZEROED FIRST.
      * 10/15/2026 KW  ALSO BACKS UP THE BUSDATE CONTROL RECORD AND THE
      *                MCLSSTAT CLOSE-STATUS RECORD (DDS BKUPBDAT,
      *                BKUPMCLS) AS CATALOGUED GENERATIONS OF THEIR OWN,
      *                SO RST1000 CAN PUT BACK THE OPEN PERIOD, SALES
      *                YEAR AND CLOSE STATUS ALONG WITH THE MASTERS
      *                WHEN A MONTH-END CLOSE HAS TO BE BACKED OUT.
      ****************************************************************


           SELECT OPTIONAL INPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT OUTPUT-NEWMTD ASSIGN TO NEWMTD.
           SELECT OUTPUT-NEWHIST ASSIGN TO NEWHIST.
           SELECT OPTIONAL INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-NEWPLS ASSIGN TO NEWPLS.
           SELECT CLOSE-STATUS-FILE ASSIGN TO MCLSSTAT
               FILE STATUS IS CLOSE-STATUS-FILE-STATUS.
           SELECT OUTPUT-UPD2100 ASSIGN TO UPD2100.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-CUSTHIST ASSIGN TO BKUPHIST.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT BACKUP-BUSDATE ASSIGN TO BKUPBDAT.
           SELECT BACKUP-CLOSE-STATUS ASSIGN TO BKUPMCLS.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  NEWHIST-AREA    PIC X(130).

       FD  INPUT-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

           COPY PLSALES.

       FD  OUTPUT-NEWPLS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

       01  NEWPLS-AREA     PIC X(220).

       FD  CLOSE-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       01  PRINT-AREA      PIC X(130).

       FD  BACKUP-CUSTMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTMTD-AREA    PIC X(130).

       FD  BACKUP-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTHIST-AREA   PIC X(130).

       FD  BACKUP-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

       01  BACKUP-PLSALES-AREA    PIC X(220).

       FD  BACKUP-BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-BUSDATE-AREA    PIC X(80).

       FD  BACKUP-CLOSE-STATUS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-CLOSE-STATUS-AREA PIC X(80).

       FD  GENERATION-CATALOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY GENCAT.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

           COPY RUNLOG.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
              88 CUSTHIST-TRAILER-SEEN          VALUE "Y".
           05  HIST-CREATED-SWITCH     PIC X    VALUE "N".
              88 HIST-CREATED                   VALUE "Y".
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".

       01  HISTORY-HOLD-AREA           PIC X(130).

       01  CLOSE-PERIOD-FIELDS.
           05  CLOSE-YEAR              PIC 9(4).
           05  CLOSE-MONTH             PIC 9(2).
           05  NEXT-YEAR               PIC 9(4).
           05  NEXT-MONTH              PIC 9(2).
           05  CLOSE-QUARTER           PIC 9(1).
           05  NEXT-QUARTER            PIC 9(1).
           05  OLD-MTD-KEY             PIC X(10).
           05  HIST-KEY                PIC X(10).
           05  OLD-HIST-KEY            PIC X(10).
           05  PLS-KEY                 PIC X(8).
           05  OLD-PLS-KEY             PIC X(8).

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  HIST-CREATED-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-CARRIED-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  PLS-ROLLED-COUNT        PIC S9(7)     VALUE ZERO.

       01  MTD-TOTAL-FIELDS            PACKED-DECIMAL.
           05 MTD-BEFORE-THIS-MONTH    PIC S9(7)V99  VALUE ZERO.
           05 HIST-SAVED-MONTH         PIC S9(7)V99  VALUE ZERO.
           05 HIST-SAVED-QTR           PIC S9(8)V99  VALUE ZERO.

       01  PRODUCT-TOTAL-FIELDS        PACKED-DECIMAL.
           05 PLS-BEFORE-THIS-MONTH    PIC S9(9)V99  VALUE ZERO.
           05 PLS-BEFORE-THIS-QTR      PIC S9(9)V99  VALUE ZERO.
           05 PLS-AFTER-LY-MONTH       PIC S9(9)V99  VALUE ZERO.
           05 PLS-AFTER-LY-QTR         PIC S9(9)V99  VALUE ZERO.
           05 PLS-SAVED-MONTH          PIC S9(9)V99  VALUE ZERO.
           05 PLS-SAVED-QTR            PIC S9(9)V99  VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWMTD-OUT-HASH         PIC S9(11)V99 VALUE ZERO.
           05  PLSALES-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPLS-OUT-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  BACKUP-SWITCHES.
           05  GENCAT-EOF-SWITCH       PIC X    VALUE "N".
              88 GENCAT-EOF                     VALUE "Y".
           05  BACKUP-EOF-SWITCH       PIC X    VALUE "N".
              88 BACKUP-EOF                     VALUE "Y".
           05  BACKUP-TRAILER-SWITCH   PIC X    VALUE "N".
              88 BACKUP-TRAILER-SEEN            VALUE "Y".

       01  BACKUP-FIELDS.
           05  BACKUP-FILE-ID          PIC X(8).
           05  BACKUP-GENERATION       PIC 9(5).
           05  BACKUP-RECORD-COUNT     PIC 9(9).
           05  BACKUP-TRAILER-COUNT    PIC 9(9).
           05  BACKUP-TRAILER-HASH     PIC S9(11)V99.

       01  LAST-GENERATION-FIELDS.
           05  LAST-CUSTMTD-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-CUSTHIST-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-PLSALES-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-BUSDATE-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-MCLSSTAT-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.
       01  BUSINESS-PERIOD.
           05  BUSINESS-PERIOD-YEAR    PIC 9(4)   VALUE ZERO.
           05  BUSINESS-PERIOD-MONTH   PIC 9(2)   VALUE ZERO.
       01  BUSINESS-SALES-YEAR         PIC 9(4)   VALUE ZERO.
       01  BUSINESS-DATE-SAVE-AREA     PIC X(80).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.

       PROCEDURE DIVISION.
       000-CLOSE-MONTH-END.
           PERFORM 030-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 040-DERIVE-CLOSE-PERIOD.
           PERFORM 050-CHECK-CLOSE-STATUS.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.

           OPEN INPUT  INPUT-CUSTMTD
                INPUT  INPUT-CUSTHIST
                OUTPUT OUTPUT-NEWMTD
                OUTPUT OUTPUT-NEWHIST
                INPUT  INPUT-PLSALES
                OUTPUT OUTPUT-NEWPLS
                OUTPUT OUTPUT-UPD2100.
           PERFORM 100-FORMAT-REPORT-HEADING.

               UNTIL CUSTMTD-EOF.

           PERFORM 600-FLUSH-REMAINING-HISTORY.

           PERFORM 230-READ-PRODUCT-SALES-RECORD.
           PERFORM 350-ROLL-ONE-PRODUCT-RECORD
               UNTIL PLSALES-EOF.

           PERFORM 640-WRITE-OUTPUT-TRAILERS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           PERFORM 650-WRITE-CLOSE-STATUS.
           PERFORM 660-ADVANCE-BUSINESS-PERIOD.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2100.
           STOP RUN.


       030-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-FILE-STATUS NOT = "00"
              PERFORM 080-ABEND-BUSINESS-DATE.
           READ BUSINESS-DATE-FILE
              AT END
                 CLOSE BUSINESS-DATE-FILE
                 PERFORM 080-ABEND-BUSINESS-DATE.
           IF BD-BUSINESS-DATE NOT NUMERIC
              OR BD-BUSINESS-DATE = ZERO
              CLOSE BUSINESS-DATE-FILE
              PERFORM 080-ABEND-BUSINESS-DATE.
           IF BD-OPEN-PERIOD NOT NUMERIC
              OR BD-PERIOD-MONTH < 01 OR BD-PERIOD-MONTH > 12
              OR BD-SALES-YEAR NOT NUMERIC
              CLOSE BUSINESS-DATE-FILE
              PERFORM 080-ABEND-BUSINESS-DATE.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE.
           MOVE BD-PERIOD-YEAR TO BUSINESS-PERIOD-YEAR.
           MOVE BD-PERIOD-MONTH TO BUSINESS-PERIOD-MONTH.
           MOVE BD-SALES-YEAR TO BUSINESS-SALES-YEAR.
           MOVE BUSINESS-DATE-RECORD TO BUSINESS-DATE-SAVE-AREA.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           CLOSE BUSINESS-DATE-FILE.


       040-DERIVE-CLOSE-PERIOD.
           IF BUSINESS-PERIOD-YEAR NOT = BUSINESS-SALES-YEAR
              PERFORM 082-ABEND-YEAR-END-PENDING.
           IF BUSINESS-DATE (1:6) NOT > BUSINESS-PERIOD
              PERFORM 083-ABEND-PERIOD-NOT-ENDED.
           MOVE BUSINESS-PERIOD-YEAR TO CLOSE-YEAR.
           MOVE BUSINESS-PERIOD-MONTH TO CLOSE-MONTH.
           IF CLOSE-MONTH = 12
              MOVE 01 TO NEXT-MONTH
              COMPUTE NEXT-YEAR = CLOSE-YEAR + 1
           ELSE
              COMPUTE NEXT-MONTH = CLOSE-MONTH + 1
              MOVE CLOSE-YEAR TO NEXT-YEAR
           END-IF.
           MOVE "N" TO QUARTER-CLOSE-SWITCH.
           IF CLOSE-MONTH = 03 OR 06 OR 09 OR 12
              SET QUARTER-CLOSE TO TRUE
           END-IF.


       060-TAKE-BACKUP-GENERATIONS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 061-SCAN-GENERATION-CATALOG.
           OPEN EXTEND GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 072-BACKUP-CUSTMTD.
           PERFORM 074-BACKUP-CUSTHIST.
           PERFORM 078-BACKUP-PLSALES.
           PERFORM 066-BACKUP-BUSDATE.
           PERFORM 068-BACKUP-CLOSE-STATUS.
           CLOSE GENERATION-CATALOG.


       061-SCAN-GENERATION-CATALOG.
           OPEN INPUT GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 062-READ-CATALOG-ENTRY
               UNTIL GENCAT-EOF.
           CLOSE GENERATION-CATALOG.


       062-READ-CATALOG-ENTRY.
           READ GENERATION-CATALOG
              AT END
                 SET GENCAT-EOF TO TRUE.
           IF NOT GENCAT-EOF
              EVALUATE GC-FILE-ID
                 WHEN "CUSTMTD"
                    IF GC-GENERATION-NUMBER > LAST-CUSTMTD-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTMTD-GENERATION
                    END-IF
                 WHEN "CUSTHIST"
                    IF GC-GENERATION-NUMBER > LAST-CUSTHIST-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTHIST-GENERATION
                    END-IF
                 WHEN "PLSALES"
                    IF GC-GENERATION-NUMBER > LAST-PLSALES-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-PLSALES-GENERATION
                    END-IF
                 WHEN "BUSDATE"
                    IF GC-GENERATION-NUMBER > LAST-BUSDATE-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-BUSDATE-GENERATION
                    END-IF
                 WHEN "MCLSSTAT"
                    IF GC-GENERATION-NUMBER > LAST-MCLSSTAT-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-MCLSSTAT-GENERATION
                    END-IF
              END-EVALUATE
           END-IF.


       063-START-ONE-BACKUP.
           MOVE "N" TO BACKUP-EOF-SWITCH.
           MOVE "N" TO BACKUP-TRAILER-SWITCH.
           MOVE ZERO TO BACKUP-RECORD-COUNT.
           MOVE ZERO TO BACKUP-TRAILER-COUNT.
           MOVE ZERO TO BACKUP-TRAILER-HASH.


       064-COUNT-BACKUP-RECORD.
           IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
              SET BACKUP-TRAILER-SEEN TO TRUE
              MOVE FT-RECORD-COUNT TO BACKUP-TRAILER-COUNT
              MOVE FT-AMOUNT-HASH TO BACKUP-TRAILER-HASH
           ELSE
              ADD 1 TO BACKUP-RECORD-COUNT.


       065-CATALOG-ONE-BACKUP.
           IF BACKUP-TRAILER-SEEN
              AND BACKUP-TRAILER-COUNT NOT = BACKUP-RECORD-COUNT
              PERFORM 085-ABEND-BACKUP-TRAILER.
           MOVE SPACES TO GENERATION-CATALOG-RECORD.
           MOVE BACKUP-FILE-ID TO GC-FILE-ID.
           MOVE BACKUP-GENERATION TO GC-GENERATION-NUMBER.
           MOVE "UPD2100" TO GC-PROGRAM-ID.
           MOVE BUSINESS-DATE TO GC-BUSINESS-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO GC-BACKUP-TIME.
           MOVE BACKUP-RECORD-COUNT TO GC-RECORD-COUNT.
           IF BACKUP-TRAILER-SEEN
              MOVE BACKUP-TRAILER-HASH TO GC-AMOUNT-HASH
              MOVE "Y" TO GC-TRAILER-SWITCH
           ELSE
              MOVE ZERO TO GC-AMOUNT-HASH
              MOVE "N" TO GC-TRAILER-SWITCH.
           MOVE ZERO TO GC-LAST-RESTORED-DATE.
           WRITE GENERATION-CATALOG-RECORD.
           DISPLAY "UPD2100 - BACKUP GENERATION " GC-GENERATION-NUMBER
                   " OF " GC-FILE-ID " TAKEN, " GC-RECORD-COUNT
                   " RECORDS.".


       066-BACKUP-BUSDATE.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  BUSINESS-DATE-FILE
                OUTPUT BACKUP-BUSDATE.
           PERFORM 067-COPY-ONE-BUSDATE
               UNTIL BACKUP-EOF.
           CLOSE BUSINESS-DATE-FILE
                 BACKUP-BUSDATE.
           ADD 1 TO LAST-BUSDATE-GENERATION.
           MOVE "BUSDATE" TO BACKUP-FILE-ID.
           MOVE LAST-BUSDATE-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       067-COPY-ONE-BUSDATE.
           READ BUSINESS-DATE-FILE
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-BUSDATE-AREA FROM BUSINESS-DATE-RECORD
              ADD 1 TO BACKUP-RECORD-COUNT
           END-IF.


      *    BEFORE THE FIRST CLOSE THERE IS NO CLOSE-STATUS RECORD;
      *    THE GENERATION IS THEN TAKEN EMPTY, WHICH IS WHAT A
      *    RESTORE HAS TO PUT BACK.
       068-BACKUP-CLOSE-STATUS.
           PERFORM 063-START-ONE-BACKUP.
           OPEN OUTPUT BACKUP-CLOSE-STATUS.
           OPEN INPUT CLOSE-STATUS-FILE.
           IF CLOSE-STATUS-FILE-STATUS = "00"
              PERFORM 069-COPY-ONE-CLOSE-STATUS
                  UNTIL BACKUP-EOF
              CLOSE CLOSE-STATUS-FILE
           END-IF.
           CLOSE BACKUP-CLOSE-STATUS.
           ADD 1 TO LAST-MCLSSTAT-GENERATION.
           MOVE "MCLSSTAT" TO BACKUP-FILE-ID.
           MOVE LAST-MCLSSTAT-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       069-COPY-ONE-CLOSE-STATUS.
           READ CLOSE-STATUS-FILE
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CLOSE-STATUS-AREA FROM CLOSE-STATUS-RECORD
              ADD 1 TO BACKUP-RECORD-COUNT
           END-IF.


       072-BACKUP-CUSTMTD.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-CUSTMTD
                OUTPUT BACKUP-CUSTMTD.
           PERFORM 073-COPY-ONE-CUSTMTD
               UNTIL BACKUP-EOF.
           CLOSE INPUT-CUSTMTD
                 BACKUP-CUSTMTD.
           ADD 1 TO LAST-CUSTMTD-GENERATION.
           MOVE "CUSTMTD" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTMTD-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       073-COPY-ONE-CUSTMTD.
           READ INPUT-CUSTMTD
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTMTD-AREA FROM CUSTOMER-MONTHLY-RECORD
              MOVE CUSTOMER-MONTHLY-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       074-BACKUP-CUSTHIST.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-CUSTHIST
                OUTPUT BACKUP-CUSTHIST.
           PERFORM 075-COPY-ONE-CUSTHIST
               UNTIL BACKUP-EOF.
           CLOSE INPUT-CUSTHIST
                 BACKUP-CUSTHIST.
           ADD 1 TO LAST-CUSTHIST-GENERATION.
           MOVE "CUSTHIST" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTHIST-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       075-COPY-ONE-CUSTHIST.
           READ INPUT-CUSTHIST
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTHIST-AREA FROM CUSTOMER-HISTORY-RECORD
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       078-BACKUP-PLSALES.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-PLSALES
                OUTPUT BACKUP-PLSALES.
           PERFORM 079-COPY-ONE-PLSALES
               UNTIL BACKUP-EOF.
           CLOSE INPUT-PLSALES
                 BACKUP-PLSALES.
           ADD 1 TO LAST-PLSALES-GENERATION.
           MOVE "PLSALES" TO BACKUP-FILE-ID.
           MOVE LAST-PLSALES-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       079-COPY-ONE-PLSALES.
           READ INPUT-PLSALES
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-PLSALES-AREA FROM PRODUCT-SALES-RECORD
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "UPD2100 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD2100 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       082-ABEND-YEAR-END-PENDING.
           DISPLAY "UPD2100 ABEND - OPEN PERIOD " BUSINESS-PERIOD-MONTH
                   "/" BUSINESS-PERIOD-YEAR " IS NOT IN SALES YEAR "
                   BUSINESS-SALES-YEAR ".".
           DISPLAY "  THE DECEMBER CLOSE HAS RUN - UPD2000 MUST ROLL "
                   "THE YEAR BEFORE THE NEXT MONTH-END CLOSE.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       083-ABEND-PERIOD-NOT-ENDED.
           DISPLAY "UPD2100 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS STILL INSIDE OPEN PERIOD "
                   BUSINESS-PERIOD-MONTH "/" BUSINESS-PERIOD-YEAR ".".
           DISPLAY "  THE MONTH-END CLOSE RUNS ON THE FIRST BUSINESS "
                   "DATE OF THE FOLLOWING MONTH.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD2100 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD2100 ABEND - BACKUP OF " BACKUP-FILE-ID
                   " COPIED " BACKUP-RECORD-COUNT " RECORDS BUT ITS "
                   "TRAILER SAYS " BACKUP-TRAILER-COUNT ".".
           DISPLAY "  THE FILE IS DAMAGED - RESTORE IT WITH RST1000 "
                   "BEFORE RERUNNING.".
           CLOSE GENERATION-CATALOG.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       090-ABEND-ALREADY-CLOSED.
           DISPLAY "UPD2100 ABEND - MONTH-END CLOSE ALREADY RAN FOR "
                   MS-LAST-CLOSE-MONTH "/" MS-LAST-CLOSE-YEAR
           END-IF.


       230-READ-PRODUCT-SALES-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE
                 IF PLS-ROLLED-COUNT > ZERO
                    AND NOT PLSALES-TRAILER-SEEN
                    PERFORM 291-ABEND-PLSALES-TRAILER
                 END-IF.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-TRAILER-SEEN TO TRUE
                 SET PLSALES-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PLS-ROLLED-COUNT
                    OR FT-AMOUNT-HASH NOT = PLSALES-IN-HASH
                    PERFORM 291-ABEND-PLSALES-TRAILER
                 END-IF
              ELSE
                 ADD PS-SALES-THIS-YTD TO PLSALES-IN-HASH
                 MOVE PLS-KEY TO OLD-PLS-KEY
                 MOVE PS-RECORD-KEY TO PLS-KEY
                 IF PLS-ROLLED-COUNT > ZERO
                    AND PLS-KEY NOT > OLD-PLS-KEY
                    PERFORM 292-ABEND-PLSALES-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       291-ABEND-PLSALES-TRAILER.
           DISPLAY "UPD2100 ABEND - PLSALES CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " PLS-ROLLED-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " PLSALES-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       292-ABEND-PLSALES-SEQUENCE.
           DISPLAY "UPD2100 ABEND - INPUT-PLSALES OUT OF SEQUENCE "
                   "AT BRANCH " PS-BRANCH-NUMBER
                   " SALESREP " PS-SALESREP-NUMBER
                   " PRODUCT LINE " PS-PRODUCT-LINE ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF UPD2100 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       293-ABEND-CUSTMTD-TRAILER.
           DISPLAY "UPD2100 ABEND - CUSTMTD CONTROL TRAILER MISSING "
                   "OR WRONG.".
                 INPUT-CUSTHIST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2100.


           ADD CMM-SALES-THIS-MONTH TO MTD-BEFORE-THIS-MONTH.
           ADD CMM-SALES-THIS-QUARTER TO MTD-BEFORE-THIS-QTR.

           PERFORM 335-CLEAR-ONE-RECENT-SLOT
              VARYING CLOSE-SUB FROM 1 BY 1 UNTIL CLOSE-SUB > 3.
           MOVE CMM-SALES-LAST-YEAR-RECENT (2)
              TO CMM-SALES-LAST-YEAR-RECENT (3).
           MOVE CMM-SALES-LAST-YEAR-RECENT (1)
              TO CMM-SALES-LAST-YEAR-RECENT (2).
           MOVE CH-MONTH-SALES (CLOSE-MONTH)
              TO CMM-SALES-LAST-YEAR-RECENT (1).

           MOVE CMM-SALES-THIS-MONTH
              TO CH-MONTH-SALES (CLOSE-MONTH).
           MOVE CH-MONTH-SALES (NEXT-MONTH)
           END-IF.


       335-CLEAR-ONE-RECENT-SLOT.
           IF CMM-SALES-LAST-YEAR-RECENT (CLOSE-SUB) NOT NUMERIC
              MOVE ZERO TO CMM-SALES-LAST-YEAR-RECENT (CLOSE-SUB)
           END-IF.


       340-WRITE-HISTORY-RECORD.
           MOVE CUSTOMER-HISTORY-RECORD TO NEWHIST-AREA.
           WRITE NEWHIST-AREA.
           ADD 1 TO HIST-WRITTEN-COUNT.


       350-ROLL-ONE-PRODUCT-RECORD.
           ADD PS-SALES-THIS-MONTH TO PLS-BEFORE-THIS-MONTH.
           ADD PS-SALES-THIS-QUARTER TO PLS-BEFORE-THIS-QTR.

           MOVE PS-SALES-THIS-MONTH
              TO PS-MONTH-SALES (CLOSE-MONTH).
           MOVE PS-MONTH-SALES (NEXT-MONTH)
              TO PS-SALES-LAST-YEAR-MONTH.
           MOVE ZERO TO PS-SALES-THIS-MONTH.

           IF QUARTER-CLOSE
              MOVE PS-SALES-THIS-QUARTER
                 TO PS-QUARTER-SALES (CLOSE-QUARTER)
              MOVE PS-QUARTER-SALES (NEXT-QUARTER)
                 TO PS-SALES-LAST-YEAR-QTR
              MOVE ZERO TO PS-SALES-THIS-QUARTER
           END-IF.

           ADD PS-SALES-LAST-YEAR-MONTH TO PLS-AFTER-LY-MONTH.
           ADD PS-SALES-LAST-YEAR-QTR   TO PLS-AFTER-LY-QTR.
           ADD PS-MONTH-SALES (CLOSE-MONTH) TO PLS-SAVED-MONTH.
           IF QUARTER-CLOSE
              ADD PS-QUARTER-SALES (CLOSE-QUARTER) TO PLS-SAVED-QTR
           END-IF.

           MOVE PRODUCT-SALES-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.
           ADD 1 TO PLS-ROLLED-COUNT.
           ADD PS-SALES-THIS-YTD TO NEWPLS-OUT-HASH.
           PERFORM 230-READ-PRODUCT-SALES-RECORD.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HIST-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PRODUCT LINE BEFORE ROLL" TO MCL-DESCRIPTION.
           MOVE PLS-BEFORE-THIS-MONTH TO MCL-MONTH-AMOUNT.
           MOVE PLS-BEFORE-THIS-QTR   TO MCL-QTR-AMOUNT.
           MOVE MTD-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PRODUCT LINE SAVED TO SLOTS" TO MCL-DESCRIPTION.
           MOVE PLS-SAVED-MONTH TO MCL-MONTH-AMOUNT.
           MOVE PLS-SAVED-QTR   TO MCL-QTR-AMOUNT.
           MOVE MTD-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PRODUCT LINE LY AFTER ROLL" TO MCL-DESCRIPTION.
           MOVE PLS-AFTER-LY-MONTH TO MCL-MONTH-AMOUNT.
           MOVE PLS-AFTER-LY-QTR   TO MCL-QTR-AMOUNT.
           MOVE MTD-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PLSALES RECORDS ROLLED" TO CCL-DESCRIPTION.
           MOVE PLS-ROLLED-COUNT TO CCL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.


       510-PRINT-ONE-CONTROL-TOTAL.
           MOVE COUNT-CONTROL-LINE TO PRINT-AREA.
           MOVE FILE-TRAILER-RECORD TO NEWHIST-AREA.
           WRITE NEWHIST-AREA.

           MOVE PLS-ROLLED-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPLS-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.


       650-WRITE-CLOSE-STATUS.
           OPEN OUTPUT CLOSE-STATUS-FILE.
           CLOSE CLOSE-STATUS-FILE.


       660-ADVANCE-BUSINESS-PERIOD.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE BUSINESS-DATE-SAVE-AREA TO BUSINESS-DATE-RECORD.
           MOVE NEXT-YEAR  TO BD-PERIOD-YEAR.
           MOVE NEXT-MONTH TO BD-PERIOD-MONTH.
           MOVE "UPD2100" TO BD-LAST-CHANGED-BY.
           MOVE BUSINESS-DATE TO BD-LAST-CHANGED-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO BD-LAST-CHANGED-TIME.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD2100" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
