      *                SAME PATTERN THE REST OF THE STACK CARRIES, SO
      *                GAT1000 CAN GATE ON THE REALIGNMENT RUN AND
      *                RPT9100 SEES IT.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS AND THE RUNLOG
      *                RECORD NOW COMES FROM THE BUSDATE BUSINESS-DATE
      *                CONTROL RECORD INSTEAD OF THE SYSTEM CLOCK, SO
      *                A BATCH THAT RUNS PAST MIDNIGHT OR IS RERUN ON
      *                A LATER DAY STILL CARRIES ITS OWN BUSINESS DAY.
      *                THE RUN ABENDS WHEN THE CONTROL RECORD IS
      *                MISSING OR THE DATE IS ALREADY CLOSED. THE TIME
      *                OF DAY STILL COMES FROM THE CLOCK.
      * 10/15/2026 KW  TAKES A NUMBERED BACKUP GENERATION OF CUSTMAST
      *                AND CUSTMTD (DDS BKUPMAST, BKUPMTD) BEFORE ANY
      *                UPDATE, AND LOGS EACH ONE ON THE GENCAT
      *                GENERATION CATALOG WITH THE PROGRAM ID,
      *                BUSINESS DATE, RECORD COUNT AND TRAILER AMOUNT
      *                HASH, SO RST1000 CAN PUT BACK THE STATE OF THE
      *                MASTERS AS THEY STOOD BEFORE THIS RUN.
      * 10/15/2026 KW  ALSO MOVES EACH FROM-KEY'S POSTREF POSTED
      *                REFERENCES TO THE TO-KEY (POSTREF IN, NEWPREF
      *                OUT), SO A REVERSAL OR A RE-SENT SALE UNDER THE
      *                NEW KEY IS MATCHED TO THE ORIGINAL POSTING. WHEN
      *                THE TO-KEY IS UNDER A DIFFERENT BRANCH/SALESREP,
      *                THE ACCOUNT'S POSTINGS ON POSTREF ARE MOVED BY
      *                PRODUCT LINE FROM THE OLD SALESREP'S PLSALES
      *                ENTRIES TO THE NEW ONE'S (PLSALES IN, NEWPLS
      *                OUT), BUCKET BY BUCKET AS OF THE OPEN PERIOD;
      *                SALES OLDER THAN THE POSTREF RETENTION STAY WITH
      *                THE OLD SALESREP. AN INSTRUCTION WHOSE MOVE
      *                WOULD OVERFLOW A PLSALES BUCKET IS LISTED AS
      *                REJECTED AND NOT APPLIED. POSTREF AND PLSALES
      *                ARE BACKED UP (DDS BKUPPREF, BKUPPLS) WITH THE
      *                MASTERS, AND NEWPREF AND NEWPLS ARE SORTED BACK
      *                INTO KEY ORDER BY THE FOLLOWING SORT STEP.
      ****************************************************************


           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTD.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT OPTIONAL INPUT-POSTREF ASSIGN TO POSTREF.
           SELECT OPTIONAL INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-NEWMAST ASSIGN TO NEWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-RECORD-KEY.
           SELECT OUTPUT-NEWMTD ASSIGN TO NEWMTD.
           SELECT OUTPUT-NEWPREF ASSIGN TO NEWPREF.
           SELECT OUTPUT-NEWPLS ASSIGN TO NEWPLS.
           SELECT OUTPUT-UPD4000 ASSIGN TO UPD4000.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-POSTREF ASSIGN TO BKUPPREF.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY BRCHMAST.

       FD  INPUT-POSTREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY POSTREF.

       FD  INPUT-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

           COPY PLSALES.

      *    THE 22 PLSALES BUCKETS AS ONE TABLE, IN RECORD ORDER.
       01  PLSALES-BUCKET-RECORD.
           05  FILLER                  PIC X(10).
           05  PSB-BUCKET-AREA.
               10  PSB-BUCKET          OCCURS 22 TIMES
                                       PIC S9(7)V9(2).
           05  FILLER                  PIC X(12).

       FD  OUTPUT-NEWMAST
           RECORD CONTAINS 130 CHARACTERS.


       01  NEWMTD-AREA     PIC X(130).

       FD  OUTPUT-NEWPREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  NEWPREF-AREA    PIC X(80).

       FD  OUTPUT-NEWPLS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

       01  NEWPLS-AREA     PIC X(220).

       FD  OUTPUT-UPD4000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       01  PRINT-AREA      PIC X(130).

       FD  BACKUP-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTMAST-AREA   PIC X(130).

       FD  BACKUP-CUSTMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTMTD-AREA    PIC X(130).

       FD  BACKUP-POSTREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-POSTREF-AREA    PIC X(80).

       FD  BACKUP-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

       01  BACKUP-PLSALES-AREA    PIC X(220).

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

       01 SALESREP-TABLE.
               10  RAT-TO-KEY            PIC X(10).
               10  RAT-MAST-APPLIED-SWITCH PIC X(1).
               10  RAT-MTD-APPLIED-SWITCH  PIC X(1).
               10  RAT-REJECTED-SWITCH     PIC X(1).
                  88 RAT-REJECTED                   VALUE "Y".

      *    ONE ENTRY PER PRODUCT LINE OF A MOVED ACCOUNT WHOSE
      *    BRANCH/SALESREP CHANGES, HOLDING ITS POSTREF POSTINGS
      *    SPREAD OVER THE 22 PLSALES BUCKETS: 1 THIS YTD, 2 LAST
      *    YTD, 3 THIS MONTH, 4 LAST YEAR MONTH, 5 THIS QUARTER,
      *    6 LAST YEAR QUARTER, 7-18 THE MONTH SLOTS AND 19-22 THE
      *    QUARTER SLOTS.
       01  PRODUCT-MOVE-TABLE.
           05  PRODUCT-MOVE-GROUP OCCURS 2000 TIMES
                                  INDEXED BY PMT-INDEX.
               10  PMT-REALIGN-SUB        PIC S9(4)  COMP.
               10  PMT-PRODUCT-LINE       PIC X(3).
               10  PMT-FROM-REP-KEY       PIC X(5).
               10  PMT-TO-REP-KEY         PIC X(5).
               10  PMT-FROM-PST-SUB       PIC S9(4)  COMP.
               10  PMT-TO-PST-SUB         PIC S9(4)  COMP.
               10  PMT-BUCKET OCCURS 22 TIMES
                                          PIC S9(9)V99
                                          PACKED-DECIMAL.

      *    THE PLSALES ENTRIES A PRODUCT MOVE TAKES FROM OR GIVES TO,
      *    WITH ANY ENTRY THE NEW SALESREP DOES NOT YET HAVE.
       01  PRODUCT-SALES-TABLE.
           05  PRODUCT-SALES-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PST-INDEX.
               10  PST-RECORD-KEY.
                   15  PST-REP-KEY        PIC X(5).
                   15  PST-PRODUCT-LINE   PIC X(3).
               10  PST-ON-FILE-SWITCH     PIC X(1).
                  88 PST-ON-FILE                  VALUE "Y".
               10  PST-APPLIED-SWITCH     PIC X(1).
                  88 PST-APPLIED                  VALUE "Y".
               10  PST-BUCKET-AREA.
                   15  PST-BUCKET OCCURS 22 TIMES
                                          PIC S9(7)V9(2).

       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-TOTAL-GROUP OCCURS 50 TIMES
           05  SALESREP-MAX-ENTRIES    PIC S9(4) COMP  VALUE +500.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  REALIGN-MAX-ENTRIES     PIC S9(4) COMP  VALUE +200.
           05  PRODUCT-MOVE-MAX-ENTRIES PIC S9(4) COMP VALUE +2000.
           05  PRODUCT-SALES-MAX-ENTRIES PIC S9(4) COMP VALUE +500.

       01  SUBSCRIPT-FIELDS.
           05  REALIGN-USED-COUNT      PIC S9(4) COMP  VALUE ZERO.
           05  WS-TOTAL-SUB            PIC S9(4) COMP  VALUE ZERO.
           05  SALESREP-LOADED-COUNT   PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-LOADED-COUNT     PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-MOVE-USED-COUNT PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SALES-USED-COUNT PIC S9(4) COMP VALUE ZERO.
           05  REALIGN-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  MOVE-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  FROM-PST-SUB            PIC S9(4) COMP  VALUE ZERO.
           05  TO-PST-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  BUCKET-SUB              PIC S9(4) COMP  VALUE ZERO.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  CUSTMTD-TRAILER-SWITCH  PIC X    VALUE "N".
              88 CUSTMTD-TRAILER-SEEN           VALUE "Y".
           05  POSTREF-EOF-SWITCH      PIC X    VALUE "N".
              88 POSTREF-EOF                    VALUE "Y".
           05  POSTREF-TRAILER-SWITCH  PIC X    VALUE "N".
              88 POSTREF-TRAILER-SEEN           VALUE "Y".
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".
           05  PRODUCT-NEEDED-SWITCH   PIC X    VALUE "N".
              88 PRODUCT-ENTRY-NEEDED           VALUE "Y".
           05  PRODUCT-PASS-SWITCH     PIC X    VALUE "C".
              88 PRODUCT-CHECK-PASS             VALUE "C".
              88 PRODUCT-APPLY-PASS             VALUE "A".
           05  BUCKET-OVERFLOW-SWITCH  PIC X    VALUE "N".
              88 BUCKET-OVERFLOW                VALUE "Y".

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO.
           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWMAST-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  NEWMTD-OUT-HASH         PIC S9(11)V99 VALUE ZERO.
           05  POSTREF-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPREF-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  PLSALES-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPLS-OUT-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

               10  WORK-TO-BRANCH        PIC 9(2).
               10  WORK-TO-SALESREP      PIC 9(3).
               10  WORK-TO-CUSTOMER      PIC 9(5).
           05  SEARCH-PRODUCT-KEY.
               10  SEARCH-REP-KEY         PIC X(5).
               10  SEARCH-PRODUCT-LINE    PIC X(3).

       01  OPEN-PERIOD-FIELDS.
           05  OPEN-YEAR               PIC 9(4).
           05  OPEN-MONTH              PIC 9(2).
           05  OPEN-QUARTER            PIC 9(1).
           05  BUSINESS-SALES-YEAR     PIC 9(4).
           05  REFERENCE-DATE-WORK.
               10  RD-YEAR             PIC 9(4).
               10  RD-MONTH            PIC 9(2).
               10  RD-DAY              PIC 9(2).
           05  REFERENCE-QUARTER       PIC 9(1).

       01  PERIOD-NUMBER-FIELDS        PACKED-DECIMAL.
           05  OPEN-PERIOD-NUMBER      PIC S9(7)     VALUE ZERO.
           05  REFERENCE-PERIOD-NUMBER PIC S9(7)     VALUE ZERO.
           05  QUARTER-END-PERIOD      PIC S9(7)     VALUE ZERO.
           05  PERIODS-BACK            PIC S9(7)     VALUE ZERO.

       01  PRODUCT-AMOUNT-FIELDS.
           05  FROM-PLS-AMOUNT         PIC S9(7)V9(2).
           05  TO-PLS-AMOUNT           PIC S9(7)V9(2).

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  MTD-READ-COUNT          PIC S9(7)     VALUE ZERO.
           05  MTD-WRITTEN-COUNT       PIC S9(7)     VALUE ZERO.
           05  MTD-MOVED-COUNT         PIC S9(7)     VALUE ZERO.
           05  PREF-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  PREF-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  PREF-MOVED-COUNT        PIC S9(7)     VALUE ZERO.
           05  PLS-READ-COUNT          PIC S9(7)     VALUE ZERO.
           05  PLS-WRITTEN-COUNT       PIC S9(7)     VALUE ZERO.
           05  PLS-UPDATED-COUNT       PIC S9(7)     VALUE ZERO.
           05  PLS-CREATED-COUNT       PIC S9(7)     VALUE ZERO.

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
           05  LAST-CUSTMAST-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-CUSTMTD-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-POSTREF-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-PLSALES-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.

       PROCEDURE DIVISION.
       000-REALIGN-TERRITORIES.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE REALIGN-TABLE.
           INITIALIZE BRANCH-TOTAL-TABLE.
           INITIALIZE PRODUCT-MOVE-TABLE.
           INITIALIZE PRODUCT-SALES-TABLE.

           OPEN INPUT  INPUT-REALIGN
                INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-SALESREP
                INPUT  INPUT-BRCHMAST
                INPUT  INPUT-POSTREF
                INPUT  INPUT-PLSALES
                OUTPUT OUTPUT-NEWMAST
                OUTPUT OUTPUT-NEWMTD
                OUTPUT OUTPUT-NEWPREF
                OUTPUT OUTPUT-NEWPLS
                OUTPUT OUTPUT-UPD4000.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 270-LOAD-ONE-INSTRUCTION
               UNTIL REALIGN-EOF.

           PERFORM 220-COLLECT-POSTED-REFERENCES.
           PERFORM 225-COLLECT-PRODUCT-SALES.
           PERFORM 230-FIGURE-ONE-INSTRUCTION
              VARYING REALIGN-SUB FROM 1 BY 1
              UNTIL REALIGN-SUB > REALIGN-USED-COUNT.

           PERFORM 300-REALIGN-ONE-MASTER.
           PERFORM 300-REALIGN-ONE-MASTER
               UNTIL CUSTMAST-EOF.
           PERFORM 400-REALIGN-ONE-MTD-RECORD
               UNTIL CUSTMTD-EOF.

           PERFORM 410-REALIGN-ONE-REFERENCE.
           PERFORM 410-REALIGN-ONE-REFERENCE
               UNTIL POSTREF-EOF.

           PERFORM 415-REALIGN-ONE-PRODUCT-RECORD.
           PERFORM 415-REALIGN-ONE-PRODUCT-RECORD
               UNTIL PLSALES-EOF.
           PERFORM 417-WRITE-CREATED-PRODUCT-ENTRY
              VARYING PRODUCT-SUB FROM 1 BY 1
              UNTIL PRODUCT-SUB > PRODUCT-SALES-USED-COUNT.

           PERFORM 420-WRITE-OUTPUT-TRAILERS.
           PERFORM 450-PRINT-UNMATCHED-MOVES.
           PERFORM 500-PRINT-BRANCH-TOTALS.
                 INPUT-CUSTMTD
                 INPUT-SALESREP
                 INPUT-BRCHMAST
                 INPUT-POSTREF
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-UPD4000.
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
              OR BD-OPEN-PERIOD NOT NUMERIC
              OR BD-SALES-YEAR NOT NUMERIC
              CLOSE BUSINESS-DATE-FILE
              PERFORM 080-ABEND-BUSINESS-DATE.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           MOVE BD-PERIOD-YEAR  TO OPEN-YEAR.
           MOVE BD-PERIOD-MONTH TO OPEN-MONTH.
           MOVE BD-SALES-YEAR   TO BUSINESS-SALES-YEAR.
           COMPUTE OPEN-QUARTER = (OPEN-MONTH + 2) / 3.
           COMPUTE OPEN-PERIOD-NUMBER = OPEN-YEAR * 12 + OPEN-MONTH.
           CLOSE BUSINESS-DATE-FILE.


       060-TAKE-BACKUP-GENERATIONS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 061-SCAN-GENERATION-CATALOG.
           OPEN EXTEND GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 070-BACKUP-CUSTMAST.
           PERFORM 072-BACKUP-CUSTMTD.
           PERFORM 074-BACKUP-POSTREF.
           PERFORM 076-BACKUP-PLSALES.
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
                 WHEN "CUSTMAST"
                    IF GC-GENERATION-NUMBER > LAST-CUSTMAST-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTMAST-GENERATION
                    END-IF
                 WHEN "CUSTMTD"
                    IF GC-GENERATION-NUMBER > LAST-CUSTMTD-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTMTD-GENERATION
                    END-IF
                 WHEN "POSTREF"
                    IF GC-GENERATION-NUMBER > LAST-POSTREF-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-POSTREF-GENERATION
                    END-IF
                 WHEN "PLSALES"
                    IF GC-GENERATION-NUMBER > LAST-PLSALES-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-PLSALES-GENERATION
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
           MOVE "UPD4000" TO GC-PROGRAM-ID.
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
           DISPLAY "UPD4000 - BACKUP GENERATION " GC-GENERATION-NUMBER
                   " OF " GC-FILE-ID " TAKEN, " GC-RECORD-COUNT
                   " RECORDS.".


       070-BACKUP-CUSTMAST.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-CUSTMAST
                OUTPUT BACKUP-CUSTMAST.
           PERFORM 071-COPY-ONE-CUSTMAST
               UNTIL BACKUP-EOF.
           CLOSE INPUT-CUSTMAST
                 BACKUP-CUSTMAST.
           ADD 1 TO LAST-CUSTMAST-GENERATION.
           MOVE "CUSTMAST" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTMAST-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       071-COPY-ONE-CUSTMAST.
           READ INPUT-CUSTMAST
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTMAST-AREA FROM CUSTOMER-MASTER-RECORD
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
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


       074-BACKUP-POSTREF.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-POSTREF
                OUTPUT BACKUP-POSTREF.
           PERFORM 075-COPY-ONE-POSTREF
               UNTIL BACKUP-EOF.
           CLOSE INPUT-POSTREF
                 BACKUP-POSTREF.
           ADD 1 TO LAST-POSTREF-GENERATION.
           MOVE "POSTREF" TO BACKUP-FILE-ID.
           MOVE LAST-POSTREF-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       075-COPY-ONE-POSTREF.
           READ INPUT-POSTREF
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-POSTREF-AREA FROM POSTED-REFERENCE-RECORD
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       076-BACKUP-PLSALES.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-PLSALES
                OUTPUT BACKUP-PLSALES.
           PERFORM 077-COPY-ONE-PLSALES
               UNTIL BACKUP-EOF.
           CLOSE INPUT-PLSALES
                 BACKUP-PLSALES.
           ADD 1 TO LAST-PLSALES-GENERATION.
           MOVE "PLSALES" TO BACKUP-FILE-ID.
           MOVE LAST-PLSALES-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       077-COPY-ONE-PLSALES.
           READ INPUT-PLSALES
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-PLSALES-AREA FROM PRODUCT-SALES-RECORD
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "UPD4000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD4000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD4000 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD4000 ABEND - BACKUP OF " BACKUP-FILE-ID
                   " COPIED " BACKUP-RECORD-COUNT " RECORDS BUT ITS "
                   "TRAILER SAYS " BACKUP-TRAILER-COUNT ".".
           DISPLAY "  THE FILE IS DAMAGED - RESTORE IT WITH RST1000 "
                   "BEFORE RERUNNING.".
           CLOSE GENERATION-CATALOG.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
                 SET SALESREP-EOF TO TRUE.


      *    POSTREF AND PLSALES ARE READ ONCE HERE TO FIGURE THE
      *    PRODUCT-LINE MOVES, THEN REOPENED FOR THE REWRITE PASS.
       220-COLLECT-POSTED-REFERENCES.
           PERFORM 221-SCAN-ONE-REFERENCE
               UNTIL POSTREF-EOF.
           CLOSE INPUT-POSTREF.
           OPEN INPUT INPUT-POSTREF.
           MOVE "N" TO POSTREF-EOF-SWITCH.


       221-SCAN-ONE-REFERENCE.
           READ INPUT-POSTREF
              AT END
                 SET POSTREF-EOF TO TRUE.
           IF NOT POSTREF-EOF
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET POSTREF-EOF TO TRUE
              END-IF
           END-IF.
           IF NOT POSTREF-EOF
              MOVE PR-CUSTOMER-KEY TO WORK-RECORD-KEY
              PERFORM 320-LOCATE-MOVE-INSTRUCTION
              IF MOVE-FOUND
                 MOVE RAT-TO-KEY (RAT-INDEX) TO WORK-TO-KEY
                 IF WORK-RECORD-KEY (1:5) NOT = WORK-TO-KEY (1:5)
                    AND PR-PRODUCT-LINE NOT = SPACES
                    AND PR-TRAN-DATE NUMERIC
                    AND PR-TRAN-AMOUNT NUMERIC
                    SET REALIGN-SUB TO RAT-INDEX
                    PERFORM 223-ADD-TO-PRODUCT-MOVE
                 END-IF
              END-IF
           END-IF.


      *    EACH POSTING (SALE OR REVERSAL) IS TAKEN INTO THE BUCKETS
      *    IT STILL SITS IN AS OF THE OPEN PERIOD, THE SAME WAY THE
      *    MONTH AND QUARTER CLOSES HAVE AGED IT SINCE IT WAS POSTED.
      *    A REVERSAL CARRIES ITS ORIGINAL'S DATE, SO IT COMES BACK OUT
      *    OF THE SAME BUCKETS THE SALE WENT INTO.
       223-ADD-TO-PRODUCT-MOVE.
           PERFORM 224-LOCATE-PRODUCT-MOVE.
           IF MOVE-SUB = ZERO
              IF PRODUCT-MOVE-USED-COUNT >= PRODUCT-MOVE-MAX-ENTRIES
                 PERFORM 294-ABEND-PRODUCT-OVERFLOW
              END-IF
              ADD 1 TO PRODUCT-MOVE-USED-COUNT
              MOVE PRODUCT-MOVE-USED-COUNT TO MOVE-SUB
              MOVE REALIGN-SUB TO PMT-REALIGN-SUB (MOVE-SUB)
              MOVE PR-PRODUCT-LINE TO PMT-PRODUCT-LINE (MOVE-SUB)
              MOVE WORK-RECORD-KEY (1:5) TO PMT-FROM-REP-KEY (MOVE-SUB)
              MOVE WORK-TO-KEY (1:5) TO PMT-TO-REP-KEY (MOVE-SUB)
           END-IF.
           MOVE PR-TRAN-DATE TO REFERENCE-DATE-WORK.
           COMPUTE REFERENCE-QUARTER = (RD-MONTH + 2) / 3.
           COMPUTE REFERENCE-PERIOD-NUMBER = RD-YEAR * 12 + RD-MONTH.
           COMPUTE PERIODS-BACK =
              OPEN-PERIOD-NUMBER - REFERENCE-PERIOD-NUMBER.
           COMPUTE QUARTER-END-PERIOD =
              RD-YEAR * 12 + REFERENCE-QUARTER * 3.
           IF RD-YEAR = BUSINESS-SALES-YEAR
              ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 1)
           END-IF.
           IF RD-YEAR + 1 = BUSINESS-SALES-YEAR
              ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 2)
           END-IF.
           IF PR-MONTH-HIT
              IF PERIODS-BACK = ZERO
                 ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 3)
              END-IF
              IF PERIODS-BACK > ZERO
                 AND PERIODS-BACK NOT > 12
                 COMPUTE BUCKET-SUB = 6 + RD-MONTH
                 ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
              END-IF
              IF PERIODS-BACK = 12
                 ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 4)
              END-IF
           END-IF.
           IF PR-QUARTER-HIT
              IF QUARTER-END-PERIOD NOT < OPEN-PERIOD-NUMBER
                 ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 5)
              ELSE
                 IF OPEN-PERIOD-NUMBER - QUARTER-END-PERIOD NOT > 12
                    COMPUTE BUCKET-SUB = 18 + REFERENCE-QUARTER
                    ADD PR-TRAN-AMOUNT
                       TO PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
                 END-IF
                 IF RD-YEAR + 1 = OPEN-YEAR
                    AND REFERENCE-QUARTER = OPEN-QUARTER
                    ADD PR-TRAN-AMOUNT TO PMT-BUCKET (MOVE-SUB, 6)
                 END-IF
              END-IF
           END-IF.


       224-LOCATE-PRODUCT-MOVE.
           MOVE ZERO TO MOVE-SUB.
           IF PRODUCT-MOVE-USED-COUNT > ZERO
              SET PMT-INDEX TO 1
              SEARCH PRODUCT-MOVE-GROUP
                 AT END
                    CONTINUE
                 WHEN PMT-INDEX > PRODUCT-MOVE-USED-COUNT
                    CONTINUE
                 WHEN PMT-REALIGN-SUB (PMT-INDEX) = REALIGN-SUB
                    AND PMT-PRODUCT-LINE (PMT-INDEX) = PR-PRODUCT-LINE
                    SET MOVE-SUB TO PMT-INDEX
              END-SEARCH
           END-IF.


      *    LOADS ONLY THE PLSALES ENTRIES A PRODUCT MOVE NEEDS. AN
      *    ENTRY NOT ON FILE IS ADDED AT ZERO WHEN THE MOVE IS FIGURED.
       225-COLLECT-PRODUCT-SALES.
           IF PRODUCT-MOVE-USED-COUNT > ZERO
              PERFORM 226-SCAN-ONE-PRODUCT-RECORD
                  UNTIL PLSALES-EOF
              CLOSE INPUT-PLSALES
              OPEN INPUT INPUT-PLSALES
              MOVE "N" TO PLSALES-EOF-SWITCH
           END-IF.


       226-SCAN-ONE-PRODUCT-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-EOF TO TRUE
              END-IF
           END-IF.
           IF NOT PLSALES-EOF
              MOVE "N" TO PRODUCT-NEEDED-SWITCH
              PERFORM 227-TEST-ONE-PRODUCT-MOVE
                 VARYING MOVE-SUB FROM 1 BY 1
                 UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT
                    OR PRODUCT-ENTRY-NEEDED
              IF PRODUCT-ENTRY-NEEDED
                 MOVE PS-RECORD-KEY TO SEARCH-PRODUCT-KEY
                 PERFORM 228-ADD-PRODUCT-SALES-ENTRY
                 MOVE "Y" TO PST-ON-FILE-SWITCH (PRODUCT-SUB)
                 MOVE PSB-BUCKET-AREA
                    TO PST-BUCKET-AREA (PRODUCT-SUB)
              END-IF
           END-IF.


       227-TEST-ONE-PRODUCT-MOVE.
           IF PMT-PRODUCT-LINE (MOVE-SUB) = PS-PRODUCT-LINE
              AND (PMT-FROM-REP-KEY (MOVE-SUB) = PS-REP-KEY
                OR PMT-TO-REP-KEY (MOVE-SUB) = PS-REP-KEY)
              SET PRODUCT-ENTRY-NEEDED TO TRUE
           END-IF.


       228-ADD-PRODUCT-SALES-ENTRY.
           IF PRODUCT-SALES-USED-COUNT >= PRODUCT-SALES-MAX-ENTRIES
              PERFORM 294-ABEND-PRODUCT-OVERFLOW.
           ADD 1 TO PRODUCT-SALES-USED-COUNT.
           MOVE PRODUCT-SALES-USED-COUNT TO PRODUCT-SUB.
           INITIALIZE PRODUCT-SALES-ENTRY (PRODUCT-SUB).
           MOVE SEARCH-PRODUCT-KEY TO PST-RECORD-KEY (PRODUCT-SUB).
           MOVE "N" TO PST-ON-FILE-SWITCH (PRODUCT-SUB).
           MOVE "N" TO PST-APPLIED-SWITCH (PRODUCT-SUB).


       229-LOCATE-PRODUCT-SALES-ENTRY.
           MOVE ZERO TO PRODUCT-SUB.
           IF PRODUCT-SALES-USED-COUNT > ZERO
              SET PST-INDEX TO 1
              SEARCH PRODUCT-SALES-ENTRY
                 AT END
                    CONTINUE
                 WHEN PST-INDEX > PRODUCT-SALES-USED-COUNT
                    CONTINUE
                 WHEN PST-RECORD-KEY (PST-INDEX) = SEARCH-PRODUCT-KEY
                    SET PRODUCT-SUB TO PST-INDEX
              END-SEARCH
           END-IF.


      *    THE CHECK PASS TRIES EVERY BUCKET OF EVERY PRODUCT MOVE ON
      *    THE INSTRUCTION; THE APPLY PASS RUNS ONLY WHEN NOTHING
      *    OVERFLOWED, OTHERWISE THE INSTRUCTION IS REJECTED WHOLE.
       230-FIGURE-ONE-INSTRUCTION.
           MOVE "N" TO BUCKET-OVERFLOW-SWITCH.
           SET PRODUCT-CHECK-PASS TO TRUE.
           PERFORM 233-FIGURE-ONE-PRODUCT-MOVE
              VARYING MOVE-SUB FROM 1 BY 1
              UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT.
           IF BUCKET-OVERFLOW
              MOVE "Y" TO RAT-REJECTED-SWITCH (REALIGN-SUB)
              SUBTRACT 1 FROM INSTR-ACCEPTED-COUNT
              ADD 1 TO INSTR-REJECTED-COUNT
           ELSE
              SET PRODUCT-APPLY-PASS TO TRUE
              PERFORM 233-FIGURE-ONE-PRODUCT-MOVE
                 VARYING MOVE-SUB FROM 1 BY 1
                 UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT
           END-IF.


       233-FIGURE-ONE-PRODUCT-MOVE.
           IF PMT-REALIGN-SUB (MOVE-SUB) = REALIGN-SUB
              IF PRODUCT-CHECK-PASS
                 MOVE PMT-FROM-REP-KEY (MOVE-SUB) TO SEARCH-REP-KEY
                 MOVE PMT-PRODUCT-LINE (MOVE-SUB)
                    TO SEARCH-PRODUCT-LINE
                 PERFORM 229-LOCATE-PRODUCT-SALES-ENTRY
                 IF PRODUCT-SUB = ZERO
                    PERFORM 228-ADD-PRODUCT-SALES-ENTRY
                 END-IF
                 MOVE PRODUCT-SUB TO PMT-FROM-PST-SUB (MOVE-SUB)
                 MOVE PMT-TO-REP-KEY (MOVE-SUB) TO SEARCH-REP-KEY
                 PERFORM 229-LOCATE-PRODUCT-SALES-ENTRY
                 IF PRODUCT-SUB = ZERO
                    PERFORM 228-ADD-PRODUCT-SALES-ENTRY
                 END-IF
                 MOVE PRODUCT-SUB TO PMT-TO-PST-SUB (MOVE-SUB)
              END-IF
              MOVE PMT-FROM-PST-SUB (MOVE-SUB) TO FROM-PST-SUB
              MOVE PMT-TO-PST-SUB (MOVE-SUB) TO TO-PST-SUB
              PERFORM 234-FIGURE-ONE-PRODUCT-BUCKET
                 VARYING BUCKET-SUB FROM 1 BY 1
                 UNTIL BUCKET-SUB > 22
              IF PRODUCT-APPLY-PASS
                 MOVE "Y" TO PST-APPLIED-SWITCH (FROM-PST-SUB)
                 MOVE "Y" TO PST-APPLIED-SWITCH (TO-PST-SUB)
              END-IF
           END-IF.


       234-FIGURE-ONE-PRODUCT-BUCKET.
           COMPUTE FROM-PLS-AMOUNT =
              PST-BUCKET (FROM-PST-SUB, BUCKET-SUB)
              - PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE TO-PLS-AMOUNT =
              PST-BUCKET (TO-PST-SUB, BUCKET-SUB)
              + PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           IF PRODUCT-APPLY-PASS
              MOVE FROM-PLS-AMOUNT
                 TO PST-BUCKET (FROM-PST-SUB, BUCKET-SUB)
              MOVE TO-PLS-AMOUNT
                 TO PST-BUCKET (TO-PST-SUB, BUCKET-SUB)
           END-IF.


       250-LOAD-BRANCH-TABLE.

           PERFORM
                    MOVE RA-TO-KEY   TO RAT-TO-KEY (RAT-INDEX)
                    MOVE "N" TO RAT-MAST-APPLIED-SWITCH (RAT-INDEX)
                    MOVE "N" TO RAT-MTD-APPLIED-SWITCH (RAT-INDEX)
                    MOVE "N" TO RAT-REJECTED-SWITCH (RAT-INDEX)
              END-EVALUATE
           END-IF.

                 INPUT-CUSTMTD
                 INPUT-SALESREP
                 INPUT-BRCHMAST
                 INPUT-POSTREF
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-UPD4000.


                 AT END
                    CONTINUE
                 WHEN RAT-FROM-KEY (RAT-INDEX) = WORK-RECORD-KEY
                    AND NOT RAT-REJECTED (RAT-INDEX)
                    SET MOVE-FOUND TO TRUE
              END-SEARCH
           END-IF.
           END-IF.


       410-REALIGN-ONE-REFERENCE.
           READ INPUT-POSTREF
              AT END
                 SET POSTREF-EOF TO TRUE
                 IF PREF-READ-COUNT > ZERO
                    AND NOT POSTREF-TRAILER-SEEN
                    PERFORM 295-ABEND-POSTREF-TRAILER
                 END-IF.
           IF NOT POSTREF-EOF
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET POSTREF-TRAILER-SEEN TO TRUE
                 SET POSTREF-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PREF-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = POSTREF-IN-HASH
                    PERFORM 295-ABEND-POSTREF-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT POSTREF-EOF
              ADD 1 TO PREF-READ-COUNT
              ADD PR-TRAN-AMOUNT TO POSTREF-IN-HASH
              MOVE PR-CUSTOMER-KEY TO WORK-RECORD-KEY
              PERFORM 320-LOCATE-MOVE-INSTRUCTION
              IF MOVE-FOUND
                 MOVE RAT-TO-KEY (RAT-INDEX) TO PR-CUSTOMER-KEY
                 ADD 1 TO PREF-MOVED-COUNT
              END-IF
              MOVE POSTED-REFERENCE-RECORD TO NEWPREF-AREA
              WRITE NEWPREF-AREA
              ADD 1 TO PREF-WRITTEN-COUNT
              ADD PR-TRAN-AMOUNT TO NEWPREF-OUT-HASH
           END-IF.


       415-REALIGN-ONE-PRODUCT-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE
                 IF PLS-READ-COUNT > ZERO
                    AND NOT PLSALES-TRAILER-SEEN
                    PERFORM 298-ABEND-PLSALES-TRAILER
                 END-IF.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-TRAILER-SEEN TO TRUE
                 SET PLSALES-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PLS-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = PLSALES-IN-HASH
                    PERFORM 298-ABEND-PLSALES-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT PLSALES-EOF
              ADD 1 TO PLS-READ-COUNT
              ADD PS-SALES-THIS-YTD TO PLSALES-IN-HASH
              MOVE PS-RECORD-KEY TO SEARCH-PRODUCT-KEY
              PERFORM 229-LOCATE-PRODUCT-SALES-ENTRY
              IF PRODUCT-SUB > ZERO
                 IF PST-APPLIED (PRODUCT-SUB)
                    MOVE PST-BUCKET-AREA (PRODUCT-SUB)
                       TO PSB-BUCKET-AREA
                    ADD 1 TO PLS-UPDATED-COUNT
                 END-IF
              END-IF
              PERFORM 416-WRITE-PRODUCT-RECORD
           END-IF.


       416-WRITE-PRODUCT-RECORD.
           MOVE PRODUCT-SALES-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.
           ADD 1 TO PLS-WRITTEN-COUNT.
           ADD PS-SALES-THIS-YTD TO NEWPLS-OUT-HASH.


      *    A NEW SALESREP WITH NO ENTRY FOR THE PRODUCT LINE GETS A
      *    NEW ONE, WRITTEN AFTER THE FILE AND SORTED IN LATER.
       417-WRITE-CREATED-PRODUCT-ENTRY.
           IF PST-APPLIED (PRODUCT-SUB)
              AND NOT PST-ON-FILE (PRODUCT-SUB)
              MOVE SPACES TO PRODUCT-SALES-RECORD
              MOVE PST-RECORD-KEY (PRODUCT-SUB) TO PS-RECORD-KEY
              MOVE PST-BUCKET-AREA (PRODUCT-SUB) TO PSB-BUCKET-AREA
              ADD 1 TO PLS-CREATED-COUNT
              PERFORM 416-WRITE-PRODUCT-RECORD
           END-IF.


       420-WRITE-OUTPUT-TRAILERS.
           MOVE SPACES TO FILE-TRAILER-RECORD.
           MOVE "9999999999" TO FT-TRAILER-KEY.
           MOVE FILE-TRAILER-RECORD TO NEWMTD-AREA.
           WRITE NEWMTD-AREA.

           MOVE PREF-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPREF-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPREF-AREA.
           WRITE NEWPREF-AREA.

           MOVE PLS-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPLS-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.


       294-ABEND-PRODUCT-OVERFLOW.
           DISPLAY "UPD4000 ABEND - PRODUCT-LINE MOVE TABLE FULL AFTER "
                   PRODUCT-MOVE-USED-COUNT " MOVES AND "
                   PRODUCT-SALES-USED-COUNT " PLSALES ENTRIES.".
           DISPLAY "INCREASE PRODUCT-MOVE-MAX-ENTRIES OR "
                   "PRODUCT-SALES-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-POSTREF-TRAILER.
           DISPLAY "UPD4000 ABEND - POSTREF CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " PREF-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " POSTREF-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-CUSTMAST-TRAILER.
           DISPLAY "UPD4000 ABEND - CUSTMAST CONTROL TRAILER MISSING "
           STOP RUN.


       298-ABEND-PLSALES-TRAILER.
           DISPLAY "UPD4000 ABEND - PLSALES CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " PLS-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " PLSALES-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       450-PRINT-UNMATCHED-MOVES.
           IF REALIGN-USED-COUNT > ZERO
              PERFORM 460-REPORT-ONE-INSTRUCTION
           MOVE WORK-TO-SALESREP     TO RGL-TO-SALESREP.
           MOVE WORK-TO-CUSTOMER     TO RGL-TO-CUSTOMER.
           EVALUATE TRUE
              WHEN RAT-REJECTED (RAT-INDEX)
                 MOVE "REJECTED" TO RGL-STATUS
                 MOVE "PLSALES BUCKET WOULD OVERFLOW" TO RGL-REASON
              WHEN RAT-MAST-APPLIED-SWITCH (RAT-INDEX) = "Y"
                 AND RAT-MTD-APPLIED-SWITCH (RAT-INDEX) = "Y"
                 MOVE "APPLIED" TO RGL-STATUS
           MOVE MTD-MOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES READ" TO CCL-DESCRIPTION.
           MOVE PREF-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES WRITTEN" TO CCL-DESCRIPTION.
           MOVE PREF-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES MOVED" TO CCL-DESCRIPTION.
           MOVE PREF-MOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS READ" TO CCL-DESCRIPTION.
           MOVE PLS-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE PLS-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS UPDATED" TO CCL-DESCRIPTION.
           MOVE PLS-UPDATED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS CREATED" TO CCL-DESCRIPTION.
           MOVE PLS-CREATED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.


       560-PRINT-ONE-CONTROL-TOTAL.
           MOVE COUNT-CONTROL-LINE TO PRINT-AREA.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD4000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
