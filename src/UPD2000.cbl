      *                NOT THE RUN-DATE YEAR - A JANUARY CLOSE WAS
      *                STAMPING EVERY ARCHIVED RECORD WITH THE YEAR
      *                AFTER THE ONE WHOSE SALES IT CARRIES.
      * 10/15/2026 KW  ALSO ROLLS THE PRODUCT-LINE SALES FILE (PLSALES
      *                IN, NEWPLS OUT): THIS-YTD MOVES TO LAST-YTD AND
      *                IS ZEROED FOR THE NEW YEAR. THE MONTH AND
      *                QUARTER BUCKETS ARE CARRIED THROUGH UNCHANGED,
      *                AS FOR CUSTMTD, BECAUSE UPD2100 OWNS THAT ROLL.
      *                BEFORE/AFTER PRODUCT-LINE TOTALS PRINT WITH THE
      *                GRAND TOTALS.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS AND THE RUNLOG
      *                RECORD NOW COMES FROM THE BUSDATE BUSINESS-DATE
      *                CONTROL RECORD INSTEAD OF THE SYSTEM CLOCK, AND
      *                THE YEAR ARCHIVED IS THE SALES YEAR CARRIED ON
      *                THAT RECORD RATHER THAN ONE DERIVED FROM THE
      *                CLOCK MONTH. THE RUN ABENDS WHEN THE CONTROL
      *                RECORD IS MISSING OR THE DATE IS CLOSED, OR
      *                WHEN THE UPD2100 DECEMBER CLOSE HAS NOT YET
      *                MOVED THE OPEN PERIOD INTO THE NEXT YEAR. AT
      *                END OF JOB THE SALES YEAR ON BUSDATE IS
      *                ADVANCED ONE YEAR. TIME OF DAY STILL COMES
      *                FROM THE CLOCK.
      * 10/15/2026 KW  TAKES A NUMBERED BACKUP GENERATION OF CUSTMAST,
      *                CUSTMTD, CUSTARCH AND PLSALES (DDS BKUPMAST,
      *                BKUPMTD, BKUPARCH, BKUPPLS) BEFORE ANY UPDATE,
      *                AND LOGS EACH ONE ON THE GENCAT GENERATION
      *                CATALOG WITH THE PROGRAM ID, BUSINESS DATE,
      *                RECORD COUNT AND TRAILER AMOUNT HASH, SO
      *                RST1000 CAN PUT BACK THE STATE OF THE MASTERS
      *                AS THEY STOOD BEFORE THIS RUN.
      * 10/15/2026 KW  THE CLOSE-STATUS CHECK NOW RUNS BEFORE THE OPEN
      *                PERIOD CHECK. A RERUN AFTER A GOOD CLOSE FINDS
      *                THE SALES YEAR ALREADY ADVANCED ON BUSDATE, AND
      *                WAS ABENDING AS IF THE DECEMBER CLOSE HAD NOT
      *                RUN INSTEAD OF REPORTING THE YEAR ALREADY
      *                CLOSED.
      * 10/15/2026 KW  ALSO BACKS UP THE BUSDATE CONTROL RECORD AND THE
      *                CLOSSTAT CLOSE-STATUS RECORD (DDS BKUPBDAT,
      *                BKUPCLST) AS CATALOGUED GENERATIONS OF THEIR OWN,
      *                SO RST1000 CAN PUT BACK THE OPEN PERIOD, SALES
      *                YEAR AND CLOSE STATUS ALONG WITH THE MASTERS
      *                WHEN A YEAR-END CLOSE HAS TO BE BACKED OUT.
      ****************************************************************


               RECORD KEY IS NM-RECORD-KEY.
           SELECT OUTPUT-NEWMTD ASSIGN TO NEWMTD.
           SELECT OPTIONAL OUTPUT-CUSTARCH ASSIGN TO CUSTARCH.
           SELECT OPTIONAL INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-NEWPLS ASSIGN TO NEWPLS.
           SELECT CLOSE-STATUS-FILE ASSIGN TO CLOSSTAT
               FILE STATUS IS CLOSE-STATUS-FILE-STATUS.
           SELECT OUTPUT-UPD2000 ASSIGN TO UPD2000.
           SELECT OPTIONAL INPUT-CUSTARCH ASSIGN TO CUSTARCH.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-CUSTARCH ASSIGN TO BKUPARCH.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT BACKUP-BUSDATE ASSIGN TO BKUPBDAT.
           SELECT BACKUP-CLOSE-STATUS ASSIGN TO BKUPCLST.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY CUSTARCH.

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

       FD  INPUT-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

       01  INPUT-CUSTARCH-AREA         PIC X(140).

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

       FD  BACKUP-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

       01  BACKUP-CUSTARCH-AREA   PIC X(140).

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
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  CUSTMTD-TRAILER-SWITCH  PIC X    VALUE "N".
              88 CUSTMTD-TRAILER-SEEN           VALUE "Y".
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".

       01  CLOSE-STATUS-FILE-STATUS    PIC X(2).

           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWMAST-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  NEWMTD-OUT-HASH         PIC S9(11)V99 VALUE ZERO.
           05  PLSALES-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPLS-OUT-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 99.
           05  PLS-KEY                 PIC X(8).
           05  OLD-PLS-KEY             PIC X(8).

       01  CLOSE-PERIOD-FIELDS.
           05  ARCHIVE-YEAR            PIC 9(4).
           05  MASTERS-ROLLED-COUNT    PIC S9(7)     VALUE ZERO.
           05  MTD-RESET-COUNT         PIC S9(7)     VALUE ZERO.
           05  ARCHIVE-WRITTEN-COUNT   PIC S9(7)     VALUE ZERO.
           05  PLS-ROLLED-COUNT        PIC S9(7)     VALUE ZERO.

       01  BRANCH-TOTAL-FIELDS         PACKED-DECIMAL.
           05 BRANCH-BEFORE-THIS-YTD   PIC S9(6)V99  VALUE ZERO.
           05 MTD-AFTER-LY-MONTH       PIC S9(7)V99  VALUE ZERO.
           05 MTD-AFTER-LY-QTR         PIC S9(8)V99  VALUE ZERO.

       01  PRODUCT-TOTAL-FIELDS        PACKED-DECIMAL.
           05 PLS-BEFORE-THIS-YTD      PIC S9(9)V99  VALUE ZERO.
           05 PLS-BEFORE-LAST-YTD      PIC S9(9)V99  VALUE ZERO.
           05 PLS-AFTER-THIS-YTD       PIC S9(9)V99  VALUE ZERO.
           05 PLS-AFTER-LAST-YTD       PIC S9(9)V99  VALUE ZERO.

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
           05  LAST-CUSTARCH-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-PLSALES-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-BUSDATE-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-CLOSSTAT-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.
       01  BUSINESS-PERIOD-YEAR        PIC 9(4)   VALUE ZERO.
       01  BUSINESS-SALES-YEAR         PIC 9(4)   VALUE ZERO.
       01  BUSINESS-DATE-SAVE-AREA     PIC X(80).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  GCL-PRIOR-YTD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(64)      VALUE SPACE.

       01  PRODUCT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PCL-DESCRIPTION      PIC X(14).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PCL-THIS-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PCL-LAST-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(80)      VALUE SPACE.

       01  MTD-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  MCL-DESCRIPTION      PIC X(26).

       PROCEDURE DIVISION.
       000-CLOSE-YEAR-END.
           PERFORM 030-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 050-CHECK-CLOSE-STATUS.
           PERFORM 040-DERIVE-ARCHIVE-YEAR.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.

           OPEN INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                OUTPUT OUTPUT-NEWMAST
                OUTPUT OUTPUT-NEWMTD
                EXTEND OUTPUT-CUSTARCH
                INPUT  INPUT-PLSALES
                OUTPUT OUTPUT-NEWPLS
                OUTPUT OUTPUT-UPD2000.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 400-RESET-ONE-MTD-RECORD
               UNTIL CUSTMTD-EOF.

           PERFORM 410-ROLL-ONE-PRODUCT-RECORD.
           PERFORM 410-ROLL-ONE-PRODUCT-RECORD
               UNTIL PLSALES-EOF.

           PERFORM 450-WRITE-OUTPUT-TRAILERS.
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 600-WRITE-CLOSE-STATUS.
           PERFORM 610-ADVANCE-SALES-YEAR.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
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
              OR BD-SALES-YEAR NOT NUMERIC
              CLOSE BUSINESS-DATE-FILE
              PERFORM 080-ABEND-BUSINESS-DATE.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE.
           MOVE BD-PERIOD-YEAR TO BUSINESS-PERIOD-YEAR.
           MOVE BD-SALES-YEAR TO BUSINESS-SALES-YEAR.
           MOVE BUSINESS-DATE-RECORD TO BUSINESS-DATE-SAVE-AREA.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           CLOSE BUSINESS-DATE-FILE.


       040-DERIVE-ARCHIVE-YEAR.
           IF BUSINESS-PERIOD-YEAR NOT = BUSINESS-SALES-YEAR + 1
              PERFORM 082-ABEND-DECEMBER-NOT-CLOSED.
           MOVE BUSINESS-SALES-YEAR TO ARCHIVE-YEAR.


       050-CHECK-CLOSE-STATUS.
           END-IF.


       060-TAKE-BACKUP-GENERATIONS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 061-SCAN-GENERATION-CATALOG.
           OPEN EXTEND GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 070-BACKUP-CUSTMAST.
           PERFORM 072-BACKUP-CUSTMTD.
           PERFORM 076-BACKUP-CUSTARCH.
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
                 WHEN "CUSTARCH"
                    IF GC-GENERATION-NUMBER > LAST-CUSTARCH-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTARCH-GENERATION
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
                 WHEN "CLOSSTAT"
                    IF GC-GENERATION-NUMBER > LAST-CLOSSTAT-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CLOSSTAT-GENERATION
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
           MOVE "UPD2000" TO GC-PROGRAM-ID.
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
           DISPLAY "UPD2000 - BACKUP GENERATION " GC-GENERATION-NUMBER
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
           ADD 1 TO LAST-CLOSSTAT-GENERATION.
           MOVE "CLOSSTAT" TO BACKUP-FILE-ID.
           MOVE LAST-CLOSSTAT-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       069-COPY-ONE-CLOSE-STATUS.
           READ CLOSE-STATUS-FILE
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CLOSE-STATUS-AREA FROM CLOSE-STATUS-RECORD
              ADD 1 TO BACKUP-RECORD-COUNT
           END-IF.


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


       076-BACKUP-CUSTARCH.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-CUSTARCH
                OUTPUT BACKUP-CUSTARCH.
           PERFORM 077-COPY-ONE-CUSTARCH
               UNTIL BACKUP-EOF.
           CLOSE INPUT-CUSTARCH
                 BACKUP-CUSTARCH.
           ADD 1 TO LAST-CUSTARCH-GENERATION.
           MOVE "CUSTARCH" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTARCH-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       077-COPY-ONE-CUSTARCH.
           READ INPUT-CUSTARCH
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTARCH-AREA FROM INPUT-CUSTARCH-AREA
              MOVE INPUT-CUSTARCH-AREA TO FILE-TRAILER-RECORD
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
           DISPLAY "UPD2000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD2000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       082-ABEND-DECEMBER-NOT-CLOSED.
           DISPLAY "UPD2000 ABEND - SALES YEAR " BUSINESS-SALES-YEAR
                   " STILL HAS OPEN PERIOD YEAR "
                   BUSINESS-PERIOD-YEAR " ON BUSDATE.".
           DISPLAY "  THE UPD2100 DECEMBER CLOSE MUST RUN BEFORE THE "
                   "YEAR-END ROLL.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD2000 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD2000 ABEND - BACKUP OF " BACKUP-FILE-ID
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
           DISPLAY "UPD2000 ABEND - YEAR-END CLOSE ALREADY RAN IN "
                   CS-LAST-CLOSE-YEAR " ON " CS-LAST-CLOSE-DATE ".".
           END-IF.


       230-READ-PRODUCT-SALES-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE
                 IF PLS-ROLLED-COUNT > ZERO
                    AND NOT PLSALES-TRAILER-SEEN
                    PERFORM 296-ABEND-PLSALES-TRAILER
                 END-IF.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-TRAILER-SEEN TO TRUE
                 SET PLSALES-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PLS-ROLLED-COUNT
                    OR FT-AMOUNT-HASH NOT = PLSALES-IN-HASH
                    PERFORM 296-ABEND-PLSALES-TRAILER
                 END-IF
              ELSE
                 ADD PS-SALES-THIS-YTD TO PLSALES-IN-HASH
                 MOVE PLS-KEY TO OLD-PLS-KEY
                 MOVE PS-RECORD-KEY TO PLS-KEY
                 IF PLS-ROLLED-COUNT > ZERO
                    AND PLS-KEY NOT > OLD-PLS-KEY
                    PERFORM 297-ABEND-PLSALES-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       293-ABEND-CUSTMAST-TRAILER.
           DISPLAY "UPD2000 ABEND - CUSTMAST CONTROL TRAILER MISSING "
                   "OR WRONG.".
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-PLSALES-TRAILER.
           DISPLAY "UPD2000 ABEND - PLSALES CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " PLS-ROLLED-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " PLSALES-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       297-ABEND-PLSALES-SEQUENCE.
           DISPLAY "UPD2000 ABEND - INPUT-PLSALES OUT OF SEQUENCE "
                   "AT BRANCH " PS-BRANCH-NUMBER
                   " SALESREP " PS-SALESREP-NUMBER
                   " PRODUCT LINE " PS-PRODUCT-LINE ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF UPD2000 AND "
                   "RERUN.".
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-CUSTARCH
                 INPUT-PLSALES
                 OUTPUT-NEWPLS
                 OUTPUT-UPD2000.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           END-IF.


       410-ROLL-ONE-PRODUCT-RECORD.
           PERFORM 230-READ-PRODUCT-SALES-RECORD.
           IF NOT PLSALES-EOF
              ADD PS-SALES-THIS-YTD TO PLS-BEFORE-THIS-YTD
              ADD PS-SALES-LAST-YTD TO PLS-BEFORE-LAST-YTD
              MOVE PS-SALES-THIS-YTD TO PS-SALES-LAST-YTD
              MOVE ZERO              TO PS-SALES-THIS-YTD
              ADD PS-SALES-THIS-YTD TO PLS-AFTER-THIS-YTD
              ADD PS-SALES-LAST-YTD TO PLS-AFTER-LAST-YTD
              MOVE PRODUCT-SALES-RECORD TO NEWPLS-AREA
              WRITE NEWPLS-AREA
              ADD 1 TO PLS-ROLLED-COUNT
              ADD PS-SALES-THIS-YTD TO NEWPLS-OUT-HASH
           END-IF.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE FILE-TRAILER-RECORD TO NEWMTD-AREA.
           WRITE NEWMTD-AREA.

           MOVE PLS-ROLLED-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPLS-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.


       500-PRINT-GRAND-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PRODUCT BEFORE" TO PCL-DESCRIPTION.
           MOVE PLS-BEFORE-THIS-YTD TO PCL-THIS-YTD.
           MOVE PLS-BEFORE-LAST-YTD TO PCL-LAST-YTD.
           MOVE PRODUCT-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PRODUCT AFTER" TO PCL-DESCRIPTION.
           MOVE PLS-AFTER-THIS-YTD TO PCL-THIS-YTD.
           MOVE PLS-AFTER-LAST-YTD TO PCL-LAST-YTD.
           MOVE PRODUCT-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "CUSTMTD THIS-PERIOD TOTALS" TO MCL-DESCRIPTION.
           MOVE MTD-BEFORE-THIS-MONTH TO MCL-MONTH-AMOUNT.
           MOVE MTD-BEFORE-THIS-QTR   TO MCL-QTR-AMOUNT.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "PLSALES RECORDS ROLLED" TO CCL-DESCRIPTION.
           MOVE PLS-ROLLED-COUNT TO CCL-COUNT.
           MOVE COUNT-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       600-WRITE-CLOSE-STATUS.
           OPEN OUTPUT CLOSE-STATUS-FILE.
           CLOSE CLOSE-STATUS-FILE.


       610-ADVANCE-SALES-YEAR.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE BUSINESS-DATE-SAVE-AREA TO BUSINESS-DATE-RECORD.
           COMPUTE BD-SALES-YEAR = BUSINESS-SALES-YEAR + 1.
           MOVE "UPD2000" TO BD-LAST-CHANGED-BY.
           MOVE BUSINESS-DATE TO BD-LAST-CHANGED-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO BD-LAST-CHANGED-TIME.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD2000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
