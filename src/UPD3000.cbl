      *                SAME PATTERN THE REST OF THE STACK CARRIES, SO
      *                GAT1000 CAN GATE ON THE MAINTENANCE RUN AND
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
      *                (DD BKUPMAST) BEFORE ANY UPDATE IS APPLIED IN
      *                PLACE, AND LOGS IT ON THE GENCAT GENERATION
      *                CATALOG WITH THE PROGRAM ID, BUSINESS DATE,
      *                RECORD COUNT AND TRAILER AMOUNT HASH, SO RST1000
      *                CAN PUT BACK THE MASTER AS IT STOOD BEFORE THIS
      *                RUN. CUSTMAST ACCESS IS NOW DYNAMIC SO THE
      *                BACKUP CAN READ IT IN KEY ORDER.
      ****************************************************************


           SELECT INPUT-CUSTTRAN ASSIGN TO CUSTTRAN.
           SELECT IO-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY.
           SELECT OUTPUT-UPD3000 ASSIGN TO UPD3000.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  PRINT-AREA      PIC X(130).

       FD  BACKUP-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTMAST-AREA   PIC X(130).

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
           05  LAST-CUSTMAST-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.

       PROCEDURE DIVISION.
       000-MAINTAIN-CUSTOMER-MASTER.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.
           OPEN INPUT  INPUT-CUSTTRAN
                I-O    IO-CUSTMAST
                OUTPUT OUTPUT-UPD3000.
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
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           CLOSE BUSINESS-DATE-FILE.


       050-READ-CONTROL-TRAILER.
           MOVE "9999999999" TO CM-RECORD-KEY.
           READ IO-CUSTMAST
           END-READ.


       060-TAKE-BACKUP-GENERATIONS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 061-SCAN-GENERATION-CATALOG.
           OPEN EXTEND GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 070-BACKUP-CUSTMAST.
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
           MOVE "UPD3000" TO GC-PROGRAM-ID.
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
           DISPLAY "UPD3000 - BACKUP GENERATION " GC-GENERATION-NUMBER
                   " OF " GC-FILE-ID " TAKEN, " GC-RECORD-COUNT
                   " RECORDS.".


       070-BACKUP-CUSTMAST.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  IO-CUSTMAST
                OUTPUT BACKUP-CUSTMAST.
           PERFORM 071-COPY-ONE-CUSTMAST
               UNTIL BACKUP-EOF.
           CLOSE IO-CUSTMAST
                 BACKUP-CUSTMAST.
           ADD 1 TO LAST-CUSTMAST-GENERATION.
           MOVE "CUSTMAST" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTMAST-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       071-COPY-ONE-CUSTMAST.
           READ IO-CUSTMAST NEXT RECORD
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTMAST-AREA FROM CUSTOMER-MASTER-RECORD
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "UPD3000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD3000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD3000 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD3000 ABEND - BACKUP OF " BACKUP-FILE-ID
                   " COPIED " BACKUP-RECORD-COUNT " RECORDS BUT ITS "
                   "TRAILER SAYS " BACKUP-TRAILER-COUNT ".".
           DISPLAY "  THE FILE IS DAMAGED - RESTORE IT WITH RST1000 "
                   "BEFORE RERUNNING.".
           CLOSE GENERATION-CATALOG.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       095-ABEND-TRAILER-MISSING.
           DISPLAY "UPD3000 ABEND - CUSTMAST HAS NO CONTROL TRAILER "
                   "UNDER THE RESERVED KEY 9999999999.".

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD3000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
