       IDENTIFICATION DIVISION.

       PROGRAM-ID. DAT1000.
      ****************************************************************
      * PROGRAM NAME: DAT1000
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Business-Date Control. Maintains the one-record
      *              BUSDATE control file every program in the stack
      *              reads for its run date in place of the system
      *              clock. The record carries the business date, the
      *              open accounting period (year and month) that
      *              UPD1000 posts into and UPD2100 closes, the sales
      *              year CM-SALES-THIS-YTD represents and UPD2000
      *              archives, and an open/closed flag. Operations
      *              drives it with DATCARD cards, applied in order:
      *                I  INITIALIZE - FIRST-TIME SET-UP ONLY, WHEN
      *                   BUSDATE IS MISSING OR EMPTY; DATE, PERIOD
      *                   AND SALES YEAR ARE ALL REQUIRED.
      *                C  CLOSE - MARKS THE CURRENT BUSINESS DATE
      *                   CLOSED AT THE END OF THE BATCH DAY.
      *                O  OPEN - OPENS THE NEXT BUSINESS DATE. THE
      *                   CURRENT DATE MUST BE CLOSED, THE NEW DATE
      *                   MUST BE LATER, AND IT MAY FALL NO FURTHER
      *                   THAN THE MONTH AFTER THE OPEN PERIOD, SO A
      *                   MISSED MONTH-END CLOSE STOPS THE CALENDAR.
      *              The period and sales year are never changed here
      *              after set-up - UPD2100 and UPD2000 advance them as
      *              they close. Every card is edited before anything
      *              is written; one bad card rejects the whole deck,
      *              leaves BUSDATE untouched, and ends the run with
      *              return code 8. A run-control record goes to the
      *              shared RUNLOG file at end of job.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-DATCARD ASSIGN TO DATCARD.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-DATCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  DATE-CONTROL-CARD.
           05  DC-ACTION-CODE          PIC X(1).
              88 DC-ACTION-INITIALIZE           VALUE "I".
              88 DC-ACTION-OPEN                 VALUE "O".
              88 DC-ACTION-CLOSE                VALUE "C".
           05  DC-BUSINESS-DATE        PIC 9(8).
           05  DC-BUSINESS-DATE-PARTS  REDEFINES DC-BUSINESS-DATE.
               10  DC-DATE-YEAR        PIC 9(4).
               10  DC-DATE-MONTH       PIC 9(2).
               10  DC-DATE-DAY         PIC 9(2).
           05  DC-OPEN-PERIOD.
               10  DC-PERIOD-YEAR      PIC 9(4).
               10  DC-PERIOD-MONTH     PIC 9(2).
           05  DC-SALES-YEAR           PIC 9(4).
           05  FILLER                  PIC X(61).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BUSDATE-AREA                PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY RUNLOG.

       WORKING-STORAGE SECTION.

           COPY BUSDATE.

       01  SWITCHES.
           05  DATCARD-EOF-SWITCH      PIC X    VALUE "N".
              88 DATCARD-EOF                    VALUE "Y".
           05  CONTROL-RECORD-SWITCH   PIC X    VALUE "N".
              88 CONTROL-RECORD-FOUND           VALUE "Y".
           05  CARD-REJECTED-SWITCH    PIC X    VALUE "N".
              88 CARD-REJECTED                  VALUE "Y".
           05  DECK-REJECTED-SWITCH    PIC X    VALUE "N".
              88 DECK-REJECTED                  VALUE "Y".

       01  DATE-CONTROL-COUNTERS       PACKED-DECIMAL.
           05  CARDS-READ-COUNT        PIC S9(7)     VALUE ZERO.
           05  CARDS-APPLIED-COUNT     PIC S9(7)     VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC S9(7)     VALUE ZERO.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  PERIOD-LIMIT-FIELDS.
           05  BASE-PERIOD.
               10  BASE-PERIOD-YEAR    PIC 9(4).
               10  BASE-PERIOD-MONTH   PIC 9(2).
           05  LATEST-PERIOD.
               10  LATEST-PERIOD-YEAR  PIC 9(4).
               10  LATEST-PERIOD-MONTH PIC 9(2).

       01  REJECT-REASON               PIC X(60).

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).


       PROCEDURE DIVISION.
       000-MAINTAIN-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 030-READ-BUSINESS-DATE.

           OPEN INPUT INPUT-DATCARD.
           PERFORM 300-APPLY-ONE-CARD.
           PERFORM 300-APPLY-ONE-CARD
               UNTIL DATCARD-EOF.
           CLOSE INPUT-DATCARD.

           IF CARDS-READ-COUNT = ZERO
              DISPLAY "DAT1000 - DATCARD CONTAINS NO CARDS."
              SET DECK-REJECTED TO TRUE.

           IF DECK-REJECTED
              DISPLAY "DAT1000 - " CARDS-REJECTED-COUNT
                      " CARD(S) REJECTED. BUSDATE NOT CHANGED."
              MOVE 8 TO RUN-RETURN-CODE
           ELSE
              PERFORM 600-WRITE-BUSINESS-DATE
              DISPLAY "DAT1000 - BUSINESS DATE " BD-BUSINESS-DATE
                      " STATUS " BD-DATE-STATUS
                      " PERIOD " BD-PERIOD-MONTH "/" BD-PERIOD-YEAR
                      " SALES YEAR " BD-SALES-YEAR "."
           END-IF.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.


       030-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 080-ABEND-BUSINESS-DATE.
           READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
              AT END
                 MOVE SPACES TO BUSINESS-DATE-RECORD
              NOT AT END
                 SET CONTROL-RECORD-FOUND TO TRUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF CONTROL-RECORD-FOUND
              IF BD-BUSINESS-DATE NOT NUMERIC
                 OR BD-OPEN-PERIOD NOT NUMERIC
                 OR BD-SALES-YEAR NOT NUMERIC
                 OR NOT (BD-DATE-OPEN OR BD-DATE-CLOSED)
                 PERFORM 080-ABEND-BUSINESS-DATE
              END-IF
              MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
              DISPLAY "DAT1000 - CURRENT BUSINESS DATE "
                      BD-BUSINESS-DATE " STATUS " BD-DATE-STATUS
                      " PERIOD " BD-PERIOD-MONTH "/" BD-PERIOD-YEAR
                      " SALES YEAR " BD-SALES-YEAR "."
           ELSE
              DISPLAY "DAT1000 - NO BUSINESS-DATE CONTROL RECORD "
                      "ON FILE."
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "DAT1000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) IS UNREADABLE OR INVALID.".
           DISPLAY "  BUSDATE STATUS " BUSDATE-FILE-STATUS
                   ". RESTORE THE CONTROL FILE, OR DELETE IT AND "
                   "INITIALIZE.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       210-READ-DATE-CARD.
           READ INPUT-DATCARD
              AT END
                 SET DATCARD-EOF TO TRUE.
           IF NOT DATCARD-EOF
              ADD 1 TO CARDS-READ-COUNT.


       300-APPLY-ONE-CARD.
           PERFORM 210-READ-DATE-CARD.
           IF NOT DATCARD-EOF
              MOVE "N" TO CARD-REJECTED-SWITCH
              MOVE SPACES TO REJECT-REASON
              EVALUATE TRUE
                 WHEN DC-ACTION-INITIALIZE
                    PERFORM 310-INITIALIZE-CONTROL-RECORD
                 WHEN DC-ACTION-CLOSE
                    PERFORM 320-CLOSE-BUSINESS-DATE
                 WHEN DC-ACTION-OPEN
                    PERFORM 330-OPEN-NEXT-BUSINESS-DATE
                 WHEN OTHER
                    MOVE "ACTION CODE MUST BE I, O, OR C"
                       TO REJECT-REASON
                    SET CARD-REJECTED TO TRUE
              END-EVALUATE
              IF CARD-REJECTED
                 ADD 1 TO CARDS-REJECTED-COUNT
                 SET DECK-REJECTED TO TRUE
                 DISPLAY "DAT1000 - CARD " CARDS-READ-COUNT
                         " REJECTED: " REJECT-REASON
                 DISPLAY "  CARD IMAGE: " DATE-CONTROL-CARD
              ELSE
                 ADD 1 TO CARDS-APPLIED-COUNT
                 DISPLAY "DAT1000 - CARD " CARDS-READ-COUNT
                         " APPLIED: ACTION " DC-ACTION-CODE
                         " BUSINESS DATE " BD-BUSINESS-DATE
              END-IF
           END-IF.


       310-INITIALIZE-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND
              MOVE "BUSDATE ALREADY SET - INITIALIZE IS FIRST-TIME ONLY"
                 TO REJECT-REASON
              SET CARD-REJECTED TO TRUE.
           IF NOT CARD-REJECTED
              PERFORM 350-EDIT-CARD-DATE.
           IF NOT CARD-REJECTED
              IF DC-OPEN-PERIOD NOT NUMERIC
                 OR DC-PERIOD-MONTH < 01 OR DC-PERIOD-MONTH > 12
                 OR DC-SALES-YEAR NOT NUMERIC
                 OR DC-SALES-YEAR = ZERO
                 MOVE "OPEN PERIOD AND SALES YEAR ARE REQUIRED"
                    TO REJECT-REASON
                 SET CARD-REJECTED TO TRUE
              ELSE
                 IF DC-PERIOD-YEAR NOT = DC-SALES-YEAR
                    MOVE "OPEN PERIOD MUST FALL IN THE SALES YEAR"
                       TO REJECT-REASON
                    SET CARD-REJECTED TO TRUE
                 END-IF
              END-IF.
           IF NOT CARD-REJECTED
              MOVE DC-OPEN-PERIOD TO BASE-PERIOD
              PERFORM 360-EDIT-PERIOD-WINDOW.
           IF NOT CARD-REJECTED
              MOVE SPACES TO BUSINESS-DATE-RECORD
              MOVE DC-BUSINESS-DATE TO BD-BUSINESS-DATE
              MOVE DC-PERIOD-YEAR TO BD-PERIOD-YEAR
              MOVE DC-PERIOD-MONTH TO BD-PERIOD-MONTH
              MOVE DC-SALES-YEAR TO BD-SALES-YEAR
              SET BD-DATE-OPEN TO TRUE
              SET CONTROL-RECORD-FOUND TO TRUE.


       320-CLOSE-BUSINESS-DATE.
           IF NOT CONTROL-RECORD-FOUND
              MOVE "NO BUSINESS DATE ON FILE - INITIALIZE FIRST"
                 TO REJECT-REASON
              SET CARD-REJECTED TO TRUE
           ELSE
              IF NOT BD-DATE-OPEN
                 MOVE "CURRENT BUSINESS DATE IS ALREADY CLOSED"
                    TO REJECT-REASON
                 SET CARD-REJECTED TO TRUE
              END-IF
           END-IF.
           IF NOT CARD-REJECTED
              SET BD-DATE-CLOSED TO TRUE.


       330-OPEN-NEXT-BUSINESS-DATE.
           IF NOT CONTROL-RECORD-FOUND
              MOVE "NO BUSINESS DATE ON FILE - INITIALIZE FIRST"
                 TO REJECT-REASON
              SET CARD-REJECTED TO TRUE
           ELSE
              IF NOT BD-DATE-CLOSED
                 MOVE "CURRENT BUSINESS DATE MUST BE CLOSED FIRST"
                    TO REJECT-REASON
                 SET CARD-REJECTED TO TRUE
              END-IF
           END-IF.
           IF NOT CARD-REJECTED
              PERFORM 350-EDIT-CARD-DATE.
           IF NOT CARD-REJECTED
              IF DC-BUSINESS-DATE NOT > BD-BUSINESS-DATE
                 MOVE "NEW BUSINESS DATE MUST BE LATER THAN CURRENT"
                    TO REJECT-REASON
                 SET CARD-REJECTED TO TRUE
              END-IF
           END-IF.
           IF NOT CARD-REJECTED
              MOVE BD-OPEN-PERIOD TO BASE-PERIOD
              PERFORM 360-EDIT-PERIOD-WINDOW.
           IF NOT CARD-REJECTED
              MOVE DC-BUSINESS-DATE TO BD-BUSINESS-DATE
              SET BD-DATE-OPEN TO TRUE.


       350-EDIT-CARD-DATE.
           IF DC-BUSINESS-DATE NOT NUMERIC
              OR DC-DATE-YEAR < 1900
              OR DC-DATE-MONTH < 01 OR DC-DATE-MONTH > 12
              OR DC-DATE-DAY < 01 OR DC-DATE-DAY > 31
              MOVE "BUSINESS DATE MUST BE A VALID YYYYMMDD DATE"
                 TO REJECT-REASON
              SET CARD-REJECTED TO TRUE.


       360-EDIT-PERIOD-WINDOW.
           IF BASE-PERIOD-MONTH = 12
              COMPUTE LATEST-PERIOD-YEAR = BASE-PERIOD-YEAR + 1
              MOVE 01 TO LATEST-PERIOD-MONTH
           ELSE
              MOVE BASE-PERIOD-YEAR TO LATEST-PERIOD-YEAR
              COMPUTE LATEST-PERIOD-MONTH = BASE-PERIOD-MONTH + 1
           END-IF.
           IF DC-BUSINESS-DATE (1:6) < BASE-PERIOD
              MOVE "BUSINESS DATE FALLS BEFORE THE OPEN PERIOD"
                 TO REJECT-REASON
              SET CARD-REJECTED TO TRUE
           ELSE
              IF DC-BUSINESS-DATE (1:6) > LATEST-PERIOD
                 MOVE "OPEN PERIOD NOT CLOSED - RUN UPD2100 FIRST"
                    TO REJECT-REASON
                 SET CARD-REJECTED TO TRUE
              END-IF
           END-IF.


       600-WRITE-BUSINESS-DATE.
           MOVE "DAT1000" TO BD-LAST-CHANGED-BY.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO BD-LAST-CHANGED-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO BD-LAST-CHANGED-TIME.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           WRITE BUSDATE-AREA FROM BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
           MOVE BD-BUSINESS-DATE TO BUSINESS-DATE.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF BUSINESS-DATE NOT = ZERO
              MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "DAT1000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CARDS-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE CARDS-APPLIED-COUNT TO RL-RECORDS-READ-2.
           MOVE ZERO TO RL-LINES-WRITTEN.
           MOVE ZERO TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
