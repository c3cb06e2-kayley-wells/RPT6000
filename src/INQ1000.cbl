      *                STILL WORK. THE CUSTMAST CONTROL-TRAILER RECORD
      *                (RESERVED KEY 9999999999) IS SKIPPED BY BOTH
      *                SCANS.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS NOW COMES FROM THE
      *                BUSDATE BUSINESS-DATE CONTROL RECORD INSTEAD OF
      *                THE SYSTEM CLOCK, SO A BATCH THAT RUNS PAST
      *                MIDNIGHT OR IS RERUN ON A LATER DAY STILL
      *                CARRIES ITS OWN BUSINESS DAY. THE RUN ABENDS
      *                WHEN THE CONTROL RECORD IS MISSING OR INVALID;
      *                A CLOSED DATE IS ALLOWED SO INQUIRIES CAN RUN
      *                AFTER THE BATCH DAY ENDS. THE TIME OF DAY STILL
      *                COMES FROM THE CLOCK.
      ****************************************************************


                  WITH DUPLICATES.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT OUTPUT-INQ1000 ASSIGN TO INQ1000.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  PRINT-AREA      PIC X(130).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01 SALESREP-TABLE.
       01  CALCULATION-FIELDS         PACKED-DECIMAL.
           05  WS-CHANGE-AMOUNT       PIC S9(7)V99   VALUE ZERO.

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.

       PROCEDURE DIVISION.
       000-PREPARE-INQUIRY-STATEMENTS.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE SALESREP-TABLE.

           OPEN INPUT  INPUT-INQREQST
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
           CLOSE BUSINESS-DATE-FILE.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "INQ1000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
