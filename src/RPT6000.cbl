      *                TRUNCATED CLEAN FILE. A CHECKPOINT RESTART
      *                STILL VERIFIES THE FULL FILE BECAUSE THE SKIP
      *                RE-READS EVERY RECORD.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS AND THE RUNLOG
      *                RECORD NOW COMES FROM THE BUSDATE BUSINESS-DATE
      *                CONTROL RECORD INSTEAD OF THE SYSTEM CLOCK, SO
      *                A BATCH THAT RUNS PAST MIDNIGHT OR IS RERUN ON
      *                A LATER DAY STILL CARRIES ITS OWN BUSINESS DAY.
      *                THE RUN ABENDS WHEN THE CONTROL RECORD IS
      *                MISSING OR THE DATE IS ALREADY CLOSED. THE TIME
      *                OF DAY STILL COMES FROM THE CLOCK.
      * 10/15/2026 KW  THE 08/08/2026 ENTRY ABOVE DESCRIBES QUOTING
      *                THE EXTRACT CUSTOMER NAME, BUT THAT CHANGE ONLY
      *                BLANKED COMMAS IN THE NAME. THE NAME NOW GOES OUT
      *                IN QUOTES WITH TRAILING SPACES DROPPED AND ANY
      *                EMBEDDED QUOTE DOUBLED, THE SAME AS THE RPT9700
      *                EXTRACT, SO IT REACHES THE SPREADSHEET AS
      *                ENTERED.
      ****************************************************************


           SELECT OUTPUT-BURST-08 ASSIGN TO RPT6B08.
           SELECT OUTPUT-BURST-09 ASSIGN TO RPT6B09.
           SELECT OUTPUT-BURST-10 ASSIGN TO RPT6B10.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  BURST-AREA-10   PIC X(130).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01 SALESREP-TABLE.
           05  WS-REGION-SUB            PIC S9(4) COMP  VALUE ZERO.
           05  REGION-USED-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  UNKNOWN-BRANCH-COUNT     PIC S9(4) COMP  VALUE ZERO.
           05  NAME-SUB                 PIC S9(4) COMP  VALUE ZERO.
           05  NAME-LENGTH              PIC S9(4) COMP  VALUE ZERO.
           05  QUOTED-LENGTH            PIC S9(4) COMP  VALUE ZERO.

       01  REGION-WORK-FIELDS.
           05  REGION-WORK-CODE         PIC X(2).
              88 RESTART-BRANCH-COMPLETE          VALUE "Y".
           05  RESTART-SALESREP-COMPLETE-SWITCH PIC X VALUE "N".
              88 RESTART-SALESREP-COMPLETE          VALUE "Y".
           05  NAME-END-SWITCH         PIC X    VALUE "N".
              88 NAME-END-FOUND                 VALUE "Y".

       01  WS-CHECKPOINT-STATUS        PIC X(2).

           05  EXTRACT-CHANGE-AMT-EDIT  PIC -(7)9.99.

       01  EXTRACT-CUSTOMER-NAME        PIC X(20).
       01  EXTRACT-QUOTED-NAME          PIC X(42).

       01  EXTRACT-HEADER-LINE.
           05  FILLER               PIC X(30)    VALUE
           05  FILLER               PIC X(10)    VALUE
               ",PRIOR-YTD".

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.

       PROCEDURE DIVISION.
       000-PREPARE-SALES-REPORT.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE REGION-TABLE.
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


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RPT6000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT6000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE "N"                  TO CKPT-SALESREP-COMPLETE-SWITCH.
           PERFORM 368-WRITE-CHECKPOINT-RECORD.

      *    THE CUSTOMER NAME GOES OUT IN QUOTES WITH ITS TRAILING
      *    SPACES DROPPED AND ANY QUOTE INSIDE IT DOUBLED, SO A COMMA
      *    IN THE NAME DOES NOT SPLIT THE COLUMN.
       322-WRITE-EXTRACT-CUSTOMER-LINE.
           MOVE SPACES TO EXTRACT-AREA.
           MOVE CM-CUSTOMER-NAME TO EXTRACT-CUSTOMER-NAME.
           MOVE 20 TO NAME-LENGTH.
           MOVE "N" TO NAME-END-SWITCH.
           PERFORM 323-FIND-NAME-END
               UNTIL NAME-END-FOUND.
           MOVE SPACES TO EXTRACT-QUOTED-NAME.
           MOVE QUOTE TO EXTRACT-QUOTED-NAME (1:1).
           MOVE 1 TO QUOTED-LENGTH.
           PERFORM 324-QUOTE-ONE-CHARACTER
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB > NAME-LENGTH.
           ADD 1 TO QUOTED-LENGTH.
           MOVE QUOTE TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).
           MOVE CM-SALES-THIS-YTD TO EXTRACT-THIS-YTD-EDIT.
           MOVE CM-SALES-LAST-YTD TO EXTRACT-LAST-YTD-EDIT.
           MOVE CM-SALES-PRIOR-YTD TO EXTRACT-PRIOR-YTD-EDIT.
                  ","                        DELIMITED BY SIZE
                  CM-CUSTOMER-NUMBER          DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-QUOTED-NAME (1:QUOTED-LENGTH)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-THIS-YTD-EDIT       DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
           WRITE EXTRACT-AREA.


       323-FIND-NAME-END.
           EVALUATE TRUE
              WHEN NAME-LENGTH = ZERO
                 SET NAME-END-FOUND TO TRUE
              WHEN EXTRACT-CUSTOMER-NAME (NAME-LENGTH:1) NOT = SPACE
                 SET NAME-END-FOUND TO TRUE
              WHEN OTHER
                 SUBTRACT 1 FROM NAME-LENGTH
           END-EVALUATE.


       324-QUOTE-ONE-CHARACTER.
           ADD 1 TO QUOTED-LENGTH.
           MOVE EXTRACT-CUSTOMER-NAME (NAME-SUB:1)
              TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).
           IF EXTRACT-CUSTOMER-NAME (NAME-SUB:1) = QUOTE
              ADD 1 TO QUOTED-LENGTH
              MOVE QUOTE TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).


       325-MOVE-SALESREP-NAME.
           SET SRT-INDEX TO 1.
           MOVE "N" TO SALESREP-NOT-FOUND-SWITCH.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "RPT6000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
