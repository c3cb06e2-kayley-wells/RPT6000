       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT6100.
      ****************************************************************
      * PROGRAM NAME: RPT6100
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Sales By Product Line Report. Reads the PLSALES
      *              product-line totals UPD1000 keeps per branch/
      *              salesrep/product line and prints this-year versus
      *              last-year YTD sales by product line within each
      *              branch, with the change amount and percent, in
      *              the same rollup shape as RPT6000: a total line
      *              per branch, region totals built from the BRCHMAST
      *              branch master, and a company-wide summary by
      *              product line ending in the grand total. Product
      *              line descriptions and groups come from the
      *              PRODLINE master; a code on PLSALES that is no
      *              longer on PRODLINE still prints, marked NOT ON
      *              PRODLINE, so its sales are never dropped.
      *              VERIFIES THE CONTROL TRAILER ON PLSALES.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      * 10/15/2026 KW  THE RUN DATE IN THE HEADINGS AND THE RUNLOG
      *                RECORD NOW COMES FROM THE BUSDATE BUSINESS-DATE
      *                CONTROL RECORD INSTEAD OF THE SYSTEM CLOCK, SO
      *                A BATCH THAT RUNS PAST MIDNIGHT OR IS RERUN ON
      *                A LATER DAY STILL CARRIES ITS OWN BUSINESS DAY.
      *                THE RUN ABENDS WHEN THE CONTROL RECORD IS
      *                MISSING OR THE DATE IS ALREADY CLOSED. THE TIME
      *                OF DAY STILL COMES FROM THE CLOCK.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT INPUT-PRODLINE ASSIGN TO PRODLINE.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT OUTPUT-RPT6100 ASSIGN TO RPT6100.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

           COPY PLSALES.

       FD  INPUT-PRODLINE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY PRODLINE.

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY BRCHMAST.

       FD  OUTPUT-RPT6100
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  PRINT-AREA      PIC X(130).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY RUNLOG.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  PRODUCT-LINE-TABLE.
           05  PRODUCT-LINE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY PLT-INDEX.
               10  PLT-PRODUCT-LINE       PIC X(3).
               10  PLT-DESCRIPTION        PIC X(20).
               10  PLT-PRODUCT-GROUP      PIC X(3).
               10  PLT-GROUP-NAME         PIC X(20).
               10  PLT-BRANCH-SWITCH      PIC X(1).
                   88  PLT-IN-BRANCH               VALUE "Y".
               10  PLT-GRAND-SWITCH       PIC X(1).
                   88  PLT-IN-GRAND                VALUE "Y".
               10  PLT-BRANCH-THIS-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  PLT-BRANCH-LAST-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  PLT-GRAND-THIS-YTD     PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  PLT-GRAND-LAST-YTD     PIC S9(9)V99
                                          PACKED-DECIMAL.

       01  BRANCH-TABLE.
           05  BRANCH-GROUP OCCURS 50 TIMES
                            INDEXED BY BRT-INDEX.
               10  BRANCH-TBL-NUMBER      PIC 9(2).
               10  BRANCH-TBL-NAME        PIC X(20).
               10  BRANCH-TBL-REGION-CODE PIC X(2).
               10  BRANCH-TBL-REGION-NAME PIC X(20).

       01  REGION-TABLE.
           05  REGION-GROUP OCCURS 10 TIMES
                            INDEXED BY RGT-INDEX.
               10  REGION-TBL-CODE        PIC X(2).
               10  REGION-TBL-NAME        PIC X(20).
               10  REGION-TBL-THIS-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  REGION-TBL-LAST-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.

       01  TABLE-LIMITS.
           05  PRODUCT-LINE-MAX-ENTRIES PIC S9(4) COMP  VALUE +200.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  REGION-MAX-ENTRIES      PIC S9(4) COMP  VALUE +10.

       01  SUBSCRIPT-FIELDS.
           05  PRODUCT-LINE-COUNT      PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-USED-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  REGION-USED-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  REGION-SUB              PIC S9(4) COMP  VALUE ZERO.

       01  REGION-WORK-FIELDS.
           05  BRANCH-WORK-NAME         PIC X(20).
           05  REGION-WORK-CODE         PIC X(2).
           05  REGION-WORK-NAME         PIC X(20).

       01  SWITCHES.
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
              88 PRODLINE-EOF                   VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRCHMAST-EOF                   VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88 NOT-FIRST-RECORD               VALUE "N".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".
           05  PRODUCT-LINE-FOUND-SWITCH PIC X  VALUE "N".
              88 PRODUCT-LINE-FOUND             VALUE "Y".

       01  KEY-FIELDS.
           05  PLS-KEY                 PIC X(8)   VALUE SPACES.
           05  OLD-PLS-KEY             PIC X(8)   VALUE SPACES.
           05  SEARCH-PRODUCT-LINE     PIC X(3).

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  TRAILER-COUNT-FIELDS        PACKED-DECIMAL.
           05  PLSALES-READ-COUNT      PIC S9(7)     VALUE ZERO.
           05  PRODLINE-READ-COUNT     PIC S9(7)     VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  PLSALES-IN-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  BRANCH-TOTAL-FIELDS         PACKED-DECIMAL.
           05 BRANCH-TOTAL-THIS-YTD    PIC S9(9)V99  VALUE ZERO.
           05 BRANCH-TOTAL-LAST-YTD    PIC S9(9)V99  VALUE ZERO.

       01  GRAND-TOTAL-FIELDS          PACKED-DECIMAL.
           05 GRAND-TOTAL-THIS-YTD     PIC S9(9)V99  VALUE ZERO.
           05 GRAND-TOTAL-LAST-YTD     PIC S9(9)V99  VALUE ZERO.

       01  CALCULATION-FIELDS          PACKED-DECIMAL.
           05  CHANGE-THIS-YTD         PIC S9(9)V99  VALUE ZERO.
           05  CHANGE-LAST-YTD         PIC S9(9)V99  VALUE ZERO.
           05  CHANGE-AMOUNT           PIC S9(9)V99  VALUE ZERO.

       01  CHANGE-EDIT-FIELDS.
           05  EDIT-CHANGE-PERCENT     PIC +++9.9.
           05  EDIT-CHANGE-PERCENT-R   REDEFINES EDIT-CHANGE-PERCENT
                                       PIC X(6).

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(22)  VALUE SPACE.
           05  FILLER          PIC X(34)  VALUE
               "SALES BY PRODUCT LINE REPORT".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RPT6100".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(56)  VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "         SALES".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "         SALES".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "        CHANGE".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE "CHANGE".
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE "LINE".
           05  FILLER           PIC X(22)  VALUE "DESCRIPTION".
           05  FILLER           PIC X(5)   VALUE "GRP".
           05  FILLER           PIC X(22)  VALUE "PRODUCT GROUP".
           05  FILLER           PIC X(14)  VALUE "      THIS YTD".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "      LAST YTD".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "        AMOUNT".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE "  PCT ".
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(20)  VALUE SPACE.

       01  BRANCH-HEADING-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "BRANCH ".
           05  BHL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(3)       VALUE " - ".
           05  BHL-BRANCH-NAME      PIC X(20).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "REGION ".
           05  BHL-REGION-CODE      PIC X(2).
           05  FILLER               PIC X(3)       VALUE " - ".
           05  BHL-REGION-NAME      PIC X(20).
           05  FILLER               PIC X(60)      VALUE SPACE.

       01  PRODUCT-DETAIL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-PRODUCT-LINE     PIC X(3).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-PRODUCT-GROUP    PIC X(3).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-GROUP-NAME       PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-SALES-THIS-YTD   PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-SALES-LAST-YTD   PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-CHANGE-AMOUNT    PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-CHANGE-PERCENT-R PIC X(6).
           05  FILLER               PIC X(20)      VALUE SPACE.

       01  LEVEL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-LEVEL-NAME       PIC X(20).
           05  FILLER               PIC X(18)      VALUE SPACE.
           05  LTL-LEVEL-LABEL      PIC X(16).
           05  LTL-SALES-THIS-YTD   PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-SALES-LAST-YTD   PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-CHANGE-AMOUNT    PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-CHANGE-PERCENT-R PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-LEVEL-MARKER     PIC X(18).

       01  SECTION-TITLE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  STL-SECTION-TITLE    PIC X(40).
           05  FILLER               PIC X(88)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-PREPARE-PRODUCT-REPORT.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE PRODUCT-LINE-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE REGION-TABLE.

           OPEN INPUT  INPUT-PLSALES
                INPUT  INPUT-PRODLINE
                INPUT  INPUT-BRCHMAST
                OUTPUT OUTPUT-RPT6100.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 200-LOAD-ONE-PRODUCT-LINE
               UNTIL PRODLINE-EOF.
           PERFORM 250-LOAD-ONE-BRANCH
               UNTIL BRCHMAST-EOF.

           PERFORM 210-READ-PRODUCT-SALES-RECORD.
           PERFORM 300-PROCESS-PRODUCT-SALES
               UNTIL PLSALES-EOF.

           IF NOT-FIRST-RECORD
              PERFORM 360-PRINT-BRANCH-SECTION
           END-IF.
           PERFORM 490-PRINT-REGION-TOTALS.
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-PLSALES
                 INPUT-PRODLINE
                 INPUT-BRCHMAST
                 OUTPUT-RPT6100.
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
           DISPLAY "RPT6100 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT6100 ABEND - BUSINESS DATE " BUSINESS-DATE
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
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.


       200-LOAD-ONE-PRODUCT-LINE.
           READ INPUT-PRODLINE
              AT END
                 SET PRODLINE-EOF TO TRUE.
           IF NOT PRODLINE-EOF
              ADD 1 TO PRODLINE-READ-COUNT
              PERFORM 205-STORE-ONE-PRODUCT-LINE.


       205-STORE-ONE-PRODUCT-LINE.
           IF PRODUCT-LINE-COUNT >= PRODUCT-LINE-MAX-ENTRIES
              PERFORM 283-ABEND-PRODLINE-OVERFLOW.
           ADD 1 TO PRODUCT-LINE-COUNT.
           MOVE PL-PRODUCT-LINE
              TO PLT-PRODUCT-LINE (PRODUCT-LINE-COUNT).
           MOVE PL-DESCRIPTION
              TO PLT-DESCRIPTION (PRODUCT-LINE-COUNT).
           MOVE PL-PRODUCT-GROUP
              TO PLT-PRODUCT-GROUP (PRODUCT-LINE-COUNT).
           MOVE PL-GROUP-NAME
              TO PLT-GROUP-NAME (PRODUCT-LINE-COUNT).
           MOVE "N" TO PLT-BRANCH-SWITCH (PRODUCT-LINE-COUNT).
           MOVE "N" TO PLT-GRAND-SWITCH (PRODUCT-LINE-COUNT).


       210-READ-PRODUCT-SALES-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE
                 IF NOT PLSALES-TRAILER-SEEN
                    PERFORM 285-ABEND-PLSALES-TRAILER
                 END-IF.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-TRAILER-SEEN TO TRUE
                 SET PLSALES-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PLSALES-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = PLSALES-IN-HASH
                    PERFORM 285-ABEND-PLSALES-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO PLSALES-READ-COUNT
                 ADD PS-SALES-THIS-YTD TO PLSALES-IN-HASH
                 MOVE PLS-KEY TO OLD-PLS-KEY
                 MOVE PS-RECORD-KEY TO PLS-KEY
                 IF OLD-PLS-KEY NOT = SPACES
                    AND PLS-KEY NOT > OLD-PLS-KEY
                    PERFORM 286-ABEND-PLSALES-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       250-LOAD-ONE-BRANCH.
           READ INPUT-BRCHMAST
              AT END
                 SET BRCHMAST-EOF TO TRUE.
           IF NOT BRCHMAST-EOF
              PERFORM 255-STORE-ONE-BRANCH.


       255-STORE-ONE-BRANCH.
           IF BRANCH-USED-COUNT >= BRANCH-MAX-ENTRIES
              PERFORM 284-ABEND-BRCHMAST-OVERFLOW.
           ADD 1 TO BRANCH-USED-COUNT.
           MOVE BM-BRANCH-NUMBER
              TO BRANCH-TBL-NUMBER (BRANCH-USED-COUNT).
           MOVE BM-BRANCH-NAME
              TO BRANCH-TBL-NAME (BRANCH-USED-COUNT).
           MOVE BM-REGION-CODE
              TO BRANCH-TBL-REGION-CODE (BRANCH-USED-COUNT).
           MOVE BM-REGION-NAME
              TO BRANCH-TBL-REGION-NAME (BRANCH-USED-COUNT).


       283-ABEND-PRODLINE-OVERFLOW.
           DISPLAY "RPT6100 ABEND - PRODUCT-LINE TABLE FULL AFTER "
                   PRODUCT-LINE-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE PRODUCT-LINE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       284-ABEND-BRCHMAST-OVERFLOW.
           DISPLAY "RPT6100 ABEND - BRANCH TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " ENTRIES BUT BRCHMAST FILE "
                   "IS NOT AT EOF.".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       285-ABEND-PLSALES-TRAILER.
           DISPLAY "RPT6100 ABEND - PLSALES CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " PLSALES-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " PLSALES-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       286-ABEND-PLSALES-SEQUENCE.
           DISPLAY "RPT6100 ABEND - INPUT-PLSALES OUT OF SEQUENCE "
                   "AT BRANCH " PS-BRANCH-NUMBER
                   " SALESREP " PS-SALESREP-NUMBER
                   " PRODUCT LINE " PS-PRODUCT-LINE ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT6100 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       293-ABEND-REGION-OVERFLOW.
           DISPLAY "RPT6100 ABEND - REGION TABLE FULL AFTER "
                   REGION-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE REGION-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-PLSALES
                 INPUT-PRODLINE
                 INPUT-BRCHMAST
                 OUTPUT-RPT6100.


       300-PROCESS-PRODUCT-SALES.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              MOVE PS-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
           ELSE
              IF PS-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                 PERFORM 360-PRINT-BRANCH-SECTION
                 MOVE PS-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
              END-IF
           END-IF.

           MOVE PS-PRODUCT-LINE TO SEARCH-PRODUCT-LINE.
           PERFORM 320-LOCATE-PRODUCT-ENTRY.

           MOVE "Y" TO PLT-BRANCH-SWITCH (PRODUCT-SUB).
           MOVE "Y" TO PLT-GRAND-SWITCH (PRODUCT-SUB).
           ADD PS-SALES-THIS-YTD TO PLT-BRANCH-THIS-YTD (PRODUCT-SUB).
           ADD PS-SALES-LAST-YTD TO PLT-BRANCH-LAST-YTD (PRODUCT-SUB).
           ADD PS-SALES-THIS-YTD TO PLT-GRAND-THIS-YTD (PRODUCT-SUB).
           ADD PS-SALES-LAST-YTD TO PLT-GRAND-LAST-YTD (PRODUCT-SUB).
           ADD PS-SALES-THIS-YTD TO BRANCH-TOTAL-THIS-YTD.
           ADD PS-SALES-LAST-YTD TO BRANCH-TOTAL-LAST-YTD.

           PERFORM 210-READ-PRODUCT-SALES-RECORD.


       320-LOCATE-PRODUCT-ENTRY.
           MOVE "N" TO PRODUCT-LINE-FOUND-SWITCH.
           SET PLT-INDEX TO 1.
           SEARCH PRODUCT-LINE-ENTRY
              AT END
                 CONTINUE
              WHEN PLT-INDEX > PRODUCT-LINE-COUNT
                 CONTINUE
              WHEN PLT-PRODUCT-LINE (PLT-INDEX) = SEARCH-PRODUCT-LINE
                 SET PRODUCT-LINE-FOUND TO TRUE
                 SET PRODUCT-SUB TO PLT-INDEX
           END-SEARCH.
           IF NOT PRODUCT-LINE-FOUND
              PERFORM 325-ADD-UNKNOWN-PRODUCT-LINE.


       325-ADD-UNKNOWN-PRODUCT-LINE.
           IF PRODUCT-LINE-COUNT >= PRODUCT-LINE-MAX-ENTRIES
              PERFORM 283-ABEND-PRODLINE-OVERFLOW.
           ADD 1 TO PRODUCT-LINE-COUNT.
           MOVE PRODUCT-LINE-COUNT TO PRODUCT-SUB.
           MOVE SEARCH-PRODUCT-LINE TO PLT-PRODUCT-LINE (PRODUCT-SUB).
           MOVE "NOT ON PRODLINE" TO PLT-DESCRIPTION (PRODUCT-SUB).
           MOVE "***" TO PLT-PRODUCT-GROUP (PRODUCT-SUB).
           MOVE SPACES TO PLT-GROUP-NAME (PRODUCT-SUB).
           MOVE "N" TO PLT-BRANCH-SWITCH (PRODUCT-SUB).
           MOVE "N" TO PLT-GRAND-SWITCH (PRODUCT-SUB).


       360-PRINT-BRANCH-SECTION.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           PERFORM 361-MOVE-BRANCH-NAME.
           MOVE OLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.
           MOVE BRANCH-WORK-NAME TO BHL-BRANCH-NAME.
           MOVE REGION-WORK-CODE TO BHL-REGION-CODE.
           MOVE REGION-WORK-NAME TO BHL-REGION-NAME.
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.

           PERFORM 365-PRINT-ONE-BRANCH-PRODUCT
              VARYING PRODUCT-SUB FROM 1 BY 1
              UNTIL PRODUCT-SUB > PRODUCT-LINE-COUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           MOVE BRANCH-WORK-NAME TO LTL-LEVEL-NAME.
           MOVE "  BRANCH TOTAL" TO LTL-LEVEL-LABEL.
           MOVE "**" TO LTL-LEVEL-MARKER.
           MOVE BRANCH-TOTAL-THIS-YTD TO CHANGE-THIS-YTD.
           MOVE BRANCH-TOTAL-LAST-YTD TO CHANGE-LAST-YTD.
           PERFORM 380-PRINT-LEVEL-TOTAL-LINE.

           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.

           PERFORM 370-ADD-BRANCH-TO-REGION.
           ADD BRANCH-TOTAL-THIS-YTD TO GRAND-TOTAL-THIS-YTD.
           ADD BRANCH-TOTAL-LAST-YTD TO GRAND-TOTAL-LAST-YTD.

           INITIALIZE BRANCH-TOTAL-THIS-YTD.
           INITIALIZE BRANCH-TOTAL-LAST-YTD.


       361-MOVE-BRANCH-NAME.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 MOVE "UNKNOWN" TO BRANCH-WORK-NAME
                 MOVE "**" TO REGION-WORK-CODE
                 MOVE "UNKNOWN BRANCHES" TO REGION-WORK-NAME
              WHEN BRT-INDEX > BRANCH-USED-COUNT
                 MOVE "UNKNOWN" TO BRANCH-WORK-NAME
                 MOVE "**" TO REGION-WORK-CODE
                 MOVE "UNKNOWN BRANCHES" TO REGION-WORK-NAME
              WHEN BRANCH-TBL-NUMBER (BRT-INDEX) = OLD-BRANCH-NUMBER
                 MOVE BRANCH-TBL-NAME (BRT-INDEX) TO BRANCH-WORK-NAME
                 MOVE BRANCH-TBL-REGION-CODE (BRT-INDEX)
                    TO REGION-WORK-CODE
                 MOVE BRANCH-TBL-REGION-NAME (BRT-INDEX)
                    TO REGION-WORK-NAME
           END-SEARCH.


       365-PRINT-ONE-BRANCH-PRODUCT.
           IF PLT-IN-BRANCH (PRODUCT-SUB)
              MOVE PLT-BRANCH-THIS-YTD (PRODUCT-SUB) TO CHANGE-THIS-YTD
              MOVE PLT-BRANCH-LAST-YTD (PRODUCT-SUB) TO CHANGE-LAST-YTD
              PERFORM 385-PRINT-PRODUCT-DETAIL-LINE
              MOVE "N" TO PLT-BRANCH-SWITCH (PRODUCT-SUB)
              MOVE ZERO TO PLT-BRANCH-THIS-YTD (PRODUCT-SUB)
              MOVE ZERO TO PLT-BRANCH-LAST-YTD (PRODUCT-SUB)
           END-IF.


       370-ADD-BRANCH-TO-REGION.
           PERFORM 371-LOCATE-REGION-ENTRY.
           ADD BRANCH-TOTAL-THIS-YTD
              TO REGION-TBL-THIS-YTD (REGION-SUB).
           ADD BRANCH-TOTAL-LAST-YTD
              TO REGION-TBL-LAST-YTD (REGION-SUB).


       371-LOCATE-REGION-ENTRY.
           SET RGT-INDEX TO 1.
           SEARCH REGION-GROUP
              AT END
                 PERFORM 372-ADD-REGION-ENTRY
              WHEN RGT-INDEX > REGION-USED-COUNT
                 PERFORM 372-ADD-REGION-ENTRY
              WHEN REGION-TBL-CODE (RGT-INDEX) = REGION-WORK-CODE
                 SET REGION-SUB TO RGT-INDEX
           END-SEARCH.


       372-ADD-REGION-ENTRY.
           IF REGION-USED-COUNT >= REGION-MAX-ENTRIES
              PERFORM 293-ABEND-REGION-OVERFLOW.
           ADD 1 TO REGION-USED-COUNT.
           MOVE REGION-USED-COUNT TO REGION-SUB.
           MOVE REGION-WORK-CODE TO REGION-TBL-CODE (REGION-SUB).
           MOVE REGION-WORK-NAME TO REGION-TBL-NAME (REGION-SUB).


       375-COMPUTE-CHANGE.
           COMPUTE CHANGE-AMOUNT = CHANGE-THIS-YTD - CHANGE-LAST-YTD.
           IF CHANGE-LAST-YTD = ZERO
              MOVE "  N/A " TO EDIT-CHANGE-PERCENT-R
           ELSE
              COMPUTE EDIT-CHANGE-PERCENT ROUNDED =
                 CHANGE-AMOUNT * 100 / CHANGE-LAST-YTD
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO EDIT-CHANGE-PERCENT-R
              END-COMPUTE
           END-IF.


       380-PRINT-LEVEL-TOTAL-LINE.
           PERFORM 375-COMPUTE-CHANGE.
           MOVE CHANGE-THIS-YTD TO LTL-SALES-THIS-YTD.
           MOVE CHANGE-LAST-YTD TO LTL-SALES-LAST-YTD.
           MOVE CHANGE-AMOUNT TO LTL-CHANGE-AMOUNT.
           MOVE EDIT-CHANGE-PERCENT-R TO LTL-CHANGE-PERCENT-R.
           MOVE LEVEL-TOTAL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.


       385-PRINT-PRODUCT-DETAIL-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           PERFORM 375-COMPUTE-CHANGE.
           MOVE PLT-PRODUCT-LINE (PRODUCT-SUB) TO PDL-PRODUCT-LINE.
           MOVE PLT-DESCRIPTION (PRODUCT-SUB) TO PDL-DESCRIPTION.
           MOVE PLT-PRODUCT-GROUP (PRODUCT-SUB) TO PDL-PRODUCT-GROUP.
           MOVE PLT-GROUP-NAME (PRODUCT-SUB) TO PDL-GROUP-NAME.
           MOVE CHANGE-THIS-YTD TO PDL-SALES-THIS-YTD.
           MOVE CHANGE-LAST-YTD TO PDL-SALES-LAST-YTD.
           MOVE CHANGE-AMOUNT TO PDL-CHANGE-AMOUNT.
           MOVE EDIT-CHANGE-PERCENT-R TO PDL-CHANGE-PERCENT-R.
           MOVE PRODUCT-DETAIL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 440-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 5 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       450-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       490-PRINT-REGION-TOTALS.
           IF REGION-USED-COUNT > ZERO
              IF LINE-COUNT >= LINES-ON-PAGE
                 PERFORM 430-PRINT-HEADING-LINES
              END-IF
              MOVE "REGION TOTALS" TO STL-SECTION-TITLE
              MOVE SECTION-TITLE-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
              MOVE 1 TO SPACE-CONTROL
              PERFORM 495-PRINT-ONE-REGION-TOTAL
                 VARYING REGION-SUB FROM 1 BY 1
                 UNTIL REGION-SUB > REGION-USED-COUNT
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
              MOVE 2 TO SPACE-CONTROL
           END-IF.


       495-PRINT-ONE-REGION-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           MOVE REGION-TBL-NAME (REGION-SUB) TO LTL-LEVEL-NAME.
           MOVE "  REGION TOTAL" TO LTL-LEVEL-LABEL.
           MOVE "**" TO LTL-LEVEL-MARKER.
           MOVE REGION-TBL-THIS-YTD (REGION-SUB) TO CHANGE-THIS-YTD.
           MOVE REGION-TBL-LAST-YTD (REGION-SUB) TO CHANGE-LAST-YTD.
           PERFORM 380-PRINT-LEVEL-TOTAL-LINE.


       500-PRINT-GRAND-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           MOVE "COMPANY TOTALS BY PRODUCT LINE" TO STL-SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.

           PERFORM 505-PRINT-ONE-PRODUCT-TOTAL
              VARYING PRODUCT-SUB FROM 1 BY 1
              UNTIL PRODUCT-SUB > PRODUCT-LINE-COUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           MOVE SPACES TO LTL-LEVEL-NAME.
           MOVE "   GRAND TOTAL" TO LTL-LEVEL-LABEL.
           MOVE "***" TO LTL-LEVEL-MARKER.
           MOVE GRAND-TOTAL-THIS-YTD TO CHANGE-THIS-YTD.
           MOVE GRAND-TOTAL-LAST-YTD TO CHANGE-LAST-YTD.
           PERFORM 380-PRINT-LEVEL-TOTAL-LINE.


       505-PRINT-ONE-PRODUCT-TOTAL.
           IF PLT-IN-GRAND (PRODUCT-SUB)
              MOVE PLT-GRAND-THIS-YTD (PRODUCT-SUB) TO CHANGE-THIS-YTD
              MOVE PLT-GRAND-LAST-YTD (PRODUCT-SUB) TO CHANGE-LAST-YTD
              PERFORM 385-PRINT-PRODUCT-DETAIL-LINE
           END-IF.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "RPT6100" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE PLSALES-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE PRODLINE-READ-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE GRAND-TOTAL-THIS-YTD TO RL-GRAND-TOTAL-1.
           MOVE GRAND-TOTAL-LAST-YTD TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
