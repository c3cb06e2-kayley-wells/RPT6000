       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT9800.
      ****************************************************************
      * PROGRAM NAME: RPT9800
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Year-End Sales Projection Report. Walks the clean
      *              customer file in key order with CUSTMTDC and the
      *              CUSTHIST 12-month history matched on the branch/
      *              salesrep/customer key, and projects where each
      *              customer will finish the sales year: the actual
      *              CM-SALES-THIS-YTD plus a projected remainder.
      *              The CUSTHIST slots for the months not yet closed
      *              still hold last year's sales for those months, so
      *              the remainder is last year's sales for the months
      *              still to come scaled by this year's run rate - the
      *              closed months this year over the same months last
      *              year (CM-SALES-LAST-YTD less the slots still to
      *              come) - less what the open month has already
      *              booked. A customer with no last-year base for the
      *              closed months is carried forward at this year's
      *              monthly average; before the first close of the
      *              year last year's sales are taken unscaled. Each
      *              line shows the run rate and the basis used, and
      *              a customer whose projection rests on fewer months
      *              of CUSTHIST sales than the PROJPARM minimum
      *              (default 6) is flagged LOW. Salesrep and branch
      *              totals follow the customers, with a summary by
      *              region, each showing the projected change and
      *              percent against CM-SALES-LAST-YTD. The open period
      *              on BUSDATE marks the months still to close.
      *              VERIFIES THE CONTROL TRAILERS ON CUSTCLN, CUSTMTDC
      *              AND A NON-EMPTY CUSTHIST.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-PROJPARM ASSIGN TO PROJPARM
               FILE STATUS IS PROJPARM-FILE-STATUS.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTCLN.
           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTDC.
           SELECT OPTIONAL INPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT OUTPUT-RPT9800 ASSIGN TO RPT9800.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-PROJPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  PROJECTION-PARAMETER-RECORD.
           05  PP-MIN-HISTORY-MONTHS   PIC 9(2).
           05  FILLER                  PIC X(78).

       FD  INPUT-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTMAST.

       FD  INPUT-CUSTMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTMTD.

       FD  INPUT-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTHIST.

       FD  INPUT-SALESREP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY SALESREP.

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY BRCHMAST.

       FD  OUTPUT-RPT9800
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

       01 SALESREP-TABLE.
           05  SALESREP-GROUP OCCURS 500 TIMES
                              INDEXED BY SRT-INDEX.
               10  SALESREP-NUMBER   PIC 9(3).
               10  SALESREP-NAME     PIC X(10).

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
               10  REGION-TBL-CUSTOMERS   PIC S9(5)
                                          PACKED-DECIMAL.
               10  REGION-TBL-LOW-HISTORY PIC S9(5)
                                          PACKED-DECIMAL.
               10  REGION-TBL-THIS-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  REGION-TBL-REMAINDER   PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  REGION-TBL-PROJECTED   PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  REGION-TBL-LAST-YTD    PIC S9(9)V99
                                          PACKED-DECIMAL.

       01  TABLE-LIMITS.
           05  SALESREP-MAX-ENTRIES    PIC S9(4) COMP  VALUE +500.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  REGION-MAX-ENTRIES      PIC S9(4) COMP  VALUE +10.

       01  SUBSCRIPT-FIELDS.
           05  MONTH-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  REGION-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  REGION-USED-COUNT       PIC S9(4) COMP  VALUE ZERO.

       01  REGION-WORK-FIELDS.
           05  REGION-WORK-CODE        PIC X(2).
           05  REGION-WORK-NAME        PIC X(20).

       01  PROJECTION-LIMITS.
           05  MIN-HISTORY-MONTHS      PIC S9(4) COMP  VALUE +6.
           05  MIN-HISTORY-MONTHS-MIN  PIC S9(4) COMP  VALUE +1.
           05  MIN-HISTORY-MONTHS-MAX  PIC S9(4) COMP  VALUE +12.

      *    FIRST-OPEN-MONTH IS THE FIRST MONTH OF THE SALES YEAR NOT
      *    YET CLOSED - 13 ONCE THE DECEMBER CLOSE HAS RUN AND THE
      *    YEAR-END ROLL IS STILL TO COME.
       01  PERIOD-FIELDS.
           05  OPEN-PERIOD-MONTH       PIC 9(2).
           05  OPEN-PERIOD-YEAR        PIC 9(4).
           05  SALES-YEAR              PIC 9(4).
           05  FIRST-OPEN-MONTH        PIC S9(4) COMP  VALUE ZERO.
           05  CLOSED-MONTHS           PIC S9(4) COMP  VALUE ZERO.
           05  MONTHS-TO-PROJECT       PIC S9(4) COMP  VALUE ZERO.

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  CUSTMTD-EOF-SWITCH      PIC X    VALUE "N".
              88 CUSTMTD-EOF                    VALUE "Y".
           05  CUSTHIST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTHIST-EOF                   VALUE "Y".
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
              88 SALESREP-EOF                   VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRCHMAST-EOF                   VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88 NOT-FIRST-RECORD               VALUE "N".
           05  CUSTMAST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  CUSTMTD-TRAILER-SWITCH  PIC X    VALUE "N".
              88 CUSTMTD-TRAILER-SEEN           VALUE "Y".
           05  CUSTHIST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTHIST-TRAILER-SEEN          VALUE "Y".
           05  HISTORY-FOUND-SWITCH    PIC X    VALUE "N".
              88 HISTORY-FOUND                  VALUE "Y".
           05  LOW-HISTORY-SWITCH      PIC X    VALUE "N".
              88 LOW-HISTORY                    VALUE "Y".
           05  GROUP-HEADING-SWITCH    PIC X    VALUE "N".
              88 GROUP-HEADING-NEEDED           VALUE "Y".
           05  REGION-SECTION-SWITCH   PIC X    VALUE "N".
              88 PRINTING-REGION-SECTION        VALUE "Y".

       01  KEY-FIELDS.
           05  MASTER-KEY.
               10  MK-BRANCH-NUMBER    PIC X(2).
               10  MK-SALESREP-NUMBER  PIC X(3).
               10  MK-CUSTOMER-NUMBER  PIC X(5).
           05  OLD-MASTER-KEY          PIC X(10)  VALUE SPACES.
           05  MTD-KEY.
               10  DK-BRANCH-NUMBER    PIC X(2).
               10  DK-SALESREP-NUMBER  PIC X(3).
               10  DK-CUSTOMER-NUMBER  PIC X(5).
           05  OLD-MTD-KEY             PIC X(10)  VALUE SPACES.
           05  HIST-KEY                PIC X(10)  VALUE SPACES.
           05  OLD-HIST-KEY            PIC X(10)  VALUE SPACES.

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC X(2).
           05  OLD-SALESREP-NUMBER     PIC X(3).
           05  BRANCH-NAME-WORK        PIC X(20).
           05  SALESREP-NAME-WORK      PIC X(10).

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  TRAILER-COUNT-FIELDS        PACKED-DECIMAL.
           05  CUSTMAST-READ-COUNT     PIC S9(7)     VALUE ZERO.
           05  CUSTMTD-READ-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-READ-COUNT         PIC S9(7)     VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO.
           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

      *    THE CURRENT CUSTOMER'S PROJECTION.
       01  CUSTOMER-WORK-FIELDS        PACKED-DECIMAL.
           05  HISTORY-MONTH-COUNT     PIC S9(3)     VALUE ZERO.
           05  OPEN-MONTH-SALES        PIC S9(7)V99  VALUE ZERO.
           05  THIS-YEAR-CLOSED        PIC S9(7)V99  VALUE ZERO.
           05  LAST-YEAR-CLOSED        PIC S9(7)V99  VALUE ZERO.
           05  LAST-YEAR-TO-COME       PIC S9(7)V99  VALUE ZERO.
           05  RUN-RATE                PIC S9(5)V9(6) VALUE ZERO.
           05  PROJECTED-REMAINDER     PIC S9(7)V99  VALUE ZERO.
           05  PROJECTED-YEAR-END      PIC S9(7)V99  VALUE ZERO.
           05  PROJECTED-CHANGE        PIC S9(7)V99  VALUE ZERO.

       01  PROJECTION-BASIS            PIC X(4).
          88 BASIS-RUN-RATE                     VALUE "RATE".
          88 BASIS-AVERAGE                      VALUE "AVG ".
          88 BASIS-LAST-YEAR                    VALUE "LY  ".
          88 BASIS-YEAR-CLOSED                  VALUE "ACT ".

       01  LEVEL-TOTAL-FIELDS          PACKED-DECIMAL.
           05  REP-CUSTOMER-COUNT      PIC S9(5)     VALUE ZERO.
           05  REP-LOW-HISTORY-COUNT   PIC S9(5)     VALUE ZERO.
           05  REP-THIS-YTD            PIC S9(9)V99  VALUE ZERO.
           05  REP-REMAINDER           PIC S9(9)V99  VALUE ZERO.
           05  REP-PROJECTED           PIC S9(9)V99  VALUE ZERO.
           05  REP-LAST-YTD            PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-CUSTOMER-COUNT   PIC S9(5)     VALUE ZERO.
           05  BRANCH-LOW-HISTORY-COUNT PIC S9(5)    VALUE ZERO.
           05  BRANCH-THIS-YTD         PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-REMAINDER        PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-PROJECTED        PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-LAST-YTD         PIC S9(9)V99  VALUE ZERO.
           05  GRAND-CUSTOMER-COUNT    PIC S9(5)     VALUE ZERO.
           05  GRAND-LOW-HISTORY-COUNT PIC S9(5)     VALUE ZERO.
           05  GRAND-THIS-YTD          PIC S9(9)V99  VALUE ZERO.
           05  GRAND-REMAINDER         PIC S9(9)V99  VALUE ZERO.
           05  GRAND-PROJECTED         PIC S9(9)V99  VALUE ZERO.
           05  GRAND-LAST-YTD          PIC S9(9)V99  VALUE ZERO.

      *    THE LEVEL BEING PRINTED BY 370-PRINT-LEVEL-TOTAL-LINE.
       01  LEVEL-PRINT-FIELDS          PACKED-DECIMAL.
           05  LV-CUSTOMER-COUNT       PIC S9(5)     VALUE ZERO.
           05  LV-LOW-HISTORY-COUNT    PIC S9(5)     VALUE ZERO.
           05  LV-THIS-YTD             PIC S9(9)V99  VALUE ZERO.
           05  LV-REMAINDER            PIC S9(9)V99  VALUE ZERO.
           05  LV-PROJECTED            PIC S9(9)V99  VALUE ZERO.
           05  LV-LAST-YTD             PIC S9(9)V99  VALUE ZERO.
           05  LV-CHANGE               PIC S9(9)V99  VALUE ZERO.

       01  PROJPARM-FILE-STATUS        PIC X(2).
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
               "YEAR-END SALES PROJECTION".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RPT9800".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "SALES YEAR ".
           05  HL3-SALES-YEAR  PIC 9(4).
           05  FILLER          PIC X(15)  VALUE "   OPEN PERIOD ".
           05  HL3-OPEN-MONTH  PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL3-OPEN-YEAR   PIC 9(4).
           05  FILLER          PIC X(17)  VALUE "   MONTHS CLOSED ".
           05  HL3-CLOSED-MONTHS PIC Z9.
           05  FILLER          PIC X(14)  VALUE "   TO PROJECT ".
           05  HL3-MONTHS-TO-PROJECT PIC Z9.
           05  FILLER          PIC X(20)  VALUE
               "   LOW = FEWER THAN ".
           05  HL3-MIN-HISTORY PIC Z9.
           05  FILLER          PIC X(34)  VALUE
               " MONTHS OF CUSTHIST SALES".

       01  HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(50)  VALUE
               "RATE = LAST YEAR'S SALES FOR THE MONTHS STILL TO C".
           05  FILLER          PIC X(50)  VALUE
               "OME x THIS YEAR'S CLOSED MONTHS / SAME MONTHS LAST".
           05  FILLER          PIC X(28)  VALUE
               " YEAR.".

       01  HEADING-LINE-5.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(50)  VALUE
               "AVG = THIS YEAR'S MONTHLY AVERAGE CARRIED FORWARD.".
           05  FILLER          PIC X(50)  VALUE
               "  LY = LAST YEAR UNSCALED.  ACT = YEAR CLOSED.  OP".
           05  FILLER          PIC X(28)  VALUE
               "EN-MONTH SALES COME OFF.".

       01  HEADING-LINE-6.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE "CUST ".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE "      THIS YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE "     REMAINDER".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE " PROJECTED YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE "      LAST YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE "   PROJ CHANGE".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "   PCT".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "  RATE".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE "BASE".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE "MO".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(3)   VALUE "LOW".
           05  FILLER          PIC X(1)   VALUE SPACE.

       01  HEADING-LINE-7.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(3)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.

       01  GROUP-HEADING-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "BRANCH ".
           05  GHL-BRANCH-NUMBER    PIC X(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GHL-BRANCH-NAME      PIC X(20).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "SALESREP ".
           05  GHL-SALESREP-NUMBER  PIC X(3).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  GHL-SALESREP-NAME    PIC X(10).
           05  FILLER               PIC X(72)      VALUE SPACE.

       01  PROJECTION-DETAIL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-REMAINDER        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-PROJECTED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-SALES-LAST-YTD   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-CHANGE-PERCENT   PIC +++9.9.
           05  PDL-CHANGE-PERCENT-R REDEFINES PDL-CHANGE-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-RUN-RATE         PIC ZZZ9.9.
           05  PDL-RUN-RATE-R       REDEFINES PDL-RUN-RATE
                                    PIC X(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-BASIS            PIC X(4).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-HISTORY-MONTHS   PIC Z9.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PDL-LOW-HISTORY-FLAG PIC X(3).
           05  FILLER               PIC X(1)       VALUE SPACE.

       01  LEVEL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-LEVEL-TEXT       PIC X(26).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-THIS-YTD         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-REMAINDER        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-PROJECTED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-LAST-YTD         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-CHANGE-PERCENT   PIC +++9.9.
           05  LTL-CHANGE-PERCENT-R REDEFINES LTL-CHANGE-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LTL-CUSTOMER-COUNT   PIC ZZZZ9.
           05  FILLER               PIC X(5)       VALUE " CUST".
           05  LTL-LOW-HISTORY-COUNT PIC ZZZZ9.
           05  FILLER               PIC X(4)       VALUE " LOW".

       01  REGION-TITLE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(50)      VALUE
               "PROJECTION SUMMARY BY REGION".
           05  FILLER               PIC X(78)      VALUE SPACE.

       01  REGION-HEADING-LINE-1.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(26)      VALUE "REGION".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "      THIS YTD".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "     REMAINDER".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               " PROJECTED YTD".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "      LAST YTD".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "   PROJ CHANGE".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "   PCT".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(19)      VALUE
               "             COUNTS".

       01  REGION-HEADING-LINE-2.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(26)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE ALL '-'.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(19)      VALUE ALL '-'.

       01  NO-CUSTOMERS-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(40)      VALUE
               "NO CUSTOMERS ON CUSTCLN.".
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CCL-DESCRIPTION      PIC X(28).
           05  CCL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-PROJECT-YEAR-END-SALES.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 045-READ-PROJECTION-PARAMETER.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE REGION-TABLE.

           OPEN INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-CUSTHIST
                INPUT  INPUT-SALESREP
                INPUT  INPUT-BRCHMAST
                OUTPUT OUTPUT-RPT9800.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 200-LOAD-SALESREP-TABLE.
           PERFORM 250-LOAD-BRANCH-TABLE.

           PERFORM 220-READ-MTD-RECORD.
           PERFORM 230-READ-HISTORY-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.
           PERFORM 300-PROCESS-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 220-READ-MTD-RECORD
               UNTIL CUSTMTD-EOF.
           PERFORM 230-READ-HISTORY-RECORD
               UNTIL CUSTHIST-EOF.

           IF NOT-FIRST-RECORD
              PERFORM 355-PRINT-REP-TOTALS
              PERFORM 360-PRINT-BRANCH-TOTALS
           END-IF.
           PERFORM 510-PRINT-REGION-SUMMARY.
           PERFORM 550-PRINT-CONTROL-COUNTS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           PERFORM 299-CLOSE-ALL-FILES.
           STOP RUN.


      *    AFTER THE DECEMBER CLOSE THE OPEN PERIOD IS ALREADY IN THE
      *    NEXT YEAR WHILE BD-SALES-YEAR WAITS FOR THE YEAR-END ROLL;
      *    EVERY MONTH OF THE SALES YEAR IS THEN CLOSED.
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
           MOVE BD-PERIOD-MONTH TO OPEN-PERIOD-MONTH.
           MOVE BD-PERIOD-YEAR  TO OPEN-PERIOD-YEAR.
           MOVE BD-SALES-YEAR   TO SALES-YEAR.
           CLOSE BUSINESS-DATE-FILE.
           IF OPEN-PERIOD-YEAR > SALES-YEAR
              MOVE 13 TO FIRST-OPEN-MONTH
           ELSE
              MOVE OPEN-PERIOD-MONTH TO FIRST-OPEN-MONTH.
           COMPUTE CLOSED-MONTHS = FIRST-OPEN-MONTH - 1.
           COMPUTE MONTHS-TO-PROJECT = 13 - FIRST-OPEN-MONTH.


      *    THE OPTIONAL PROJPARM CARD SETS THE MONTHS OF CUSTHIST
      *    SALES (1-12) BELOW WHICH A PROJECTION IS FLAGGED LOW. A
      *    BLANK FIELD KEEPS THE DEFAULT; ONE OUT OF RANGE IS HELD TO
      *    THE NEAREST LIMIT.
       045-READ-PROJECTION-PARAMETER.
           OPEN INPUT INPUT-PROJPARM.
           IF PROJPARM-FILE-STATUS = "00"
              READ INPUT-PROJPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PP-MIN-HISTORY-MONTHS NUMERIC
                       EVALUATE TRUE
                          WHEN PP-MIN-HISTORY-MONTHS
                               < MIN-HISTORY-MONTHS-MIN
                             MOVE MIN-HISTORY-MONTHS-MIN
                                TO MIN-HISTORY-MONTHS
                          WHEN PP-MIN-HISTORY-MONTHS
                               > MIN-HISTORY-MONTHS-MAX
                             MOVE MIN-HISTORY-MONTHS-MAX
                                TO MIN-HISTORY-MONTHS
                          WHEN OTHER
                             MOVE PP-MIN-HISTORY-MONTHS
                                TO MIN-HISTORY-MONTHS
                       END-EVALUATE
                    END-IF
              END-READ
              CLOSE INPUT-PROJPARM
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RPT9800 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT9800 ABEND - BUSINESS DATE " BUSINESS-DATE
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
           MOVE SALES-YEAR         TO HL3-SALES-YEAR.
           MOVE OPEN-PERIOD-MONTH  TO HL3-OPEN-MONTH.
           MOVE OPEN-PERIOD-YEAR   TO HL3-OPEN-YEAR.
           MOVE CLOSED-MONTHS      TO HL3-CLOSED-MONTHS.
           MOVE MONTHS-TO-PROJECT  TO HL3-MONTHS-TO-PROJECT.
           MOVE MIN-HISTORY-MONTHS TO HL3-MIN-HISTORY.


       200-LOAD-SALESREP-TABLE.

           PERFORM
              WITH TEST AFTER
              VARYING SRT-INDEX FROM 1 BY 1
              UNTIL SALESREP-EOF OR SRT-INDEX = SALESREP-MAX-ENTRIES
                  PERFORM 205-READ-SALESREP-RECORD
                  IF NOT SALESREP-EOF
                     MOVE SM-SALESREP-NUMBER
                        TO SALESREP-NUMBER (SRT-INDEX)
                     MOVE SM-SALESREP-NAME
                        TO SALESREP-NAME (SRT-INDEX)
                  END-IF
           END-PERFORM.

           IF NOT SALESREP-EOF
              PERFORM 205-READ-SALESREP-RECORD
              IF NOT SALESREP-EOF
                 PERFORM 290-ABEND-SALESREP-OVERFLOW
              END-IF
           END-IF.


       205-READ-SALESREP-RECORD.

           READ INPUT-SALESREP
              AT END
                 SET SALESREP-EOF TO TRUE.


       210-READ-CUSTOMER-RECORD.
           READ INPUT-CUSTMAST
              AT END
                 SET CUSTMAST-EOF TO TRUE
                 MOVE HIGH-VALUES TO MASTER-KEY
                 IF NOT CUSTMAST-TRAILER-SEEN
                    PERFORM 287-ABEND-CUSTMAST-TRAILER
                 END-IF.
           IF NOT CUSTMAST-EOF
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMAST-TRAILER-SEEN TO TRUE
                 SET CUSTMAST-EOF TO TRUE
                 MOVE HIGH-VALUES TO MASTER-KEY
                 IF FT-RECORD-COUNT NOT = CUSTMAST-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMAST-IN-HASH
                    PERFORM 287-ABEND-CUSTMAST-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO CUSTMAST-READ-COUNT
                 ADD CM-SALES-THIS-YTD TO CUSTMAST-IN-HASH
                 MOVE MASTER-KEY TO OLD-MASTER-KEY
                 MOVE CM-BRANCH-NUMBER   TO MK-BRANCH-NUMBER
                 MOVE CM-SALESREP-NUMBER TO MK-SALESREP-NUMBER
                 MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER
                 IF OLD-MASTER-KEY NOT = SPACES
                    AND MASTER-KEY NOT > OLD-MASTER-KEY
                    PERFORM 295-ABEND-CUSTMAST-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       220-READ-MTD-RECORD.
           READ INPUT-CUSTMTD
              AT END
                 SET CUSTMTD-EOF TO TRUE
                 MOVE HIGH-VALUES TO MTD-KEY
                 IF NOT CUSTMTD-TRAILER-SEEN
                    PERFORM 288-ABEND-CUSTMTD-TRAILER
                 END-IF.
           IF NOT CUSTMTD-EOF
              MOVE CUSTOMER-MONTHLY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMTD-TRAILER-SEEN TO TRUE
                 SET CUSTMTD-EOF TO TRUE
                 MOVE HIGH-VALUES TO MTD-KEY
                 IF FT-RECORD-COUNT NOT = CUSTMTD-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMTD-IN-HASH
                    PERFORM 288-ABEND-CUSTMTD-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO CUSTMTD-READ-COUNT
                 ADD CMM-SALES-THIS-MONTH TO CUSTMTD-IN-HASH
                 MOVE MTD-KEY TO OLD-MTD-KEY
                 MOVE CMM-BRANCH-NUMBER   TO DK-BRANCH-NUMBER
                 MOVE CMM-SALESREP-NUMBER TO DK-SALESREP-NUMBER
                 MOVE CMM-CUSTOMER-NUMBER TO DK-CUSTOMER-NUMBER
                 IF OLD-MTD-KEY NOT = SPACES
                    AND MTD-KEY NOT > OLD-MTD-KEY
                    PERFORM 296-ABEND-CUSTMTD-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       230-READ-HISTORY-RECORD.
           READ INPUT-CUSTHIST
              AT END
                 SET CUSTHIST-EOF TO TRUE
                 MOVE HIGH-VALUES TO HIST-KEY
                 IF HIST-READ-COUNT > ZERO
                    AND NOT CUSTHIST-TRAILER-SEEN
                    PERFORM 289-ABEND-CUSTHIST-TRAILER
                 END-IF.
           IF NOT CUSTHIST-EOF
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTHIST-TRAILER-SEEN TO TRUE
                 SET CUSTHIST-EOF TO TRUE
                 MOVE HIGH-VALUES TO HIST-KEY
                 IF FT-RECORD-COUNT NOT = HIST-READ-COUNT
                    PERFORM 289-ABEND-CUSTHIST-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO HIST-READ-COUNT
                 MOVE HIST-KEY TO OLD-HIST-KEY
                 MOVE CH-RECORD-KEY TO HIST-KEY
                 IF HIST-READ-COUNT > 1
                    AND HIST-KEY NOT > OLD-HIST-KEY
                    PERFORM 297-ABEND-CUSTHIST-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       250-LOAD-BRANCH-TABLE.

           PERFORM
              WITH TEST AFTER
              VARYING BRT-INDEX FROM 1 BY 1
              UNTIL BRCHMAST-EOF OR BRT-INDEX = BRANCH-MAX-ENTRIES
                  PERFORM 260-READ-BRCHMAST-RECORD
                  IF NOT BRCHMAST-EOF
                     MOVE BM-BRANCH-NUMBER
                        TO BRANCH-TBL-NUMBER (BRT-INDEX)
                     MOVE BM-BRANCH-NAME
                        TO BRANCH-TBL-NAME (BRT-INDEX)
                     MOVE BM-REGION-CODE
                        TO BRANCH-TBL-REGION-CODE (BRT-INDEX)
                     MOVE BM-REGION-NAME
                        TO BRANCH-TBL-REGION-NAME (BRT-INDEX)
                  END-IF
           END-PERFORM.

           IF NOT BRCHMAST-EOF
              PERFORM 260-READ-BRCHMAST-RECORD
              IF NOT BRCHMAST-EOF
                 PERFORM 291-ABEND-BRCHMAST-OVERFLOW
              END-IF
           END-IF.


       260-READ-BRCHMAST-RECORD.

           READ INPUT-BRCHMAST
              AT END
                 SET BRCHMAST-EOF TO TRUE.


       287-ABEND-CUSTMAST-TRAILER.
           DISPLAY "RPT9800 ABEND - CUSTCLN CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " CUSTMAST-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMAST-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - RERUN EDT1000 AND THIS REPORT.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       288-ABEND-CUSTMTD-TRAILER.
           DISPLAY "RPT9800 ABEND - CUSTMTDC CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " CUSTMTD-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMTD-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - RERUN EDT1000 AND THIS REPORT.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       289-ABEND-CUSTHIST-TRAILER.
           DISPLAY "RPT9800 ABEND - CUSTHIST CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " HIST-READ-COUNT ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - RESTORE CUSTHIST AND RERUN THIS "
                   "REPORT.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       290-ABEND-SALESREP-OVERFLOW.
           DISPLAY "RPT9800 ABEND - SALESREP TABLE FULL AFTER "
                   SALESREP-MAX-ENTRIES " ENTRIES BUT SALESREP FILE "
                   "IS NOT AT EOF.".
           DISPLAY "INCREASE SALESREP-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       291-ABEND-BRCHMAST-OVERFLOW.
           DISPLAY "RPT9800 ABEND - BRANCH TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " ENTRIES BUT BRCHMAST FILE "
                   "IS NOT AT EOF.".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       292-ABEND-REGION-OVERFLOW.
           DISPLAY "RPT9800 ABEND - REGION TABLE FULL AFTER "
                   REGION-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE REGION-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-CUSTMAST-SEQUENCE.
           DISPLAY "RPT9800 ABEND - INPUT-CUSTMAST OUT OF SEQUENCE "
                   "AT BRANCH " CM-BRANCH-NUMBER
                   " SALESREP " CM-SALESREP-NUMBER
                   " CUSTOMER " CM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9800 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-CUSTMTD-SEQUENCE.
           DISPLAY "RPT9800 ABEND - INPUT-CUSTMTD OUT OF SEQUENCE "
                   "AT BRANCH " CMM-BRANCH-NUMBER
                   " SALESREP " CMM-SALESREP-NUMBER
                   " CUSTOMER " CMM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9800 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       297-ABEND-CUSTHIST-SEQUENCE.
           DISPLAY "RPT9800 ABEND - INPUT-CUSTHIST OUT OF SEQUENCE "
                   "AT BRANCH " CH-BRANCH-NUMBER
                   " SALESREP " CH-SALESREP-NUMBER
                   " CUSTOMER " CH-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9800 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 INPUT-SALESREP
                 INPUT-BRCHMAST
                 OUTPUT-RPT9800.


       300-PROCESS-ONE-CUSTOMER.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              MOVE MK-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
              MOVE MK-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
           ELSE
              IF MK-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                 OR MK-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                 PERFORM 355-PRINT-REP-TOTALS
                 IF MK-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                    PERFORM 360-PRINT-BRANCH-TOTALS
                 END-IF
                 MOVE MK-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                 MOVE MK-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
              END-IF
           END-IF.

           PERFORM 220-READ-MTD-RECORD
               UNTIL MTD-KEY NOT < MASTER-KEY.
           PERFORM 230-READ-HISTORY-RECORD
               UNTIL HIST-KEY NOT < MASTER-KEY.

           PERFORM 320-PROJECT-CUSTOMER.
           PERFORM 327-ADD-CUSTOMER-TO-REGION.
           PERFORM 340-PRINT-CUSTOMER-LINE.

           PERFORM 210-READ-CUSTOMER-RECORD.


      *    THIS YEAR'S CLOSED MONTHS ARE THIS-YTD LESS WHAT THE OPEN
      *    MONTH HAS BOOKED SO FAR. THE CUSTHIST SLOTS FROM THE OPEN
      *    MONTH THROUGH DECEMBER STILL HOLD LAST YEAR, SO LAST YEAR'S
      *    CLOSED MONTHS ARE LAST-YTD LESS THOSE SLOTS. THE OPEN MONTH
      *    IS PROJECTED IN FULL AND ITS SALES TO DATE TAKEN OFF; A
      *    REMAINDER BELOW ZERO IS HELD AT ZERO.
       320-PROJECT-CUSTOMER.
           MOVE "N" TO HISTORY-FOUND-SWITCH.
           MOVE "N" TO LOW-HISTORY-SWITCH.
           MOVE ZERO TO HISTORY-MONTH-COUNT.
           MOVE ZERO TO LAST-YEAR-TO-COME.
           MOVE ZERO TO RUN-RATE.
           MOVE ZERO TO PROJECTED-REMAINDER.

           IF HIST-KEY = MASTER-KEY
              SET HISTORY-FOUND TO TRUE
              PERFORM 325-LOAD-ONE-HISTORY-MONTH
                 VARYING MONTH-SUB FROM 1 BY 1
                 UNTIL MONTH-SUB > 12
           END-IF.
           IF HISTORY-MONTH-COUNT < MIN-HISTORY-MONTHS
              SET LOW-HISTORY TO TRUE
           END-IF.

           IF MTD-KEY = MASTER-KEY
              AND FIRST-OPEN-MONTH NOT > 12
              AND CMM-SALES-THIS-MONTH NUMERIC
              MOVE CMM-SALES-THIS-MONTH TO OPEN-MONTH-SALES
           ELSE
              MOVE ZERO TO OPEN-MONTH-SALES
           END-IF.
           COMPUTE THIS-YEAR-CLOSED =
              CM-SALES-THIS-YTD - OPEN-MONTH-SALES.
           COMPUTE LAST-YEAR-CLOSED =
              CM-SALES-LAST-YTD - LAST-YEAR-TO-COME.

           EVALUATE TRUE
              WHEN MONTHS-TO-PROJECT = ZERO
                 SET BASIS-YEAR-CLOSED TO TRUE
              WHEN CLOSED-MONTHS = ZERO
                 SET BASIS-LAST-YEAR TO TRUE
                 MOVE CM-SALES-LAST-YTD TO PROJECTED-REMAINDER
              WHEN HISTORY-FOUND
                   AND LAST-YEAR-CLOSED > ZERO
                 SET BASIS-RUN-RATE TO TRUE
                 COMPUTE RUN-RATE ROUNDED =
                    THIS-YEAR-CLOSED / LAST-YEAR-CLOSED
                    ON SIZE ERROR
                       SET BASIS-AVERAGE TO TRUE
                 END-COMPUTE
                 IF BASIS-RUN-RATE
                    COMPUTE PROJECTED-REMAINDER ROUNDED =
                       LAST-YEAR-TO-COME * RUN-RATE
                       ON SIZE ERROR
                          SET BASIS-AVERAGE TO TRUE
                    END-COMPUTE
                 END-IF
              WHEN OTHER
                 SET BASIS-AVERAGE TO TRUE
           END-EVALUATE.
           IF BASIS-AVERAGE
              MOVE ZERO TO RUN-RATE
              COMPUTE PROJECTED-REMAINDER ROUNDED =
                 THIS-YEAR-CLOSED * MONTHS-TO-PROJECT / CLOSED-MONTHS
           END-IF.

           SUBTRACT OPEN-MONTH-SALES FROM PROJECTED-REMAINDER.
           IF PROJECTED-REMAINDER < ZERO
              MOVE ZERO TO PROJECTED-REMAINDER
           END-IF.
           COMPUTE PROJECTED-YEAR-END =
              CM-SALES-THIS-YTD + PROJECTED-REMAINDER.
           COMPUTE PROJECTED-CHANGE =
              PROJECTED-YEAR-END - CM-SALES-LAST-YTD.


       325-LOAD-ONE-HISTORY-MONTH.
           IF CH-MONTH-SALES (MONTH-SUB) NUMERIC
              IF CH-MONTH-SALES (MONTH-SUB) NOT = ZERO
                 ADD 1 TO HISTORY-MONTH-COUNT
              END-IF
              IF MONTH-SUB NOT < FIRST-OPEN-MONTH
                 ADD CH-MONTH-SALES (MONTH-SUB) TO LAST-YEAR-TO-COME
              END-IF
           END-IF.


      *    A CUSTOMER WHOSE BRANCH IS NOT ON BRCHMAST IS SUMMED UNDER
      *    REGION ** AS ON RPT6000.
       327-ADD-CUSTOMER-TO-REGION.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 MOVE "**" TO REGION-WORK-CODE
                 MOVE "UNKNOWN BRANCHES" TO REGION-WORK-NAME
              WHEN BRANCH-TBL-NUMBER (BRT-INDEX) = CM-BRANCH-NUMBER
                 MOVE BRANCH-TBL-REGION-CODE (BRT-INDEX)
                    TO REGION-WORK-CODE
                 MOVE BRANCH-TBL-REGION-NAME (BRT-INDEX)
                    TO REGION-WORK-NAME
           END-SEARCH.
           PERFORM 331-LOCATE-REGION-ENTRY.
           ADD 1 TO REGION-TBL-CUSTOMERS (REGION-SUB).
           IF LOW-HISTORY
              ADD 1 TO REGION-TBL-LOW-HISTORY (REGION-SUB).
           ADD CM-SALES-THIS-YTD
              TO REGION-TBL-THIS-YTD (REGION-SUB).
           ADD PROJECTED-REMAINDER
              TO REGION-TBL-REMAINDER (REGION-SUB).
           ADD PROJECTED-YEAR-END
              TO REGION-TBL-PROJECTED (REGION-SUB).
           ADD CM-SALES-LAST-YTD
              TO REGION-TBL-LAST-YTD (REGION-SUB).


       331-LOCATE-REGION-ENTRY.
           SET RGT-INDEX TO 1.
           SEARCH REGION-GROUP
              AT END
                 PERFORM 332-ADD-REGION-ENTRY
              WHEN REGION-TBL-CODE (RGT-INDEX) = REGION-WORK-CODE
                 SET REGION-SUB TO RGT-INDEX
           END-SEARCH.


       332-ADD-REGION-ENTRY.
           IF REGION-USED-COUNT >= REGION-MAX-ENTRIES
              PERFORM 292-ABEND-REGION-OVERFLOW.
           ADD 1 TO REGION-USED-COUNT.
           MOVE REGION-USED-COUNT TO REGION-SUB.
           MOVE REGION-WORK-CODE TO REGION-TBL-CODE (REGION-SUB).
           MOVE REGION-WORK-NAME TO REGION-TBL-NAME (REGION-SUB).


       340-PRINT-CUSTOMER-LINE.
           IF LINE-COUNT + 1 >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           IF REP-CUSTOMER-COUNT = ZERO
              OR GROUP-HEADING-NEEDED
              PERFORM 345-PRINT-GROUP-HEADING.

           MOVE CM-CUSTOMER-NUMBER  TO PDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME    TO PDL-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD   TO PDL-SALES-THIS-YTD.
           MOVE PROJECTED-REMAINDER TO PDL-REMAINDER.
           MOVE PROJECTED-YEAR-END  TO PDL-PROJECTED.
           MOVE CM-SALES-LAST-YTD   TO PDL-SALES-LAST-YTD.
           MOVE PROJECTED-CHANGE    TO PDL-CHANGE-AMOUNT.
           IF CM-SALES-LAST-YTD = ZERO
              MOVE "  N/A " TO PDL-CHANGE-PERCENT-R
           ELSE
              COMPUTE PDL-CHANGE-PERCENT ROUNDED =
                 PROJECTED-CHANGE * 100 / CM-SALES-LAST-YTD
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO PDL-CHANGE-PERCENT-R
              END-COMPUTE
           END-IF.
           IF BASIS-RUN-RATE
              COMPUTE PDL-RUN-RATE ROUNDED = RUN-RATE * 100
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO PDL-RUN-RATE-R
              END-COMPUTE
           ELSE
              MOVE "  N/A " TO PDL-RUN-RATE-R
           END-IF.
           MOVE PROJECTION-BASIS    TO PDL-BASIS.
           MOVE HISTORY-MONTH-COUNT TO PDL-HISTORY-MONTHS.
           IF LOW-HISTORY
              MOVE "LOW" TO PDL-LOW-HISTORY-FLAG
              ADD 1 TO REP-LOW-HISTORY-COUNT
           ELSE
              MOVE SPACES TO PDL-LOW-HISTORY-FLAG
           END-IF.

           MOVE PROJECTION-DETAIL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REP-CUSTOMER-COUNT.
           ADD CM-SALES-THIS-YTD   TO REP-THIS-YTD.
           ADD PROJECTED-REMAINDER TO REP-REMAINDER.
           ADD PROJECTED-YEAR-END  TO REP-PROJECTED.
           ADD CM-SALES-LAST-YTD   TO REP-LAST-YTD.


       344-MOVE-SALESREP-NAME.
           SET SRT-INDEX TO 1.
           SEARCH SALESREP-GROUP
              AT END
                 MOVE "UNKNOWN" TO SALESREP-NAME-WORK
              WHEN SALESREP-NUMBER (SRT-INDEX) = OLD-SALESREP-NUMBER
                 MOVE SALESREP-NAME (SRT-INDEX) TO SALESREP-NAME-WORK
              END-SEARCH.


       345-PRINT-GROUP-HEADING.
           MOVE OLD-BRANCH-NUMBER   TO GHL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO GHL-SALESREP-NUMBER.
           PERFORM 361-MOVE-BRANCH-NAME.
           MOVE BRANCH-NAME-WORK TO GHL-BRANCH-NAME.
           PERFORM 344-MOVE-SALESREP-NAME.
           MOVE SALESREP-NAME-WORK TO GHL-SALESREP-NAME.
           MOVE GROUP-HEADING-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO GROUP-HEADING-SWITCH.


       355-PRINT-REP-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 344-MOVE-SALESREP-NAME.
           MOVE SPACES TO LTL-LEVEL-TEXT.
           STRING "SALESREP " DELIMITED BY SIZE
                  OLD-SALESREP-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALESREP-NAME-WORK DELIMITED BY SIZE
                  INTO LTL-LEVEL-TEXT.
           MOVE REP-CUSTOMER-COUNT    TO LV-CUSTOMER-COUNT.
           MOVE REP-LOW-HISTORY-COUNT TO LV-LOW-HISTORY-COUNT.
           MOVE REP-THIS-YTD          TO LV-THIS-YTD.
           MOVE REP-REMAINDER         TO LV-REMAINDER.
           MOVE REP-PROJECTED         TO LV-PROJECTED.
           MOVE REP-LAST-YTD          TO LV-LAST-YTD.
           PERFORM 370-PRINT-LEVEL-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           ADD REP-CUSTOMER-COUNT    TO BRANCH-CUSTOMER-COUNT.
           ADD REP-LOW-HISTORY-COUNT TO BRANCH-LOW-HISTORY-COUNT.
           ADD REP-THIS-YTD          TO BRANCH-THIS-YTD.
           ADD REP-REMAINDER         TO BRANCH-REMAINDER.
           ADD REP-PROJECTED         TO BRANCH-PROJECTED.
           ADD REP-LAST-YTD          TO BRANCH-LAST-YTD.

           INITIALIZE REP-CUSTOMER-COUNT.
           INITIALIZE REP-LOW-HISTORY-COUNT.
           INITIALIZE REP-THIS-YTD.
           INITIALIZE REP-REMAINDER.
           INITIALIZE REP-PROJECTED.
           INITIALIZE REP-LAST-YTD.


       360-PRINT-BRANCH-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 361-MOVE-BRANCH-NAME.
           MOVE SPACES TO LTL-LEVEL-TEXT.
           STRING "BRANCH " DELIMITED BY SIZE
                  OLD-BRANCH-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BRANCH-NAME-WORK DELIMITED BY SIZE
                  INTO LTL-LEVEL-TEXT.
           MOVE BRANCH-CUSTOMER-COUNT    TO LV-CUSTOMER-COUNT.
           MOVE BRANCH-LOW-HISTORY-COUNT TO LV-LOW-HISTORY-COUNT.
           MOVE BRANCH-THIS-YTD          TO LV-THIS-YTD.
           MOVE BRANCH-REMAINDER         TO LV-REMAINDER.
           MOVE BRANCH-PROJECTED         TO LV-PROJECTED.
           MOVE BRANCH-LAST-YTD          TO LV-LAST-YTD.
           PERFORM 370-PRINT-LEVEL-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           SET GROUP-HEADING-NEEDED TO TRUE.

           ADD BRANCH-CUSTOMER-COUNT    TO GRAND-CUSTOMER-COUNT.
           ADD BRANCH-LOW-HISTORY-COUNT TO GRAND-LOW-HISTORY-COUNT.
           ADD BRANCH-THIS-YTD          TO GRAND-THIS-YTD.
           ADD BRANCH-REMAINDER         TO GRAND-REMAINDER.
           ADD BRANCH-PROJECTED         TO GRAND-PROJECTED.
           ADD BRANCH-LAST-YTD          TO GRAND-LAST-YTD.

           INITIALIZE BRANCH-CUSTOMER-COUNT.
           INITIALIZE BRANCH-LOW-HISTORY-COUNT.
           INITIALIZE BRANCH-THIS-YTD.
           INITIALIZE BRANCH-REMAINDER.
           INITIALIZE BRANCH-PROJECTED.
           INITIALIZE BRANCH-LAST-YTD.


       361-MOVE-BRANCH-NAME.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 MOVE "UNKNOWN" TO BRANCH-NAME-WORK
              WHEN BRANCH-TBL-NUMBER (BRT-INDEX) = OLD-BRANCH-NUMBER
                 MOVE BRANCH-TBL-NAME (BRT-INDEX) TO BRANCH-NAME-WORK
              END-SEARCH.


       370-PRINT-LEVEL-TOTAL-LINE.
           MOVE LV-THIS-YTD  TO LTL-THIS-YTD.
           MOVE LV-REMAINDER TO LTL-REMAINDER.
           MOVE LV-PROJECTED TO LTL-PROJECTED.
           MOVE LV-LAST-YTD  TO LTL-LAST-YTD.
           COMPUTE LV-CHANGE = LV-PROJECTED - LV-LAST-YTD.
           MOVE LV-CHANGE    TO LTL-CHANGE-AMOUNT.
           IF LV-LAST-YTD = ZERO
              MOVE "  N/A " TO LTL-CHANGE-PERCENT-R
           ELSE
              COMPUTE LTL-CHANGE-PERCENT ROUNDED =
                 LV-CHANGE * 100 / LV-LAST-YTD
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO LTL-CHANGE-PERCENT-R
              END-COMPUTE
           END-IF.
           MOVE LV-CUSTOMER-COUNT    TO LTL-CUSTOMER-COUNT.
           MOVE LV-LOW-HISTORY-COUNT TO LTL-LOW-HISTORY-COUNT.
           MOVE LEVEL-TOTAL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 440-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           IF PRINTING-REGION-SECTION
              MOVE REGION-TITLE-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE REGION-HEADING-LINE-1 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE REGION-HEADING-LINE-2 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE 8 TO LINE-COUNT
           ELSE
              MOVE HEADING-LINE-4 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-5 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-6 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-7 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE 9 TO LINE-COUNT
              SET GROUP-HEADING-NEEDED TO TRUE
           END-IF.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       450-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       500-PRINT-GRAND-TOTALS.
           IF LINE-COUNT + 3 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           IF GRAND-CUSTOMER-COUNT = ZERO
              MOVE NO-CUSTOMERS-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 2 TO LINE-COUNT.

           MOVE "GRAND TOTAL" TO LTL-LEVEL-TEXT.
           MOVE GRAND-CUSTOMER-COUNT    TO LV-CUSTOMER-COUNT.
           MOVE GRAND-LOW-HISTORY-COUNT TO LV-LOW-HISTORY-COUNT.
           MOVE GRAND-THIS-YTD          TO LV-THIS-YTD.
           MOVE GRAND-REMAINDER         TO LV-REMAINDER.
           MOVE GRAND-PROJECTED         TO LV-PROJECTED.
           MOVE GRAND-LAST-YTD          TO LV-LAST-YTD.
           PERFORM 370-PRINT-LEVEL-TOTAL-LINE.


       510-PRINT-REGION-SUMMARY.
           SET PRINTING-REGION-SECTION TO TRUE.
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 515-PRINT-ONE-REGION-TOTAL
              VARYING REGION-SUB FROM 1 BY 1
              UNTIL REGION-SUB > REGION-USED-COUNT.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM 500-PRINT-GRAND-TOTALS.


       515-PRINT-ONE-REGION-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE SPACES TO LTL-LEVEL-TEXT.
           STRING REGION-TBL-CODE (REGION-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REGION-TBL-NAME (REGION-SUB) DELIMITED BY SIZE
                  INTO LTL-LEVEL-TEXT.
           MOVE REGION-TBL-CUSTOMERS (REGION-SUB)
              TO LV-CUSTOMER-COUNT.
           MOVE REGION-TBL-LOW-HISTORY (REGION-SUB)
              TO LV-LOW-HISTORY-COUNT.
           MOVE REGION-TBL-THIS-YTD (REGION-SUB)  TO LV-THIS-YTD.
           MOVE REGION-TBL-REMAINDER (REGION-SUB) TO LV-REMAINDER.
           MOVE REGION-TBL-PROJECTED (REGION-SUB) TO LV-PROJECTED.
           MOVE REGION-TBL-LAST-YTD (REGION-SUB)  TO LV-LAST-YTD.
           PERFORM 370-PRINT-LEVEL-TOTAL-LINE.


       550-PRINT-CONTROL-COUNTS.
           MOVE "N" TO REGION-SECTION-SWITCH.
           IF LINE-COUNT + 6 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES
           ELSE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT.

           MOVE "CUSTOMERS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMAST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTDC RECORDS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMTD-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS READ" TO CCL-DESCRIPTION.
           MOVE HIST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTOMERS PROJECTED" TO CCL-DESCRIPTION.
           MOVE GRAND-CUSTOMER-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "LOW-HISTORY PROJECTIONS" TO CCL-DESCRIPTION.
           MOVE GRAND-LOW-HISTORY-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.


       560-PRINT-ONE-CONTROL-TOTAL.
           MOVE COUNT-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "RPT9800" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CUSTMAST-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE HIST-READ-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE GRAND-PROJECTED TO RL-GRAND-TOTAL-1.
           MOVE GRAND-LAST-YTD TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
