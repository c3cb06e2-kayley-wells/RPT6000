       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT9600.
      ****************************************************************
      * PROGRAM NAME: RPT9600
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Lapsed and Declining Customers Report. Walks the
      *              clean customer file in key order with CUSTMTDC
      *              and the CUSTHIST 12-month history matched on the
      *              branch/salesrep/customer key, and lists by branch
      *              and salesrep every customer who has stopped or is
      *              slowing down buying:
      *                LAPSED  - a run of zero months in CH-MONTH-
      *                          SALES, counted back from the last
      *                          closed month, at least as long as the
      *                          LAPSPARM limit (default 3), for a
      *                          customer who has bought before and
      *                          has bought nothing in the open month.
      *                NO-TY   - CM-SALES-LAST-YTD but no CM-SALES-
      *                          THIS-YTD.
      *                DECLINE - the last three closed months together
      *                          below the LAPSPARM percentage (default
      *                          50) of the same three months a year
      *                          earlier, which UPD2100 carries on
      *                          CUSTMTD as CMM-SALES-LAST-YEAR-RECENT.
      *              Each line shows the last month with a purchase
      *              and the revenue at risk - last year's sales, or
      *              the trailing twelve months when last year is
      *              zero - with salesrep, branch and grand totals.
      *              Customers with nothing in any of the three
      *              CUSTMAST buckets and no CUSTARCH sales for the
      *              LAPSPARM number of years (default 5) follow as
      *              purge candidates for UPD3000 DELETE. The open
      *              period on BUSDATE marks the last closed month.
      *              VERIFIES THE CONTROL TRAILERS ON CUSTCLN, CUSTMTDC
      *              AND A NON-EMPTY CUSTHIST.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-LAPSPARM ASSIGN TO LAPSPARM
               FILE STATUS IS LAPSPARM-FILE-STATUS.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTCLN.
           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTDC.
           SELECT OPTIONAL INPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT OPTIONAL INPUT-CUSTARCH ASSIGN TO CUSTARCH.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT OUTPUT-RPT9600 ASSIGN TO RPT9600.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-LAPSPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  LAPSE-PARAMETER-RECORD.
           05  LP-ZERO-MONTHS          PIC 9(2).
           05  LP-DECLINE-PERCENT      PIC 9(3).
           05  LP-PURGE-YEARS          PIC 9(2).
           05  FILLER                  PIC X(73).

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

       FD  INPUT-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

           COPY CUSTARCH.

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

       FD  OUTPUT-RPT9600
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

      *    THE TWELVE CLOSED MONTHS, MOST RECENT FIRST, WITH THE
      *    CUSTHIST SLOT EACH ONE OCCUPIES. BUILT ONCE FROM THE OPEN
      *    PERIOD ON BUSDATE.
       01  MONTH-BACK-TABLE.
           05  MONTH-BACK-GROUP OCCURS 12 TIMES.
               10  MBT-MONTH              PIC 9(2).
               10  MBT-YEAR               PIC 9(4).

      *    THE CURRENT CUSTOMER'S HISTORY IN THE SAME ORDER AS THE
      *    MONTH-BACK TABLE.
       01  CUSTOMER-MONTH-TABLE.
           05  CUSTOMER-MONTH-AMOUNT OCCURS 12 TIMES
                                     PIC S9(5)V99
                                     PACKED-DECIMAL.

      *    ONE ENTRY PER CUSTOMER WITH ALL THREE CUSTMAST BUCKETS AT
      *    ZERO, IN KEY ORDER. THE CUSTARCH SCAN AT END OF JOB
      *    RECORDS THE LATEST YEAR EACH ONE HAD SALES.
       01  PURGE-TABLE.
           05  PURGE-GROUP OCCURS 2000 TIMES
                           INDEXED BY PGT-INDEX.
               10  PGT-RECORD-KEY.
                   15  PGT-BRANCH-NUMBER   PIC X(2).
                   15  PGT-SALESREP-NUMBER PIC X(3).
                   15  PGT-CUSTOMER-NUMBER PIC X(5).
               10  PGT-CUSTOMER-NAME       PIC X(20).
               10  PGT-LAST-SALES-YEAR     PIC 9(4).

       01  TABLE-LIMITS.
           05  SALESREP-MAX-ENTRIES    PIC S9(4) COMP  VALUE +500.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  PURGE-MAX-ENTRIES       PIC S9(4) COMP  VALUE +2000.

       01  SUBSCRIPT-FIELDS.
           05  MONTH-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  LAST-PURCHASE-SUB       PIC S9(4) COMP  VALUE ZERO.
           05  PURGE-USED-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  PURGE-SUB               PIC S9(4) COMP  VALUE ZERO.

       01  LAPSE-LIMITS.
           05  ZERO-MONTHS-LIMIT       PIC S9(4) COMP  VALUE +3.
           05  ZERO-MONTHS-MIN         PIC S9(4) COMP  VALUE +1.
           05  ZERO-MONTHS-MAX         PIC S9(4) COMP  VALUE +12.
           05  DECLINE-PERCENT         PIC S9(4) COMP  VALUE +50.
           05  DECLINE-PERCENT-MIN     PIC S9(4) COMP  VALUE +1.
           05  DECLINE-PERCENT-MAX     PIC S9(4) COMP  VALUE +100.
           05  PURGE-YEARS             PIC S9(4) COMP  VALUE +5.
           05  PURGE-YEARS-MIN         PIC S9(4) COMP  VALUE +1.
           05  PURGE-YEARS-MAX         PIC S9(4) COMP  VALUE +20.

       01  PERIOD-FIELDS.
           05  OPEN-PERIOD-MONTH       PIC 9(2).
           05  OPEN-PERIOD-YEAR        PIC 9(4).
           05  SALES-YEAR              PIC 9(4).
           05  WORK-MONTH              PIC 9(2).
           05  WORK-YEAR               PIC 9(4).
           05  PURGE-CUTOFF-YEAR       PIC 9(4).
           05  ACTIVE-YEAR             PIC 9(4).

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  CUSTMTD-EOF-SWITCH      PIC X    VALUE "N".
              88 CUSTMTD-EOF                    VALUE "Y".
           05  CUSTHIST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTHIST-EOF                   VALUE "Y".
           05  CUSTARCH-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTARCH-EOF                   VALUE "Y".
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
           05  PURCHASE-FOUND-SWITCH   PIC X    VALUE "N".
              88 PURCHASE-FOUND                 VALUE "Y".
           05  OPEN-MONTH-SALES-SWITCH PIC X    VALUE "N".
              88 OPEN-MONTH-SALES               VALUE "Y".
           05  LAPSED-SWITCH           PIC X    VALUE "N".
              88 CUSTOMER-LAPSED                VALUE "Y".
           05  NO-THIS-YTD-SWITCH      PIC X    VALUE "N".
              88 CUSTOMER-NO-THIS-YTD           VALUE "Y".
           05  DECLINING-SWITCH        PIC X    VALUE "N".
              88 CUSTOMER-DECLINING             VALUE "Y".
           05  GROUP-HEADING-SWITCH    PIC X    VALUE "N".
              88 GROUP-HEADING-NEEDED           VALUE "Y".
           05  PURGE-SECTION-SWITCH    PIC X    VALUE "N".
              88 PRINTING-PURGE-SECTION         VALUE "Y".

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

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  TRAILER-COUNT-FIELDS        PACKED-DECIMAL.
           05  CUSTMAST-READ-COUNT     PIC S9(7)     VALUE ZERO.
           05  CUSTMTD-READ-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  CUSTARCH-READ-COUNT     PIC S9(7)     VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO.
           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  CUSTOMER-WORK-FIELDS        PACKED-DECIMAL.
           05  ZERO-RUN-COUNT          PIC S9(3)     VALUE ZERO.
           05  RECENT-3-TOTAL          PIC S9(7)V99  VALUE ZERO.
           05  YEAR-AGO-3-TOTAL        PIC S9(7)V99  VALUE ZERO.
           05  TRAILING-12-TOTAL       PIC S9(7)V99  VALUE ZERO.
           05  AT-RISK-AMOUNT          PIC S9(7)V99  VALUE ZERO.

       01  LEVEL-TOTAL-FIELDS          PACKED-DECIMAL.
           05  REP-LISTED-COUNT        PIC S9(5)     VALUE ZERO.
           05  REP-LAPSED-COUNT        PIC S9(5)     VALUE ZERO.
           05  REP-NO-THIS-YTD-COUNT   PIC S9(5)     VALUE ZERO.
           05  REP-DECLINING-COUNT     PIC S9(5)     VALUE ZERO.
           05  REP-AT-RISK             PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-LISTED-COUNT     PIC S9(5)     VALUE ZERO.
           05  BRANCH-LAPSED-COUNT     PIC S9(5)     VALUE ZERO.
           05  BRANCH-NO-THIS-YTD-COUNT PIC S9(5)    VALUE ZERO.
           05  BRANCH-DECLINING-COUNT  PIC S9(5)     VALUE ZERO.
           05  BRANCH-AT-RISK          PIC S9(9)V99  VALUE ZERO.
           05  GRAND-LISTED-COUNT      PIC S9(5)     VALUE ZERO.
           05  GRAND-LAPSED-COUNT      PIC S9(5)     VALUE ZERO.
           05  GRAND-NO-THIS-YTD-COUNT PIC S9(5)     VALUE ZERO.
           05  GRAND-DECLINING-COUNT   PIC S9(5)     VALUE ZERO.
           05  GRAND-AT-RISK           PIC S9(9)V99  VALUE ZERO.
           05  PURGE-LISTED-COUNT      PIC S9(5)     VALUE ZERO.

       01  LAPSPARM-FILE-STATUS        PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  LAST-PURCHASE-WORK.
           05  LPW-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  LPW-YEAR        PIC 9(4).
           05  FILLER          PIC X(3)   VALUE SPACE.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(22)  VALUE SPACE.
           05  FILLER          PIC X(34)  VALUE
               "LAPSED AND DECLINING CUSTOMERS".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RPT9600".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(18)  VALUE
               "LAST CLOSED MONTH ".
           05  HL3-CLOSED-MONTH PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL3-CLOSED-YEAR PIC 9(4).
           05  FILLER          PIC X(11)  VALUE "   LAPSED: ".
           05  HL3-ZERO-MONTHS PIC Z9.
           05  FILLER          PIC X(29)  VALUE
               " OR MORE ZERO MONTHS IN A ROW".
           05  FILLER          PIC X(34)  VALUE
               "   DECLINE: LAST 3 MONTHS UNDER   ".
           05  HL3-DECLINE-PCT PIC ZZ9.
           05  FILLER          PIC X(19)  VALUE
               "% OF A YEAR EARLIER".
           05  FILLER          PIC X(5)   VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(44)  VALUE
               "NO-TY: LAST-YTD SALES BUT NONE THIS YTD.    ".
           05  FILLER          PIC X(44)  VALUE
               "AT RISK: LAST-YTD SALES, OR THE TRAILING 12 ".
           05  FILLER          PIC X(27)  VALUE
               "MONTHS WHEN LAST YTD IS 0.".
           05  FILLER          PIC X(13)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE "CUST ".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE "LAST PURCH".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE "ZERO".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   THIS YTD".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE "   LAST 3 MOS".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE " YEAR EARLIER".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "   PCT".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "    AT RISK".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "FLAGS".

       01  HEADING-LINE-6.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.

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

       01  LAPSED-DETAIL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-LAST-PURCHASE    PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-ZERO-MONTHS      PIC ZZZ9.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LDL-SALES-THIS-YTD   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-RECENT-SALES     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LDL-YEAR-AGO-SALES   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LDL-RECENT-PCT       PIC ZZZ9.9.
           05  LDL-RECENT-PCT-R     REDEFINES LDL-RECENT-PCT
                                    PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-AT-RISK          PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LDL-LAPSED-FLAG      PIC X(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LDL-NO-THIS-YTD-FLAG PIC X(5).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  LDL-DECLINING-FLAG   PIC X(7).

       01  LEVEL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-LEVEL-TEXT       PIC X(35).
           05  LTL-LISTED-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(7)       VALUE " LISTED".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-LAPSED-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(7)       VALUE " LAPSED".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-NO-THIS-YTD-COUNT PIC ZZ,ZZ9.
           05  FILLER               PIC X(6)       VALUE " NO-TY".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  LTL-DECLINING-COUNT  PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)       VALUE " DECLINE".
           05  LTL-AT-RISK          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(22)      VALUE SPACE.

       01  NO-CUSTOMERS-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(40)      VALUE
               "NO LAPSED OR DECLINING CUSTOMERS FOUND.".
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  PURGE-TITLE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(50)      VALUE
               "PURGE CANDIDATES FOR UPD3000 DELETE - NO CUSTMAST ".
           05  FILLER               PIC X(40)      VALUE
               "SALES AND NO CUSTARCH SALES IN OR AFTER ".
           05  PTL-CUTOFF-YEAR      PIC 9(4).
           05  FILLER               PIC X(34)      VALUE SPACE.

       01  PURGE-HEADING-LINE-1.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "BRANCH".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "SALESREP".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "CUSTOMER".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE
               "CUSTOMER NAME".
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(17)      VALUE
               "LAST ARCHIVE SALE".
           05  FILLER               PIC X(61)      VALUE SPACE.

       01  PURGE-HEADING-LINE-2.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE ALL '-'.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE ALL '-'.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE ALL '-'.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE ALL '-'.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(17)      VALUE ALL '-'.
           05  FILLER               PIC X(61)      VALUE SPACE.

       01  PURGE-DETAIL-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PDL-BRANCH-NUMBER    PIC X(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  PDL-SALESREP-NUMBER  PIC X(3).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  PDL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  PDL-LAST-SALES-YEAR  PIC X(4).
           05  FILLER               PIC X(68)      VALUE SPACE.

       01  NO-PURGE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(28)      VALUE
               "NO PURGE CANDIDATES FOUND.".
           05  FILLER               PIC X(100)     VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CCL-DESCRIPTION      PIC X(28).
           05  CCL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-LIST-LAPSED-CUSTOMERS.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 045-READ-LAPSE-PARAMETER.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE PURGE-TABLE.

           OPEN INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-CUSTHIST
                INPUT  INPUT-SALESREP
                INPUT  INPUT-BRCHMAST
                OUTPUT OUTPUT-RPT9600.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-BUILD-MONTH-BACK-TABLE.

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
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 600-LIST-PURGE-CANDIDATES.
           PERFORM 550-PRINT-CONTROL-COUNTS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           PERFORM 299-CLOSE-ALL-FILES.
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
           MOVE BD-PERIOD-MONTH TO OPEN-PERIOD-MONTH.
           MOVE BD-PERIOD-YEAR  TO OPEN-PERIOD-YEAR.
           MOVE BD-SALES-YEAR   TO SALES-YEAR.
           CLOSE BUSINESS-DATE-FILE.


      *    THE OPTIONAL LAPSPARM CARD SETS THE ZERO-MONTH RUN (1-12),
      *    THE DECLINE PERCENTAGE (1-100) AND THE PURGE YEARS (1-20).
      *    A FIELD LEFT BLANK KEEPS ITS DEFAULT; ONE OUT OF RANGE IS
      *    HELD TO THE NEAREST LIMIT.
       045-READ-LAPSE-PARAMETER.
           OPEN INPUT INPUT-LAPSPARM.
           IF LAPSPARM-FILE-STATUS = "00"
              READ INPUT-LAPSPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LP-ZERO-MONTHS NUMERIC
                       EVALUATE TRUE
                          WHEN LP-ZERO-MONTHS < ZERO-MONTHS-MIN
                             MOVE ZERO-MONTHS-MIN TO ZERO-MONTHS-LIMIT
                          WHEN LP-ZERO-MONTHS > ZERO-MONTHS-MAX
                             MOVE ZERO-MONTHS-MAX TO ZERO-MONTHS-LIMIT
                          WHEN OTHER
                             MOVE LP-ZERO-MONTHS TO ZERO-MONTHS-LIMIT
                       END-EVALUATE
                    END-IF
                    IF LP-DECLINE-PERCENT NUMERIC
                       EVALUATE TRUE
                          WHEN LP-DECLINE-PERCENT < DECLINE-PERCENT-MIN
                             MOVE DECLINE-PERCENT-MIN
                                TO DECLINE-PERCENT
                          WHEN LP-DECLINE-PERCENT > DECLINE-PERCENT-MAX
                             MOVE DECLINE-PERCENT-MAX
                                TO DECLINE-PERCENT
                          WHEN OTHER
                             MOVE LP-DECLINE-PERCENT TO DECLINE-PERCENT
                       END-EVALUATE
                    END-IF
                    IF LP-PURGE-YEARS NUMERIC
                       EVALUATE TRUE
                          WHEN LP-PURGE-YEARS < PURGE-YEARS-MIN
                             MOVE PURGE-YEARS-MIN TO PURGE-YEARS
                          WHEN LP-PURGE-YEARS > PURGE-YEARS-MAX
                             MOVE PURGE-YEARS-MAX TO PURGE-YEARS
                          WHEN OTHER
                             MOVE LP-PURGE-YEARS TO PURGE-YEARS
                       END-EVALUATE
                    END-IF
              END-READ
              CLOSE INPUT-LAPSPARM
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RPT9600 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT9600 ABEND - BUSINESS DATE " BUSINESS-DATE
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
           MOVE ZERO-MONTHS-LIMIT TO HL3-ZERO-MONTHS.
           MOVE DECLINE-PERCENT   TO HL3-DECLINE-PCT.
           COMPUTE PURGE-CUTOFF-YEAR = SALES-YEAR - PURGE-YEARS.
           MOVE PURGE-CUTOFF-YEAR TO PTL-CUTOFF-YEAR.


      *    THE LAST CLOSED MONTH IS THE ONE BEFORE THE OPEN PERIOD;
      *    EACH ENTRY AFTER IT STEPS ONE MONTH FURTHER BACK.
       110-BUILD-MONTH-BACK-TABLE.
           MOVE OPEN-PERIOD-MONTH TO WORK-MONTH.
           MOVE OPEN-PERIOD-YEAR  TO WORK-YEAR.
           PERFORM 115-STEP-BACK-ONE-MONTH
              VARYING MONTH-SUB FROM 1 BY 1
              UNTIL MONTH-SUB > 12.
           MOVE MBT-MONTH (1) TO HL3-CLOSED-MONTH.
           MOVE MBT-YEAR (1)  TO HL3-CLOSED-YEAR.


       115-STEP-BACK-ONE-MONTH.
           IF WORK-MONTH = 1
              MOVE 12 TO WORK-MONTH
              SUBTRACT 1 FROM WORK-YEAR
           ELSE
              SUBTRACT 1 FROM WORK-MONTH.
           MOVE WORK-MONTH TO MBT-MONTH (MONTH-SUB).
           MOVE WORK-YEAR  TO MBT-YEAR (MONTH-SUB).


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


       240-READ-ARCHIVE-RECORD.
           READ INPUT-CUSTARCH
              AT END
                 SET CUSTARCH-EOF TO TRUE.
           IF NOT CUSTARCH-EOF
              ADD 1 TO CUSTARCH-READ-COUNT
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
           DISPLAY "RPT9600 ABEND - CUSTCLN CONTROL TRAILER MISSING "
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
           DISPLAY "RPT9600 ABEND - CUSTMTDC CONTROL TRAILER MISSING "
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
           DISPLAY "RPT9600 ABEND - CUSTHIST CONTROL TRAILER MISSING "
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
           DISPLAY "RPT9600 ABEND - SALESREP TABLE FULL AFTER "
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
           DISPLAY "RPT9600 ABEND - BRANCH TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " ENTRIES BUT BRCHMAST FILE "
                   "IS NOT AT EOF.".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       292-ABEND-PURGE-OVERFLOW.
           DISPLAY "RPT9600 ABEND - PURGE TABLE FULL AFTER "
                   PURGE-MAX-ENTRIES " CUSTOMERS WITH NO CUSTMAST "
                   "SALES.".
           DISPLAY "INCREASE PURGE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-CUSTMAST-SEQUENCE.
           DISPLAY "RPT9600 ABEND - INPUT-CUSTMAST OUT OF SEQUENCE "
                   "AT BRANCH " CM-BRANCH-NUMBER
                   " SALESREP " CM-SALESREP-NUMBER
                   " CUSTOMER " CM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9600 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-CUSTMTD-SEQUENCE.
           DISPLAY "RPT9600 ABEND - INPUT-CUSTMTD OUT OF SEQUENCE "
                   "AT BRANCH " CMM-BRANCH-NUMBER
                   " SALESREP " CMM-SALESREP-NUMBER
                   " CUSTOMER " CMM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9600 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       297-ABEND-CUSTHIST-SEQUENCE.
           DISPLAY "RPT9600 ABEND - INPUT-CUSTHIST OUT OF SEQUENCE "
                   "AT BRANCH " CH-BRANCH-NUMBER
                   " SALESREP " CH-SALESREP-NUMBER
                   " CUSTOMER " CH-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9600 AND "
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
                 OUTPUT-RPT9600.


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

           IF CM-SALES-THIS-YTD = ZERO
              AND CM-SALES-LAST-YTD = ZERO
              AND CM-SALES-PRIOR-YTD = ZERO
              PERFORM 350-ADD-PURGE-CANDIDATE
           ELSE
              PERFORM 320-EVALUATE-CUSTOMER
              IF CUSTOMER-LAPSED
                 OR CUSTOMER-NO-THIS-YTD
                 OR CUSTOMER-DECLINING
                 PERFORM 340-PRINT-CUSTOMER-LINE
              END-IF
           END-IF.

           PERFORM 210-READ-CUSTOMER-RECORD.


      *    LOADS THE CUSTOMER'S LAST TWELVE CLOSED MONTHS (ZERO WHEN
      *    THERE IS NO HISTORY RECORD), COUNTS THE RUN OF ZERO MONTHS
      *    BACK FROM THE LAST CLOSED MONTH, AND SETS THE THREE FLAGS.
       320-EVALUATE-CUSTOMER.
           MOVE "N" TO LAPSED-SWITCH.
           MOVE "N" TO NO-THIS-YTD-SWITCH.
           MOVE "N" TO DECLINING-SWITCH.
           MOVE "N" TO PURCHASE-FOUND-SWITCH.
           MOVE "N" TO OPEN-MONTH-SALES-SWITCH.
           MOVE ZERO TO ZERO-RUN-COUNT.
           MOVE ZERO TO LAST-PURCHASE-SUB.
           MOVE ZERO TO RECENT-3-TOTAL.
           MOVE ZERO TO YEAR-AGO-3-TOTAL.
           MOVE ZERO TO TRAILING-12-TOTAL.

           PERFORM 325-LOAD-ONE-HISTORY-MONTH
              VARYING MONTH-SUB FROM 1 BY 1
              UNTIL MONTH-SUB > 12.

           IF MTD-KEY = MASTER-KEY
              IF CMM-SALES-THIS-MONTH NUMERIC
                 AND CMM-SALES-THIS-MONTH NOT = ZERO
                 SET OPEN-MONTH-SALES TO TRUE
              END-IF
              PERFORM 327-ADD-ONE-YEAR-AGO-MONTH
                 VARYING MONTH-SUB FROM 1 BY 1
                 UNTIL MONTH-SUB > 3
           END-IF.

           IF NOT OPEN-MONTH-SALES
              AND ZERO-RUN-COUNT NOT < ZERO-MONTHS-LIMIT
              IF PURCHASE-FOUND
                 OR CM-SALES-THIS-YTD NOT = ZERO
                 OR CM-SALES-LAST-YTD NOT = ZERO
                 OR CM-SALES-PRIOR-YTD NOT = ZERO
                 SET CUSTOMER-LAPSED TO TRUE
              END-IF
           END-IF.

           IF CM-SALES-LAST-YTD NOT = ZERO
              AND CM-SALES-THIS-YTD = ZERO
              SET CUSTOMER-NO-THIS-YTD TO TRUE
           END-IF.

           IF YEAR-AGO-3-TOTAL > ZERO
              AND RECENT-3-TOTAL * 100
                  < YEAR-AGO-3-TOTAL * DECLINE-PERCENT
              SET CUSTOMER-DECLINING TO TRUE
           END-IF.

           IF CM-SALES-LAST-YTD > ZERO
              MOVE CM-SALES-LAST-YTD TO AT-RISK-AMOUNT
           ELSE
              MOVE TRAILING-12-TOTAL TO AT-RISK-AMOUNT
           END-IF.


       325-LOAD-ONE-HISTORY-MONTH.
           MOVE ZERO TO CUSTOMER-MONTH-AMOUNT (MONTH-SUB).
           IF HIST-KEY = MASTER-KEY
              IF CH-MONTH-SALES (MBT-MONTH (MONTH-SUB)) NUMERIC
                 MOVE CH-MONTH-SALES (MBT-MONTH (MONTH-SUB))
                    TO CUSTOMER-MONTH-AMOUNT (MONTH-SUB)
              END-IF
           END-IF.
           ADD CUSTOMER-MONTH-AMOUNT (MONTH-SUB) TO TRAILING-12-TOTAL.
           IF MONTH-SUB NOT > 3
              ADD CUSTOMER-MONTH-AMOUNT (MONTH-SUB) TO RECENT-3-TOTAL
           END-IF.
           IF NOT PURCHASE-FOUND
              IF CUSTOMER-MONTH-AMOUNT (MONTH-SUB) = ZERO
                 ADD 1 TO ZERO-RUN-COUNT
              ELSE
                 SET PURCHASE-FOUND TO TRUE
                 MOVE MONTH-SUB TO LAST-PURCHASE-SUB
              END-IF
           END-IF.


      *    A YEAR-AGO SLOT STILL BLANK FROM BEFORE UPD2100 BEGAN
      *    CARRYING THEM COUNTS AS ZERO.
       327-ADD-ONE-YEAR-AGO-MONTH.
           IF CMM-SALES-LAST-YEAR-RECENT (MONTH-SUB) NUMERIC
              ADD CMM-SALES-LAST-YEAR-RECENT (MONTH-SUB)
                 TO YEAR-AGO-3-TOTAL
           END-IF.


       330-FORMAT-LAST-PURCHASE.
           EVALUATE TRUE
              WHEN OPEN-MONTH-SALES
                 MOVE OPEN-PERIOD-MONTH TO LPW-MONTH
                 MOVE OPEN-PERIOD-YEAR  TO LPW-YEAR
                 MOVE LAST-PURCHASE-WORK TO LDL-LAST-PURCHASE
              WHEN PURCHASE-FOUND
                 MOVE MBT-MONTH (LAST-PURCHASE-SUB) TO LPW-MONTH
                 MOVE MBT-YEAR (LAST-PURCHASE-SUB)  TO LPW-YEAR
                 MOVE LAST-PURCHASE-WORK TO LDL-LAST-PURCHASE
              WHEN OTHER
                 MOVE "OVER 1 YR" TO LDL-LAST-PURCHASE
           END-EVALUATE.


       335-COMPUTE-RECENT-PCT.
           IF YEAR-AGO-3-TOTAL = ZERO
              MOVE "   N/A" TO LDL-RECENT-PCT-R
           ELSE
              COMPUTE LDL-RECENT-PCT ROUNDED =
                 RECENT-3-TOTAL * 100 / YEAR-AGO-3-TOTAL
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO LDL-RECENT-PCT-R
              END-COMPUTE
           END-IF.


       340-PRINT-CUSTOMER-LINE.
           IF LINE-COUNT + 1 >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           IF REP-LISTED-COUNT = ZERO
              OR GROUP-HEADING-NEEDED
              PERFORM 345-PRINT-GROUP-HEADING.

           MOVE CM-CUSTOMER-NUMBER TO LDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO LDL-CUSTOMER-NAME.
           PERFORM 330-FORMAT-LAST-PURCHASE.
           IF OPEN-MONTH-SALES
              MOVE ZERO TO LDL-ZERO-MONTHS
           ELSE
              MOVE ZERO-RUN-COUNT TO LDL-ZERO-MONTHS.
           MOVE CM-SALES-THIS-YTD  TO LDL-SALES-THIS-YTD.
           MOVE RECENT-3-TOTAL     TO LDL-RECENT-SALES.
           MOVE YEAR-AGO-3-TOTAL   TO LDL-YEAR-AGO-SALES.
           PERFORM 335-COMPUTE-RECENT-PCT.
           MOVE AT-RISK-AMOUNT     TO LDL-AT-RISK.
           MOVE SPACES TO LDL-LAPSED-FLAG.
           MOVE SPACES TO LDL-NO-THIS-YTD-FLAG.
           MOVE SPACES TO LDL-DECLINING-FLAG.
           IF CUSTOMER-LAPSED
              MOVE "LAPSED" TO LDL-LAPSED-FLAG
              ADD 1 TO REP-LAPSED-COUNT.
           IF CUSTOMER-NO-THIS-YTD
              MOVE "NO-TY" TO LDL-NO-THIS-YTD-FLAG
              ADD 1 TO REP-NO-THIS-YTD-COUNT.
           IF CUSTOMER-DECLINING
              MOVE "DECLINE" TO LDL-DECLINING-FLAG
              ADD 1 TO REP-DECLINING-COUNT.

           MOVE LAPSED-DETAIL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO REP-LISTED-COUNT.
           ADD AT-RISK-AMOUNT TO REP-AT-RISK.


       344-MOVE-SALESREP-NAME.
           SET SRT-INDEX TO 1.
           SEARCH SALESREP-GROUP
              AT END
                 MOVE "UNKNOWN" TO GHL-SALESREP-NAME
              WHEN SALESREP-NUMBER (SRT-INDEX) = OLD-SALESREP-NUMBER
                 MOVE SALESREP-NAME (SRT-INDEX) TO GHL-SALESREP-NAME
              END-SEARCH.


       345-PRINT-GROUP-HEADING.
           MOVE OLD-BRANCH-NUMBER   TO GHL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO GHL-SALESREP-NUMBER.
           PERFORM 361-MOVE-BRANCH-NAME.
           MOVE BRANCH-NAME-WORK TO GHL-BRANCH-NAME.
           PERFORM 344-MOVE-SALESREP-NAME.
           MOVE GROUP-HEADING-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO GROUP-HEADING-SWITCH.


       350-ADD-PURGE-CANDIDATE.
           IF PURGE-USED-COUNT >= PURGE-MAX-ENTRIES
              PERFORM 292-ABEND-PURGE-OVERFLOW.
           ADD 1 TO PURGE-USED-COUNT.
           SET PGT-INDEX TO PURGE-USED-COUNT.
           MOVE MASTER-KEY       TO PGT-RECORD-KEY (PGT-INDEX).
           MOVE CM-CUSTOMER-NAME TO PGT-CUSTOMER-NAME (PGT-INDEX).
           MOVE ZERO             TO PGT-LAST-SALES-YEAR (PGT-INDEX).


       355-PRINT-REP-TOTALS.
           IF REP-LISTED-COUNT > ZERO
              IF LINE-COUNT >= LINES-ON-PAGE
                 PERFORM 430-PRINT-HEADING-LINES
              END-IF
              MOVE SPACES TO LTL-LEVEL-TEXT
              STRING "TOTAL SALESREP " DELIMITED BY SIZE
                     OLD-SALESREP-NUMBER DELIMITED BY SIZE
                     INTO LTL-LEVEL-TEXT
              MOVE REP-LISTED-COUNT      TO LTL-LISTED-COUNT
              MOVE REP-LAPSED-COUNT      TO LTL-LAPSED-COUNT
              MOVE REP-NO-THIS-YTD-COUNT TO LTL-NO-THIS-YTD-COUNT
              MOVE REP-DECLINING-COUNT   TO LTL-DECLINING-COUNT
              MOVE REP-AT-RISK           TO LTL-AT-RISK
              PERFORM 370-PRINT-LEVEL-TOTAL-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
           END-IF.

           ADD REP-LISTED-COUNT      TO BRANCH-LISTED-COUNT.
           ADD REP-LAPSED-COUNT      TO BRANCH-LAPSED-COUNT.
           ADD REP-NO-THIS-YTD-COUNT TO BRANCH-NO-THIS-YTD-COUNT.
           ADD REP-DECLINING-COUNT   TO BRANCH-DECLINING-COUNT.
           ADD REP-AT-RISK           TO BRANCH-AT-RISK.

           INITIALIZE REP-LISTED-COUNT.
           INITIALIZE REP-LAPSED-COUNT.
           INITIALIZE REP-NO-THIS-YTD-COUNT.
           INITIALIZE REP-DECLINING-COUNT.
           INITIALIZE REP-AT-RISK.


       360-PRINT-BRANCH-TOTALS.
           IF BRANCH-LISTED-COUNT > ZERO
              IF LINE-COUNT >= LINES-ON-PAGE
                 PERFORM 430-PRINT-HEADING-LINES
              END-IF
              PERFORM 361-MOVE-BRANCH-NAME
              MOVE SPACES TO LTL-LEVEL-TEXT
              STRING "TOTAL BRANCH " DELIMITED BY SIZE
                     OLD-BRANCH-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BRANCH-NAME-WORK DELIMITED BY SIZE
                     INTO LTL-LEVEL-TEXT
              MOVE BRANCH-LISTED-COUNT      TO LTL-LISTED-COUNT
              MOVE BRANCH-LAPSED-COUNT      TO LTL-LAPSED-COUNT
              MOVE BRANCH-NO-THIS-YTD-COUNT TO LTL-NO-THIS-YTD-COUNT
              MOVE BRANCH-DECLINING-COUNT   TO LTL-DECLINING-COUNT
              MOVE BRANCH-AT-RISK           TO LTL-AT-RISK
              PERFORM 370-PRINT-LEVEL-TOTAL-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
           END-IF.

           ADD BRANCH-LISTED-COUNT      TO GRAND-LISTED-COUNT.
           ADD BRANCH-LAPSED-COUNT      TO GRAND-LAPSED-COUNT.
           ADD BRANCH-NO-THIS-YTD-COUNT TO GRAND-NO-THIS-YTD-COUNT.
           ADD BRANCH-DECLINING-COUNT   TO GRAND-DECLINING-COUNT.
           ADD BRANCH-AT-RISK           TO GRAND-AT-RISK.

           INITIALIZE BRANCH-LISTED-COUNT.
           INITIALIZE BRANCH-LAPSED-COUNT.
           INITIALIZE BRANCH-NO-THIS-YTD-COUNT.
           INITIALIZE BRANCH-DECLINING-COUNT.
           INITIALIZE BRANCH-AT-RISK.


       361-MOVE-BRANCH-NAME.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 MOVE "UNKNOWN" TO BRANCH-NAME-WORK
              WHEN BRANCH-TBL-NUMBER (BRT-INDEX) = OLD-BRANCH-NUMBER
                 MOVE BRANCH-TBL-NAME (BRT-INDEX) TO BRANCH-NAME-WORK
              END-SEARCH.


       370-PRINT-LEVEL-TOTAL-LINE.
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
           IF PRINTING-PURGE-SECTION
              MOVE PURGE-TITLE-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE PURGE-HEADING-LINE-1 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE PURGE-HEADING-LINE-2 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE 6 TO LINE-COUNT
           ELSE
              MOVE HEADING-LINE-3 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-4 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-5 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE HEADING-LINE-6 TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE 7 TO LINE-COUNT
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
           IF GRAND-LISTED-COUNT = ZERO
              MOVE NO-CUSTOMERS-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 2 TO LINE-COUNT.

           MOVE "GRAND TOTAL" TO LTL-LEVEL-TEXT.
           MOVE GRAND-LISTED-COUNT      TO LTL-LISTED-COUNT.
           MOVE GRAND-LAPSED-COUNT      TO LTL-LAPSED-COUNT.
           MOVE GRAND-NO-THIS-YTD-COUNT TO LTL-NO-THIS-YTD-COUNT.
           MOVE GRAND-DECLINING-COUNT   TO LTL-DECLINING-COUNT.
           MOVE GRAND-AT-RISK           TO LTL-AT-RISK.
           PERFORM 370-PRINT-LEVEL-TOTAL-LINE.


       550-PRINT-CONTROL-COUNTS.
           IF LINE-COUNT + 7 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.

           MOVE "CUSTOMERS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMAST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTDC RECORDS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMTD-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS READ" TO CCL-DESCRIPTION.
           MOVE HIST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTARCH RECORDS READ" TO CCL-DESCRIPTION.
           MOVE CUSTARCH-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTOMERS LISTED" TO CCL-DESCRIPTION.
           MOVE GRAND-LISTED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PURGE CANDIDATES" TO CCL-DESCRIPTION.
           MOVE PURGE-LISTED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.


       560-PRINT-ONE-CONTROL-TOTAL.
           MOVE COUNT-CONTROL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


      *    THE PURGE CANDIDATES HAVE NOTHING IN ANY CUSTMAST BUCKET.
      *    ONE PASS OF CUSTARCH FINDS THE LATEST YEAR EACH ONE HAD
      *    SALES - AN ARCHIVE RECORD'S LAST AND PRIOR YTD STAND FOR
      *    THE TWO YEARS BEFORE ITS OWN - AND ONLY THOSE WITH NO
      *    SALES IN OR AFTER THE CUTOFF YEAR ARE LISTED.
       600-LIST-PURGE-CANDIDATES.
           IF PURGE-USED-COUNT > ZERO
              MOVE "N" TO CUSTARCH-EOF-SWITCH
              OPEN INPUT INPUT-CUSTARCH
              PERFORM 240-READ-ARCHIVE-RECORD
              PERFORM 610-SCAN-ONE-ARCHIVE-RECORD
                 UNTIL CUSTARCH-EOF
              CLOSE INPUT-CUSTARCH
           END-IF.

           SET PRINTING-PURGE-SECTION TO TRUE.
           PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 620-PRINT-ONE-PURGE-CANDIDATE
              VARYING PURGE-SUB FROM 1 BY 1
              UNTIL PURGE-SUB > PURGE-USED-COUNT.
           IF PURGE-LISTED-COUNT = ZERO
              MOVE NO-PURGE-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       610-SCAN-ONE-ARCHIVE-RECORD.
           SET PGT-INDEX TO 1.
           SEARCH PURGE-GROUP
              AT END
                 CONTINUE
              WHEN PGT-RECORD-KEY (PGT-INDEX) = AR-RECORD-KEY
                 IF AR-SALES-THIS-YTD NUMERIC
                    AND AR-SALES-THIS-YTD NOT = ZERO
                    MOVE AR-ARCHIVE-YEAR TO ACTIVE-YEAR
                    PERFORM 615-NOTE-ARCHIVE-SALES-YEAR
                 END-IF
                 IF AR-SALES-LAST-YTD NUMERIC
                    AND AR-SALES-LAST-YTD NOT = ZERO
                    COMPUTE ACTIVE-YEAR = AR-ARCHIVE-YEAR - 1
                    PERFORM 615-NOTE-ARCHIVE-SALES-YEAR
                 END-IF
                 IF AR-SALES-PRIOR-YTD NUMERIC
                    AND AR-SALES-PRIOR-YTD NOT = ZERO
                    COMPUTE ACTIVE-YEAR = AR-ARCHIVE-YEAR - 2
                    PERFORM 615-NOTE-ARCHIVE-SALES-YEAR
                 END-IF
           END-SEARCH.
           PERFORM 240-READ-ARCHIVE-RECORD.


       615-NOTE-ARCHIVE-SALES-YEAR.
           IF ACTIVE-YEAR > PGT-LAST-SALES-YEAR (PGT-INDEX)
              MOVE ACTIVE-YEAR TO PGT-LAST-SALES-YEAR (PGT-INDEX).


       620-PRINT-ONE-PURGE-CANDIDATE.
           IF PGT-LAST-SALES-YEAR (PURGE-SUB) < PURGE-CUTOFF-YEAR
              IF LINE-COUNT >= LINES-ON-PAGE
                 PERFORM 430-PRINT-HEADING-LINES
              END-IF
              MOVE PGT-BRANCH-NUMBER (PURGE-SUB)
                 TO PDL-BRANCH-NUMBER
              MOVE PGT-SALESREP-NUMBER (PURGE-SUB)
                 TO PDL-SALESREP-NUMBER
              MOVE PGT-CUSTOMER-NUMBER (PURGE-SUB)
                 TO PDL-CUSTOMER-NUMBER
              MOVE PGT-CUSTOMER-NAME (PURGE-SUB)
                 TO PDL-CUSTOMER-NAME
              IF PGT-LAST-SALES-YEAR (PURGE-SUB) = ZERO
                 MOVE "NONE" TO PDL-LAST-SALES-YEAR
              ELSE
                 MOVE PGT-LAST-SALES-YEAR (PURGE-SUB)
                    TO PDL-LAST-SALES-YEAR
              END-IF
              MOVE PURGE-DETAIL-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
              ADD 1 TO PURGE-LISTED-COUNT
           END-IF.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "RPT9600" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CUSTMAST-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE GRAND-LISTED-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE GRAND-AT-RISK TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
