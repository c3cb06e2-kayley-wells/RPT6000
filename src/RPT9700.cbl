       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT9700.
      ****************************************************************
      * PROGRAM NAME: RPT9700
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Customer Selection Queries. Answers the ad hoc
      *              "which customers ..." questions from a deck of
      *              QRYCARD cards instead of a hand-filtered RPT6000E
      *              extract. Each Q card starts a query (ID, sort
      *              field, ascending or descending, title) and the C
      *              cards that follow it add criteria, every one of
      *              which a customer must pass:
      *                BRCH / SREP / REGN - branch, salesrep or
      *                       region range (the region through the
      *                       BRCHMAST branch master)
      *                TYTD / LYTD / PYTD - CM-SALES-THIS-YTD, LAST-
      *                       YTD or PRIOR-YTD range
      *                CHGA / CHGP - change amount (THIS-YTD minus
      *                       LAST-YTD) or change percent range
      *                MNTH / QRTR - CMM-SALES-THIS-MONTH or
      *                       CMM-SALES-THIS-QUARTER range from
      *                       CUSTMTDC
      *              Every query runs in the one pass of CUSTCLN and
      *              prints its own titled section, in the requested
      *              order, with its criteria, counts and totals. The
      *              selected customers also go to the RPT9700E
      *              comma-delimited extract in the RPT6000E layout
      *              (quoted customer name) with the query ID in front.
      *              A card in error is listed REJECTED on the card
      *              register, its query is not run, and the job ends
      *              with return code 8. VERIFIES THE CONTROL TRAILERS
      *              ON CUSTCLN AND CUSTMTDC.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-QRYCARD ASSIGN TO QRYCARD.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTCLN.
           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTDC.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT OUTPUT-RPT9700 ASSIGN TO RPT9700.
           SELECT OUTPUT-EXTRACT ASSIGN TO RPT9700E.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A Q CARD STARTS A QUERY; THE C CARDS BEHIND IT ARE ITS
      *    CRITERIA. A BLANK LOW OR HIGH VALUE LEAVES THAT END OPEN.
      *    BRANCH, SALESREP AND REGION GO LEFT-JUSTIFIED IN THE FIRST
      *    POSITIONS OF THE VALUE (02, 010, R1). AMOUNTS ARE NINE
      *    DIGITS WITH TWO DECIMALS AND THE SIGN OVER THE LAST DIGIT,
      *    AS ON SALESTRN; A CHANGE PERCENT OF 15 IS 000001500.
       FD  INPUT-QRYCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  QUERY-CARD-RECORD.
           05  QC-CARD-TYPE            PIC X(1).
              88 QC-QUERY-CARD                  VALUE "Q".
              88 QC-CRITERION-CARD              VALUE "C".
           05  QC-QUERY-FIELDS.
               10  QC-QUERY-ID         PIC X(4).
               10  QC-SORT-FIELD       PIC X(4).
                  88 QC-SORT-FIELD-VALID        VALUE SPACES "KEY "
                                                "NAME" "TYTD" "LYTD"
                                                "PYTD" "CHGA" "CHGP"
                                                "MNTH" "QRTR".
               10  QC-SORT-ORDER       PIC X(1).
                  88 QC-SORT-ORDER-VALID        VALUE " " "A" "D".
               10  QC-QUERY-TITLE      PIC X(40).
               10  FILLER              PIC X(30).
           05  QC-CRITERION-FIELDS     REDEFINES QC-QUERY-FIELDS.
               10  QC-CRITERION-CODE   PIC X(4).
                  88 QC-KEY-CRITERION           VALUE "BRCH" "SREP"
                                                "REGN".
                  88 QC-AMOUNT-CRITERION        VALUE "TYTD" "LYTD"
                                                "PYTD" "CHGA" "CHGP"
                                                "MNTH" "QRTR".
               10  QC-LOW-AMOUNT       PIC S9(7)V9(2).
               10  QC-LOW-AMOUNT-X     REDEFINES QC-LOW-AMOUNT
                                       PIC X(9).
               10  QC-HIGH-AMOUNT      PIC S9(7)V9(2).
               10  QC-HIGH-AMOUNT-X    REDEFINES QC-HIGH-AMOUNT
                                       PIC X(9).
               10  FILLER              PIC X(57).

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

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY BRCHMAST.

       FD  OUTPUT-RPT9700
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  PRINT-AREA      PIC X(130).

       FD  OUTPUT-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 200 CHARACTERS.

       01  EXTRACT-AREA    PIC X(200).

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

       01  BRANCH-TABLE.
           05  BRANCH-GROUP OCCURS 50 TIMES
                            INDEXED BY BRT-INDEX.
               10  BRANCH-TBL-NUMBER      PIC 9(2).
               10  BRANCH-TBL-NAME        PIC X(20).
               10  BRANCH-TBL-REGION-CODE PIC X(2).
               10  BRANCH-TBL-REGION-NAME PIC X(20).

      *    ONE ENTRY PER ACCEPTED Q CARD WITH ITS C-CARD CRITERIA.
       01  QUERY-TABLE.
           05  QUERY-GROUP OCCURS 10 TIMES.
               10  QT-QUERY-ID            PIC X(4).
               10  QT-QUERY-TITLE         PIC X(40).
               10  QT-SORT-FIELD          PIC X(4).
                  88 QT-SORT-BY-KEY             VALUE SPACES "KEY ".
                  88 QT-SORT-BY-NAME            VALUE "NAME".
               10  QT-SORT-ORDER          PIC X(1).
                  88 QT-SORT-DESCENDING         VALUE "D".
               10  QT-STATUS              PIC X(1).
                  88 QT-RUNNABLE                VALUE "A".
                  88 QT-REJECTED                VALUE "R".
               10  QT-CRITERION-COUNT     PIC S9(4) COMP.
               10  QT-SELECTED-COUNT      PIC S9(4) COMP.
               10  QT-TOTAL-THIS-YTD      PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  QT-TOTAL-LAST-YTD      PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  QT-TOTAL-PRIOR-YTD     PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  QT-TOTAL-THIS-MONTH    PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  QT-TOTAL-THIS-QTR      PIC S9(9)V99
                                          PACKED-DECIMAL.
               10  QT-CRITERION OCCURS 20 TIMES.
                   15  QT-CRITERION-CODE  PIC X(4).
                      88 QT-KEY-CRITERION       VALUE "BRCH" "SREP"
                                                "REGN".
                   15  QT-LOW-SWITCH      PIC X(1).
                      88 QT-LOW-GIVEN           VALUE "Y".
                   15  QT-HIGH-SWITCH     PIC X(1).
                      88 QT-HIGH-GIVEN          VALUE "Y".
                   15  QT-LOW-KEY         PIC X(3).
                   15  QT-HIGH-KEY        PIC X(3).
                   15  QT-LOW-AMOUNT      PIC S9(7)V99
                                          PACKED-DECIMAL.
                   15  QT-HIGH-AMOUNT     PIC S9(7)V99
                                          PACKED-DECIMAL.

      *    THE SELECTED CUSTOMERS OF EACH QUERY, KEPT IN REPORT
      *    ORDER AS THEY ARE ADDED.
       01  QUERY-RESULT-TABLE.
           05  QR-QUERY OCCURS 10 TIMES.
               10  QR-ENTRY OCCURS 1000 TIMES.
                   15  QR-RECORD-KEY.
                       20  QR-BRANCH-NUMBER   PIC X(2).
                       20  QR-SALESREP-NUMBER PIC X(3).
                       20  QR-CUSTOMER-NUMBER PIC X(5).
                   15  QR-CUSTOMER-NAME       PIC X(20).
                   15  QR-REGION-CODE         PIC X(2).
                   15  QR-SALES-THIS-YTD      PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  QR-SALES-LAST-YTD      PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  QR-SALES-PRIOR-YTD     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  QR-CHANGE-AMOUNT       PIC S9(7)V99
                                              PACKED-DECIMAL.
                   15  QR-CHANGE-PCT          PIC S9(7)V99
                                              PACKED-DECIMAL.
                   15  QR-PCT-STATUS          PIC X(1).
                   15  QR-SALES-THIS-MONTH    PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  QR-SALES-THIS-QTR      PIC S9(6)V99
                                              PACKED-DECIMAL.
                   15  QR-SORT-TEXT           PIC X(20).
                   15  QR-SORT-AMOUNT         PIC S9(9)V99
                                              PACKED-DECIMAL.

      *    THE CURRENT CUSTOMER IN THE SAME LAYOUT AS A RESULT ENTRY.
       01  RESULT-WORK-ENTRY.
           05  RW-RECORD-KEY.
               10  RW-BRANCH-NUMBER       PIC X(2).
               10  RW-SALESREP-NUMBER     PIC X(3).
               10  RW-CUSTOMER-NUMBER     PIC X(5).
           05  RW-CUSTOMER-NAME           PIC X(20).
           05  RW-REGION-CODE             PIC X(2).
           05  RW-SALES-THIS-YTD          PIC S9(5)V99
                                          PACKED-DECIMAL.
           05  RW-SALES-LAST-YTD          PIC S9(5)V99
                                          PACKED-DECIMAL.
           05  RW-SALES-PRIOR-YTD         PIC S9(5)V99
                                          PACKED-DECIMAL.
           05  RW-CHANGE-AMOUNT           PIC S9(7)V99
                                          PACKED-DECIMAL.
           05  RW-CHANGE-PCT              PIC S9(7)V99
                                          PACKED-DECIMAL.
           05  RW-PCT-STATUS              PIC X(1).
              88 RW-PCT-VALID                   VALUE "V".
              88 RW-PCT-NOT-APPLICABLE          VALUE "N".
              88 RW-PCT-OVERFLOW                VALUE "O".
           05  RW-SALES-THIS-MONTH        PIC S9(5)V99
                                          PACKED-DECIMAL.
           05  RW-SALES-THIS-QTR          PIC S9(6)V99
                                          PACKED-DECIMAL.
           05  RW-SORT-TEXT               PIC X(20).
           05  RW-SORT-AMOUNT             PIC S9(9)V99
                                          PACKED-DECIMAL.

       01  TABLE-LIMITS.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  QUERY-MAX-ENTRIES       PIC S9(4) COMP  VALUE +10.
           05  CRITERION-MAX-ENTRIES   PIC S9(4) COMP  VALUE +20.
           05  RESULT-MAX-ENTRIES      PIC S9(4) COMP  VALUE +1000.

       01  SUBSCRIPT-FIELDS.
           05  QUERY-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  QUERY-COUNT             PIC S9(4) COMP  VALUE ZERO.
           05  CRITERION-SUB           PIC S9(4) COMP  VALUE ZERO.
           05  RESULT-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  INSERT-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  PRIOR-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  NAME-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  NAME-LENGTH             PIC S9(4) COMP  VALUE ZERO.
           05  QUOTED-LENGTH           PIC S9(4) COMP  VALUE ZERO.

       01  SWITCHES.
           05  QRYCARD-EOF-SWITCH      PIC X    VALUE "N".
              88 QRYCARD-EOF                    VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  CUSTMTD-EOF-SWITCH      PIC X    VALUE "N".
              88 CUSTMTD-EOF                    VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRCHMAST-EOF                   VALUE "Y".
           05  CUSTMAST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  CUSTMTD-TRAILER-SWITCH  PIC X    VALUE "N".
              88 CUSTMTD-TRAILER-SEEN           VALUE "Y".
           05  CARD-REJECTED-SWITCH    PIC X    VALUE "N".
              88 CARD-REJECTED                  VALUE "Y".
           05  CURRENT-QUERY-SWITCH    PIC X    VALUE "N".
              88 NO-CURRENT-QUERY               VALUE "N".
              88 CURRENT-QUERY-OPEN             VALUE "A".
              88 CURRENT-QUERY-REJECTED         VALUE "R".
           05  CRITERION-FAILED-SWITCH PIC X    VALUE "N".
              88 CRITERION-FAILED               VALUE "Y".
           05  POSITION-FOUND-SWITCH   PIC X    VALUE "N".
              88 POSITION-FOUND                 VALUE "Y".
           05  GOES-BEFORE-SWITCH      PIC X    VALUE "N".
              88 NEW-ENTRY-GOES-BEFORE          VALUE "Y".
           05  NAME-END-SWITCH         PIC X    VALUE "N".
              88 NAME-END-FOUND                 VALUE "Y".
           05  CRITERIA-LISTED-SWITCH  PIC X    VALUE "N".
              88 CRITERIA-LISTED                VALUE "Y".
           05  HEADING-TYPE-SWITCH     PIC X    VALUE "R".
              88 PRINTING-CARD-REGISTER         VALUE "R".
              88 PRINTING-QUERY-SECTION         VALUE "Q".
              88 PRINTING-CONTROL-COUNTS        VALUE "C".

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

      *    THE CURRENT CUSTOMER'S BRANCH, SALESREP AND REGION IN THE
      *    FORM THEY ARE KEYED ON A CRITERION CARD, AND THE AMOUNT
      *    A CRITERION IS TESTING.
       01  SELECT-VALUE-FIELDS.
           05  SV-BRANCH-KEY           PIC X(3).
           05  SV-SALESREP-KEY         PIC X(3).
           05  SV-REGION-KEY           PIC X(3).
           05  SV-TEST-KEY             PIC X(3).
           05  SV-TEST-AMOUNT          PIC S9(9)V99
                                       PACKED-DECIMAL.

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  CARD-COUNT-FIELDS           PACKED-DECIMAL.
           05  CARDS-READ-COUNT        PIC S9(7)     VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC S9(7)     VALUE ZERO.
           05  QUERIES-RUN-COUNT       PIC S9(7)     VALUE ZERO.
           05  SELECTED-TOTAL-COUNT    PIC S9(7)     VALUE ZERO.
           05  EXTRACT-WRITTEN-COUNT   PIC S9(7)     VALUE ZERO.

       01  TRAILER-COUNT-FIELDS        PACKED-DECIMAL.
           05  CUSTMAST-READ-COUNT     PIC S9(7)     VALUE ZERO.
           05  CUSTMTD-READ-COUNT      PIC S9(7)     VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO.
           05  CUSTMTD-IN-HASH         PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  REJECT-REASON               PIC X(36).

       01  EXTRACT-AMOUNT-FIELDS.
           05  EXTRACT-THIS-YTD-EDIT    PIC -(7)9.99.
           05  EXTRACT-LAST-YTD-EDIT    PIC -(7)9.99.
           05  EXTRACT-PRIOR-YTD-EDIT   PIC -(7)9.99.
           05  EXTRACT-CHANGE-AMT-EDIT  PIC -(7)9.99.

       01  EXTRACT-CUSTOMER-NAME        PIC X(20).
       01  EXTRACT-QUOTED-NAME          PIC X(42).

       01  EXTRACT-HEADER-LINE.
           05  FILLER               PIC X(9)     VALUE
               "QUERY-ID,".
           05  FILLER               PIC X(30)    VALUE
               "RECORD-TYPE,BRANCH,SALESREP,CU".
           05  FILLER               PIC X(30)    VALUE
               "STOMER,CUSTOMER-NAME,THIS-YTD,".
           05  FILLER               PIC X(30)    VALUE
               "LAST-YTD,CHANGE-AMT,CHANGE-PCT".
           05  FILLER               PIC X(10)    VALUE
               ",PRIOR-YTD".

       01  CRITERION-EDIT-FIELDS.
           05  CRITERION-AMOUNT-EDIT    PIC --,---,--9.99.
           05  FIELD-CODE-WORK          PIC X(4).
           05  FIELD-DESCRIPTION        PIC X(20).

       01  TOTAL-CHANGE-AMOUNT          PIC S9(10)V99  PACKED-DECIMAL.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(22)  VALUE SPACE.
           05  FILLER          PIC X(34)  VALUE
               "CUSTOMER SELECTION QUERIES".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RPT9700".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  STL-SECTION-TITLE PIC X(40).
           05  FILLER          PIC X(88)  VALUE SPACE.

       01  REGISTER-HEADING-LINE-1.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(80)  VALUE
               "QUERY CARD".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE "STATUS".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(36)  VALUE "REASON".

       01  REGISTER-HEADING-LINE-2.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(80)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(36)  VALUE ALL '-'.

       01  REGISTER-LINE.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  RGL-CARD-IMAGE  PIC X(80).
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  RGL-STATUS      PIC X(8).
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  RGL-REASON      PIC X(36).

       01  NO-CARDS-LINE.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(40)  VALUE
               "QRYCARD CONTAINS NO CARDS.".
           05  FILLER          PIC X(88)  VALUE SPACE.

       01  QUERY-TITLE-LINE.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "QUERY ".
           05  QTL-QUERY-ID    PIC X(4).
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  QTL-QUERY-TITLE PIC X(40).
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE "SORTED BY ".
           05  QTL-SORT-DESC   PIC X(20).
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  QTL-SORT-ORDER  PIC X(10).
           05  FILLER          PIC X(33)  VALUE SPACE.

       01  CRITERION-LINE.
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  CRL-CONNECTOR   PIC X(6).
           05  CRL-DESCRIPTION PIC X(20).
           05  FILLER          PIC X(6)   VALUE " FROM ".
           05  CRL-LOW-VALUE   PIC X(13).
           05  FILLER          PIC X(4)   VALUE " TO ".
           05  CRL-HIGH-VALUE  PIC X(13).
           05  FILLER          PIC X(64)  VALUE SPACE.

       01  ALL-CUSTOMERS-LINE.
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  FILLER          PIC X(40)  VALUE
               "NO CRITERIA - EVERY CUSTOMER SELECTED".
           05  FILLER          PIC X(86)  VALUE SPACE.

       01  COLUMN-HEADING-LINE-1.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE "BR".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(3)   VALUE "REP".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE "CUST ".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE "RG".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   THIS YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   LAST YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE "   CHANGE AMT".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "   PCT".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "  PRIOR YTD".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE " THIS MONTH".
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   THIS QTR".
           05  FILLER          PIC X(5)   VALUE SPACE.

       01  COLUMN-HEADING-LINE-2.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(3)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(5)   VALUE SPACE.

       01  SELECTED-CUSTOMER-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-BRANCH-NUMBER    PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-SALESREP-NUMBER  PIC X(3).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-REGION-CODE      PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-SALES-THIS-YTD   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SCL-SALES-LAST-YTD   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SCL-CHANGE-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SCL-CHANGE-PERCENT   PIC +++9.9.
           05  SCL-CHANGE-PERCENT-R REDEFINES SCL-CHANGE-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SCL-SALES-PRIOR-YTD  PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SCL-SALES-THIS-MONTH PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SCL-SALES-THIS-QTR   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(5)       VALUE SPACE.

       01  NO-SELECTION-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(40)      VALUE
               "NO CUSTOMERS MEET THESE CRITERIA.".
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  QUERY-TOTAL-LINE-1.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(19)      VALUE
               "CUSTOMERS SELECTED ".
           05  QTL1-SELECTED-COUNT  PIC Z,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "THIS YTD ".
           05  QTL1-THIS-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "LAST YTD ".
           05  QTL1-LAST-YTD        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "CHANGE ".
           05  QTL1-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(4)       VALUE "PCT ".
           05  QTL1-CHANGE-PERCENT  PIC +++9.9.
           05  QTL1-CHANGE-PERCENT-R REDEFINES QTL1-CHANGE-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(11)      VALUE SPACE.

       01  QUERY-TOTAL-LINE-2.
           05  FILLER               PIC X(30)      VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "PRIOR YTD ".
           05  QTL2-PRIOR-YTD       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "THIS MONTH ".
           05  QTL2-THIS-MONTH      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(9)       VALUE "THIS QTR ".
           05  QTL2-THIS-QTR        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(19)      VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CCL-DESCRIPTION      PIC X(28).
           05  CCL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-SELECT-CUSTOMERS.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE QUERY-TABLE.

           OPEN INPUT  INPUT-QRYCARD
                INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-BRCHMAST
                OUTPUT OUTPUT-RPT9700
                OUTPUT OUTPUT-EXTRACT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 103-WRITE-EXTRACT-HEADER-LINE.

           PERFORM 250-LOAD-BRANCH-TABLE.

           PERFORM 050-LOAD-QUERY-CARDS.

           PERFORM 220-READ-MTD-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.
           PERFORM 300-PROCESS-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 220-READ-MTD-RECORD
               UNTIL CUSTMTD-EOF.

           SET PRINTING-QUERY-SECTION TO TRUE.
           PERFORM 400-PRINT-ONE-QUERY
               VARYING QUERY-SUB FROM 1 BY 1
               UNTIL QUERY-SUB > QUERY-COUNT.

           PERFORM 550-PRINT-CONTROL-COUNTS.
           IF CARDS-REJECTED-COUNT > ZERO
              MOVE 8 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE RUN-RETURN-CODE TO RETURN-CODE.
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


      *    THE WHOLE DECK IS READ AND LISTED ON THE CARD REGISTER
      *    BEFORE CUSTCLN IS PASSED, SO EVERY QUERY IS KNOWN WHEN THE
      *    FIRST CUSTOMER IS TESTED.
       050-LOAD-QUERY-CARDS.
           PERFORM 055-READ-QUERY-CARD.
           IF QRYCARD-EOF
              PERFORM 430-PRINT-HEADING-LINES
              MOVE NO-CARDS-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT.
           PERFORM 060-LOAD-ONE-CARD
               UNTIL QRYCARD-EOF.
           CLOSE INPUT-QRYCARD.


       055-READ-QUERY-CARD.
           READ INPUT-QRYCARD
              AT END
                 SET QRYCARD-EOF TO TRUE.
           IF NOT QRYCARD-EOF
              ADD 1 TO CARDS-READ-COUNT.


       060-LOAD-ONE-CARD.
           MOVE "N" TO CARD-REJECTED-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
              WHEN QC-QUERY-CARD
                 PERFORM 062-START-QUERY
              WHEN QC-CRITERION-CARD
                 PERFORM 064-ADD-CRITERION
              WHEN OTHER
                 MOVE "CARD TYPE NOT Q OR C" TO REJECT-REASON
                 PERFORM 068-REJECT-CARD
           END-EVALUATE.
           PERFORM 069-PRINT-REGISTER-LINE.
           PERFORM 055-READ-QUERY-CARD.


       062-START-QUERY.
           EVALUATE TRUE
              WHEN QUERY-COUNT >= QUERY-MAX-ENTRIES
                 MOVE "MORE QUERIES THAN THE TABLE HOLDS"
                    TO REJECT-REASON
              WHEN QC-QUERY-ID = SPACES
                 MOVE "QUERY ID MISSING" TO REJECT-REASON
              WHEN NOT QC-SORT-FIELD-VALID
                 MOVE "SORT FIELD NOT RECOGNIZED" TO REJECT-REASON
              WHEN NOT QC-SORT-ORDER-VALID
                 MOVE "SORT ORDER NOT A OR D" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM 068-REJECT-CARD
              SET CURRENT-QUERY-REJECTED TO TRUE
           ELSE
              ADD 1 TO QUERY-COUNT
              MOVE QC-QUERY-ID    TO QT-QUERY-ID (QUERY-COUNT)
              MOVE QC-QUERY-TITLE TO QT-QUERY-TITLE (QUERY-COUNT)
              MOVE QC-SORT-FIELD  TO QT-SORT-FIELD (QUERY-COUNT)
              MOVE QC-SORT-ORDER  TO QT-SORT-ORDER (QUERY-COUNT)
              MOVE "A"            TO QT-STATUS (QUERY-COUNT)
              SET CURRENT-QUERY-OPEN TO TRUE
           END-IF.


       064-ADD-CRITERION.
           EVALUATE TRUE
              WHEN NO-CURRENT-QUERY
                 MOVE "NO Q CARD AHEAD OF THIS CARD" TO REJECT-REASON
              WHEN CURRENT-QUERY-REJECTED
                 MOVE "ITS Q CARD WAS REJECTED" TO REJECT-REASON
              WHEN QT-CRITERION-COUNT (QUERY-COUNT)
                   >= CRITERION-MAX-ENTRIES
                 MOVE "MORE CRITERIA THAN THE TABLE HOLDS"
                    TO REJECT-REASON
              WHEN QC-KEY-CRITERION
                 PERFORM 065-CHECK-KEY-RANGE
              WHEN QC-AMOUNT-CRITERION
                 PERFORM 066-CHECK-AMOUNT-RANGE
              WHEN OTHER
                 MOVE "CRITERION CODE NOT RECOGNIZED" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM 068-REJECT-CARD
              IF CURRENT-QUERY-OPEN
                 MOVE "R" TO QT-STATUS (QUERY-COUNT)
              END-IF
           ELSE
              ADD 1 TO QT-CRITERION-COUNT (QUERY-COUNT)
              MOVE QT-CRITERION-COUNT (QUERY-COUNT) TO CRITERION-SUB
              PERFORM 067-STORE-CRITERION
           END-IF.


       065-CHECK-KEY-RANGE.
           EVALUATE TRUE
              WHEN QC-LOW-AMOUNT-X = SPACES
                   AND QC-HIGH-AMOUNT-X = SPACES
                 MOVE "NO LOW OR HIGH VALUE GIVEN" TO REJECT-REASON
              WHEN QC-CRITERION-CODE = "BRCH"
                   AND ((QC-LOW-AMOUNT-X NOT = SPACES
                         AND (QC-LOW-AMOUNT-X (1:2) NOT NUMERIC
                              OR QC-LOW-AMOUNT-X (3:7) NOT = SPACES))
                     OR (QC-HIGH-AMOUNT-X NOT = SPACES
                         AND (QC-HIGH-AMOUNT-X (1:2) NOT NUMERIC
                              OR QC-HIGH-AMOUNT-X (3:7) NOT = SPACES)))
                 MOVE "BRANCH NOT 2 DIGITS" TO REJECT-REASON
              WHEN QC-CRITERION-CODE = "SREP"
                   AND ((QC-LOW-AMOUNT-X NOT = SPACES
                         AND (QC-LOW-AMOUNT-X (1:3) NOT NUMERIC
                              OR QC-LOW-AMOUNT-X (4:6) NOT = SPACES))
                     OR (QC-HIGH-AMOUNT-X NOT = SPACES
                         AND (QC-HIGH-AMOUNT-X (1:3) NOT NUMERIC
                              OR QC-HIGH-AMOUNT-X (4:6) NOT = SPACES)))
                 MOVE "SALESREP NOT 3 DIGITS" TO REJECT-REASON
              WHEN QC-LOW-AMOUNT-X NOT = SPACES
                   AND QC-HIGH-AMOUNT-X NOT = SPACES
                   AND QC-LOW-AMOUNT-X (1:3) > QC-HIGH-AMOUNT-X (1:3)
                 MOVE "LOW VALUE ABOVE HIGH VALUE" TO REJECT-REASON
           END-EVALUATE.


       066-CHECK-AMOUNT-RANGE.
           EVALUATE TRUE
              WHEN QC-LOW-AMOUNT-X = SPACES
                   AND QC-HIGH-AMOUNT-X = SPACES
                 MOVE "NO LOW OR HIGH VALUE GIVEN" TO REJECT-REASON
              WHEN QC-LOW-AMOUNT-X NOT = SPACES
                   AND QC-LOW-AMOUNT NOT NUMERIC
                 MOVE "LOW VALUE NOT NUMERIC" TO REJECT-REASON
              WHEN QC-HIGH-AMOUNT-X NOT = SPACES
                   AND QC-HIGH-AMOUNT NOT NUMERIC
                 MOVE "HIGH VALUE NOT NUMERIC" TO REJECT-REASON
              WHEN QC-LOW-AMOUNT-X NOT = SPACES
                   AND QC-HIGH-AMOUNT-X NOT = SPACES
                   AND QC-LOW-AMOUNT > QC-HIGH-AMOUNT
                 MOVE "LOW VALUE ABOVE HIGH VALUE" TO REJECT-REASON
           END-EVALUATE.


       067-STORE-CRITERION.
           MOVE QC-CRITERION-CODE
              TO QT-CRITERION-CODE (QUERY-COUNT, CRITERION-SUB).
           MOVE "N" TO QT-LOW-SWITCH (QUERY-COUNT, CRITERION-SUB).
           MOVE "N" TO QT-HIGH-SWITCH (QUERY-COUNT, CRITERION-SUB).
           MOVE ZERO TO QT-LOW-AMOUNT (QUERY-COUNT, CRITERION-SUB).
           MOVE ZERO TO QT-HIGH-AMOUNT (QUERY-COUNT, CRITERION-SUB).
           MOVE SPACES TO QT-LOW-KEY (QUERY-COUNT, CRITERION-SUB).
           MOVE SPACES TO QT-HIGH-KEY (QUERY-COUNT, CRITERION-SUB).
           IF QC-LOW-AMOUNT-X NOT = SPACES
              MOVE "Y" TO QT-LOW-SWITCH (QUERY-COUNT, CRITERION-SUB)
              IF QC-KEY-CRITERION
                 MOVE QC-LOW-AMOUNT-X (1:3)
                    TO QT-LOW-KEY (QUERY-COUNT, CRITERION-SUB)
              ELSE
                 MOVE QC-LOW-AMOUNT
                    TO QT-LOW-AMOUNT (QUERY-COUNT, CRITERION-SUB)
              END-IF
           END-IF.
           IF QC-HIGH-AMOUNT-X NOT = SPACES
              MOVE "Y" TO QT-HIGH-SWITCH (QUERY-COUNT, CRITERION-SUB)
              IF QC-KEY-CRITERION
                 MOVE QC-HIGH-AMOUNT-X (1:3)
                    TO QT-HIGH-KEY (QUERY-COUNT, CRITERION-SUB)
              ELSE
                 MOVE QC-HIGH-AMOUNT
                    TO QT-HIGH-AMOUNT (QUERY-COUNT, CRITERION-SUB)
              END-IF
           END-IF.


       068-REJECT-CARD.
           SET CARD-REJECTED TO TRUE.
           ADD 1 TO CARDS-REJECTED-COUNT.


       069-PRINT-REGISTER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE QUERY-CARD-RECORD TO RGL-CARD-IMAGE.
           IF CARD-REJECTED
              MOVE "REJECTED" TO RGL-STATUS
           ELSE
              MOVE "ACCEPTED" TO RGL-STATUS.
           MOVE REJECT-REASON TO RGL-REASON.
           MOVE REGISTER-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RPT9700 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT9700 ABEND - BUSINESS DATE " BUSINESS-DATE
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


       103-WRITE-EXTRACT-HEADER-LINE.
           MOVE EXTRACT-HEADER-LINE TO EXTRACT-AREA.
           WRITE EXTRACT-AREA.


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
           DISPLAY "RPT9700 ABEND - CUSTCLN CONTROL TRAILER MISSING "
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
           DISPLAY "RPT9700 ABEND - CUSTMTDC CONTROL TRAILER MISSING "
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


       291-ABEND-BRCHMAST-OVERFLOW.
           DISPLAY "RPT9700 ABEND - BRANCH TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " ENTRIES BUT BRCHMAST FILE "
                   "IS NOT AT EOF.".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       292-ABEND-RESULT-OVERFLOW.
           DISPLAY "RPT9700 ABEND - QUERY " QT-QUERY-ID (QUERY-SUB)
                   " SELECTED MORE THAN " RESULT-MAX-ENTRIES
                   " CUSTOMERS.".
           DISPLAY "  NARROW THE QUERY, OR INCREASE RESULT-MAX-"
                   "ENTRIES/OCCURS AND RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-CUSTMAST-SEQUENCE.
           DISPLAY "RPT9700 ABEND - INPUT-CUSTMAST OUT OF SEQUENCE "
                   "AT BRANCH " CM-BRANCH-NUMBER
                   " SALESREP " CM-SALESREP-NUMBER
                   " CUSTOMER " CM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9700 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-CUSTMTD-SEQUENCE.
           DISPLAY "RPT9700 ABEND - INPUT-CUSTMTD OUT OF SEQUENCE "
                   "AT BRANCH " CMM-BRANCH-NUMBER
                   " SALESREP " CMM-SALESREP-NUMBER
                   " CUSTOMER " CMM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9700 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-BRCHMAST
                 OUTPUT-RPT9700
                 OUTPUT-EXTRACT.


       300-PROCESS-ONE-CUSTOMER.
           PERFORM 220-READ-MTD-RECORD
               UNTIL MTD-KEY NOT < MASTER-KEY.
           PERFORM 310-LOAD-CUSTOMER-VALUES.
           PERFORM 320-APPLY-ONE-QUERY
               VARYING QUERY-SUB FROM 1 BY 1
               UNTIL QUERY-SUB > QUERY-COUNT.
           PERFORM 210-READ-CUSTOMER-RECORD.


      *    A CUSTOMER WITH NO CUSTMTDC RECORD HAS NOTHING THIS MONTH
      *    OR QUARTER. WITH NO LAST-YTD SALES THERE IS NO CHANGE
      *    PERCENT, SO SUCH A CUSTOMER FAILS ANY CHGP CRITERION.
       310-LOAD-CUSTOMER-VALUES.
           MOVE MASTER-KEY         TO RW-RECORD-KEY.
           MOVE CM-CUSTOMER-NAME   TO RW-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO RW-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO RW-SALES-LAST-YTD.
           MOVE CM-SALES-PRIOR-YTD TO RW-SALES-PRIOR-YTD.
           COMPUTE RW-CHANGE-AMOUNT =
              CM-SALES-THIS-YTD - CM-SALES-LAST-YTD.
           MOVE ZERO TO RW-CHANGE-PCT.
           IF CM-SALES-LAST-YTD = ZERO
              SET RW-PCT-NOT-APPLICABLE TO TRUE
           ELSE
              SET RW-PCT-VALID TO TRUE
              COMPUTE RW-CHANGE-PCT ROUNDED =
                 RW-CHANGE-AMOUNT * 100 / CM-SALES-LAST-YTD
                 ON SIZE ERROR
                    SET RW-PCT-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF MTD-KEY = MASTER-KEY
              MOVE CMM-SALES-THIS-MONTH   TO RW-SALES-THIS-MONTH
              MOVE CMM-SALES-THIS-QUARTER TO RW-SALES-THIS-QTR
           ELSE
              MOVE ZERO TO RW-SALES-THIS-MONTH
              MOVE ZERO TO RW-SALES-THIS-QTR
           END-IF.

           MOVE SPACES TO SV-BRANCH-KEY.
           MOVE SPACES TO SV-SALESREP-KEY.
           MOVE SPACES TO SV-REGION-KEY.
           MOVE CM-BRANCH-NUMBER   TO SV-BRANCH-KEY (1:2).
           MOVE CM-SALESREP-NUMBER TO SV-SALESREP-KEY.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 MOVE SPACES TO RW-REGION-CODE
              WHEN BRANCH-TBL-NUMBER (BRT-INDEX) = CM-BRANCH-NUMBER
                 MOVE BRANCH-TBL-REGION-CODE (BRT-INDEX)
                    TO RW-REGION-CODE
              END-SEARCH.
           MOVE RW-REGION-CODE TO SV-REGION-KEY (1:2).


       320-APPLY-ONE-QUERY.
           IF QT-RUNNABLE (QUERY-SUB)
              MOVE "N" TO CRITERION-FAILED-SWITCH
              PERFORM 330-TEST-ONE-CRITERION
                 VARYING CRITERION-SUB FROM 1 BY 1
                 UNTIL CRITERION-SUB > QT-CRITERION-COUNT (QUERY-SUB)
                    OR CRITERION-FAILED
              IF NOT CRITERION-FAILED
                 PERFORM 340-STORE-SELECTED-CUSTOMER
              END-IF
           END-IF.


       330-TEST-ONE-CRITERION.
           IF QT-KEY-CRITERION (QUERY-SUB, CRITERION-SUB)
              EVALUATE QT-CRITERION-CODE (QUERY-SUB, CRITERION-SUB)
                 WHEN "BRCH"
                    MOVE SV-BRANCH-KEY   TO SV-TEST-KEY
                 WHEN "SREP"
                    MOVE SV-SALESREP-KEY TO SV-TEST-KEY
                 WHEN "REGN"
                    MOVE SV-REGION-KEY   TO SV-TEST-KEY
              END-EVALUATE
              IF QT-LOW-GIVEN (QUERY-SUB, CRITERION-SUB)
                 AND SV-TEST-KEY < QT-LOW-KEY (QUERY-SUB, CRITERION-SUB)
                 SET CRITERION-FAILED TO TRUE
              END-IF
              IF QT-HIGH-GIVEN (QUERY-SUB, CRITERION-SUB)
                 AND SV-TEST-KEY
                     > QT-HIGH-KEY (QUERY-SUB, CRITERION-SUB)
                 SET CRITERION-FAILED TO TRUE
              END-IF
           ELSE
              IF QT-CRITERION-CODE (QUERY-SUB, CRITERION-SUB) = "CHGP"
                 AND NOT RW-PCT-VALID
                 SET CRITERION-FAILED TO TRUE
              ELSE
                 PERFORM 335-MOVE-TEST-AMOUNT
                 IF QT-LOW-GIVEN (QUERY-SUB, CRITERION-SUB)
                    AND SV-TEST-AMOUNT
                        < QT-LOW-AMOUNT (QUERY-SUB, CRITERION-SUB)
                    SET CRITERION-FAILED TO TRUE
                 END-IF
                 IF QT-HIGH-GIVEN (QUERY-SUB, CRITERION-SUB)
                    AND SV-TEST-AMOUNT
                        > QT-HIGH-AMOUNT (QUERY-SUB, CRITERION-SUB)
                    SET CRITERION-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.


       335-MOVE-TEST-AMOUNT.
           EVALUATE QT-CRITERION-CODE (QUERY-SUB, CRITERION-SUB)
              WHEN "TYTD"
                 MOVE RW-SALES-THIS-YTD   TO SV-TEST-AMOUNT
              WHEN "LYTD"
                 MOVE RW-SALES-LAST-YTD   TO SV-TEST-AMOUNT
              WHEN "PYTD"
                 MOVE RW-SALES-PRIOR-YTD  TO SV-TEST-AMOUNT
              WHEN "CHGA"
                 MOVE RW-CHANGE-AMOUNT    TO SV-TEST-AMOUNT
              WHEN "CHGP"
                 MOVE RW-CHANGE-PCT       TO SV-TEST-AMOUNT
              WHEN "MNTH"
                 MOVE RW-SALES-THIS-MONTH TO SV-TEST-AMOUNT
              WHEN "QRTR"
                 MOVE RW-SALES-THIS-QTR   TO SV-TEST-AMOUNT
           END-EVALUATE.


      *    THE NEW CUSTOMER GOES IN AT THE END OF THE QUERY'S LIST AND
      *    MOVES UP PAST EVERY ENTRY IT SORTS AHEAD OF. EQUAL VALUES
      *    STAY IN CUSTOMER KEY ORDER.
       340-STORE-SELECTED-CUSTOMER.
           IF QT-SELECTED-COUNT (QUERY-SUB) >= RESULT-MAX-ENTRIES
              PERFORM 292-ABEND-RESULT-OVERFLOW.
           PERFORM 342-SET-SORT-VALUE.
           ADD 1 TO QT-SELECTED-COUNT (QUERY-SUB).
           ADD RW-SALES-THIS-YTD   TO QT-TOTAL-THIS-YTD (QUERY-SUB).
           ADD RW-SALES-LAST-YTD   TO QT-TOTAL-LAST-YTD (QUERY-SUB).
           ADD RW-SALES-PRIOR-YTD  TO QT-TOTAL-PRIOR-YTD (QUERY-SUB).
           ADD RW-SALES-THIS-MONTH TO QT-TOTAL-THIS-MONTH (QUERY-SUB).
           ADD RW-SALES-THIS-QTR   TO QT-TOTAL-THIS-QTR (QUERY-SUB).
           MOVE QT-SELECTED-COUNT (QUERY-SUB) TO INSERT-SUB.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           PERFORM 345-FIND-INSERT-POSITION
               UNTIL POSITION-FOUND.
           MOVE RESULT-WORK-ENTRY TO QR-ENTRY (QUERY-SUB, INSERT-SUB).


      *    A CUSTOMER WITH NO CHANGE PERCENT SORTS AS THE LOWEST
      *    PERCENT.
       342-SET-SORT-VALUE.
           MOVE SPACES TO RW-SORT-TEXT.
           MOVE ZERO TO RW-SORT-AMOUNT.
           EVALUATE QT-SORT-FIELD (QUERY-SUB)
              WHEN SPACES
              WHEN "KEY "
                 MOVE RW-RECORD-KEY       TO RW-SORT-TEXT
              WHEN "NAME"
                 MOVE RW-CUSTOMER-NAME    TO RW-SORT-TEXT
              WHEN "TYTD"
                 MOVE RW-SALES-THIS-YTD   TO RW-SORT-AMOUNT
              WHEN "LYTD"
                 MOVE RW-SALES-LAST-YTD   TO RW-SORT-AMOUNT
              WHEN "PYTD"
                 MOVE RW-SALES-PRIOR-YTD  TO RW-SORT-AMOUNT
              WHEN "CHGA"
                 MOVE RW-CHANGE-AMOUNT    TO RW-SORT-AMOUNT
              WHEN "CHGP"
                 IF RW-PCT-VALID
                    MOVE RW-CHANGE-PCT    TO RW-SORT-AMOUNT
                 ELSE
                    MOVE -999999999.99    TO RW-SORT-AMOUNT
                 END-IF
              WHEN "MNTH"
                 MOVE RW-SALES-THIS-MONTH TO RW-SORT-AMOUNT
              WHEN "QRTR"
                 MOVE RW-SALES-THIS-QTR   TO RW-SORT-AMOUNT
           END-EVALUATE.


       345-FIND-INSERT-POSITION.
           IF INSERT-SUB = 1
              SET POSITION-FOUND TO TRUE
           ELSE
              COMPUTE PRIOR-SUB = INSERT-SUB - 1
              PERFORM 347-COMPARE-WITH-PRIOR-ENTRY
              IF NEW-ENTRY-GOES-BEFORE
                 MOVE QR-ENTRY (QUERY-SUB, PRIOR-SUB)
                    TO QR-ENTRY (QUERY-SUB, INSERT-SUB)
                 MOVE PRIOR-SUB TO INSERT-SUB
              ELSE
                 SET POSITION-FOUND TO TRUE
              END-IF
           END-IF.


       347-COMPARE-WITH-PRIOR-ENTRY.
           MOVE "N" TO GOES-BEFORE-SWITCH.
           IF QT-SORT-BY-KEY (QUERY-SUB)
              OR QT-SORT-BY-NAME (QUERY-SUB)
              IF QT-SORT-DESCENDING (QUERY-SUB)
                 IF RW-SORT-TEXT > QR-SORT-TEXT (QUERY-SUB, PRIOR-SUB)
                    SET NEW-ENTRY-GOES-BEFORE TO TRUE
                 END-IF
              ELSE
                 IF RW-SORT-TEXT < QR-SORT-TEXT (QUERY-SUB, PRIOR-SUB)
                    SET NEW-ENTRY-GOES-BEFORE TO TRUE
                 END-IF
              END-IF
           ELSE
              IF QT-SORT-DESCENDING (QUERY-SUB)
                 IF RW-SORT-AMOUNT
                    > QR-SORT-AMOUNT (QUERY-SUB, PRIOR-SUB)
                    SET NEW-ENTRY-GOES-BEFORE TO TRUE
                 END-IF
              ELSE
                 IF RW-SORT-AMOUNT
                    < QR-SORT-AMOUNT (QUERY-SUB, PRIOR-SUB)
                    SET NEW-ENTRY-GOES-BEFORE TO TRUE
                 END-IF
              END-IF
           END-IF.


      *    A REJECTED QUERY SHOWS ONLY ON THE CARD REGISTER.
       400-PRINT-ONE-QUERY.
           IF QT-RUNNABLE (QUERY-SUB)
              ADD 1 TO QUERIES-RUN-COUNT
              ADD QT-SELECTED-COUNT (QUERY-SUB) TO SELECTED-TOTAL-COUNT
              MOVE "N" TO CRITERIA-LISTED-SWITCH
              PERFORM 430-PRINT-HEADING-LINES
              IF QT-SELECTED-COUNT (QUERY-SUB) = ZERO
                 MOVE NO-SELECTION-LINE TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 ADD 1 TO LINE-COUNT
              END-IF
              PERFORM 410-PRINT-SELECTED-CUSTOMER
                 VARYING RESULT-SUB FROM 1 BY 1
                 UNTIL RESULT-SUB > QT-SELECTED-COUNT (QUERY-SUB)
              PERFORM 500-PRINT-QUERY-TOTALS
           END-IF.


       410-PRINT-SELECTED-CUSTOMER.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE QR-BRANCH-NUMBER (QUERY-SUB, RESULT-SUB)
              TO SCL-BRANCH-NUMBER.
           MOVE QR-SALESREP-NUMBER (QUERY-SUB, RESULT-SUB)
              TO SCL-SALESREP-NUMBER.
           MOVE QR-CUSTOMER-NUMBER (QUERY-SUB, RESULT-SUB)
              TO SCL-CUSTOMER-NUMBER.
           MOVE QR-CUSTOMER-NAME (QUERY-SUB, RESULT-SUB)
              TO SCL-CUSTOMER-NAME.
           MOVE QR-REGION-CODE (QUERY-SUB, RESULT-SUB)
              TO SCL-REGION-CODE.
           MOVE QR-SALES-THIS-YTD (QUERY-SUB, RESULT-SUB)
              TO SCL-SALES-THIS-YTD.
           MOVE QR-SALES-LAST-YTD (QUERY-SUB, RESULT-SUB)
              TO SCL-SALES-LAST-YTD.
           MOVE QR-CHANGE-AMOUNT (QUERY-SUB, RESULT-SUB)
              TO SCL-CHANGE-AMOUNT.
           IF QR-SALES-LAST-YTD (QUERY-SUB, RESULT-SUB) = ZERO
              MOVE "  N/A " TO SCL-CHANGE-PERCENT-R
           ELSE
              COMPUTE SCL-CHANGE-PERCENT ROUNDED =
                 QR-CHANGE-AMOUNT (QUERY-SUB, RESULT-SUB) * 100
                 / QR-SALES-LAST-YTD (QUERY-SUB, RESULT-SUB)
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO SCL-CHANGE-PERCENT-R
              END-COMPUTE
           END-IF.
           MOVE QR-SALES-PRIOR-YTD (QUERY-SUB, RESULT-SUB)
              TO SCL-SALES-PRIOR-YTD.
           MOVE QR-SALES-THIS-MONTH (QUERY-SUB, RESULT-SUB)
              TO SCL-SALES-THIS-MONTH.
           MOVE QR-SALES-THIS-QTR (QUERY-SUB, RESULT-SUB)
              TO SCL-SALES-THIS-QTR.
           MOVE SELECTED-CUSTOMER-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM 420-WRITE-EXTRACT-CUSTOMER-LINE.


      *    THE CUSTOMER NAME GOES OUT IN QUOTES WITH ITS TRAILING
      *    SPACES DROPPED AND ANY QUOTE INSIDE IT DOUBLED, SO A COMMA
      *    IN THE NAME DOES NOT SPLIT THE COLUMN.
       420-WRITE-EXTRACT-CUSTOMER-LINE.
           MOVE SPACES TO EXTRACT-AREA.
           MOVE QR-CUSTOMER-NAME (QUERY-SUB, RESULT-SUB)
              TO EXTRACT-CUSTOMER-NAME.
           MOVE 20 TO NAME-LENGTH.
           MOVE "N" TO NAME-END-SWITCH.
           PERFORM 422-FIND-NAME-END
               UNTIL NAME-END-FOUND.
           MOVE SPACES TO EXTRACT-QUOTED-NAME.
           MOVE QUOTE TO EXTRACT-QUOTED-NAME (1:1).
           MOVE 1 TO QUOTED-LENGTH.
           PERFORM 424-QUOTE-ONE-CHARACTER
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB > NAME-LENGTH.
           ADD 1 TO QUOTED-LENGTH.
           MOVE QUOTE TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).
           MOVE QR-SALES-THIS-YTD (QUERY-SUB, RESULT-SUB)
              TO EXTRACT-THIS-YTD-EDIT.
           MOVE QR-SALES-LAST-YTD (QUERY-SUB, RESULT-SUB)
              TO EXTRACT-LAST-YTD-EDIT.
           MOVE QR-SALES-PRIOR-YTD (QUERY-SUB, RESULT-SUB)
              TO EXTRACT-PRIOR-YTD-EDIT.
           MOVE QR-CHANGE-AMOUNT (QUERY-SUB, RESULT-SUB)
              TO EXTRACT-CHANGE-AMT-EDIT.
           STRING QT-QUERY-ID (QUERY-SUB)     DELIMITED BY SPACE
                  ","                        DELIMITED BY SIZE
                  "CUST"                     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  QR-BRANCH-NUMBER (QUERY-SUB, RESULT-SUB)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  QR-SALESREP-NUMBER (QUERY-SUB, RESULT-SUB)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  QR-CUSTOMER-NUMBER (QUERY-SUB, RESULT-SUB)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-QUOTED-NAME (1:QUOTED-LENGTH)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-THIS-YTD-EDIT       DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-LAST-YTD-EDIT       DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-CHANGE-AMT-EDIT     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  SCL-CHANGE-PERCENT-R        DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  EXTRACT-PRIOR-YTD-EDIT      DELIMITED BY SIZE
               INTO EXTRACT-AREA
           END-STRING.
           WRITE EXTRACT-AREA.
           ADD 1 TO EXTRACT-WRITTEN-COUNT.


       422-FIND-NAME-END.
           EVALUATE TRUE
              WHEN NAME-LENGTH = ZERO
                 SET NAME-END-FOUND TO TRUE
              WHEN EXTRACT-CUSTOMER-NAME (NAME-LENGTH:1) NOT = SPACE
                 SET NAME-END-FOUND TO TRUE
              WHEN OTHER
                 SUBTRACT 1 FROM NAME-LENGTH
           END-EVALUATE.


       424-QUOTE-ONE-CHARACTER.
           ADD 1 TO QUOTED-LENGTH.
           MOVE EXTRACT-CUSTOMER-NAME (NAME-SUB:1)
              TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).
           IF EXTRACT-CUSTOMER-NAME (NAME-SUB:1) = QUOTE
              ADD 1 TO QUOTED-LENGTH
              MOVE QUOTE TO EXTRACT-QUOTED-NAME (QUOTED-LENGTH:1).


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 440-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 2 TO LINE-COUNT.
           EVALUATE TRUE
              WHEN PRINTING-CARD-REGISTER
                 MOVE "QUERY CARD REGISTER" TO STL-SECTION-TITLE
                 PERFORM 435-PRINT-SECTION-TITLE
                 MOVE REGISTER-HEADING-LINE-1 TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 MOVE REGISTER-HEADING-LINE-2 TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 ADD 2 TO LINE-COUNT
              WHEN PRINTING-QUERY-SECTION
                 PERFORM 432-PRINT-QUERY-TITLE
                 MOVE COLUMN-HEADING-LINE-1 TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 MOVE COLUMN-HEADING-LINE-2 TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 ADD 2 TO LINE-COUNT
              WHEN PRINTING-CONTROL-COUNTS
                 MOVE "CONTROL COUNTS" TO STL-SECTION-TITLE
                 PERFORM 435-PRINT-SECTION-TITLE
           END-EVALUATE.


      *    THE CRITERIA ARE LISTED UNDER THE TITLE ON THE QUERY'S
      *    FIRST PAGE ONLY.
       432-PRINT-QUERY-TITLE.
           MOVE QT-QUERY-ID (QUERY-SUB)    TO QTL-QUERY-ID.
           MOVE QT-QUERY-TITLE (QUERY-SUB) TO QTL-QUERY-TITLE.
           IF QT-SORT-BY-KEY (QUERY-SUB)
              MOVE "KEY " TO FIELD-CODE-WORK
           ELSE
              MOVE QT-SORT-FIELD (QUERY-SUB) TO FIELD-CODE-WORK.
           PERFORM 438-DESCRIBE-FIELD.
           MOVE FIELD-DESCRIPTION TO QTL-SORT-DESC.
           IF QT-SORT-DESCENDING (QUERY-SUB)
              MOVE "DESCENDING" TO QTL-SORT-ORDER
           ELSE
              MOVE "ASCENDING"  TO QTL-SORT-ORDER.
           MOVE QUERY-TITLE-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           IF NOT CRITERIA-LISTED
              SET CRITERIA-LISTED TO TRUE
              IF QT-CRITERION-COUNT (QUERY-SUB) = ZERO
                 MOVE ALL-CUSTOMERS-LINE TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 ADD 1 TO LINE-COUNT
              END-IF
              PERFORM 436-PRINT-ONE-CRITERION
                 VARYING CRITERION-SUB FROM 1 BY 1
                 UNTIL CRITERION-SUB > QT-CRITERION-COUNT (QUERY-SUB)
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       435-PRINT-SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 2 TO LINE-COUNT.


       436-PRINT-ONE-CRITERION.
           IF CRITERION-SUB = 1
              MOVE "WHERE " TO CRL-CONNECTOR
           ELSE
              MOVE "AND   " TO CRL-CONNECTOR.
           MOVE QT-CRITERION-CODE (QUERY-SUB, CRITERION-SUB)
              TO FIELD-CODE-WORK.
           PERFORM 438-DESCRIBE-FIELD.
           MOVE FIELD-DESCRIPTION TO CRL-DESCRIPTION.
           MOVE SPACES TO CRL-LOW-VALUE.
           MOVE SPACES TO CRL-HIGH-VALUE.
           IF NOT QT-LOW-GIVEN (QUERY-SUB, CRITERION-SUB)
              MOVE "LOWEST" TO CRL-LOW-VALUE
           ELSE
              IF QT-KEY-CRITERION (QUERY-SUB, CRITERION-SUB)
                 MOVE QT-LOW-KEY (QUERY-SUB, CRITERION-SUB)
                    TO CRL-LOW-VALUE
              ELSE
                 MOVE QT-LOW-AMOUNT (QUERY-SUB, CRITERION-SUB)
                    TO CRITERION-AMOUNT-EDIT
                 MOVE CRITERION-AMOUNT-EDIT TO CRL-LOW-VALUE
              END-IF
           END-IF.
           IF NOT QT-HIGH-GIVEN (QUERY-SUB, CRITERION-SUB)
              MOVE "HIGHEST" TO CRL-HIGH-VALUE
           ELSE
              IF QT-KEY-CRITERION (QUERY-SUB, CRITERION-SUB)
                 MOVE QT-HIGH-KEY (QUERY-SUB, CRITERION-SUB)
                    TO CRL-HIGH-VALUE
              ELSE
                 MOVE QT-HIGH-AMOUNT (QUERY-SUB, CRITERION-SUB)
                    TO CRITERION-AMOUNT-EDIT
                 MOVE CRITERION-AMOUNT-EDIT TO CRL-HIGH-VALUE
              END-IF
           END-IF.
           MOVE CRITERION-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       438-DESCRIBE-FIELD.
           EVALUATE FIELD-CODE-WORK
              WHEN "KEY "
                 MOVE "CUSTOMER KEY"       TO FIELD-DESCRIPTION
              WHEN "NAME"
                 MOVE "CUSTOMER NAME"      TO FIELD-DESCRIPTION
              WHEN "BRCH"
                 MOVE "BRANCH"             TO FIELD-DESCRIPTION
              WHEN "SREP"
                 MOVE "SALESREP"           TO FIELD-DESCRIPTION
              WHEN "REGN"
                 MOVE "REGION"             TO FIELD-DESCRIPTION
              WHEN "TYTD"
                 MOVE "THIS YTD SALES"     TO FIELD-DESCRIPTION
              WHEN "LYTD"
                 MOVE "LAST YTD SALES"     TO FIELD-DESCRIPTION
              WHEN "PYTD"
                 MOVE "PRIOR YTD SALES"    TO FIELD-DESCRIPTION
              WHEN "CHGA"
                 MOVE "CHANGE AMOUNT"      TO FIELD-DESCRIPTION
              WHEN "CHGP"
                 MOVE "CHANGE PERCENT"     TO FIELD-DESCRIPTION
              WHEN "MNTH"
                 MOVE "THIS MONTH SALES"   TO FIELD-DESCRIPTION
              WHEN "QRTR"
                 MOVE "THIS QUARTER SALES" TO FIELD-DESCRIPTION
           END-EVALUATE.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       450-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       500-PRINT-QUERY-TOTALS.
           IF LINE-COUNT + 3 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE QT-SELECTED-COUNT (QUERY-SUB)  TO QTL1-SELECTED-COUNT.
           MOVE QT-TOTAL-THIS-YTD (QUERY-SUB)  TO QTL1-THIS-YTD.
           MOVE QT-TOTAL-LAST-YTD (QUERY-SUB)  TO QTL1-LAST-YTD.
           COMPUTE TOTAL-CHANGE-AMOUNT =
              QT-TOTAL-THIS-YTD (QUERY-SUB)
              - QT-TOTAL-LAST-YTD (QUERY-SUB).
           MOVE TOTAL-CHANGE-AMOUNT TO QTL1-CHANGE-AMOUNT.
           IF QT-TOTAL-LAST-YTD (QUERY-SUB) = ZERO
              MOVE "  N/A " TO QTL1-CHANGE-PERCENT-R
           ELSE
              COMPUTE QTL1-CHANGE-PERCENT ROUNDED =
                 TOTAL-CHANGE-AMOUNT * 100
                 / QT-TOTAL-LAST-YTD (QUERY-SUB)
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO QTL1-CHANGE-PERCENT-R
              END-COMPUTE
           END-IF.
           MOVE QT-TOTAL-PRIOR-YTD (QUERY-SUB)  TO QTL2-PRIOR-YTD.
           MOVE QT-TOTAL-THIS-MONTH (QUERY-SUB) TO QTL2-THIS-MONTH.
           MOVE QT-TOTAL-THIS-QTR (QUERY-SUB)   TO QTL2-THIS-QTR.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE QUERY-TOTAL-LINE-1 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE QUERY-TOTAL-LINE-2 TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 3 TO LINE-COUNT.


       550-PRINT-CONTROL-COUNTS.
           SET PRINTING-CONTROL-COUNTS TO TRUE.
           IF LINE-COUNT + 10 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES
           ELSE
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
              MOVE "CONTROL COUNTS" TO STL-SECTION-TITLE
              PERFORM 435-PRINT-SECTION-TITLE
           END-IF.

           MOVE "QUERY CARDS READ" TO CCL-DESCRIPTION.
           MOVE CARDS-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "QUERY CARDS REJECTED" TO CCL-DESCRIPTION.
           MOVE CARDS-REJECTED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "QUERIES RUN" TO CCL-DESCRIPTION.
           MOVE QUERIES-RUN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTOMERS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMAST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTDC RECORDS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMTD-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTOMERS SELECTED" TO CCL-DESCRIPTION.
           MOVE SELECTED-TOTAL-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "EXTRACT RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE EXTRACT-WRITTEN-COUNT TO CCL-COUNT.
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
           MOVE "RPT9700" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CUSTMAST-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE SELECTED-TOTAL-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
