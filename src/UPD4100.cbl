       IDENTIFICATION DIVISION.

       PROGRAM-ID. UPD4100.
      ****************************************************************
      * PROGRAM NAME: UPD4100
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Customer Merge. Reads a card file of surviving-
      *              key/absorbed-key pairs for customers set up twice
      *              under one branch and folds each absorbed account
      *              into its survivor in one run: the three CUSTMAST
      *              YTD buckets, the CUSTMTD month and quarter
      *              buckets, the twelve CUSTHIST monthly slots and
      *              four quarterly slots, and every CUSTARCH archive
      *              year are added into the survivor, and the
      *              absorbed record is dropped from NEWMAST, NEWMTD,
      *              NEWHIST and NEWARCH. Where the survivor has no
      *              record on a file, the absorbed record is carried
      *              across under the survivor's key instead. Both
      *              keys must be on CUSTMAST and in the same branch,
      *              and a key may appear on only one card per run. A
      *              pair whose merged amount would overflow any
      *              bucket is rejected whole, the way UPD1000 rejects
      *              a posting that overflows, so no file is half
      *              merged. Every card is listed APPLIED or REJECTED
      *              on a merge register with the survivor's amounts
      *              before, the absorbed amounts, and the survivor's
      *              amounts after, followed by control totals.
      *              The masters are backed up to numbered generations
      *              on the GENCAT catalog before any update.
      *              NEWMAST IS WRITTEN IN KEY ORDER; NEWMTD, NEWHIST
      *              AND NEWARCH MUST BE SORTED BACK INTO KEY ORDER BY
      *              THE SORT STEP THAT FOLLOWS THIS PROGRAM IN THE
      *              JOB, BECAUSE A CARRIED-ACROSS RECORD KEEPS THE
      *              ABSORBED RECORD'S PLACE IN THE FILE.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      * 10/15/2026 KW  ALSO ADDS THE ABSORBED ACCOUNT'S THREE CUSTMTD
      *                YEAR-AGO RECENT-MONTH FIGURES INTO THE
      *                SURVIVOR'S. A SLOT STILL BLANK ON EITHER SIDE
      *                COUNTS AS ZERO RATHER THAN REJECTING THE CARD.
      * 10/15/2026 KW  ALSO REKEYS THE ABSORBED ACCOUNT'S POSTREF
      *                POSTED REFERENCES UNDER THE SURVIVOR (POSTREF
      *                IN, NEWPREF OUT), SO A REVERSAL OR A RE-SENT
      *                SALE UNDER THE SURVIVOR'S KEY IS MATCHED TO
      *                THE ORIGINAL POSTING. A CARD WHOSE TWO ACCOUNTS
      *                CARRY THE SAME REFERENCE IS REJECTED. WHEN THE
      *                TWO ACCOUNTS ARE UNDER DIFFERENT SALESREPS, THE
      *                ABSORBED ACCOUNT'S POSTINGS ON POSTREF ARE
      *                MOVED BY PRODUCT LINE FROM ITS SALESREP'S
      *                PLSALES ENTRIES TO THE SURVIVOR'S (PLSALES IN,
      *                NEWPLS OUT), BUCKET BY BUCKET AS OF THE OPEN
      *                PERIOD. SALES OLDER THAN THE POSTREF RETENTION
      *                STAY WITH THE OLD SALESREP. POSTREF AND PLSALES
      *                ARE BACKED UP (DDS BKUPPREF, BKUPPLS) WITH THE
      *                OTHER MASTERS, AND NEWPREF AND NEWPLS ARE SORTED
      *                BACK INTO KEY ORDER BY THE FOLLOWING SORT STEP.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-MERGCARD ASSIGN TO MERGCARD.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY.
           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTD.
           SELECT OPTIONAL INPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT OPTIONAL INPUT-CUSTARCH ASSIGN TO CUSTARCH.
           SELECT OPTIONAL INPUT-POSTREF ASSIGN TO POSTREF.
           SELECT OPTIONAL INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-NEWMAST ASSIGN TO NEWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-RECORD-KEY.
           SELECT OUTPUT-NEWMTD ASSIGN TO NEWMTD.
           SELECT OUTPUT-NEWHIST ASSIGN TO NEWHIST.
           SELECT OUTPUT-NEWARCH ASSIGN TO NEWARCH.
           SELECT OUTPUT-NEWPREF ASSIGN TO NEWPREF.
           SELECT OUTPUT-NEWPLS ASSIGN TO NEWPLS.
           SELECT OUTPUT-UPD4100 ASSIGN TO UPD4100.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-CUSTHIST ASSIGN TO BKUPHIST.
           SELECT BACKUP-CUSTARCH ASSIGN TO BKUPARCH.
           SELECT BACKUP-POSTREF ASSIGN TO BKUPPREF.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-MERGCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  MERGE-INSTRUCTION-RECORD.
           05  MG-SURVIVOR-KEY.
               10  MG-SURVIVOR-BRANCH  PIC 9(2).
               10  MG-SURVIVOR-SALESREP PIC 9(3).
               10  MG-SURVIVOR-CUSTOMER PIC 9(5).
           05  MG-ABSORBED-KEY.
               10  MG-ABSORBED-BRANCH  PIC 9(2).
               10  MG-ABSORBED-SALESREP PIC 9(3).
               10  MG-ABSORBED-CUSTOMER PIC 9(5).
           05  FILLER                  PIC X(60).

       FD  INPUT-CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.

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

       01  NEWMAST-RECORD.
           05  NM-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(120).

       FD  OUTPUT-NEWMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEWMTD-AREA     PIC X(130).

       FD  OUTPUT-NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEWHIST-AREA    PIC X(130).

       FD  OUTPUT-NEWARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

       01  NEWARCH-AREA    PIC X(140).

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

       FD  OUTPUT-UPD4100
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

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

       FD  BACKUP-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  BACKUP-CUSTHIST-AREA   PIC X(130).

       FD  BACKUP-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

       01  BACKUP-CUSTARCH-AREA   PIC X(140).

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

      *    ONE ENTRY PER ACCEPTED CARD. AMOUNT SET 1 HOLDS THE
      *    SURVIVOR BEFORE THE MERGE, SET 2 THE ABSORBED ACCOUNT AND
      *    SET 3 THE SURVIVOR AFTER THE MERGE. EACH SET CARRIES THE
      *    SAME PICTURES AS THE FILE BUCKETS SO AN OVERFLOWING SUM
      *    RAISES A SIZE ERROR HERE INSTEAD OF TRUNCATING ON OUTPUT.
       01  MERGE-TABLE.
           05  MERGE-GROUP OCCURS 200 TIMES
                           INDEXED BY MGT-INDEX.
               10  MGT-SURVIVOR-KEY       PIC X(10).
               10  MGT-ABSORBED-KEY       PIC X(10).
               10  MGT-CARD-STATUS        PIC X(1).
                  88 MGT-ACTIVE                   VALUE "A".
                  88 MGT-REJECTED                 VALUE "R".
               10  MGT-REASON             PIC X(34).
               10  MGT-SURVIVOR-NAME      PIC X(20).
               10  MGT-ABSORBED-NAME      PIC X(20).
               10  MGT-SURVIVOR-MTD-SWITCH  PIC X(1).
                  88 MGT-SURVIVOR-MTD-FOUND       VALUE "Y".
               10  MGT-ABSORBED-MTD-SWITCH  PIC X(1).
                  88 MGT-ABSORBED-MTD-FOUND       VALUE "Y".
               10  MGT-SURVIVOR-HIST-SWITCH PIC X(1).
                  88 MGT-SURVIVOR-HIST-FOUND      VALUE "Y".
               10  MGT-ABSORBED-HIST-SWITCH PIC X(1).
                  88 MGT-ABSORBED-HIST-FOUND      VALUE "Y".
               10  MGT-REP-CHANGE-SWITCH  PIC X(1).
                  88 MGT-REP-CHANGES              VALUE "Y".
               10  MGT-ARCH-ADDED-COUNT   PIC S9(3)  COMP.
               10  MGT-ARCH-MOVED-COUNT   PIC S9(3)  COMP.
               10  MGT-AMOUNT-SET OCCURS 3 TIMES.
                   15  MGT-SALES-THIS-YTD     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-SALES-LAST-YTD     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-SALES-PRIOR-YTD    PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-MTD-THIS-MONTH     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-MTD-LAST-YEAR-MONTH PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-MTD-THIS-QUARTER   PIC S9(6)V99
                                              PACKED-DECIMAL.
                   15  MGT-MTD-LAST-YEAR-QTR  PIC S9(6)V99
                                              PACKED-DECIMAL.
                   15  MGT-MTD-LY-RECENT OCCURS 3 TIMES
                                              PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-HIST-MONTH OCCURS 12 TIMES
                                              PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  MGT-HIST-QUARTER OCCURS 4 TIMES
                                              PIC S9(6)V99
                                              PACKED-DECIMAL.
                   15  MGT-HIST-TOTAL         PIC S9(7)V99
                                              PACKED-DECIMAL.

      *    ONE ENTRY PER ARCHIVE YEAR CARRIED BY EITHER SIDE OF AN
      *    ACCEPTED CARD, WITH THE SAME THREE AMOUNT SETS.
       01  ARCHIVE-MERGE-TABLE.
           05  ARCHIVE-GROUP OCCURS 1000 TIMES
                             INDEXED BY AMT-INDEX.
               10  AMT-MERGE-SUB          PIC S9(4)  COMP.
               10  AMT-ARCHIVE-YEAR       PIC 9(4).
               10  AMT-SURVIVOR-SWITCH    PIC X(1).
                  88 AMT-SURVIVOR-FOUND           VALUE "Y".
               10  AMT-ABSORBED-SWITCH    PIC X(1).
                  88 AMT-ABSORBED-FOUND           VALUE "Y".
               10  AMT-AMOUNT-SET OCCURS 3 TIMES.
                   15  AMT-SALES-THIS-YTD     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  AMT-SALES-LAST-YTD     PIC S9(5)V99
                                              PACKED-DECIMAL.
                   15  AMT-SALES-PRIOR-YTD    PIC S9(5)V99
                                              PACKED-DECIMAL.

      *    ONE ENTRY PER POSTREF REFERENCE CARRIED BY EITHER SIDE OF
      *    AN ACCEPTED CARD, SO A REFERENCE POSTED TO BOTH ACCOUNTS
      *    IS CAUGHT BEFORE THE TWO ARE FILED UNDER ONE KEY.
       01  REFERENCE-TABLE.
           05  REFERENCE-GROUP OCCURS 2000 TIMES
                               INDEXED BY RFT-INDEX.
               10  RFT-MERGE-SUB          PIC S9(4)  COMP.
               10  RFT-ROLE               PIC X(1).
                  88 RFT-SURVIVOR-ENTRY           VALUE "S".
                  88 RFT-ABSORBED-ENTRY           VALUE "A".
               10  RFT-TRAN-REFERENCE     PIC X(10).

      *    ONE ENTRY PER PRODUCT LINE OF AN ABSORBED ACCOUNT WHOSE
      *    SALESREP DIFFERS FROM THE SURVIVOR'S, HOLDING ITS OPEN
      *    POSTREF SALES SPREAD OVER THE 22 PLSALES BUCKETS: 1 THIS
      *    YTD, 2 LAST YTD, 3 THIS MONTH, 4 LAST YEAR MONTH, 5 THIS
      *    QUARTER, 6 LAST YEAR QUARTER, 7-18 THE MONTH SLOTS AND
      *    19-22 THE QUARTER SLOTS.
       01  PRODUCT-MOVE-TABLE.
           05  PRODUCT-MOVE-GROUP OCCURS 500 TIMES
                                  INDEXED BY PMT-INDEX.
               10  PMT-MERGE-SUB          PIC S9(4)  COMP.
               10  PMT-PRODUCT-LINE       PIC X(3).
               10  PMT-SURVIVOR-REP-KEY   PIC X(5).
               10  PMT-ABSORBED-REP-KEY   PIC X(5).
               10  PMT-SURVIVOR-PST-SUB   PIC S9(4)  COMP.
               10  PMT-ABSORBED-PST-SUB   PIC S9(4)  COMP.
               10  PMT-BUCKET OCCURS 22 TIMES
                                          PIC S9(9)V99
                                          PACKED-DECIMAL.

      *    THE PLSALES ENTRIES A PRODUCT MOVE TAKES FROM OR GIVES TO,
      *    WITH ANY ENTRY THE SURVIVOR'S SALESREP DOES NOT YET HAVE.
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

       01  TABLE-LIMITS.
           05  MERGE-MAX-ENTRIES       PIC S9(4) COMP  VALUE +200.
           05  ARCHIVE-MAX-ENTRIES     PIC S9(4) COMP  VALUE +1000.
           05  REFERENCE-MAX-ENTRIES   PIC S9(4) COMP  VALUE +2000.
           05  PRODUCT-MOVE-MAX-ENTRIES PIC S9(4) COMP VALUE +500.
           05  PRODUCT-SALES-MAX-ENTRIES PIC S9(4) COMP VALUE +500.

       01  SUBSCRIPT-FIELDS.
           05  MERGE-USED-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  ARCHIVE-USED-COUNT      PIC S9(4) COMP  VALUE ZERO.
           05  MERGE-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  ARCH-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  SET-SUB                 PIC S9(4) COMP  VALUE ZERO.
           05  MONTH-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  QUARTER-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  REFERENCE-USED-COUNT    PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-MOVE-USED-COUNT PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SALES-USED-COUNT PIC S9(4) COMP VALUE ZERO.
           05  REF-SUB                 PIC S9(4) COMP  VALUE ZERO.
           05  MOVE-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SUB             PIC S9(4) COMP  VALUE ZERO.
           05  SURVIVOR-PST-SUB        PIC S9(4) COMP  VALUE ZERO.
           05  ABSORBED-PST-SUB        PIC S9(4) COMP  VALUE ZERO.
           05  BUCKET-SUB              PIC S9(4) COMP  VALUE ZERO.

       01  AMOUNT-SET-NUMBERS.
           05  BEFORE-SET              PIC S9(4) COMP  VALUE +1.
           05  ABSORBED-SET            PIC S9(4) COMP  VALUE +2.
           05  AFTER-SET               PIC S9(4) COMP  VALUE +3.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  SWITCHES.
           05  MERGCARD-EOF-SWITCH     PIC X    VALUE "N".
              88 MERGCARD-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  CUSTMTD-EOF-SWITCH      PIC X    VALUE "N".
              88 CUSTMTD-EOF                    VALUE "Y".
           05  CUSTHIST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTHIST-EOF                   VALUE "Y".
           05  CUSTARCH-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTARCH-EOF                   VALUE "Y".
           05  CUSTMAST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  CUSTMTD-TRAILER-SWITCH  PIC X    VALUE "N".
              88 CUSTMTD-TRAILER-SEEN           VALUE "Y".
           05  CUSTHIST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTHIST-TRAILER-SEEN          VALUE "Y".
           05  POSTREF-EOF-SWITCH      PIC X    VALUE "N".
              88 POSTREF-EOF                    VALUE "Y".
           05  POSTREF-TRAILER-SWITCH  PIC X    VALUE "N".
              88 POSTREF-TRAILER-SEEN           VALUE "Y".
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".
           05  REFERENCE-CLASH-SWITCH  PIC X    VALUE "N".
              88 REFERENCE-CLASH                VALUE "Y".
           05  PRODUCT-NEEDED-SWITCH   PIC X    VALUE "N".
              88 PRODUCT-ENTRY-NEEDED           VALUE "Y".
           05  PRODUCT-PASS-SWITCH     PIC X    VALUE "C".
              88 PRODUCT-CHECK-PASS             VALUE "C".
              88 PRODUCT-APPLY-PASS             VALUE "A".
           05  KEY-USED-SWITCH         PIC X    VALUE "N".
              88 KEY-ALREADY-USED               VALUE "Y".
           05  BUCKET-OVERFLOW-SWITCH  PIC X    VALUE "N".
              88 BUCKET-OVERFLOW                VALUE "Y".
           05  BUCKET-INVALID-SWITCH   PIC X    VALUE "N".
              88 BUCKET-INVALID                 VALUE "Y".
           05  DROP-RECORD-SWITCH      PIC X    VALUE "N".
              88 DROP-RECORD                    VALUE "Y".
           05  MERGE-ROLE-SWITCH       PIC X    VALUE SPACE.
              88 KEY-IS-SURVIVOR                VALUE "S".
              88 KEY-IS-ABSORBED                VALUE "A".
              88 KEY-NOT-MERGED                 VALUE SPACE.

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

       01  WORK-KEY-FIELDS.
           05  WORK-RECORD-KEY.
               10  WORK-BRANCH-NUMBER    PIC 9(2).
               10  WORK-SALESREP-NUMBER  PIC 9(3).
               10  WORK-CUSTOMER-NUMBER  PIC 9(5).
           05  WORK-SURVIVOR-KEY.
               10  WORK-SURVIVOR-REP-KEY.
                   15  WORK-SURVIVOR-BRANCH   PIC 9(2).
                   15  WORK-SURVIVOR-SALESREP PIC 9(3).
               10  WORK-SURVIVOR-CUSTOMER PIC 9(5).
           05  WORK-ABSORBED-KEY.
               10  WORK-ABSORBED-REP-KEY.
                   15  WORK-ABSORBED-BRANCH   PIC 9(2).
                   15  WORK-ABSORBED-SALESREP PIC 9(3).
               10  WORK-ABSORBED-CUSTOMER PIC 9(5).
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
           05  SURVIVOR-PLS-AMOUNT     PIC S9(7)V9(2).
           05  ABSORBED-PLS-AMOUNT     PIC S9(7)V9(2).

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  MERGE-COUNTERS              PACKED-DECIMAL.
           05  CARDS-READ-COUNT        PIC S9(5)     VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC S9(5)     VALUE ZERO.
           05  MERGES-APPLIED-COUNT    PIC S9(5)     VALUE ZERO.
           05  MASTERS-READ-COUNT      PIC S9(7)     VALUE ZERO.
           05  MASTERS-WRITTEN-COUNT   PIC S9(7)     VALUE ZERO.
           05  MASTERS-REMOVED-COUNT   PIC S9(7)     VALUE ZERO.
           05  MTD-READ-COUNT          PIC S9(7)     VALUE ZERO.
           05  MTD-WRITTEN-COUNT       PIC S9(7)     VALUE ZERO.
           05  MTD-REMOVED-COUNT       PIC S9(7)     VALUE ZERO.
           05  MTD-REKEYED-COUNT       PIC S9(7)     VALUE ZERO.
           05  HIST-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  HIST-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-REMOVED-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-REKEYED-COUNT      PIC S9(7)     VALUE ZERO.
           05  ARCH-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  ARCH-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  ARCH-REMOVED-COUNT      PIC S9(7)     VALUE ZERO.
           05  ARCH-REKEYED-COUNT      PIC S9(7)     VALUE ZERO.
           05  PREF-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  PREF-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  PREF-REKEYED-COUNT      PIC S9(7)     VALUE ZERO.
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
           05  LAST-CUSTHIST-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-CUSTARCH-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-POSTREF-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-PLSALES-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
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
               "CUSTOMER MERGE REGISTER".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "UPD4100".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "SURVIVOR KEY".
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE "ABSORBED KEY".
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(9)   VALUE "STATUS".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(34)  VALUE "REASON".
           05  FILLER           PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(9)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(34)  VALUE ALL '-'.
           05  FILLER           PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE "AMOUNTS".
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE "   THIS YTD".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE "   LAST YTD".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE "  PRIOR YTD".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE "  MTD MONTH".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE "  MTD QUARTER".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE "12 MONTH HIST".
           05  FILLER           PIC X(8)   VALUE SPACE.

       01  HEADING-LINE-6.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(8)   VALUE SPACE.

       01  REGISTER-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RGL-SURVIVOR-BRANCH  PIC X(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RGL-SURVIVOR-SALESREP PIC X(3).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RGL-SURVIVOR-CUSTOMER PIC X(5).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  RGL-ABSORBED-BRANCH  PIC X(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RGL-ABSORBED-SALESREP PIC X(3).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RGL-ABSORBED-CUSTOMER PIC X(5).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  RGL-STATUS           PIC X(9).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RGL-REASON           PIC X(34).
           05  FILLER               PIC X(47)      VALUE SPACE.

       01  AMOUNT-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AML-LABEL            PIC X(15).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AML-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-THIS-YTD         PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-LAST-YTD         PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-PRIOR-YTD        PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-MTD-MONTH        PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-MTD-QUARTER      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AML-HIST-TOTAL       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(8)       VALUE SPACE.

       01  ARCHIVE-NOTE.
           05  FILLER               PIC X(13)  VALUE "ARCHIVE YEARS".
           05  FILLER               PIC X(7)   VALUE " ADDED ".
           05  ANL-ADDED-COUNT      PIC ZZ9.
           05  FILLER               PIC X(7)   VALUE " MOVED ".
           05  ANL-MOVED-COUNT      PIC ZZ9.
           05  FILLER               PIC X(1)   VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CCL-DESCRIPTION      PIC X(28).
           05  CCL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-MERGE-CUSTOMERS.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.
           INITIALIZE MERGE-TABLE.
           INITIALIZE ARCHIVE-MERGE-TABLE.
           INITIALIZE REFERENCE-TABLE.
           INITIALIZE PRODUCT-MOVE-TABLE.
           INITIALIZE PRODUCT-SALES-TABLE.

           OPEN INPUT  INPUT-MERGCARD
                OUTPUT OUTPUT-UPD4100.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 200-LOAD-ONE-CARD.
           PERFORM 200-LOAD-ONE-CARD
               UNTIL MERGCARD-EOF.
           CLOSE INPUT-MERGCARD.

           PERFORM 230-LOCATE-MERGE-MASTERS.
           PERFORM 240-COLLECT-MTD-AMOUNTS.
           PERFORM 250-COLLECT-HISTORY-AMOUNTS.
           PERFORM 260-COLLECT-ARCHIVE-AMOUNTS.
           PERFORM 280-COLLECT-POSTED-REFERENCES.
           PERFORM 285-COLLECT-PRODUCT-SALES.
           PERFORM 270-FIGURE-MERGED-AMOUNTS
              VARYING MERGE-SUB FROM 1 BY 1
              UNTIL MERGE-SUB > MERGE-USED-COUNT.

           OPEN INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-CUSTHIST
                INPUT  INPUT-CUSTARCH
                INPUT  INPUT-POSTREF
                INPUT  INPUT-PLSALES
                OUTPUT OUTPUT-NEWMAST
                OUTPUT OUTPUT-NEWMTD
                OUTPUT OUTPUT-NEWHIST
                OUTPUT OUTPUT-NEWARCH
                OUTPUT OUTPUT-NEWPREF
                OUTPUT OUTPUT-NEWPLS.

           PERFORM 300-MERGE-ONE-MASTER.
           PERFORM 300-MERGE-ONE-MASTER
               UNTIL CUSTMAST-EOF.

           PERFORM 320-MERGE-ONE-MTD-RECORD.
           PERFORM 320-MERGE-ONE-MTD-RECORD
               UNTIL CUSTMTD-EOF.

           PERFORM 330-MERGE-ONE-HISTORY-RECORD.
           PERFORM 330-MERGE-ONE-HISTORY-RECORD
               UNTIL CUSTHIST-EOF.

           PERFORM 340-MERGE-ONE-ARCHIVE-RECORD.
           PERFORM 340-MERGE-ONE-ARCHIVE-RECORD
               UNTIL CUSTARCH-EOF.

           PERFORM 342-MERGE-ONE-REFERENCE.
           PERFORM 342-MERGE-ONE-REFERENCE
               UNTIL POSTREF-EOF.

           PERFORM 344-MERGE-ONE-PRODUCT-RECORD.
           PERFORM 344-MERGE-ONE-PRODUCT-RECORD
               UNTIL PLSALES-EOF.
           PERFORM 348-WRITE-CREATED-PRODUCT-ENTRY
              VARYING PRODUCT-SUB FROM 1 BY 1
              UNTIL PRODUCT-SUB > PRODUCT-SALES-USED-COUNT.

           PERFORM 350-WRITE-OUTPUT-TRAILERS.
           PERFORM 400-PRINT-MERGE-REGISTER.
           PERFORM 550-PRINT-CONTROL-TOTALS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 INPUT-CUSTARCH
                 INPUT-POSTREF
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 OUTPUT-NEWARCH
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-UPD4100.
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
           PERFORM 074-BACKUP-CUSTHIST.
           PERFORM 076-BACKUP-CUSTARCH.
           PERFORM 066-BACKUP-POSTREF.
           PERFORM 068-BACKUP-PLSALES.
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
                 WHEN "CUSTHIST"
                    IF GC-GENERATION-NUMBER > LAST-CUSTHIST-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTHIST-GENERATION
                    END-IF
                 WHEN "CUSTARCH"
                    IF GC-GENERATION-NUMBER > LAST-CUSTARCH-GENERATION
                       MOVE GC-GENERATION-NUMBER
                          TO LAST-CUSTARCH-GENERATION
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
           MOVE "UPD4100" TO GC-PROGRAM-ID.
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
           DISPLAY "UPD4100 - BACKUP GENERATION " GC-GENERATION-NUMBER
                   " OF " GC-FILE-ID " TAKEN, " GC-RECORD-COUNT
                   " RECORDS.".


       066-BACKUP-POSTREF.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-POSTREF
                OUTPUT BACKUP-POSTREF.
           PERFORM 067-COPY-ONE-POSTREF
               UNTIL BACKUP-EOF.
           CLOSE INPUT-POSTREF
                 BACKUP-POSTREF.
           ADD 1 TO LAST-POSTREF-GENERATION.
           MOVE "POSTREF" TO BACKUP-FILE-ID.
           MOVE LAST-POSTREF-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       067-COPY-ONE-POSTREF.
           READ INPUT-POSTREF
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-POSTREF-AREA FROM POSTED-REFERENCE-RECORD
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       068-BACKUP-PLSALES.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-PLSALES
                OUTPUT BACKUP-PLSALES.
           PERFORM 069-COPY-ONE-PLSALES
               UNTIL BACKUP-EOF.
           CLOSE INPUT-PLSALES
                 BACKUP-PLSALES.
           ADD 1 TO LAST-PLSALES-GENERATION.
           MOVE "PLSALES" TO BACKUP-FILE-ID.
           MOVE LAST-PLSALES-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       069-COPY-ONE-PLSALES.
           READ INPUT-PLSALES
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-PLSALES-AREA FROM PRODUCT-SALES-RECORD
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
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
           READ INPUT-CUSTMAST NEXT RECORD
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


       074-BACKUP-CUSTHIST.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-CUSTHIST
                OUTPUT BACKUP-CUSTHIST.
           PERFORM 075-COPY-ONE-CUSTHIST
               UNTIL BACKUP-EOF.
           CLOSE INPUT-CUSTHIST
                 BACKUP-CUSTHIST.
           ADD 1 TO LAST-CUSTHIST-GENERATION.
           MOVE "CUSTHIST" TO BACKUP-FILE-ID.
           MOVE LAST-CUSTHIST-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       075-COPY-ONE-CUSTHIST.
           READ INPUT-CUSTHIST
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-CUSTHIST-AREA FROM CUSTOMER-HISTORY-RECORD
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
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
              WRITE BACKUP-CUSTARCH-AREA FROM CUSTOMER-ARCHIVE-RECORD
              MOVE CUSTOMER-ARCHIVE-RECORD TO FILE-TRAILER-RECORD
              PERFORM 064-COUNT-BACKUP-RECORD
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "UPD4100 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD4100 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD4100 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD4100 ABEND - BACKUP OF " BACKUP-FILE-ID
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
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.


       200-LOAD-ONE-CARD.
           READ INPUT-MERGCARD
              AT END
                 SET MERGCARD-EOF TO TRUE.
           IF NOT MERGCARD-EOF
              ADD 1 TO CARDS-READ-COUNT
              PERFORM 210-VALIDATE-ONE-CARD
           END-IF.


       210-VALIDATE-ONE-CARD.
           IF MG-SURVIVOR-BRANCH NOT NUMERIC
              OR MG-SURVIVOR-SALESREP NOT NUMERIC
              OR MG-SURVIVOR-CUSTOMER NOT NUMERIC
              OR MG-ABSORBED-BRANCH NOT NUMERIC
              OR MG-ABSORBED-SALESREP NOT NUMERIC
              OR MG-ABSORBED-CUSTOMER NOT NUMERIC
              MOVE "MERGE KEY NOT NUMERIC" TO RGL-REASON
              PERFORM 220-REJECT-CARD
           ELSE
              PERFORM 215-CHECK-KEYS-NOT-USED
              EVALUATE TRUE
                 WHEN MG-SURVIVOR-KEY = "9999999999"
                    OR MG-ABSORBED-KEY = "9999999999"
                    MOVE "RESERVED TRAILER KEY" TO RGL-REASON
                    PERFORM 220-REJECT-CARD
                 WHEN MG-SURVIVOR-KEY = MG-ABSORBED-KEY
                    MOVE "SURVIVOR AND ABSORBED KEYS EQUAL"
                       TO RGL-REASON
                    PERFORM 220-REJECT-CARD
                 WHEN MG-SURVIVOR-BRANCH NOT = MG-ABSORBED-BRANCH
                    MOVE "ACCOUNTS IN DIFFERENT BRANCHES"
                       TO RGL-REASON
                    PERFORM 220-REJECT-CARD
                 WHEN KEY-ALREADY-USED
                    MOVE "KEY ALREADY ON AN EARLIER CARD"
                       TO RGL-REASON
                    PERFORM 220-REJECT-CARD
                 WHEN MERGE-USED-COUNT >= MERGE-MAX-ENTRIES
                    PERFORM 290-ABEND-MERGE-OVERFLOW
                 WHEN OTHER
                    ADD 1 TO MERGE-USED-COUNT
                    SET MGT-INDEX TO MERGE-USED-COUNT
                    MOVE MG-SURVIVOR-KEY
                       TO MGT-SURVIVOR-KEY (MGT-INDEX)
                    MOVE MG-ABSORBED-KEY
                       TO MGT-ABSORBED-KEY (MGT-INDEX)
                    MOVE "A" TO MGT-CARD-STATUS (MGT-INDEX)
                    MOVE SPACES TO MGT-REASON (MGT-INDEX)
                    MOVE "N" TO MGT-SURVIVOR-MTD-SWITCH (MGT-INDEX)
                    MOVE "N" TO MGT-ABSORBED-MTD-SWITCH (MGT-INDEX)
                    MOVE "N" TO MGT-SURVIVOR-HIST-SWITCH (MGT-INDEX)
                    MOVE "N" TO MGT-ABSORBED-HIST-SWITCH (MGT-INDEX)
                    IF MG-SURVIVOR-SALESREP = MG-ABSORBED-SALESREP
                       MOVE "N" TO MGT-REP-CHANGE-SWITCH (MGT-INDEX)
                    ELSE
                       MOVE "Y" TO MGT-REP-CHANGE-SWITCH (MGT-INDEX)
                    END-IF
              END-EVALUATE
           END-IF.


       215-CHECK-KEYS-NOT-USED.
           MOVE "N" TO KEY-USED-SWITCH.
           IF MERGE-USED-COUNT > ZERO
              SET MGT-INDEX TO 1
              SEARCH MERGE-GROUP
                 AT END
                    CONTINUE
                 WHEN MGT-INDEX > MERGE-USED-COUNT
                    CONTINUE
                 WHEN MGT-SURVIVOR-KEY (MGT-INDEX) = MG-SURVIVOR-KEY
                    OR MGT-SURVIVOR-KEY (MGT-INDEX) = MG-ABSORBED-KEY
                    OR MGT-ABSORBED-KEY (MGT-INDEX) = MG-SURVIVOR-KEY
                    OR MGT-ABSORBED-KEY (MGT-INDEX) = MG-ABSORBED-KEY
                    SET KEY-ALREADY-USED TO TRUE
              END-SEARCH
           END-IF.


       220-REJECT-CARD.
           ADD 1 TO CARDS-REJECTED-COUNT.
           MOVE MG-SURVIVOR-BRANCH   TO RGL-SURVIVOR-BRANCH.
           MOVE MG-SURVIVOR-SALESREP TO RGL-SURVIVOR-SALESREP.
           MOVE MG-SURVIVOR-CUSTOMER TO RGL-SURVIVOR-CUSTOMER.
           MOVE MG-ABSORBED-BRANCH   TO RGL-ABSORBED-BRANCH.
           MOVE MG-ABSORBED-SALESREP TO RGL-ABSORBED-SALESREP.
           MOVE MG-ABSORBED-CUSTOMER TO RGL-ABSORBED-CUSTOMER.
           MOVE "REJECTED" TO RGL-STATUS.
           PERFORM 480-PRINT-REGISTER-LINE.


       225-REJECT-TABLE-CARD.
           MOVE "R" TO MGT-CARD-STATUS (MERGE-SUB).
           ADD 1 TO CARDS-REJECTED-COUNT.


       230-LOCATE-MERGE-MASTERS.
           OPEN INPUT INPUT-CUSTMAST.
           PERFORM 235-LOCATE-ONE-CARD-MASTERS
              VARYING MERGE-SUB FROM 1 BY 1
              UNTIL MERGE-SUB > MERGE-USED-COUNT.
           CLOSE INPUT-CUSTMAST.


       235-LOCATE-ONE-CARD-MASTERS.
           MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO CM-RECORD-KEY.
           READ INPUT-CUSTMAST
              INVALID KEY
                 MOVE "SURVIVOR NOT ON CUSTMAST"
                    TO MGT-REASON (MERGE-SUB)
                 PERFORM 225-REJECT-TABLE-CARD
              NOT INVALID KEY
                 MOVE CM-CUSTOMER-NAME
                    TO MGT-SURVIVOR-NAME (MERGE-SUB)
                 MOVE BEFORE-SET TO SET-SUB
                 PERFORM 236-STORE-MASTER-AMOUNTS
           END-READ.
           IF MGT-ACTIVE (MERGE-SUB)
              MOVE MGT-ABSORBED-KEY (MERGE-SUB) TO CM-RECORD-KEY
              READ INPUT-CUSTMAST
                 INVALID KEY
                    MOVE "ABSORBED NOT ON CUSTMAST"
                       TO MGT-REASON (MERGE-SUB)
                    PERFORM 225-REJECT-TABLE-CARD
                 NOT INVALID KEY
                    MOVE CM-CUSTOMER-NAME
                       TO MGT-ABSORBED-NAME (MERGE-SUB)
                    MOVE ABSORBED-SET TO SET-SUB
                    PERFORM 236-STORE-MASTER-AMOUNTS
              END-READ
           END-IF.


       236-STORE-MASTER-AMOUNTS.
           IF CM-SALES-THIS-YTD NOT NUMERIC
              OR CM-SALES-LAST-YTD NOT NUMERIC
              OR CM-SALES-PRIOR-YTD NOT NUMERIC
              MOVE "CUSTMAST SALES BUCKET NOT NUMERIC"
                 TO MGT-REASON (MERGE-SUB)
              PERFORM 225-REJECT-TABLE-CARD
           ELSE
              MOVE CM-SALES-THIS-YTD
                 TO MGT-SALES-THIS-YTD (MERGE-SUB, SET-SUB)
              MOVE CM-SALES-LAST-YTD
                 TO MGT-SALES-LAST-YTD (MERGE-SUB, SET-SUB)
              MOVE CM-SALES-PRIOR-YTD
                 TO MGT-SALES-PRIOR-YTD (MERGE-SUB, SET-SUB)
           END-IF.


       240-COLLECT-MTD-AMOUNTS.
           MOVE "N" TO CUSTMTD-EOF-SWITCH.
           OPEN INPUT INPUT-CUSTMTD.
           PERFORM 245-SCAN-ONE-MTD-RECORD
               UNTIL CUSTMTD-EOF.
           CLOSE INPUT-CUSTMTD.
           MOVE "N" TO CUSTMTD-EOF-SWITCH.


       245-SCAN-ONE-MTD-RECORD.
           READ INPUT-CUSTMTD
              AT END
                 SET CUSTMTD-EOF TO TRUE.
           IF NOT CUSTMTD-EOF
              MOVE CUSTOMER-MONTHLY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMTD-EOF TO TRUE
              END-IF
           END-IF.
           IF NOT CUSTMTD-EOF
              MOVE CMM-BRANCH-NUMBER   TO WORK-BRANCH-NUMBER
              MOVE CMM-SALESREP-NUMBER TO WORK-SALESREP-NUMBER
              MOVE CMM-CUSTOMER-NUMBER TO WORK-CUSTOMER-NUMBER
              PERFORM 310-LOCATE-CARD-FOR-KEY
              EVALUATE TRUE
                 WHEN KEY-IS-SURVIVOR
                    MOVE "Y" TO MGT-SURVIVOR-MTD-SWITCH (MERGE-SUB)
                    MOVE BEFORE-SET TO SET-SUB
                    PERFORM 246-STORE-MTD-AMOUNTS
                 WHEN KEY-IS-ABSORBED
                    MOVE "Y" TO MGT-ABSORBED-MTD-SWITCH (MERGE-SUB)
                    MOVE ABSORBED-SET TO SET-SUB
                    PERFORM 246-STORE-MTD-AMOUNTS
              END-EVALUATE
           END-IF.


       246-STORE-MTD-AMOUNTS.
           IF CMM-SALES-THIS-MONTH NOT NUMERIC
              OR CMM-SALES-LAST-YEAR-MONTH NOT NUMERIC
              OR CMM-SALES-THIS-QUARTER NOT NUMERIC
              OR CMM-SALES-LAST-YEAR-QTR NOT NUMERIC
              MOVE "CUSTMTD SALES BUCKET NOT NUMERIC"
                 TO MGT-REASON (MERGE-SUB)
              PERFORM 225-REJECT-TABLE-CARD
           ELSE
              MOVE CMM-SALES-THIS-MONTH
                 TO MGT-MTD-THIS-MONTH (MERGE-SUB, SET-SUB)
              MOVE CMM-SALES-LAST-YEAR-MONTH
                 TO MGT-MTD-LAST-YEAR-MONTH (MERGE-SUB, SET-SUB)
              MOVE CMM-SALES-THIS-QUARTER
                 TO MGT-MTD-THIS-QUARTER (MERGE-SUB, SET-SUB)
              MOVE CMM-SALES-LAST-YEAR-QTR
                 TO MGT-MTD-LAST-YEAR-QTR (MERGE-SUB, SET-SUB)
              PERFORM 247-STORE-ONE-RECENT-MONTH
                 VARYING MONTH-SUB FROM 1 BY 1
                 UNTIL MONTH-SUB > 3
           END-IF.


       247-STORE-ONE-RECENT-MONTH.
           IF CMM-SALES-LAST-YEAR-RECENT (MONTH-SUB) NUMERIC
              MOVE CMM-SALES-LAST-YEAR-RECENT (MONTH-SUB)
                 TO MGT-MTD-LY-RECENT (MERGE-SUB, SET-SUB, MONTH-SUB)
           ELSE
              MOVE ZERO
                 TO MGT-MTD-LY-RECENT (MERGE-SUB, SET-SUB, MONTH-SUB)
           END-IF.


       250-COLLECT-HISTORY-AMOUNTS.
           MOVE "N" TO CUSTHIST-EOF-SWITCH.
           OPEN INPUT INPUT-CUSTHIST.
           PERFORM 255-SCAN-ONE-HISTORY-RECORD
               UNTIL CUSTHIST-EOF.
           CLOSE INPUT-CUSTHIST.
           MOVE "N" TO CUSTHIST-EOF-SWITCH.


       255-SCAN-ONE-HISTORY-RECORD.
           READ INPUT-CUSTHIST
              AT END
                 SET CUSTHIST-EOF TO TRUE.
           IF NOT CUSTHIST-EOF
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTHIST-EOF TO TRUE
              END-IF
           END-IF.
           IF NOT CUSTHIST-EOF
              MOVE CH-RECORD-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              EVALUATE TRUE
                 WHEN KEY-IS-SURVIVOR
                    MOVE "Y" TO MGT-SURVIVOR-HIST-SWITCH (MERGE-SUB)
                    MOVE BEFORE-SET TO SET-SUB
                    PERFORM 256-STORE-HISTORY-AMOUNTS
                 WHEN KEY-IS-ABSORBED
                    MOVE "Y" TO MGT-ABSORBED-HIST-SWITCH (MERGE-SUB)
                    MOVE ABSORBED-SET TO SET-SUB
                    PERFORM 256-STORE-HISTORY-AMOUNTS
              END-EVALUATE
           END-IF.


       256-STORE-HISTORY-AMOUNTS.
           MOVE "N" TO BUCKET-INVALID-SWITCH.
           PERFORM 257-STORE-ONE-HISTORY-MONTH
              VARYING MONTH-SUB FROM 1 BY 1
              UNTIL MONTH-SUB > 12.
           PERFORM 258-STORE-ONE-HISTORY-QUARTER
              VARYING QUARTER-SUB FROM 1 BY 1
              UNTIL QUARTER-SUB > 4.
           IF BUCKET-INVALID
              MOVE "CUSTHIST SALES SLOT NOT NUMERIC"
                 TO MGT-REASON (MERGE-SUB)
              PERFORM 225-REJECT-TABLE-CARD
           END-IF.


       257-STORE-ONE-HISTORY-MONTH.
           IF CH-MONTH-SALES (MONTH-SUB) NUMERIC
              MOVE CH-MONTH-SALES (MONTH-SUB)
                 TO MGT-HIST-MONTH (MERGE-SUB, SET-SUB, MONTH-SUB)
              ADD CH-MONTH-SALES (MONTH-SUB)
                 TO MGT-HIST-TOTAL (MERGE-SUB, SET-SUB)
           ELSE
              SET BUCKET-INVALID TO TRUE.


       258-STORE-ONE-HISTORY-QUARTER.
           IF CH-QUARTER-SALES (QUARTER-SUB) NUMERIC
              MOVE CH-QUARTER-SALES (QUARTER-SUB)
                 TO MGT-HIST-QUARTER (MERGE-SUB, SET-SUB, QUARTER-SUB)
           ELSE
              SET BUCKET-INVALID TO TRUE.


       260-COLLECT-ARCHIVE-AMOUNTS.
           MOVE "N" TO CUSTARCH-EOF-SWITCH.
           OPEN INPUT INPUT-CUSTARCH.
           PERFORM 265-SCAN-ONE-ARCHIVE-RECORD
               UNTIL CUSTARCH-EOF.
           CLOSE INPUT-CUSTARCH.
           MOVE "N" TO CUSTARCH-EOF-SWITCH.


       265-SCAN-ONE-ARCHIVE-RECORD.
           READ INPUT-CUSTARCH
              AT END
                 SET CUSTARCH-EOF TO TRUE.
           IF NOT CUSTARCH-EOF
              MOVE AR-RECORD-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              IF NOT KEY-NOT-MERGED
                 PERFORM 267-LOCATE-ARCHIVE-ENTRY
                 IF ARCH-SUB = ZERO
                    PERFORM 266-ADD-ARCHIVE-ENTRY
                 END-IF
                 IF KEY-IS-SURVIVOR
                    MOVE "Y" TO AMT-SURVIVOR-SWITCH (ARCH-SUB)
                    MOVE BEFORE-SET TO SET-SUB
                 ELSE
                    MOVE "Y" TO AMT-ABSORBED-SWITCH (ARCH-SUB)
                    MOVE ABSORBED-SET TO SET-SUB
                 END-IF
                 IF AR-SALES-THIS-YTD NOT NUMERIC
                    OR AR-SALES-LAST-YTD NOT NUMERIC
                    OR AR-SALES-PRIOR-YTD NOT NUMERIC
                    MOVE "CUSTARCH SALES BUCKET NOT NUMERIC"
                       TO MGT-REASON (MERGE-SUB)
                    PERFORM 225-REJECT-TABLE-CARD
                 ELSE
                    MOVE AR-SALES-THIS-YTD
                       TO AMT-SALES-THIS-YTD (ARCH-SUB, SET-SUB)
                    MOVE AR-SALES-LAST-YTD
                       TO AMT-SALES-LAST-YTD (ARCH-SUB, SET-SUB)
                    MOVE AR-SALES-PRIOR-YTD
                       TO AMT-SALES-PRIOR-YTD (ARCH-SUB, SET-SUB)
                 END-IF
              END-IF
           END-IF.


       266-ADD-ARCHIVE-ENTRY.
           IF ARCHIVE-USED-COUNT >= ARCHIVE-MAX-ENTRIES
              PERFORM 291-ABEND-ARCHIVE-OVERFLOW.
           ADD 1 TO ARCHIVE-USED-COUNT.
           MOVE ARCHIVE-USED-COUNT TO ARCH-SUB.
           MOVE MERGE-SUB TO AMT-MERGE-SUB (ARCH-SUB).
           MOVE AR-ARCHIVE-YEAR TO AMT-ARCHIVE-YEAR (ARCH-SUB).
           MOVE "N" TO AMT-SURVIVOR-SWITCH (ARCH-SUB).
           MOVE "N" TO AMT-ABSORBED-SWITCH (ARCH-SUB).


       267-LOCATE-ARCHIVE-ENTRY.
           MOVE ZERO TO ARCH-SUB.
           PERFORM 268-TEST-ONE-ARCHIVE-ENTRY
              VARYING AMT-INDEX FROM 1 BY 1
              UNTIL ARCH-SUB > ZERO
                 OR AMT-INDEX > ARCHIVE-USED-COUNT.


       268-TEST-ONE-ARCHIVE-ENTRY.
           IF AMT-MERGE-SUB (AMT-INDEX) = MERGE-SUB
              AND AMT-ARCHIVE-YEAR (AMT-INDEX) = AR-ARCHIVE-YEAR
              SET ARCH-SUB TO AMT-INDEX
           END-IF.


       270-FIGURE-MERGED-AMOUNTS.
           IF MGT-ACTIVE (MERGE-SUB)
              MOVE "N" TO BUCKET-OVERFLOW-SWITCH
              MOVE "N" TO REFERENCE-CLASH-SWITCH
              PERFORM 275-ADD-MASTER-AND-MTD-AMOUNTS
              PERFORM 279-ADD-ONE-RECENT-MONTH
                 VARYING MONTH-SUB FROM 1 BY 1
                 UNTIL MONTH-SUB > 3
              PERFORM 276-ADD-ONE-HISTORY-MONTH
                 VARYING MONTH-SUB FROM 1 BY 1
                 UNTIL MONTH-SUB > 12
              PERFORM 277-ADD-ONE-HISTORY-QUARTER
                 VARYING QUARTER-SUB FROM 1 BY 1
                 UNTIL QUARTER-SUB > 4
              COMPUTE MGT-HIST-TOTAL (MERGE-SUB, AFTER-SET) =
                 MGT-HIST-TOTAL (MERGE-SUB, BEFORE-SET)
                 + MGT-HIST-TOTAL (MERGE-SUB, ABSORBED-SET)
              PERFORM 278-ADD-ONE-ARCHIVE-YEAR
                 VARYING ARCH-SUB FROM 1 BY 1
                 UNTIL ARCH-SUB > ARCHIVE-USED-COUNT
              PERFORM 271-CHECK-REFERENCE-CLASH
                 VARYING REF-SUB FROM 1 BY 1
                 UNTIL REF-SUB > REFERENCE-USED-COUNT
                    OR REFERENCE-CLASH
              IF NOT BUCKET-OVERFLOW
                 AND NOT REFERENCE-CLASH
                 SET PRODUCT-CHECK-PASS TO TRUE
                 PERFORM 273-FIGURE-ONE-PRODUCT-MOVE
                    VARYING MOVE-SUB FROM 1 BY 1
                    UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT
              END-IF
              EVALUATE TRUE
                 WHEN BUCKET-OVERFLOW
                    MOVE "MERGED AMOUNT OVERFLOWS A BUCKET"
                       TO MGT-REASON (MERGE-SUB)
                    PERFORM 225-REJECT-TABLE-CARD
                 WHEN REFERENCE-CLASH
                    MOVE "REFERENCE POSTED TO BOTH ACCOUNTS"
                       TO MGT-REASON (MERGE-SUB)
                    PERFORM 225-REJECT-TABLE-CARD
                 WHEN OTHER
                    SET PRODUCT-APPLY-PASS TO TRUE
                    PERFORM 273-FIGURE-ONE-PRODUCT-MOVE
                       VARYING MOVE-SUB FROM 1 BY 1
                       UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT
                    ADD 1 TO MERGES-APPLIED-COUNT
              END-EVALUATE
           END-IF.


      *    A REFERENCE ALREADY ON FILE UNDER BOTH ACCOUNTS CANNOT BE
      *    CARRIED UNDER THE SURVIVOR TWICE, SO THE CARD IS REJECTED.
       271-CHECK-REFERENCE-CLASH.
           IF RFT-MERGE-SUB (REF-SUB) = MERGE-SUB
              AND RFT-ABSORBED-ENTRY (REF-SUB)
              SET RFT-INDEX TO 1
              SEARCH REFERENCE-GROUP
                 AT END
                    CONTINUE
                 WHEN RFT-INDEX > REFERENCE-USED-COUNT
                    CONTINUE
                 WHEN RFT-MERGE-SUB (RFT-INDEX) = MERGE-SUB
                    AND RFT-SURVIVOR-ENTRY (RFT-INDEX)
                    AND RFT-TRAN-REFERENCE (RFT-INDEX)
                        = RFT-TRAN-REFERENCE (REF-SUB)
                    SET REFERENCE-CLASH TO TRUE
              END-SEARCH
           END-IF.


      *    THE CHECK PASS FINDS OR ADDS BOTH PLSALES ENTRIES AND TRIES
      *    EVERY BUCKET; THE APPLY PASS RUNS ONLY WHEN NOTHING ON THE
      *    CARD OVERFLOWED.
       273-FIGURE-ONE-PRODUCT-MOVE.
           IF PMT-MERGE-SUB (MOVE-SUB) = MERGE-SUB
              IF PRODUCT-CHECK-PASS
                 MOVE PMT-SURVIVOR-REP-KEY (MOVE-SUB) TO SEARCH-REP-KEY
                 MOVE PMT-PRODUCT-LINE (MOVE-SUB)
                    TO SEARCH-PRODUCT-LINE
                 PERFORM 289-LOCATE-PRODUCT-SALES-ENTRY
                 IF PRODUCT-SUB = ZERO
                    PERFORM 288-ADD-PRODUCT-SALES-ENTRY
                 END-IF
                 MOVE PRODUCT-SUB TO PMT-SURVIVOR-PST-SUB (MOVE-SUB)
                 MOVE PMT-ABSORBED-REP-KEY (MOVE-SUB) TO SEARCH-REP-KEY
                 PERFORM 289-LOCATE-PRODUCT-SALES-ENTRY
                 IF PRODUCT-SUB = ZERO
                    PERFORM 288-ADD-PRODUCT-SALES-ENTRY
                 END-IF
                 MOVE PRODUCT-SUB TO PMT-ABSORBED-PST-SUB (MOVE-SUB)
              END-IF
              MOVE PMT-SURVIVOR-PST-SUB (MOVE-SUB) TO SURVIVOR-PST-SUB
              MOVE PMT-ABSORBED-PST-SUB (MOVE-SUB) TO ABSORBED-PST-SUB
              PERFORM 274-FIGURE-ONE-PRODUCT-BUCKET
                 VARYING BUCKET-SUB FROM 1 BY 1
                 UNTIL BUCKET-SUB > 22
              IF PRODUCT-APPLY-PASS
                 MOVE "Y" TO PST-APPLIED-SWITCH (SURVIVOR-PST-SUB)
                 MOVE "Y" TO PST-APPLIED-SWITCH (ABSORBED-PST-SUB)
              END-IF
           END-IF.


       274-FIGURE-ONE-PRODUCT-BUCKET.
           COMPUTE SURVIVOR-PLS-AMOUNT =
              PST-BUCKET (SURVIVOR-PST-SUB, BUCKET-SUB)
              + PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE ABSORBED-PLS-AMOUNT =
              PST-BUCKET (ABSORBED-PST-SUB, BUCKET-SUB)
              - PMT-BUCKET (MOVE-SUB, BUCKET-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           IF PRODUCT-APPLY-PASS
              MOVE SURVIVOR-PLS-AMOUNT
                 TO PST-BUCKET (SURVIVOR-PST-SUB, BUCKET-SUB)
              MOVE ABSORBED-PLS-AMOUNT
                 TO PST-BUCKET (ABSORBED-PST-SUB, BUCKET-SUB)
           END-IF.


       275-ADD-MASTER-AND-MTD-AMOUNTS.
           COMPUTE MGT-SALES-THIS-YTD (MERGE-SUB, AFTER-SET) =
              MGT-SALES-THIS-YTD (MERGE-SUB, BEFORE-SET)
              + MGT-SALES-THIS-YTD (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-SALES-LAST-YTD (MERGE-SUB, AFTER-SET) =
              MGT-SALES-LAST-YTD (MERGE-SUB, BEFORE-SET)
              + MGT-SALES-LAST-YTD (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-SALES-PRIOR-YTD (MERGE-SUB, AFTER-SET) =
              MGT-SALES-PRIOR-YTD (MERGE-SUB, BEFORE-SET)
              + MGT-SALES-PRIOR-YTD (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-MTD-THIS-MONTH (MERGE-SUB, AFTER-SET) =
              MGT-MTD-THIS-MONTH (MERGE-SUB, BEFORE-SET)
              + MGT-MTD-THIS-MONTH (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-MTD-LAST-YEAR-MONTH (MERGE-SUB, AFTER-SET) =
              MGT-MTD-LAST-YEAR-MONTH (MERGE-SUB, BEFORE-SET)
              + MGT-MTD-LAST-YEAR-MONTH (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-MTD-THIS-QUARTER (MERGE-SUB, AFTER-SET) =
              MGT-MTD-THIS-QUARTER (MERGE-SUB, BEFORE-SET)
              + MGT-MTD-THIS-QUARTER (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.
           COMPUTE MGT-MTD-LAST-YEAR-QTR (MERGE-SUB, AFTER-SET) =
              MGT-MTD-LAST-YEAR-QTR (MERGE-SUB, BEFORE-SET)
              + MGT-MTD-LAST-YEAR-QTR (MERGE-SUB, ABSORBED-SET)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.


       276-ADD-ONE-HISTORY-MONTH.
           COMPUTE MGT-HIST-MONTH (MERGE-SUB, AFTER-SET, MONTH-SUB) =
              MGT-HIST-MONTH (MERGE-SUB, BEFORE-SET, MONTH-SUB)
              + MGT-HIST-MONTH (MERGE-SUB, ABSORBED-SET, MONTH-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.


       277-ADD-ONE-HISTORY-QUARTER.
           COMPUTE MGT-HIST-QUARTER (MERGE-SUB, AFTER-SET, QUARTER-SUB)
              = MGT-HIST-QUARTER (MERGE-SUB, BEFORE-SET, QUARTER-SUB)
              + MGT-HIST-QUARTER (MERGE-SUB, ABSORBED-SET, QUARTER-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.


       278-ADD-ONE-ARCHIVE-YEAR.
           IF AMT-MERGE-SUB (ARCH-SUB) = MERGE-SUB
              COMPUTE AMT-SALES-THIS-YTD (ARCH-SUB, AFTER-SET) =
                 AMT-SALES-THIS-YTD (ARCH-SUB, BEFORE-SET)
                 + AMT-SALES-THIS-YTD (ARCH-SUB, ABSORBED-SET)
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
              COMPUTE AMT-SALES-LAST-YTD (ARCH-SUB, AFTER-SET) =
                 AMT-SALES-LAST-YTD (ARCH-SUB, BEFORE-SET)
                 + AMT-SALES-LAST-YTD (ARCH-SUB, ABSORBED-SET)
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
              COMPUTE AMT-SALES-PRIOR-YTD (ARCH-SUB, AFTER-SET) =
                 AMT-SALES-PRIOR-YTD (ARCH-SUB, BEFORE-SET)
                 + AMT-SALES-PRIOR-YTD (ARCH-SUB, ABSORBED-SET)
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
              IF AMT-ABSORBED-FOUND (ARCH-SUB)
                 IF AMT-SURVIVOR-FOUND (ARCH-SUB)
                    ADD 1 TO MGT-ARCH-ADDED-COUNT (MERGE-SUB)
                 ELSE
                    ADD 1 TO MGT-ARCH-MOVED-COUNT (MERGE-SUB)
                 END-IF
              END-IF
           END-IF.


       279-ADD-ONE-RECENT-MONTH.
           COMPUTE MGT-MTD-LY-RECENT (MERGE-SUB, AFTER-SET, MONTH-SUB) =
              MGT-MTD-LY-RECENT (MERGE-SUB, BEFORE-SET, MONTH-SUB)
              + MGT-MTD-LY-RECENT (MERGE-SUB, ABSORBED-SET, MONTH-SUB)
              ON SIZE ERROR
                 SET BUCKET-OVERFLOW TO TRUE
           END-COMPUTE.


       280-COLLECT-POSTED-REFERENCES.
           MOVE "N" TO POSTREF-EOF-SWITCH.
           OPEN INPUT INPUT-POSTREF.
           PERFORM 281-SCAN-ONE-REFERENCE
               UNTIL POSTREF-EOF.
           CLOSE INPUT-POSTREF.
           MOVE "N" TO POSTREF-EOF-SWITCH.


       281-SCAN-ONE-REFERENCE.
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
              PERFORM 310-LOCATE-CARD-FOR-KEY
              IF NOT KEY-NOT-MERGED
                 PERFORM 282-STORE-CLASH-REFERENCE
                 IF KEY-IS-ABSORBED
                    AND MGT-REP-CHANGES (MERGE-SUB)
                    AND PR-PRODUCT-LINE NOT = SPACES
                    AND PR-TRAN-DATE NUMERIC
                    AND PR-TRAN-AMOUNT NUMERIC
                    PERFORM 283-ADD-TO-PRODUCT-MOVE
                 END-IF
              END-IF
           END-IF.


       282-STORE-CLASH-REFERENCE.
           IF REFERENCE-USED-COUNT >= REFERENCE-MAX-ENTRIES
              PERFORM 292-ABEND-REFERENCE-OVERFLOW.
           ADD 1 TO REFERENCE-USED-COUNT.
           MOVE REFERENCE-USED-COUNT TO REF-SUB.
           MOVE MERGE-SUB TO RFT-MERGE-SUB (REF-SUB).
           MOVE MERGE-ROLE-SWITCH TO RFT-ROLE (REF-SUB).
           MOVE PR-TRAN-REFERENCE TO RFT-TRAN-REFERENCE (REF-SUB).


      *    EACH POSTING (SALE OR REVERSAL) IS TAKEN INTO THE BUCKETS
      *    IT STILL SITS IN AS OF THE OPEN PERIOD, THE SAME WAY THE
      *    MONTH AND QUARTER CLOSES HAVE AGED IT SINCE IT WAS POSTED.
      *    A REVERSAL CARRIES ITS ORIGINAL'S DATE, SO IT COMES BACK OUT
      *    OF THE SAME BUCKETS THE SALE WENT INTO.
       283-ADD-TO-PRODUCT-MOVE.
           PERFORM 284-LOCATE-PRODUCT-MOVE.
           IF MOVE-SUB = ZERO
              IF PRODUCT-MOVE-USED-COUNT >= PRODUCT-MOVE-MAX-ENTRIES
                 PERFORM 293-ABEND-PRODUCT-OVERFLOW
              END-IF
              ADD 1 TO PRODUCT-MOVE-USED-COUNT
              MOVE PRODUCT-MOVE-USED-COUNT TO MOVE-SUB
              MOVE MERGE-SUB TO PMT-MERGE-SUB (MOVE-SUB)
              MOVE PR-PRODUCT-LINE TO PMT-PRODUCT-LINE (MOVE-SUB)
              MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO WORK-SURVIVOR-KEY
              MOVE MGT-ABSORBED-KEY (MERGE-SUB) TO WORK-ABSORBED-KEY
              MOVE WORK-SURVIVOR-REP-KEY
                 TO PMT-SURVIVOR-REP-KEY (MOVE-SUB)
              MOVE WORK-ABSORBED-REP-KEY
                 TO PMT-ABSORBED-REP-KEY (MOVE-SUB)
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


       284-LOCATE-PRODUCT-MOVE.
           MOVE ZERO TO MOVE-SUB.
           IF PRODUCT-MOVE-USED-COUNT > ZERO
              SET PMT-INDEX TO 1
              SEARCH PRODUCT-MOVE-GROUP
                 AT END
                    CONTINUE
                 WHEN PMT-INDEX > PRODUCT-MOVE-USED-COUNT
                    CONTINUE
                 WHEN PMT-MERGE-SUB (PMT-INDEX) = MERGE-SUB
                    AND PMT-PRODUCT-LINE (PMT-INDEX) = PR-PRODUCT-LINE
                    SET MOVE-SUB TO PMT-INDEX
              END-SEARCH
           END-IF.


      *    LOADS ONLY THE PLSALES ENTRIES A PRODUCT MOVE NEEDS. AN
      *    ENTRY NOT ON FILE IS ADDED AT ZERO WHEN THE CARD IS FIGURED.
       285-COLLECT-PRODUCT-SALES.
           IF PRODUCT-MOVE-USED-COUNT > ZERO
              MOVE "N" TO PLSALES-EOF-SWITCH
              OPEN INPUT INPUT-PLSALES
              PERFORM 286-SCAN-ONE-PRODUCT-RECORD
                  UNTIL PLSALES-EOF
              CLOSE INPUT-PLSALES
              MOVE "N" TO PLSALES-EOF-SWITCH
           END-IF.


       286-SCAN-ONE-PRODUCT-RECORD.
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
              PERFORM 287-TEST-ONE-PRODUCT-MOVE
                 VARYING MOVE-SUB FROM 1 BY 1
                 UNTIL MOVE-SUB > PRODUCT-MOVE-USED-COUNT
                    OR PRODUCT-ENTRY-NEEDED
              IF PRODUCT-ENTRY-NEEDED
                 MOVE PS-RECORD-KEY TO SEARCH-PRODUCT-KEY
                 PERFORM 288-ADD-PRODUCT-SALES-ENTRY
                 MOVE "Y" TO PST-ON-FILE-SWITCH (PRODUCT-SUB)
                 MOVE PSB-BUCKET-AREA
                    TO PST-BUCKET-AREA (PRODUCT-SUB)
              END-IF
           END-IF.


       287-TEST-ONE-PRODUCT-MOVE.
           IF PMT-PRODUCT-LINE (MOVE-SUB) = PS-PRODUCT-LINE
              AND (PMT-SURVIVOR-REP-KEY (MOVE-SUB) = PS-REP-KEY
                OR PMT-ABSORBED-REP-KEY (MOVE-SUB) = PS-REP-KEY)
              SET PRODUCT-ENTRY-NEEDED TO TRUE
           END-IF.


       288-ADD-PRODUCT-SALES-ENTRY.
           IF PRODUCT-SALES-USED-COUNT >= PRODUCT-SALES-MAX-ENTRIES
              PERFORM 293-ABEND-PRODUCT-OVERFLOW.
           ADD 1 TO PRODUCT-SALES-USED-COUNT.
           MOVE PRODUCT-SALES-USED-COUNT TO PRODUCT-SUB.
           INITIALIZE PRODUCT-SALES-ENTRY (PRODUCT-SUB).
           MOVE SEARCH-PRODUCT-KEY TO PST-RECORD-KEY (PRODUCT-SUB).
           MOVE "N" TO PST-ON-FILE-SWITCH (PRODUCT-SUB).
           MOVE "N" TO PST-APPLIED-SWITCH (PRODUCT-SUB).


       289-LOCATE-PRODUCT-SALES-ENTRY.
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


       290-ABEND-MERGE-OVERFLOW.
           DISPLAY "UPD4100 ABEND - MERGE TABLE FULL AFTER "
                   MERGE-MAX-ENTRIES " CARDS BUT THE CARD FILE "
                   "HAS MORE.".
           DISPLAY "INCREASE MERGE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE INPUT-MERGCARD
                 OUTPUT-UPD4100.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       291-ABEND-ARCHIVE-OVERFLOW.
           DISPLAY "UPD4100 ABEND - ARCHIVE MERGE TABLE FULL AFTER "
                   ARCHIVE-MAX-ENTRIES " ARCHIVE YEARS.".
           DISPLAY "INCREASE ARCHIVE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE INPUT-CUSTARCH
                 OUTPUT-UPD4100.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       292-ABEND-REFERENCE-OVERFLOW.
           DISPLAY "UPD4100 ABEND - REFERENCE TABLE FULL AFTER "
                   REFERENCE-MAX-ENTRIES " POSTREF REFERENCES.".
           DISPLAY "INCREASE REFERENCE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE INPUT-POSTREF
                 OUTPUT-UPD4100.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       293-ABEND-PRODUCT-OVERFLOW.
           DISPLAY "UPD4100 ABEND - PRODUCT-LINE MOVE TABLE FULL AFTER "
                   PRODUCT-MOVE-USED-COUNT " MOVES AND "
                   PRODUCT-SALES-USED-COUNT " PLSALES ENTRIES.".
           DISPLAY "INCREASE PRODUCT-MOVE-MAX-ENTRIES OR "
                   "PRODUCT-SALES-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE OUTPUT-UPD4100.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       294-ABEND-CUSTMAST-TRAILER.
           DISPLAY "UPD4100 ABEND - CUSTMAST CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " MASTERS-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMAST-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-CUSTMTD-TRAILER.
           DISPLAY "UPD4100 ABEND - CUSTMTD CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " MTD-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMTD-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       296-ABEND-CUSTHIST-TRAILER.
           DISPLAY "UPD4100 ABEND - CUSTHIST CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " HIST-READ-COUNT ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       297-ABEND-POSTREF-TRAILER.
           DISPLAY "UPD4100 ABEND - POSTREF CONTROL TRAILER MISSING "
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


       298-ABEND-PLSALES-TRAILER.
           DISPLAY "UPD4100 ABEND - PLSALES CONTROL TRAILER MISSING "
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


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 INPUT-CUSTARCH
                 INPUT-POSTREF
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 OUTPUT-NEWARCH
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-UPD4100.


       300-MERGE-ONE-MASTER.
           READ INPUT-CUSTMAST NEXT RECORD
              AT END
                 SET CUSTMAST-EOF TO TRUE
                 IF NOT CUSTMAST-TRAILER-SEEN
                    PERFORM 294-ABEND-CUSTMAST-TRAILER
                 END-IF.
           IF NOT CUSTMAST-EOF
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMAST-TRAILER-SEEN TO TRUE
                 SET CUSTMAST-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = MASTERS-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMAST-IN-HASH
                    PERFORM 294-ABEND-CUSTMAST-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT CUSTMAST-EOF
              ADD 1 TO MASTERS-READ-COUNT
              IF CM-SALES-THIS-YTD NUMERIC
                 ADD CM-SALES-THIS-YTD TO CUSTMAST-IN-HASH
              END-IF
              MOVE CM-RECORD-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              IF KEY-IS-ABSORBED
                 ADD 1 TO MASTERS-REMOVED-COUNT
              ELSE
                 IF KEY-IS-SURVIVOR
                    MOVE MGT-SALES-THIS-YTD (MERGE-SUB, AFTER-SET)
                       TO CM-SALES-THIS-YTD
                    MOVE MGT-SALES-LAST-YTD (MERGE-SUB, AFTER-SET)
                       TO CM-SALES-LAST-YTD
                    MOVE MGT-SALES-PRIOR-YTD (MERGE-SUB, AFTER-SET)
                       TO CM-SALES-PRIOR-YTD
                 END-IF
                 MOVE CUSTOMER-MASTER-RECORD TO NEWMAST-RECORD
                 WRITE NEWMAST-RECORD
                 ADD 1 TO MASTERS-WRITTEN-COUNT
                 IF CM-SALES-THIS-YTD NUMERIC
                    ADD CM-SALES-THIS-YTD TO NEWMAST-OUT-HASH
                 END-IF
              END-IF
           END-IF.


       310-LOCATE-CARD-FOR-KEY.
           MOVE SPACE TO MERGE-ROLE-SWITCH.
           MOVE ZERO TO MERGE-SUB.
           IF MERGE-USED-COUNT > ZERO
              SET MGT-INDEX TO 1
              SEARCH MERGE-GROUP
                 AT END
                    CONTINUE
                 WHEN MGT-INDEX > MERGE-USED-COUNT
                    CONTINUE
                 WHEN MGT-SURVIVOR-KEY (MGT-INDEX) = WORK-RECORD-KEY
                    IF MGT-ACTIVE (MGT-INDEX)
                       SET KEY-IS-SURVIVOR TO TRUE
                       SET MERGE-SUB TO MGT-INDEX
                    END-IF
                 WHEN MGT-ABSORBED-KEY (MGT-INDEX) = WORK-RECORD-KEY
                    IF MGT-ACTIVE (MGT-INDEX)
                       SET KEY-IS-ABSORBED TO TRUE
                       SET MERGE-SUB TO MGT-INDEX
                    END-IF
              END-SEARCH
           END-IF.


       320-MERGE-ONE-MTD-RECORD.
           READ INPUT-CUSTMTD
              AT END
                 SET CUSTMTD-EOF TO TRUE
                 IF NOT CUSTMTD-TRAILER-SEEN
                    PERFORM 295-ABEND-CUSTMTD-TRAILER
                 END-IF.
           IF NOT CUSTMTD-EOF
              MOVE CUSTOMER-MONTHLY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMTD-TRAILER-SEEN TO TRUE
                 SET CUSTMTD-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = MTD-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMTD-IN-HASH
                    PERFORM 295-ABEND-CUSTMTD-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT CUSTMTD-EOF
              ADD 1 TO MTD-READ-COUNT
              IF CMM-SALES-THIS-MONTH NUMERIC
                 ADD CMM-SALES-THIS-MONTH TO CUSTMTD-IN-HASH
              END-IF
              MOVE CMM-BRANCH-NUMBER   TO WORK-BRANCH-NUMBER
              MOVE CMM-SALESREP-NUMBER TO WORK-SALESREP-NUMBER
              MOVE CMM-CUSTOMER-NUMBER TO WORK-CUSTOMER-NUMBER
              PERFORM 310-LOCATE-CARD-FOR-KEY
              MOVE "N" TO DROP-RECORD-SWITCH
              IF KEY-IS-ABSORBED
                 IF MGT-SURVIVOR-MTD-FOUND (MERGE-SUB)
                    SET DROP-RECORD TO TRUE
                 END-IF
              END-IF
              IF DROP-RECORD
                 ADD 1 TO MTD-REMOVED-COUNT
              ELSE
                 IF KEY-IS-ABSORBED
                    MOVE MGT-SURVIVOR-KEY (MERGE-SUB)
                       TO WORK-SURVIVOR-KEY
                    MOVE WORK-SURVIVOR-BRANCH   TO CMM-BRANCH-NUMBER
                    MOVE WORK-SURVIVOR-SALESREP TO CMM-SALESREP-NUMBER
                    MOVE WORK-SURVIVOR-CUSTOMER TO CMM-CUSTOMER-NUMBER
                    MOVE MGT-SURVIVOR-NAME (MERGE-SUB)
                       TO CMM-CUSTOMER-NAME
                    ADD 1 TO MTD-REKEYED-COUNT
                 END-IF
                 IF KEY-IS-SURVIVOR
                    MOVE MGT-MTD-THIS-MONTH (MERGE-SUB, AFTER-SET)
                       TO CMM-SALES-THIS-MONTH
                    MOVE MGT-MTD-LAST-YEAR-MONTH (MERGE-SUB, AFTER-SET)
                       TO CMM-SALES-LAST-YEAR-MONTH
                    MOVE MGT-MTD-THIS-QUARTER (MERGE-SUB, AFTER-SET)
                       TO CMM-SALES-THIS-QUARTER
                    MOVE MGT-MTD-LAST-YEAR-QTR (MERGE-SUB, AFTER-SET)
                       TO CMM-SALES-LAST-YEAR-QTR
                    PERFORM 325-MOVE-ONE-RECENT-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 3
                 END-IF
                 MOVE CUSTOMER-MONTHLY-RECORD TO NEWMTD-AREA
                 WRITE NEWMTD-AREA
                 ADD 1 TO MTD-WRITTEN-COUNT
                 IF CMM-SALES-THIS-MONTH NUMERIC
                    ADD CMM-SALES-THIS-MONTH TO NEWMTD-OUT-HASH
                 END-IF
              END-IF
           END-IF.


       325-MOVE-ONE-RECENT-MONTH.
           MOVE MGT-MTD-LY-RECENT (MERGE-SUB, AFTER-SET, MONTH-SUB)
              TO CMM-SALES-LAST-YEAR-RECENT (MONTH-SUB).


       330-MERGE-ONE-HISTORY-RECORD.
           READ INPUT-CUSTHIST
              AT END
                 SET CUSTHIST-EOF TO TRUE
                 IF HIST-READ-COUNT > ZERO
                    AND NOT CUSTHIST-TRAILER-SEEN
                    PERFORM 296-ABEND-CUSTHIST-TRAILER
                 END-IF.
           IF NOT CUSTHIST-EOF
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTHIST-TRAILER-SEEN TO TRUE
                 SET CUSTHIST-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = HIST-READ-COUNT
                    PERFORM 296-ABEND-CUSTHIST-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT CUSTHIST-EOF
              ADD 1 TO HIST-READ-COUNT
              MOVE CH-RECORD-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              MOVE "N" TO DROP-RECORD-SWITCH
              IF KEY-IS-ABSORBED
                 IF MGT-SURVIVOR-HIST-FOUND (MERGE-SUB)
                    SET DROP-RECORD TO TRUE
                 END-IF
              END-IF
              IF DROP-RECORD
                 ADD 1 TO HIST-REMOVED-COUNT
              ELSE
                 IF KEY-IS-ABSORBED
                    MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO CH-RECORD-KEY
                    ADD 1 TO HIST-REKEYED-COUNT
                 END-IF
                 IF KEY-IS-SURVIVOR
                    PERFORM 335-MOVE-ONE-HISTORY-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
                    PERFORM 336-MOVE-ONE-HISTORY-QUARTER
                       VARYING QUARTER-SUB FROM 1 BY 1
                       UNTIL QUARTER-SUB > 4
                 END-IF
                 MOVE CUSTOMER-HISTORY-RECORD TO NEWHIST-AREA
                 WRITE NEWHIST-AREA
                 ADD 1 TO HIST-WRITTEN-COUNT
              END-IF
           END-IF.


       335-MOVE-ONE-HISTORY-MONTH.
           MOVE MGT-HIST-MONTH (MERGE-SUB, AFTER-SET, MONTH-SUB)
              TO CH-MONTH-SALES (MONTH-SUB).


       336-MOVE-ONE-HISTORY-QUARTER.
           MOVE MGT-HIST-QUARTER (MERGE-SUB, AFTER-SET, QUARTER-SUB)
              TO CH-QUARTER-SALES (QUARTER-SUB).


       340-MERGE-ONE-ARCHIVE-RECORD.
           READ INPUT-CUSTARCH
              AT END
                 SET CUSTARCH-EOF TO TRUE.
           IF NOT CUSTARCH-EOF
              ADD 1 TO ARCH-READ-COUNT
              MOVE AR-RECORD-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              MOVE ZERO TO ARCH-SUB
              IF NOT KEY-NOT-MERGED
                 PERFORM 267-LOCATE-ARCHIVE-ENTRY
              END-IF
              MOVE "N" TO DROP-RECORD-SWITCH
              IF KEY-IS-ABSORBED
                 IF AMT-SURVIVOR-FOUND (ARCH-SUB)
                    SET DROP-RECORD TO TRUE
                 END-IF
              END-IF
              IF DROP-RECORD
                 ADD 1 TO ARCH-REMOVED-COUNT
              ELSE
                 IF KEY-IS-ABSORBED
                    MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO AR-RECORD-KEY
                    MOVE MGT-SURVIVOR-NAME (MERGE-SUB)
                       TO AR-CUSTOMER-NAME
                    ADD 1 TO ARCH-REKEYED-COUNT
                 END-IF
                 IF KEY-IS-SURVIVOR
                    MOVE AMT-SALES-THIS-YTD (ARCH-SUB, AFTER-SET)
                       TO AR-SALES-THIS-YTD
                    MOVE AMT-SALES-LAST-YTD (ARCH-SUB, AFTER-SET)
                       TO AR-SALES-LAST-YTD
                    MOVE AMT-SALES-PRIOR-YTD (ARCH-SUB, AFTER-SET)
                       TO AR-SALES-PRIOR-YTD
                 END-IF
                 MOVE CUSTOMER-ARCHIVE-RECORD TO NEWARCH-AREA
                 WRITE NEWARCH-AREA
                 ADD 1 TO ARCH-WRITTEN-COUNT
              END-IF
           END-IF.


       342-MERGE-ONE-REFERENCE.
           READ INPUT-POSTREF
              AT END
                 SET POSTREF-EOF TO TRUE
                 IF PREF-READ-COUNT > ZERO
                    AND NOT POSTREF-TRAILER-SEEN
                    PERFORM 297-ABEND-POSTREF-TRAILER
                 END-IF.
           IF NOT POSTREF-EOF
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET POSTREF-TRAILER-SEEN TO TRUE
                 SET POSTREF-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PREF-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = POSTREF-IN-HASH
                    PERFORM 297-ABEND-POSTREF-TRAILER
                 END-IF
              END-IF
           END-IF.
           IF NOT POSTREF-EOF
              ADD 1 TO PREF-READ-COUNT
              ADD PR-TRAN-AMOUNT TO POSTREF-IN-HASH
              MOVE PR-CUSTOMER-KEY TO WORK-RECORD-KEY
              PERFORM 310-LOCATE-CARD-FOR-KEY
              IF KEY-IS-ABSORBED
                 MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO PR-CUSTOMER-KEY
                 ADD 1 TO PREF-REKEYED-COUNT
              END-IF
              MOVE POSTED-REFERENCE-RECORD TO NEWPREF-AREA
              WRITE NEWPREF-AREA
              ADD 1 TO PREF-WRITTEN-COUNT
              ADD PR-TRAN-AMOUNT TO NEWPREF-OUT-HASH
           END-IF.


       344-MERGE-ONE-PRODUCT-RECORD.
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
              PERFORM 289-LOCATE-PRODUCT-SALES-ENTRY
              IF PRODUCT-SUB > ZERO
                 IF PST-APPLIED (PRODUCT-SUB)
                    MOVE PST-BUCKET-AREA (PRODUCT-SUB)
                       TO PSB-BUCKET-AREA
                    ADD 1 TO PLS-UPDATED-COUNT
                 END-IF
              END-IF
              PERFORM 346-WRITE-PRODUCT-RECORD
           END-IF.


       346-WRITE-PRODUCT-RECORD.
           MOVE PRODUCT-SALES-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.
           ADD 1 TO PLS-WRITTEN-COUNT.
           ADD PS-SALES-THIS-YTD TO NEWPLS-OUT-HASH.


      *    A SURVIVOR'S SALESREP WITH NO ENTRY FOR THE PRODUCT LINE
      *    GETS A NEW ONE, WRITTEN AFTER THE FILE AND SORTED IN LATER.
       348-WRITE-CREATED-PRODUCT-ENTRY.
           IF PST-APPLIED (PRODUCT-SUB)
              AND NOT PST-ON-FILE (PRODUCT-SUB)
              MOVE SPACES TO PRODUCT-SALES-RECORD
              MOVE PST-RECORD-KEY (PRODUCT-SUB) TO PS-RECORD-KEY
              MOVE PST-BUCKET-AREA (PRODUCT-SUB) TO PSB-BUCKET-AREA
              ADD 1 TO PLS-CREATED-COUNT
              PERFORM 346-WRITE-PRODUCT-RECORD
           END-IF.


       350-WRITE-OUTPUT-TRAILERS.
           MOVE SPACES TO FILE-TRAILER-RECORD.
           MOVE "9999999999" TO FT-TRAILER-KEY.
           MOVE "*TRAILER" TO FT-TRAILER-ID.
           MOVE MASTERS-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWMAST-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWMAST-RECORD.
           WRITE NEWMAST-RECORD.

           MOVE MTD-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWMTD-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWMTD-AREA.
           WRITE NEWMTD-AREA.

           MOVE HIST-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE ZERO TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWHIST-AREA.
           WRITE NEWHIST-AREA.

           MOVE PREF-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPREF-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPREF-AREA.
           WRITE NEWPREF-AREA.

           MOVE PLS-WRITTEN-COUNT TO FT-RECORD-COUNT.
           MOVE NEWPLS-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.


       400-PRINT-MERGE-REGISTER.
           IF MERGE-USED-COUNT > ZERO
              PERFORM 410-REPORT-ONE-CARD
                 VARYING MERGE-SUB FROM 1 BY 1
                 UNTIL MERGE-SUB > MERGE-USED-COUNT
           END-IF.


       410-REPORT-ONE-CARD.
           MOVE MGT-SURVIVOR-KEY (MERGE-SUB) TO WORK-SURVIVOR-KEY.
           MOVE MGT-ABSORBED-KEY (MERGE-SUB) TO WORK-ABSORBED-KEY.
           MOVE WORK-SURVIVOR-BRANCH   TO RGL-SURVIVOR-BRANCH.
           MOVE WORK-SURVIVOR-SALESREP TO RGL-SURVIVOR-SALESREP.
           MOVE WORK-SURVIVOR-CUSTOMER TO RGL-SURVIVOR-CUSTOMER.
           MOVE WORK-ABSORBED-BRANCH   TO RGL-ABSORBED-BRANCH.
           MOVE WORK-ABSORBED-SALESREP TO RGL-ABSORBED-SALESREP.
           MOVE WORK-ABSORBED-CUSTOMER TO RGL-ABSORBED-CUSTOMER.
           IF MGT-ACTIVE (MERGE-SUB)
              MOVE "APPLIED" TO RGL-STATUS
              MOVE MGT-ARCH-ADDED-COUNT (MERGE-SUB)
                 TO ANL-ADDED-COUNT
              MOVE MGT-ARCH-MOVED-COUNT (MERGE-SUB)
                 TO ANL-MOVED-COUNT
              MOVE ARCHIVE-NOTE TO RGL-REASON
           ELSE
              MOVE "REJECTED" TO RGL-STATUS
              MOVE MGT-REASON (MERGE-SUB) TO RGL-REASON
           END-IF.
           IF LINE-COUNT + 5 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           PERFORM 480-PRINT-REGISTER-LINE.
           IF MGT-ACTIVE (MERGE-SUB)
              MOVE "SURVIVOR BEFORE" TO AML-LABEL
              MOVE MGT-SURVIVOR-NAME (MERGE-SUB) TO AML-CUSTOMER-NAME
              MOVE BEFORE-SET TO SET-SUB
              PERFORM 420-PRINT-AMOUNT-LINE
              MOVE "ABSORBED" TO AML-LABEL
              MOVE MGT-ABSORBED-NAME (MERGE-SUB) TO AML-CUSTOMER-NAME
              MOVE ABSORBED-SET TO SET-SUB
              PERFORM 420-PRINT-AMOUNT-LINE
              MOVE "SURVIVOR AFTER" TO AML-LABEL
              MOVE MGT-SURVIVOR-NAME (MERGE-SUB) TO AML-CUSTOMER-NAME
              MOVE AFTER-SET TO SET-SUB
              PERFORM 420-PRINT-AMOUNT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 470-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
           END-IF.


       420-PRINT-AMOUNT-LINE.
           MOVE MGT-SALES-THIS-YTD (MERGE-SUB, SET-SUB)
              TO AML-THIS-YTD.
           MOVE MGT-SALES-LAST-YTD (MERGE-SUB, SET-SUB)
              TO AML-LAST-YTD.
           MOVE MGT-SALES-PRIOR-YTD (MERGE-SUB, SET-SUB)
              TO AML-PRIOR-YTD.
           MOVE MGT-MTD-THIS-MONTH (MERGE-SUB, SET-SUB)
              TO AML-MTD-MONTH.
           MOVE MGT-MTD-THIS-QUARTER (MERGE-SUB, SET-SUB)
              TO AML-MTD-QUARTER.
           MOVE MGT-HIST-TOTAL (MERGE-SUB, SET-SUB)
              TO AML-HIST-TOTAL.
           MOVE AMOUNT-LINE TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 440-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           MOVE 2 TO SPACE-CONTROL.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           MOVE 1 TO SPACE-CONTROL.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-6 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE 6 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       470-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       480-PRINT-REGISTER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE REGISTER-LINE TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


       550-PRINT-CONTROL-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.

           MOVE "MERGE CARDS READ" TO CCL-DESCRIPTION.
           MOVE CARDS-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "MERGE CARDS REJECTED" TO CCL-DESCRIPTION.
           MOVE CARDS-REJECTED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "MERGES APPLIED" TO CCL-DESCRIPTION.
           MOVE MERGES-APPLIED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMAST RECORDS READ" TO CCL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMAST RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE MASTERS-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMAST RECORDS REMOVED" TO CCL-DESCRIPTION.
           MOVE MASTERS-REMOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTD RECORDS READ" TO CCL-DESCRIPTION.
           MOVE MTD-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTD RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE MTD-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTD RECORDS REMOVED" TO CCL-DESCRIPTION.
           MOVE MTD-REMOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMTD RECORDS REKEYED" TO CCL-DESCRIPTION.
           MOVE MTD-REKEYED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS READ" TO CCL-DESCRIPTION.
           MOVE HIST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE HIST-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS REMOVED" TO CCL-DESCRIPTION.
           MOVE HIST-REMOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS REKEYED" TO CCL-DESCRIPTION.
           MOVE HIST-REKEYED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTARCH RECORDS READ" TO CCL-DESCRIPTION.
           MOVE ARCH-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTARCH RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE ARCH-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTARCH RECORDS REMOVED" TO CCL-DESCRIPTION.
           MOVE ARCH-REMOVED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTARCH RECORDS REKEYED" TO CCL-DESCRIPTION.
           MOVE ARCH-REKEYED-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES READ" TO CCL-DESCRIPTION.
           MOVE PREF-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES WRITTEN" TO CCL-DESCRIPTION.
           MOVE PREF-WRITTEN-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF REFERENCES REKEYED" TO CCL-DESCRIPTION.
           MOVE PREF-REKEYED-COUNT TO CCL-COUNT.
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
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD4100" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE MASTERS-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE CARDS-READ-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
