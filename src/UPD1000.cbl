      *              key or amount, or an amount that would overflow a
      *              sales bucket) are also written unchanged to a
      *              reject file so they can be recycled on the next
      *              day's run instead of silently vanishing. Each
      *              transaction is posted to the period its
      *              ST-TRAN-DATE falls in: the open month goes to the
      *              CUSTMTD buckets, a closed month to the CUSTHIST
      *              history slots, and a prior year to LAST-YTD.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 08/22/2026 KW  ORIGINAL PROGRAM.
      *                GAT1000 JOB-STREAM GATE CAN CONFIRM THE
      *                POSTING RAN CLEAN TODAY BEFORE DOWNSTREAM
      *                STEPS PICK UP NEWMAST/NEWMTD.
      * 10/15/2026 KW  POSTS EACH TRANSACTION TO THE PERIOD ITS
      *                ST-TRAN-DATE FALLS IN. THE OPEN PERIOD IS THE
      *                MONTH AFTER THE LAST UPD2100 CLOSE ON MCLSSTAT
      *                (THE RUN MONTH WHEN NO CLOSE HAS RUN). A SALE
      *                FOR AN ALREADY-CLOSED MONTH GOES TO THAT
      *                MONTH'S CH-MONTH-SALES SLOT ON CUSTHIST (AND
      *                CH-QUARTER-SALES ONCE ITS QUARTER IS CLOSED),
      *                AND A PRIOR-YEAR SALE GOES TO CM-SALES-LAST-YTD
      *                INSTEAD OF THIS-YTD. CUSTHIST IS MATCHED IN THE
      *                SAME PASS AND REWRITTEN TO NEWHIST. FUTURE-DATED
      *                SALES, SALES FOR A PERIOD NOT YET OPEN, AND
      *                SALES OLDER THAN THE LOCK-BACK WINDOW (UPD1PARM
      *                CARD, DEFAULT 3 MONTHS, CAPPED AT THE 11 MONTHS
      *                CUSTHIST STILL HOLDS) REJECT WITH THEIR OWN
      *                REASONS. THE REGISTER CLOSES WITH A PRIOR-PERIOD
      *                ADJUSTMENTS SECTION LISTING EVERY AMOUNT POSTED
      *                INTO A CLOSED PERIOD AND THE BUCKETS IT HIT.
      * 10/15/2026 KW  EVERY POSTED TRANSACTION IS NOW RECORDED ON A
      *                POSTED-REFERENCE FILE (POSTREF IN, NEWPREF OUT,
      *                KEYED ON BRANCH/SALESREP/CUSTOMER PLUS
      *                ST-TRAN-REFERENCE, SAME CONTROL TRAILER AS THE
      *                MASTERS). A REFERENCE ALREADY ON FILE, OR SEEN
      *                EARLIER IN THE SAME RUN, IS DROPPED AS A
      *                DUPLICATE - LISTED ON THE REGISTER BUT NOT
      *                WRITTEN TO TRANREJ, SINCE RECYCLING IT CAN ONLY
      *                FAIL AGAIN. A BLANK REFERENCE NOW REJECTS. NEW
      *                TRANSACTION TYPE R (ST-TRAN-TYPE) REVERSES THE
      *                POSTED REFERENCE NAMED IN ST-ORIGINAL-REFERENCE:
      *                THE ORIGINAL AMOUNT IS BACKED OUT OF THE SAME
      *                YTD, MONTH, AND QUARTER BUCKETS IT WENT INTO
      *                (FOLLOWED INTO CUSTHIST OR LAST-YTD IF A CLOSE
      *                HAS MOVED IT SINCE), AND THE ORIGINAL IS MARKED
      *                REVERSED. A REVERSAL OF A REFERENCE NEVER
      *                POSTED, ALREADY REVERSED, ITSELF A REVERSAL, OR
      *                NOW OUTSIDE THE LOCK-BACK WINDOW REJECTS.
      * 10/15/2026 KW  EVERY SALE NOW CARRIES A PRODUCT-LINE CODE
      *                (ST-PRODUCT-LINE) THAT MUST BE ON THE PRODLINE
      *                MASTER OR THE SALE REJECTS; A REVERSAL TAKES THE
      *                PRODUCT LINE OF THE SALE IT REVERSES (NOW KEPT
      *                ON POSTREF). EACH POSTING IS ALSO ADDED TO THE
      *                PRODUCT-LINE SALES FILE (PLSALES IN, NEWPLS OUT,
      *                ONE RECORD PER BRANCH/SALESREP/PRODUCT LINE,
      *                SAME CONTROL TRAILER AS THE MASTERS) IN THE SAME
      *                YTD, MONTH, AND QUARTER BUCKETS IT HIT ON THE
      *                CUSTOMER FILES, SO THE PRODUCT-LINE TOTALS FOR A
      *                REP ALWAYS AGREE WITH THE REP'S CUSTOMER TOTALS.
      * 10/15/2026 KW  THE BUSINESS DATE AND OPEN PERIOD NOW COME FROM
      *                THE BUSDATE CONTROL RECORD INSTEAD OF THE
      *                SYSTEM CLOCK AND MCLSSTAT. THE BUSINESS DATE
      *                DRIVES THE HEADINGS, THE RUNLOG RECORD, THE
      *                FUTURE-DATE TEST, THE POSTED AND REVERSED DATES
      *                ON POSTREF AND THE FIRST-REJECT DATE THAT AGES
      *                TRANREJ; THE OPEN PERIOD IS BD-OPEN-PERIOD,
      *                WHICH UPD2100 ADVANCES AT EACH MONTH-END CLOSE,
      *                SO MCLSSTAT IS NO LONGER READ HERE. THE RUN
      *                ABENDS WHEN THE CONTROL RECORD IS MISSING, THE
      *                DATE IS ALREADY CLOSED, OR THE OPEN PERIOD HAS
      *                MOVED INTO A YEAR WHOSE UPD2000 YEAR-END CLOSE
      *                HAS NOT RUN YET. THE TIME OF DAY STILL COMES
      *                FROM THE CLOCK.
      * 10/15/2026 KW  TAKES A NUMBERED BACKUP GENERATION OF CUSTMAST,
      *                CUSTMTD, CUSTHIST, POSTREF AND PLSALES (DDS
      *                BKUPMAST, BKUPMTD, BKUPHIST, BKUPPREF, BKUPPLS)
      *                BEFORE ANY UPDATE, AND LOGS EACH ONE ON THE
      *                GENCAT GENERATION CATALOG WITH THE PROGRAM ID,
      *                BUSINESS DATE, RECORD COUNT AND TRAILER AMOUNT
      *                HASH, SO RST1000 CAN PUT BACK THE STATE OF THE
      *                MASTERS AS THEY STOOD BEFORE THIS RUN.
      * 10/15/2026 KW  POSTREF REFERENCES POSTED MORE THAN 11 MONTHS
      *                (THE LONGEST LOCK-BACK) BEFORE THE OPEN PERIOD
      *                ARE NOW DROPPED FROM NEWPREF AND COUNTED ON THE
      *                CONTROL TOTALS, SO AN ACTIVE ACCOUNT NO LONGER
      *                GROWS TOWARD THE REFERENCE-TABLE LIMIT. A SALE
      *                REJECTED FOR BUCKET OVERFLOW NO LONGER LEAVES A
      *                NEW ZERO CUSTHIST RECORD OR PLSALES ENTRY
      *                BEHIND - BOTH ARE CREATED ONLY ONCE THE POSTING
      *                IS ACCEPTED. THE KEY-SEQUENCE INSERTS INTO THE
      *                REFERENCE AND PRODUCT-SALES TABLES NOW FIND
      *                THEIR SLOT BEFORE SHIFTING, SO THE TABLES ARE
      *                NEVER TESTED BELOW THEIR FIRST ENTRY.
      * 10/15/2026 KW  A REVERSAL'S POSTREF ENTRY NOW CARRIES ITS
      *                ORIGINAL'S TRANSACTION DATE - THE PERIOD IT WAS
      *                POSTED TO - INSTEAD OF THE DATE KEYED ON THE
      *                CARD, AND THE ORIGINAL'S POSTED DATE IN NEW
      *                FIELD PR-ORIGINAL-POSTED-DATE. THE PURGE AGES A
      *                REVERSAL BY THAT DATE, SO A SALE AND ITS
      *                REVERSAL LEAVE POSTREF IN THE SAME RUN AND THE
      *                UPD4000/UPD4100 PLSALES MOVES NEVER SEE ONE
      *                WITHOUT THE OTHER.
      ****************************************************************


       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-UPD1PARM ASSIGN TO UPD1PARM
               FILE STATUS IS UPD1PARM-FILE-STATUS.
           SELECT INPUT-SALESTRAN ASSIGN TO SALESTRN.
           SELECT OPTIONAL INPUT-OLDREJ ASSIGN TO OLDREJ.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-RECORD-KEY.
           SELECT INPUT-CUSTMTD ASSIGN TO CUSTMTD.
           SELECT OPTIONAL INPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT OPTIONAL INPUT-POSTREF ASSIGN TO POSTREF.
           SELECT INPUT-PRODLINE ASSIGN TO PRODLINE.
           SELECT OPTIONAL INPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-NEWMAST ASSIGN TO NEWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-RECORD-KEY.
           SELECT OUTPUT-NEWMTD ASSIGN TO NEWMTD.
           SELECT OUTPUT-NEWHIST ASSIGN TO NEWHIST.
           SELECT OUTPUT-NEWPREF ASSIGN TO NEWPREF.
           SELECT OUTPUT-NEWPLS ASSIGN TO NEWPLS.
           SELECT OUTPUT-TRANREJ ASSIGN TO TRANREJ.
           SELECT OUTPUT-UPD1000 ASSIGN TO UPD1000.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-CUSTHIST ASSIGN TO BKUPHIST.
           SELECT BACKUP-POSTREF ASSIGN TO BKUPPREF.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-UPD1PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  POSTING-PARAMETER-RECORD.
           05  PP-LOCK-BACK-MONTHS     PIC 9(2).
           05  FILLER                  PIC X(78).

       FD  INPUT-SALESTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

           COPY CUSTMTD.

       FD  INPUT-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTHIST.

       FD  INPUT-POSTREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY POSTREF.

       FD  INPUT-PRODLINE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY PRODLINE.

       FD  INPUT-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

           COPY PLSALES.

       FD  OUTPUT-NEWMAST
           RECORD CONTAINS 130 CHARACTERS.


       01  NEWMTD-AREA     PIC X(130).

       FD  OUTPUT-NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEWHIST-AREA    PIC X(130).

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

       FD  OUTPUT-TRANREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

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

           COPY RUNLOG.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
              88 NOT-FIRST-TRAN                 VALUE "N".
           05  BUCKET-OVERFLOW-SWITCH  PIC X    VALUE "N".
              88 BUCKET-OVERFLOW                VALUE "Y".
           05  CUSTHIST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTHIST-EOF                   VALUE "Y".
           05  CUSTHIST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTHIST-TRAILER-SEEN          VALUE "Y".
           05  HIST-CREATED-SWITCH     PIC X    VALUE "N".
              88 HIST-CREATED                   VALUE "Y".
           05  HIST-HOLD-SWITCH        PIC X    VALUE "N".
              88 HIST-HOLD-PENDING              VALUE "Y".
           05  HIST-NEEDED-SWITCH      PIC X    VALUE "N".
              88 HIST-RECORD-NEEDED             VALUE "Y".
           05  MTD-MATCH-SWITCH        PIC X    VALUE "N".
              88 MTD-MATCHED                    VALUE "Y".
           05  MONTH-TARGET-SWITCH     PIC X    VALUE "M".
              88 POST-MONTH-TO-MTD              VALUE "M".
              88 POST-MONTH-TO-HIST             VALUE "H".
              88 POST-MONTH-NOWHERE             VALUE "N".
           05  QUARTER-TARGET-SWITCH   PIC X    VALUE "M".
              88 POST-QUARTER-TO-MTD            VALUE "M".
              88 POST-QUARTER-TO-HIST           VALUE "H".
              88 POST-QUARTER-NOWHERE           VALUE "N".
           05  YTD-TARGET-SWITCH       PIC X    VALUE "T".
              88 POST-TO-THIS-YTD               VALUE "T".
              88 POST-TO-LAST-YTD               VALUE "L".
           05  LY-QUARTER-SWITCH       PIC X    VALUE "N".
              88 POST-LY-QUARTER                VALUE "Y".
           05  MONTH-ALLOWED-SWITCH    PIC X    VALUE "Y".
              88 MONTH-ALLOWED                  VALUE "Y".
           05  QUARTER-ALLOWED-SWITCH  PIC X    VALUE "Y".
              88 QUARTER-ALLOWED                VALUE "Y".
           05  MONTH-HIT-SWITCH        PIC X    VALUE "N".
              88 MONTH-HIT                      VALUE "Y".
           05  QUARTER-HIT-SWITCH      PIC X    VALUE "N".
              88 QUARTER-HIT                    VALUE "Y".
           05  POSTREF-EOF-SWITCH      PIC X    VALUE "N".
              88 POSTREF-EOF                    VALUE "Y".
           05  POSTREF-TRAILER-SWITCH  PIC X    VALUE "N".
              88 POSTREF-TRAILER-SEEN           VALUE "Y".
           05  REFERENCE-FOUND-SWITCH  PIC X    VALUE "N".
              88 REFERENCE-FOUND                VALUE "Y".
           05  REVERSAL-REJECTED-SWITCH PIC X   VALUE "N".
              88 REVERSAL-REJECTED              VALUE "Y".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
              88 PRODLINE-EOF                   VALUE "Y".
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PLSALES-TRAILER-SWITCH  PIC X    VALUE "N".
              88 PLSALES-TRAILER-SEEN           VALUE "Y".
           05  PRODUCT-LINE-FOUND-SWITCH PIC X  VALUE "N".
              88 PRODUCT-LINE-FOUND             VALUE "Y".
           05  PRODUCT-ENTRY-FOUND-SWITCH PIC X VALUE "N".
              88 PRODUCT-ENTRY-FOUND            VALUE "Y".
           05  POSITION-FOUND-SWITCH   PIC X    VALUE "N".
              88 POSITION-FOUND                 VALUE "Y".

       01  UPD1PARM-FILE-STATUS        PIC X(2).

       01  HISTORY-HOLD-AREA           PIC X(130).

       01  KEY-FIELDS.
           05  TRAN-KEY.
               10  DK-SALESREP-NUMBER  PIC 9(3).
               10  DK-CUSTOMER-NUMBER  PIC 9(5).
           05  OLD-MTD-KEY             PIC X(10).
           05  HIST-KEY                PIC X(10).
           05  OLD-HIST-KEY            PIC X(10).
           05  PREF-KEY                PIC X(20).
           05  OLD-PREF-KEY            PIC X(20).
           05  REFERENCE-TABLE-KEY     PIC X(10)  VALUE LOW-VALUES.
           05  SEARCH-REFERENCE        PIC X(10).
           05  TRAN-REP-KEY            PIC X(5).
           05  PRODUCT-TABLE-KEY       PIC X(5)   VALUE LOW-VALUES.
           05  PLS-KEY                 PIC X(8).
           05  OLD-PLS-KEY             PIC X(8).
           05  SEARCH-PRODUCT-LINE     PIC X(3).
           05  POST-PRODUCT-LINE       PIC X(3).

       01  POSTING-PERIOD-FIELDS.
           05  TODAYS-DATE             PIC 9(8).
           05  OPEN-YEAR               PIC 9(4).
           05  OPEN-MONTH              PIC 9(2).
           05  OPEN-QUARTER            PIC 9(1).
           05  TRAN-DATE-WORK.
               10  TD-YEAR             PIC 9(4).
               10  TD-MONTH            PIC 9(2).
               10  TD-DAY              PIC 9(2).
           05  TRAN-QUARTER            PIC 9(1).
           05  ORIGINAL-POSTED-DATE    PIC 9(8).
           05  POSTED-DATE-WORK.
               10  PD-YEAR             PIC 9(4).
               10  PD-MONTH            PIC 9(2).
               10  PD-DAY              PIC 9(2).

       01  PERIOD-NUMBER-FIELDS        PACKED-DECIMAL.
           05  OPEN-PERIOD-NUMBER      PIC S9(7)     VALUE ZERO.
           05  TRAN-PERIOD-NUMBER      PIC S9(7)     VALUE ZERO.
           05  QUARTER-END-PERIOD      PIC S9(7)     VALUE ZERO.
           05  PERIODS-BACK            PIC S9(7)     VALUE ZERO.
           05  POSTED-PERIODS-BACK     PIC S9(7)     VALUE ZERO.

       01  LOCK-BACK-LIMITS.
           05  LOCK-BACK-MONTHS        PIC S9(4) COMP  VALUE +3.
           05  LOCK-BACK-MAX-MONTHS    PIC S9(4) COMP  VALUE +11.

       01  SUBSCRIPT-FIELDS.
           05  HIST-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  REF-SUB                 PIC S9(4) COMP  VALUE ZERO.
           05  FOUND-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  ORIGINAL-SUB            PIC S9(4) COMP  VALUE ZERO.
           05  INSERT-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  PLS-SUB                 PIC S9(4) COMP  VALUE ZERO.
           05  PRODUCT-SUB             PIC S9(4) COMP  VALUE ZERO.

       01  REFERENCE-TABLE.
           05  REFERENCE-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY RFT-INDEX.
               10  RFT-RECORD-KEY.
                   15  RFT-CUSTOMER-KEY      PIC X(10).
                   15  RFT-TRAN-REFERENCE    PIC X(10).
               10  RFT-TRAN-TYPE             PIC X(1).
                  88 RFT-REVERSAL-POSTING           VALUE "R".
               10  RFT-TRAN-DATE             PIC 9(8).
               10  RFT-TRAN-AMOUNT           PIC S9(5)V9(2).
               10  RFT-POSTED-DATE           PIC 9(8).
               10  RFT-MONTH-HIT-SWITCH      PIC X(1).
               10  RFT-QUARTER-HIT-SWITCH    PIC X(1).
               10  RFT-REVERSED-SWITCH       PIC X(1).
                  88 RFT-REVERSED                   VALUE "Y".
               10  RFT-RELATED-REFERENCE     PIC X(10).
               10  RFT-REVERSED-DATE         PIC 9(8).
               10  RFT-PRODUCT-LINE          PIC X(3).
               10  RFT-ORIGINAL-POSTED-DATE  PIC 9(8).
               10  FILLER                    PIC X(4).

       01  REFERENCE-LIMITS.
           05  REFERENCE-MAX-ENTRIES   PIC S9(4) COMP  VALUE +1000.
           05  REFERENCE-COUNT         PIC S9(4) COMP  VALUE ZERO.

       01  PRODUCT-LINE-TABLE.
           05  PRODUCT-LINE-ENTRY OCCURS 200 TIMES
                                 INDEXED BY PLT-INDEX.
               10  PLT-PRODUCT-LINE          PIC X(3).

       01  PRODUCT-LINE-LIMITS.
           05  PRODUCT-LINE-MAX-ENTRIES PIC S9(4) COMP VALUE +200.
           05  PRODUCT-LINE-COUNT      PIC S9(4) COMP  VALUE ZERO.

       01  PRODUCT-SALES-TABLE.
           05  PRODUCT-SALES-ENTRY OCCURS 200 TIMES
                                 INDEXED BY PST-INDEX.
               10  PST-RECORD-KEY.
                   15  PST-REP-KEY           PIC X(5).
                   15  PST-PRODUCT-LINE      PIC X(3).
               10  FILLER                    PIC X(2).
               10  PST-SALES-THIS-YTD        PIC S9(7)V9(2).
               10  PST-SALES-LAST-YTD        PIC S9(7)V9(2).
               10  PST-SALES-THIS-MONTH      PIC S9(7)V9(2).
               10  PST-SALES-LAST-YEAR-MONTH PIC S9(7)V9(2).
               10  PST-SALES-THIS-QUARTER    PIC S9(7)V9(2).
               10  PST-SALES-LAST-YEAR-QTR   PIC S9(7)V9(2).
               10  PST-MONTH-SALES           OCCURS 12 TIMES
                                             PIC S9(7)V9(2).
               10  PST-QUARTER-SALES         OCCURS 4 TIMES
                                             PIC S9(7)V9(2).
               10  FILLER                    PIC X(12).

       01  PRODUCT-SALES-LIMITS.
           05  PRODUCT-SALES-MAX-ENTRIES PIC S9(4) COMP VALUE +200.
           05  PRODUCT-SALES-COUNT     PIC S9(4) COMP  VALUE ZERO.

       01  NEW-TRAN-HOLD.
           05  NTH-TRAN-KEY            PIC X(10).
           05  AGED-REJECT-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  AGED-OVERFLOW-COUNT     PIC S9(4) COMP  VALUE ZERO.

       01  ADJUSTMENT-TABLE.
           05  ADJUSTMENT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY ADT-INDEX.
               10  ADT-TRAN-KEY          PIC X(10).
               10  ADT-TRAN-DATE         PIC X(8).
               10  ADT-TRAN-REFERENCE    PIC X(10).
               10  ADT-TRAN-AMOUNT       PIC S9(5)V99.
               10  ADT-PERIOD-MONTH      PIC 9(2).
               10  ADT-PERIOD-YEAR       PIC 9(4).
               10  ADT-BUCKETS           PIC X(30).

       01  ADJUSTMENT-LIMITS.
           05  ADJUSTMENT-MAX-ENTRIES  PIC S9(4) COMP  VALUE +500.
           05  ADJUSTMENT-COUNT        PIC S9(4) COMP  VALUE ZERO.
           05  ADJUSTMENT-OVERFLOW-COUNT PIC S9(4) COMP VALUE ZERO.

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  MASTERS-WRITTEN-COUNT   PIC S9(7)     VALUE ZERO.
           05  MTD-READ-COUNT          PIC S9(7)     VALUE ZERO.
           05  MTD-WRITTEN-COUNT       PIC S9(7)     VALUE ZERO.
           05  HIST-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  HIST-CREATED-COUNT      PIC S9(7)     VALUE ZERO.
           05  HIST-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  PRIOR-PERIOD-COUNT      PIC S9(7)     VALUE ZERO.
           05  TRANS-REVERSED-COUNT    PIC S9(7)     VALUE ZERO.
           05  DUPLICATES-DROPPED-COUNT PIC S9(7)    VALUE ZERO.
           05  PREF-READ-COUNT         PIC S9(7)     VALUE ZERO.
           05  PREF-WRITTEN-COUNT      PIC S9(7)     VALUE ZERO.
           05  PREF-PURGED-COUNT       PIC S9(7)     VALUE ZERO.
           05  PLS-READ-COUNT          PIC S9(7)     VALUE ZERO.
           05  PLS-CREATED-COUNT       PIC S9(7)     VALUE ZERO.
           05  PLS-WRITTEN-COUNT       PIC S9(7)     VALUE ZERO.

       01  POSTING-TOTALS              PACKED-DECIMAL.
           05  APPLIED-TOTAL-AMOUNT    PIC S9(9)V99  VALUE ZERO.
           05  REJECTED-TOTAL-AMOUNT   PIC S9(9)V99  VALUE ZERO.
           05  PRIOR-PERIOD-TOTAL-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05  REVERSED-TOTAL-AMOUNT   PIC S9(9)V99  VALUE ZERO.
           05  DUPLICATE-TOTAL-AMOUNT  PIC S9(9)V99  VALUE ZERO.

       01  CALCULATION-FIELDS          PACKED-DECIMAL.
           05  POST-AMOUNT             PIC S9(5)V99  VALUE ZERO.
           05  NEW-YTD-AMOUNT          PIC S9(5)V99  VALUE ZERO.
           05  NEW-MONTH-AMOUNT        PIC S9(5)V99  VALUE ZERO.
           05  NEW-QUARTER-AMOUNT      PIC S9(6)V99  VALUE ZERO.
           05  NEW-LY-QUARTER-AMOUNT   PIC S9(6)V99  VALUE ZERO.
           05  NEW-PL-YTD-AMOUNT       PIC S9(7)V99  VALUE ZERO.
           05  NEW-PL-MONTH-AMOUNT     PIC S9(7)V99  VALUE ZERO.
           05  NEW-PL-QUARTER-AMOUNT   PIC S9(7)V99  VALUE ZERO.
           05  NEW-PL-LY-QUARTER-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  NEWMAST-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  NEWMTD-OUT-HASH         PIC S9(11)V99 VALUE ZERO.
           05  TRANREJ-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  POSTREF-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPREF-OUT-HASH        PIC S9(11)V99 VALUE ZERO.
           05  PLSALES-IN-HASH         PIC S9(11)V99 VALUE ZERO.
           05  NEWPLS-OUT-HASH         PIC S9(11)V99 VALUE ZERO.

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
           05  LAST-CUSTMTD-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-CUSTHIST-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-POSTREF-GENERATION PIC 9(5)   VALUE ZERO.
           05  LAST-PLSALES-GENERATION PIC 9(5)   VALUE ZERO.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.
       01  BUSINESS-SALES-YEAR         PIC 9(4)   VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  FILLER          PIC X(12)  VALUE "OPEN PERIOD ".
           05  HL2-OPEN-MONTH  PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HL2-OPEN-YEAR   PIC 9(4).
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE "LOCK-BACK ".
           05  HL2-LOCK-BACK   PIC Z9.
           05  FILLER          PIC X(7)   VALUE " MONTHS".
           05  FILLER          PIC X(55)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "UPD1000".
           05  FILLER          PIC X(10)  VALUE SPACE.

           05  RL-REASON            PIC X(30).
           05  FILLER               PIC X(25)      VALUE SPACE.

       01  PRIOR-PERIOD-REASON.
           05  FILLER               PIC X(13)      VALUE
               "PRIOR PERIOD ".
           05  PPR-MONTH            PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  PPR-YEAR             PIC 9(4).
           05  FILLER               PIC X(10)      VALUE SPACE.

       01  REVERSAL-REASON.
           05  FILLER               PIC X(9)       VALUE "REVERSES ".
           05  RVR-ORIGINAL-REFERENCE PIC X(10).
           05  FILLER               PIC X(11)      VALUE SPACE.

       01  DUPLICATE-REASON.
           05  FILLER               PIC X(19)      VALUE
               "DUPLICATE - POSTED ".
           05  DPR-POSTED-DATE      PIC 9(8).
           05  FILLER               PIC X(3)       VALUE SPACE.

       01  CONTROL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-DESCRIPTION      PIC X(32).
           05  FILLER               PIC X(10)    VALUE " OMITTED).".


       01  ADJUSTMENT-TITLE-LINE.
           05  FILLER               PIC X(30)      VALUE
               "PRIOR-PERIOD ADJUSTMENTS - AMO".
           05  FILLER               PIC X(30)      VALUE
               "UNTS POSTED INTO CLOSED PERIOD".
           05  FILLER               PIC X(1)       VALUE "S".

       01  ADJUSTMENT-HEADING-LINE.
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(6)   VALUE "BRANCH".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(8)   VALUE "SALESREP".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(8)   VALUE "CUSTOMER".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(9)   VALUE "TRAN DATE".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "REFERENCE".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(10)  VALUE "    AMOUNT".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(7)   VALUE "PERIOD".
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(30)  VALUE "BUCKETS HIT".

       01  ADJUSTMENT-DETAIL-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PDL-BRANCH-NUMBER    PIC X(2).
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  PDL-SALESREP-NUMBER  PIC X(3).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  PDL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PDL-TRAN-DATE        PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PDL-TRAN-REFERENCE   PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-TRAN-AMOUNT      PIC ZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-PERIOD-MONTH     PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  PDL-PERIOD-YEAR      PIC 9(4).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PDL-BUCKETS          PIC X(30).
           05  FILLER               PIC X(26)      VALUE SPACE.

       01  ADJUSTMENT-NONE-LINE.
           05  FILLER               PIC X(44)      VALUE
               "  NO AMOUNTS POSTED INTO CLOSED PERIODS.".

       01  ADJUSTMENT-OVERFLOW-LINE.
           05  FILLER               PIC X(2)     VALUE SPACE.
           05  FILLER               PIC X(31)    VALUE
               "ADJUSTMENT LIST TRUNCATED AFTER".
           05  FILLER               PIC X(1)     VALUE SPACE.
           05  POL-MAX-ENTRIES      PIC ZZZ9.
           05  FILLER               PIC X(10)    VALUE " ENTRIES (".
           05  POL-OVERFLOW-COUNT   PIC ZZZ9.
           05  FILLER               PIC X(10)    VALUE " OMITTED).".


       PROCEDURE DIVISION.
       000-POST-DAILY-SALES.
           PERFORM 030-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           PERFORM 040-DERIVE-OPEN-PERIOD.
           PERFORM 045-READ-POSTING-PARAMETER.
           PERFORM 060-TAKE-BACKUP-GENERATIONS.

           OPEN INPUT  INPUT-SALESTRAN
                INPUT  INPUT-OLDREJ
                INPUT  INPUT-CUSTMAST
                INPUT  INPUT-CUSTMTD
                INPUT  INPUT-CUSTHIST
                INPUT  INPUT-POSTREF
                INPUT  INPUT-PRODLINE
                INPUT  INPUT-PLSALES
                OUTPUT OUTPUT-NEWMAST
                OUTPUT OUTPUT-NEWMTD
                OUTPUT OUTPUT-NEWHIST
                OUTPUT OUTPUT-NEWPREF
                OUTPUT OUTPUT-NEWPLS
                OUTPUT OUTPUT-TRANREJ
                OUTPUT OUTPUT-UPD1000.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 210-READ-CUSTOMER-RECORD.
           PERFORM 220-READ-MTD-RECORD.
           PERFORM 230-READ-HISTORY-RECORD.
           PERFORM 240-READ-REFERENCE-RECORD.
           PERFORM 245-READ-PRODUCT-SALES-RECORD.
           PERFORM 250-LOAD-ONE-PRODUCT-LINE
               UNTIL PRODLINE-EOF.

           PERFORM 300-POST-ONE-TRANSACTION THRU 300-EXIT.
           PERFORM 300-POST-ONE-TRANSACTION THRU 300-EXIT
           PERFORM 650-WRITE-OUTPUT-TRAILERS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           PERFORM 550-PRINT-AGED-REJECTS.
           PERFORM 570-PRINT-PRIOR-PERIOD-ADJUSTMENTS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-SALESTRAN
                 INPUT-OLDREJ
                 INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 INPUT-POSTREF
                 INPUT-PRODLINE
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-TRANREJ
                 OUTPUT-UPD1000.
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
           MOVE BD-PERIOD-YEAR   TO OPEN-YEAR.
           MOVE BD-PERIOD-MONTH  TO OPEN-MONTH.
           MOVE BD-SALES-YEAR    TO BUSINESS-SALES-YEAR.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           CLOSE BUSINESS-DATE-FILE.


       040-DERIVE-OPEN-PERIOD.
           MOVE BUSINESS-DATE TO TODAYS-DATE.
           IF OPEN-YEAR NOT = BUSINESS-SALES-YEAR
              PERFORM 082-ABEND-YEAR-END-PENDING.
           COMPUTE OPEN-QUARTER = (OPEN-MONTH + 2) / 3.
           COMPUTE OPEN-PERIOD-NUMBER = OPEN-YEAR * 12 + OPEN-MONTH.


       045-READ-POSTING-PARAMETER.
           OPEN INPUT INPUT-UPD1PARM.
           IF UPD1PARM-FILE-STATUS = "00"
              READ INPUT-UPD1PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PP-LOCK-BACK-MONTHS NUMERIC
                       IF PP-LOCK-BACK-MONTHS > LOCK-BACK-MAX-MONTHS
                          MOVE LOCK-BACK-MAX-MONTHS TO LOCK-BACK-MONTHS
                       ELSE
                          MOVE PP-LOCK-BACK-MONTHS TO LOCK-BACK-MONTHS
                       END-IF
                    END-IF
              END-READ
              CLOSE INPUT-UPD1PARM
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
           PERFORM 074-BACKUP-CUSTHIST.
           PERFORM 076-BACKUP-POSTREF.
           PERFORM 078-BACKUP-PLSALES.
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
           MOVE "UPD1000" TO GC-PROGRAM-ID.
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
           DISPLAY "UPD1000 - BACKUP GENERATION " GC-GENERATION-NUMBER
                   " OF " GC-FILE-ID " TAKEN, " GC-RECORD-COUNT
                   " RECORDS.".


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


       076-BACKUP-POSTREF.
           PERFORM 063-START-ONE-BACKUP.
           OPEN INPUT  INPUT-POSTREF
                OUTPUT BACKUP-POSTREF.
           PERFORM 077-COPY-ONE-POSTREF
               UNTIL BACKUP-EOF.
           CLOSE INPUT-POSTREF
                 BACKUP-POSTREF.
           ADD 1 TO LAST-POSTREF-GENERATION.
           MOVE "POSTREF" TO BACKUP-FILE-ID.
           MOVE LAST-POSTREF-GENERATION TO BACKUP-GENERATION.
           PERFORM 065-CATALOG-ONE-BACKUP.


       077-COPY-ONE-POSTREF.
           READ INPUT-POSTREF
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              WRITE BACKUP-POSTREF-AREA FROM POSTED-REFERENCE-RECORD
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
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
           DISPLAY "UPD1000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD1000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       082-ABEND-YEAR-END-PENDING.
           DISPLAY "UPD1000 ABEND - OPEN PERIOD " OPEN-MONTH "/"
                   OPEN-YEAR " IS IN A NEW YEAR BUT THE YEAR-END "
                   "CLOSE FOR " BUSINESS-SALES-YEAR " HAS NOT RUN.".
           DISPLAY "  THIS-YTD STILL HOLDS " BUSINESS-SALES-YEAR
                   " SALES - RUN UPD2000 BEFORE POSTING.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "UPD1000 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NO BACKUP GENERATION COULD BE LOGGED - THE "
                   "MASTERS HAVE NOT BEEN TOUCHED.".
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       085-ABEND-BACKUP-TRAILER.
           DISPLAY "UPD1000 ABEND - BACKUP OF " BACKUP-FILE-ID
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
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE OPEN-MONTH TO HL2-OPEN-MONTH.
           MOVE OPEN-YEAR  TO HL2-OPEN-YEAR.
           MOVE LOCK-BACK-MONTHS TO HL2-LOCK-BACK.


       200-GET-NEXT-TRANSACTION.
           END-IF.


       230-READ-HISTORY-RECORD.
           READ INPUT-CUSTHIST
              AT END
                 SET CUSTHIST-EOF TO TRUE
                 IF HIST-READ-COUNT > ZERO
                    AND NOT CUSTHIST-TRAILER-SEEN
                    PERFORM 289-ABEND-CUSTHIST-TRAILER
                 END-IF.
           IF NOT CUSTHIST-EOF
              MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTHIST-TRAILER-SEEN TO TRUE
                 SET CUSTHIST-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = HIST-READ-COUNT
                    PERFORM 289-ABEND-CUSTHIST-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO HIST-READ-COUNT
                 MOVE HIST-KEY TO OLD-HIST-KEY
                 MOVE CH-RECORD-KEY TO HIST-KEY
                 IF HIST-READ-COUNT > 1
                    AND HIST-KEY NOT > OLD-HIST-KEY
                    PERFORM 298-ABEND-CUSTHIST-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       240-READ-REFERENCE-RECORD.
           READ INPUT-POSTREF
              AT END
                 SET POSTREF-EOF TO TRUE
                 IF PREF-READ-COUNT > ZERO
                    AND NOT POSTREF-TRAILER-SEEN
                    PERFORM 290-ABEND-POSTREF-TRAILER
                 END-IF.
           IF NOT POSTREF-EOF
              MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET POSTREF-TRAILER-SEEN TO TRUE
                 SET POSTREF-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PREF-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = POSTREF-IN-HASH
                    PERFORM 290-ABEND-POSTREF-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO PREF-READ-COUNT
                 ADD PR-TRAN-AMOUNT TO POSTREF-IN-HASH
                 MOVE PREF-KEY TO OLD-PREF-KEY
                 MOVE PR-RECORD-KEY TO PREF-KEY
                 IF PREF-READ-COUNT > 1
                    AND PREF-KEY NOT > OLD-PREF-KEY
                    PERFORM 294-ABEND-POSTREF-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       245-READ-PRODUCT-SALES-RECORD.
           READ INPUT-PLSALES
              AT END
                 SET PLSALES-EOF TO TRUE
                 IF PLS-READ-COUNT > ZERO
                    AND NOT PLSALES-TRAILER-SEEN
                    PERFORM 291-ABEND-PLSALES-TRAILER
                 END-IF.
           IF NOT PLSALES-EOF
              MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET PLSALES-TRAILER-SEEN TO TRUE
                 SET PLSALES-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = PLS-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = PLSALES-IN-HASH
                    PERFORM 291-ABEND-PLSALES-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO PLS-READ-COUNT
                 ADD PS-SALES-THIS-YTD TO PLSALES-IN-HASH
                 MOVE PLS-KEY TO OLD-PLS-KEY
                 MOVE PS-RECORD-KEY TO PLS-KEY
                 IF PLS-READ-COUNT > 1
                    AND PLS-KEY NOT > OLD-PLS-KEY
                    PERFORM 284-ABEND-PLSALES-SEQUENCE
                 END-IF
              END-IF
           END-IF.


       250-LOAD-ONE-PRODUCT-LINE.
           READ INPUT-PRODLINE
              AT END
                 SET PRODLINE-EOF TO TRUE.
           IF NOT PRODLINE-EOF
              PERFORM 255-STORE-ONE-PRODUCT-LINE.


       255-STORE-ONE-PRODUCT-LINE.
           IF PRODUCT-LINE-COUNT >= PRODUCT-LINE-MAX-ENTRIES
              PERFORM 283-ABEND-PRODLINE-OVERFLOW.
           ADD 1 TO PRODUCT-LINE-COUNT.
           MOVE PL-PRODUCT-LINE
              TO PLT-PRODUCT-LINE (PRODUCT-LINE-COUNT).


       283-ABEND-PRODLINE-OVERFLOW.
           DISPLAY "UPD1000 ABEND - PRODUCT-LINE TABLE FULL AFTER "
                   PRODUCT-LINE-MAX-ENTRIES " ENTRIES BUT PRODLINE "
                   "FILE IS NOT AT EOF.".
           DISPLAY "INCREASE PRODUCT-LINE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       284-ABEND-PLSALES-SEQUENCE.
           DISPLAY "UPD1000 ABEND - INPUT-PLSALES OUT OF SEQUENCE "
                   "AT BRANCH " PS-BRANCH-NUMBER
                   " SALESREP " PS-SALESREP-NUMBER
                   " PRODUCT LINE " PS-PRODUCT-LINE ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF UPD1000 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       285-ABEND-SALESTRN-TRAILER.
           DISPLAY "UPD1000 ABEND - SALESTRN CONTROL TRAILER MISSING "
                   "OR WRONG.".
           STOP RUN.


       289-ABEND-CUSTHIST-TRAILER.
           DISPLAY "UPD1000 ABEND - CUSTHIST CONTROL TRAILER MISSING "
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


       290-ABEND-POSTREF-TRAILER.
           DISPLAY "UPD1000 ABEND - POSTREF CONTROL TRAILER MISSING "
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


       291-ABEND-PLSALES-TRAILER.
           DISPLAY "UPD1000 ABEND - PLSALES CONTROL TRAILER MISSING "
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


       292-ABEND-REFERENCE-OVERFLOW.
           DISPLAY "UPD1000 ABEND - MORE THAN " REFERENCE-MAX-ENTRIES
                   " POSTED REFERENCES FOR BRANCH " TK-BRANCH-NUMBER
                   " SALESREP " TK-SALESREP-NUMBER
                   " CUSTOMER " TK-CUSTOMER-NUMBER ".".
           DISPLAY "INCREASE REFERENCE-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       293-ABEND-PRODUCT-SALES-OVERFLOW.
           DISPLAY "UPD1000 ABEND - MORE THAN "
                   PRODUCT-SALES-MAX-ENTRIES
                   " PRODUCT LINES FOR BRANCH " TK-BRANCH-NUMBER
                   " SALESREP " TK-SALESREP-NUMBER ".".
           DISPLAY "INCREASE PRODUCT-SALES-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       294-ABEND-POSTREF-SEQUENCE.
           DISPLAY "UPD1000 ABEND - INPUT-POSTREF OUT OF SEQUENCE "
                   "AT BRANCH " PR-BRANCH-NUMBER
                   " SALESREP " PR-SALESREP-NUMBER
                   " CUSTOMER " PR-CUSTOMER-NUMBER
                   " REFERENCE " PR-TRAN-REFERENCE ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF UPD1000 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-TRAN-SEQUENCE.
           DISPLAY "UPD1000 ABEND - INPUT-SALESTRAN OUT OF SEQUENCE "
                   "AT BRANCH " ST-BRANCH-NUMBER
                   " SALESREP " ST-SALESREP-NUMBER
           STOP RUN.


       298-ABEND-CUSTHIST-SEQUENCE.
           DISPLAY "UPD1000 ABEND - INPUT-CUSTHIST OUT OF SEQUENCE "
                   "AT BRANCH " CH-BRANCH-NUMBER
                   " SALESREP " CH-SALESREP-NUMBER
                   " CUSTOMER " CH-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF UPD1000 AND "
                   "RERUN.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-SALESTRAN
                 INPUT-OLDREJ
                 INPUT-CUSTMAST
                 INPUT-CUSTMTD
                 INPUT-CUSTHIST
                 INPUT-POSTREF
                 INPUT-PRODLINE
                 INPUT-PLSALES
                 OUTPUT-NEWMAST
                 OUTPUT-NEWMTD
                 OUTPUT-NEWHIST
                 OUTPUT-NEWPREF
                 OUTPUT-NEWPLS
                 OUTPUT-TRANREJ
                 OUTPUT-UPD1000.

              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           IF NOT ST-SALE-TRAN AND NOT ST-REVERSAL-TRAN
              MOVE "TRANSACTION TYPE NOT VALID" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           IF ST-TRAN-REFERENCE = SPACES
              MOVE "TRANSACTION REFERENCE MISSING" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           IF ST-TRAN-DATE NOT NUMERIC
              MOVE "TRANSACTION DATE NOT VALID" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.
           MOVE ST-TRAN-DATE TO TRAN-DATE-WORK.
           IF TD-MONTH < 01 OR TD-MONTH > 12
              OR TD-DAY < 01 OR TD-DAY > 31
              MOVE "TRANSACTION DATE NOT VALID" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           IF ST-TRAN-DATE > TODAYS-DATE
              MOVE "TRAN DATE IS IN THE FUTURE" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           COMPUTE TRAN-PERIOD-NUMBER = TD-YEAR * 12 + TD-MONTH.
           IF TRAN-PERIOD-NUMBER > OPEN-PERIOD-NUMBER
              MOVE "TRAN PERIOD NOT YET OPEN" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           COMPUTE PERIODS-BACK =
              OPEN-PERIOD-NUMBER - TRAN-PERIOD-NUMBER.
           IF PERIODS-BACK > LOCK-BACK-MONTHS
              MOVE "TRAN DATE PAST LOCK-BACK WINDOW" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              GO TO 300-EXIT.

           IF TRAN-KEY NOT = REFERENCE-TABLE-KEY
              PERFORM 350-LOAD-CUSTOMER-REFERENCES.
           MOVE ST-TRAN-REFERENCE TO SEARCH-REFERENCE.
           PERFORM 355-FIND-REFERENCE.
           IF REFERENCE-FOUND
              PERFORM 345-DROP-DUPLICATE-TRANSACTION
              GO TO 300-EXIT.

           IF ST-SALE-TRAN
              MOVE ST-PRODUCT-LINE TO SEARCH-PRODUCT-LINE
              PERFORM 357-FIND-PRODUCT-LINE
              IF NOT PRODUCT-LINE-FOUND
                 MOVE "PRODUCT LINE NOT ON FILE" TO RL-REASON
                 PERFORM 340-REJECT-TRANSACTION
                 GO TO 300-EXIT
              END-IF
           END-IF.

           MOVE ST-TRAN-AMOUNT TO POST-AMOUNT.
           MOVE ST-PRODUCT-LINE TO POST-PRODUCT-LINE.
           MOVE "Y" TO MONTH-ALLOWED-SWITCH.
           MOVE "Y" TO QUARTER-ALLOWED-SWITCH.
           IF ST-REVERSAL-TRAN
              PERFORM 305-EDIT-REVERSAL THRU 305-EXIT
              IF REVERSAL-REJECTED
                 GO TO 300-EXIT
              END-IF
           END-IF.

           PERFORM 310-ALIGN-CUSTOMER-MASTER
              UNTIL CUSTMAST-EOF OR MASTER-KEY >= TRAN-KEY.
           PERFORM 320-ALIGN-MTD-MASTER
              UNTIL CUSTMTD-EOF OR MTD-KEY >= TRAN-KEY.
           PERFORM 315-ALIGN-HISTORY-RECORD
              UNTIL CUSTHIST-EOF OR HIST-KEY >= TRAN-KEY.

           IF CUSTMAST-EOF OR MASTER-KEY > TRAN-KEY
              MOVE "NO MATCHING CUSTOMER ON FILE" TO RL-REASON
           EXIT.


       305-EDIT-REVERSAL.
           MOVE "N" TO REVERSAL-REJECTED-SWITCH.
           MOVE ST-ORIGINAL-REFERENCE TO SEARCH-REFERENCE.
           PERFORM 355-FIND-REFERENCE.
           IF NOT REFERENCE-FOUND
              MOVE "REVERSAL OF UNPOSTED REFERENCE" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              SET REVERSAL-REJECTED TO TRUE
              GO TO 305-EXIT.
           MOVE FOUND-SUB TO ORIGINAL-SUB.

           IF RFT-REVERSAL-POSTING (ORIGINAL-SUB)
              MOVE "CANNOT REVERSE A REVERSAL" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              SET REVERSAL-REJECTED TO TRUE
              GO TO 305-EXIT.

           IF RFT-REVERSED (ORIGINAL-SUB)
              MOVE "REFERENCE ALREADY REVERSED" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              SET REVERSAL-REJECTED TO TRUE
              GO TO 305-EXIT.

           IF ST-TRAN-AMOUNT NOT = ZERO
              AND ST-TRAN-AMOUNT NOT = RFT-TRAN-AMOUNT (ORIGINAL-SUB)
              MOVE "REVERSAL AMOUNT NOT ORIGINAL" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              SET REVERSAL-REJECTED TO TRUE
              GO TO 305-EXIT.

           MOVE RFT-TRAN-DATE (ORIGINAL-SUB) TO TRAN-DATE-WORK.
           COMPUTE TRAN-PERIOD-NUMBER = TD-YEAR * 12 + TD-MONTH.
           COMPUTE PERIODS-BACK =
              OPEN-PERIOD-NUMBER - TRAN-PERIOD-NUMBER.
           IF PERIODS-BACK > LOCK-BACK-MONTHS
              MOVE "ORIGINAL PAST LOCK-BACK WINDOW" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
              SET REVERSAL-REJECTED TO TRUE
              GO TO 305-EXIT.

           COMPUTE POST-AMOUNT = ZERO - RFT-TRAN-AMOUNT (ORIGINAL-SUB).
           MOVE RFT-PRODUCT-LINE (ORIGINAL-SUB) TO POST-PRODUCT-LINE.
           MOVE RFT-MONTH-HIT-SWITCH (ORIGINAL-SUB)
              TO MONTH-ALLOWED-SWITCH.
           MOVE RFT-QUARTER-HIT-SWITCH (ORIGINAL-SUB)
              TO QUARTER-ALLOWED-SWITCH.

       305-EXIT.
           EXIT.


       310-ALIGN-CUSTOMER-MASTER.
           MOVE CUSTOMER-MASTER-RECORD TO NEWMAST-RECORD.
           WRITE NEWMAST-RECORD.
           PERFORM 210-READ-CUSTOMER-RECORD.


       315-ALIGN-HISTORY-RECORD.
           MOVE CUSTOMER-HISTORY-RECORD TO NEWHIST-AREA.
           WRITE NEWHIST-AREA.
           ADD 1 TO HIST-WRITTEN-COUNT.
           IF HIST-CREATED
              MOVE "N" TO HIST-CREATED-SWITCH
              IF HIST-HOLD-PENDING
                 MOVE HISTORY-HOLD-AREA TO CUSTOMER-HISTORY-RECORD
                 MOVE CH-RECORD-KEY TO HIST-KEY
                 MOVE "N" TO HIST-HOLD-SWITCH
              ELSE
                 SET CUSTHIST-EOF TO TRUE
              END-IF
           ELSE
              PERFORM 230-READ-HISTORY-RECORD
           END-IF.


       316-CREATE-HISTORY-RECORD.
           IF CUSTHIST-EOF
              MOVE "N" TO HIST-HOLD-SWITCH
           ELSE
              MOVE CUSTOMER-HISTORY-RECORD TO HISTORY-HOLD-AREA
              SET HIST-HOLD-PENDING TO TRUE
           END-IF.
           SET HIST-CREATED TO TRUE.
           MOVE "N" TO CUSTHIST-EOF-SWITCH.
           MOVE SPACES TO CUSTOMER-HISTORY-RECORD.
           MOVE TRAN-KEY TO CH-RECORD-KEY.
           MOVE TRAN-KEY TO HIST-KEY.
           PERFORM 317-ZERO-ONE-MONTH-SLOT
              VARYING HIST-SUB FROM 1 BY 1 UNTIL HIST-SUB > 12.
           PERFORM 318-ZERO-ONE-QUARTER-SLOT
              VARYING HIST-SUB FROM 1 BY 1 UNTIL HIST-SUB > 4.
           ADD 1 TO HIST-CREATED-COUNT.


       317-ZERO-ONE-MONTH-SLOT.
           MOVE ZERO TO CH-MONTH-SALES (HIST-SUB).


       318-ZERO-ONE-QUARTER-SLOT.
           MOVE ZERO TO CH-QUARTER-SALES (HIST-SUB).


       320-ALIGN-MTD-MASTER.
           MOVE CUSTOMER-MONTHLY-RECORD TO NEWMTD-AREA.
           WRITE NEWMTD-AREA.

       330-APPLY-TRANSACTION.
           MOVE "N" TO BUCKET-OVERFLOW-SWITCH.
           MOVE "N" TO MTD-MATCH-SWITCH.
           IF NOT CUSTMTD-EOF AND MTD-KEY = TRAN-KEY
              SET MTD-MATCHED TO TRUE.
           PERFORM 332-SELECT-POSTING-BUCKETS.
           MOVE "N" TO HIST-NEEDED-SWITCH.
           IF (POST-MONTH-TO-HIST OR POST-QUARTER-TO-HIST)
              AND (CUSTHIST-EOF OR HIST-KEY NOT = TRAN-KEY)
              SET HIST-RECORD-NEEDED TO TRUE.
           IF POST-PRODUCT-LINE NOT = SPACES
              PERFORM 336-LOCATE-PRODUCT-SALES-ENTRY.

           IF POST-TO-LAST-YTD
              COMPUTE NEW-YTD-AMOUNT =
                 CM-SALES-LAST-YTD + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           ELSE
              COMPUTE NEW-YTD-AMOUNT =
                 CM-SALES-THIS-YTD + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-MONTH-TO-HIST AND HIST-RECORD-NEEDED
              COMPUTE NEW-MONTH-AMOUNT = POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-MONTH-TO-HIST AND NOT HIST-RECORD-NEEDED
              COMPUTE NEW-MONTH-AMOUNT =
                 CH-MONTH-SALES (TD-MONTH) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-MONTH-TO-MTD AND MTD-MATCHED
              COMPUTE NEW-MONTH-AMOUNT =
                 CMM-SALES-THIS-MONTH + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-QUARTER-TO-HIST AND HIST-RECORD-NEEDED
              COMPUTE NEW-QUARTER-AMOUNT = POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-QUARTER-TO-HIST AND NOT HIST-RECORD-NEEDED
              COMPUTE NEW-QUARTER-AMOUNT =
                 CH-QUARTER-SALES (TRAN-QUARTER) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-QUARTER-TO-MTD AND MTD-MATCHED
              COMPUTE NEW-QUARTER-AMOUNT =
                 CMM-SALES-THIS-QUARTER + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-LY-QUARTER AND MTD-MATCHED
              COMPUTE NEW-LY-QUARTER-AMOUNT =
                 CMM-SALES-LAST-YEAR-QTR + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-PRODUCT-LINE NOT = SPACES
              PERFORM 337-COMPUTE-PRODUCT-BUCKETS.

           IF BUCKET-OVERFLOW
              MOVE "AMOUNT WOULD OVERFLOW BUCKET" TO RL-REASON
              PERFORM 340-REJECT-TRANSACTION
           ELSE
              IF HIST-RECORD-NEEDED
                 PERFORM 316-CREATE-HISTORY-RECORD
              END-IF
              IF POST-PRODUCT-LINE NOT = SPACES
                 AND NOT PRODUCT-ENTRY-FOUND
                 PERFORM 365-INSERT-PRODUCT-SALES-ENTRY
              END-IF
              PERFORM 334-STORE-POSTED-BUCKETS
              PERFORM 338-RECORD-POSTED-REFERENCE
              ADD 1 TO TRANS-APPLIED-COUNT
              ADD POST-AMOUNT TO APPLIED-TOTAL-AMOUNT
              IF ST-REVERSAL-TRAN
                 ADD 1 TO TRANS-REVERSED-COUNT
                 ADD POST-AMOUNT TO REVERSED-TOTAL-AMOUNT
                 MOVE "REVERSED" TO RL-STATUS
                 MOVE ST-ORIGINAL-REFERENCE TO RVR-ORIGINAL-REFERENCE
                 MOVE REVERSAL-REASON TO RL-REASON
              ELSE
                 MOVE "APPLIED" TO RL-STATUS
              END-IF
              MOVE POST-AMOUNT TO RL-TRAN-AMOUNT
              PERFORM 400-PRINT-REGISTER-LINE
           END-IF.


       332-SELECT-POSTING-BUCKETS.
           COMPUTE TRAN-QUARTER = (TD-MONTH + 2) / 3.
           COMPUTE QUARTER-END-PERIOD = TD-YEAR * 12 + TRAN-QUARTER * 3.
           IF TD-YEAR = OPEN-YEAR
              SET POST-TO-THIS-YTD TO TRUE
           ELSE
              SET POST-TO-LAST-YTD TO TRUE
           END-IF.
           IF TRAN-PERIOD-NUMBER = OPEN-PERIOD-NUMBER
              SET POST-MONTH-TO-MTD TO TRUE
           ELSE
              SET POST-MONTH-TO-HIST TO TRUE
           END-IF.
           IF QUARTER-END-PERIOD < OPEN-PERIOD-NUMBER
              SET POST-QUARTER-TO-HIST TO TRUE
           ELSE
              SET POST-QUARTER-TO-MTD TO TRUE
           END-IF.
           IF NOT MONTH-ALLOWED
              SET POST-MONTH-NOWHERE TO TRUE
           END-IF.
           IF NOT QUARTER-ALLOWED
              SET POST-QUARTER-NOWHERE TO TRUE
           END-IF.
           MOVE "N" TO LY-QUARTER-SWITCH.
           IF POST-QUARTER-TO-HIST
              AND TD-YEAR + 1 = OPEN-YEAR
              AND TRAN-QUARTER = OPEN-QUARTER
              SET POST-LY-QUARTER TO TRUE
           END-IF.


       334-STORE-POSTED-BUCKETS.
           IF POST-TO-LAST-YTD
              MOVE NEW-YTD-AMOUNT TO CM-SALES-LAST-YTD
           ELSE
              MOVE NEW-YTD-AMOUNT TO CM-SALES-THIS-YTD
           END-IF.
           MOVE "N" TO MONTH-HIT-SWITCH.
           MOVE "N" TO QUARTER-HIT-SWITCH.
           IF POST-MONTH-TO-HIST
              MOVE NEW-MONTH-AMOUNT TO CH-MONTH-SALES (TD-MONTH)
              SET MONTH-HIT TO TRUE
           END-IF.
           IF POST-MONTH-TO-MTD AND MTD-MATCHED
              MOVE NEW-MONTH-AMOUNT TO CMM-SALES-THIS-MONTH
              SET MONTH-HIT TO TRUE
           END-IF.
           IF POST-QUARTER-TO-HIST
              MOVE NEW-QUARTER-AMOUNT TO CH-QUARTER-SALES (TRAN-QUARTER)
              SET QUARTER-HIT TO TRUE
           END-IF.
           IF POST-QUARTER-TO-MTD AND MTD-MATCHED
              MOVE NEW-QUARTER-AMOUNT TO CMM-SALES-THIS-QUARTER
              SET QUARTER-HIT TO TRUE
           END-IF.
           IF POST-LY-QUARTER AND MTD-MATCHED
              MOVE NEW-LY-QUARTER-AMOUNT TO CMM-SALES-LAST-YEAR-QTR
           END-IF.
           IF POST-PRODUCT-LINE NOT = SPACES
              PERFORM 339-STORE-PRODUCT-BUCKETS.

           MOVE SPACES TO RL-REASON.
           IF PERIODS-BACK > ZERO
              MOVE TD-MONTH TO PPR-MONTH
              MOVE TD-YEAR  TO PPR-YEAR
              MOVE PRIOR-PERIOD-REASON TO RL-REASON
              PERFORM 335-RECORD-PRIOR-PERIOD-ADJUSTMENT
           END-IF.
           IF NOT MTD-MATCHED
              IF POST-MONTH-TO-MTD
                 MOVE "NO MTD RECORD - YTD ONLY" TO RL-REASON
              ELSE
                 IF POST-QUARTER-TO-MTD
                    MOVE "NO MTD RECORD - QTR NOT POSTED" TO RL-REASON
                 END-IF
              END-IF
           END-IF.


       335-RECORD-PRIOR-PERIOD-ADJUSTMENT.
           ADD 1 TO PRIOR-PERIOD-COUNT.
           ADD POST-AMOUNT TO PRIOR-PERIOD-TOTAL-AMOUNT.
           IF ADJUSTMENT-COUNT < ADJUSTMENT-MAX-ENTRIES
              ADD 1 TO ADJUSTMENT-COUNT
              SET ADT-INDEX TO ADJUSTMENT-COUNT
              MOVE TRAN-KEY TO ADT-TRAN-KEY (ADT-INDEX)
              MOVE ST-TRAN-DATE TO ADT-TRAN-DATE (ADT-INDEX)
              MOVE ST-TRAN-REFERENCE TO ADT-TRAN-REFERENCE (ADT-INDEX)
              MOVE POST-AMOUNT TO ADT-TRAN-AMOUNT (ADT-INDEX)
              MOVE TD-MONTH TO ADT-PERIOD-MONTH (ADT-INDEX)
              MOVE TD-YEAR TO ADT-PERIOD-YEAR (ADT-INDEX)
              EVALUATE TRUE
                 WHEN POST-TO-LAST-YTD AND POST-LY-QUARTER
                    MOVE "HIST MONTH+QTR, LY QTR, LAST-YR"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN POST-TO-LAST-YTD AND MONTH-HIT AND QUARTER-HIT
                    MOVE "HIST MONTH+QTR, LAST-YTD"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN POST-TO-LAST-YTD
                    MOVE "LAST-YTD ONLY"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN MONTH-HIT AND POST-QUARTER-TO-HIST
                    MOVE "HIST MONTH+QTR, THIS-YTD"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN MONTH-HIT AND QUARTER-HIT
                    MOVE "HIST MONTH, MTD QTR, THIS-YTD"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN MONTH-HIT
                    MOVE "HIST MONTH, THIS-YTD"
                       TO ADT-BUCKETS (ADT-INDEX)
                 WHEN OTHER
                    MOVE "THIS-YTD ONLY"
                       TO ADT-BUCKETS (ADT-INDEX)
              END-EVALUATE
           ELSE
              ADD 1 TO ADJUSTMENT-OVERFLOW-COUNT
           END-IF.


      *    A PRODUCT LINE NEW TO THE REP IS PRICED AGAINST A ZEROED
      *    WORK SLOT PAST THE LAST ENTRY; 365 INSERTS THE REAL ENTRY
      *    ONLY ONCE THE POSTING IS KNOWN NOT TO OVERFLOW.
       336-LOCATE-PRODUCT-SALES-ENTRY.
           MOVE TRAN-KEY (1:5) TO TRAN-REP-KEY.
           IF TRAN-REP-KEY NOT = PRODUCT-TABLE-KEY
              PERFORM 360-LOAD-REP-PRODUCT-SALES.
           MOVE "N" TO PRODUCT-ENTRY-FOUND-SWITCH.
           MOVE ZERO TO PRODUCT-SUB.
           SET PST-INDEX TO 1.
           SEARCH PRODUCT-SALES-ENTRY
              AT END
                 CONTINUE
              WHEN PST-INDEX > PRODUCT-SALES-COUNT
                 CONTINUE
              WHEN PST-PRODUCT-LINE (PST-INDEX) = POST-PRODUCT-LINE
                 SET PRODUCT-ENTRY-FOUND TO TRUE
                 SET PRODUCT-SUB TO PST-INDEX
           END-SEARCH.
           IF NOT PRODUCT-ENTRY-FOUND
              IF PRODUCT-SALES-COUNT >= PRODUCT-SALES-MAX-ENTRIES
                 PERFORM 293-ABEND-PRODUCT-SALES-OVERFLOW
              END-IF
              COMPUTE PRODUCT-SUB = PRODUCT-SALES-COUNT + 1
              INITIALIZE PRODUCT-SALES-ENTRY (PRODUCT-SUB)
           END-IF.


       337-COMPUTE-PRODUCT-BUCKETS.
           IF POST-TO-LAST-YTD
              COMPUTE NEW-PL-YTD-AMOUNT =
                 PST-SALES-LAST-YTD (PRODUCT-SUB) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           ELSE
              COMPUTE NEW-PL-YTD-AMOUNT =
                 PST-SALES-THIS-YTD (PRODUCT-SUB) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-MONTH-TO-HIST
              COMPUTE NEW-PL-MONTH-AMOUNT =
                 PST-MONTH-SALES (PRODUCT-SUB, TD-MONTH) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-MONTH-TO-MTD AND MTD-MATCHED
              COMPUTE NEW-PL-MONTH-AMOUNT =
                 PST-SALES-THIS-MONTH (PRODUCT-SUB) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-QUARTER-TO-HIST
              COMPUTE NEW-PL-QUARTER-AMOUNT =
                 PST-QUARTER-SALES (PRODUCT-SUB, TRAN-QUARTER)
                 + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.
           IF POST-QUARTER-TO-MTD AND MTD-MATCHED
              COMPUTE NEW-PL-QUARTER-AMOUNT =
                 PST-SALES-THIS-QUARTER (PRODUCT-SUB) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.

           IF POST-LY-QUARTER AND MTD-MATCHED
              COMPUTE NEW-PL-LY-QUARTER-AMOUNT =
                 PST-SALES-LAST-YEAR-QTR (PRODUCT-SUB) + POST-AMOUNT
                 ON SIZE ERROR
                    SET BUCKET-OVERFLOW TO TRUE
              END-COMPUTE
           END-IF.


      *    A REVERSAL IS RECORDED UNDER ITS ORIGINAL'S DATE, THE DATE
      *    IT WAS ACTUALLY POSTED TO, AND CARRIES THE ORIGINAL'S POSTED
      *    DATE SO THE TWO AGE OFF POSTREF TOGETHER.
       338-RECORD-POSTED-REFERENCE.
           IF ST-REVERSAL-TRAN
              MOVE RFT-POSTED-DATE (ORIGINAL-SUB)
                 TO ORIGINAL-POSTED-DATE
              MOVE "Y" TO RFT-REVERSED-SWITCH (ORIGINAL-SUB)
              MOVE ST-TRAN-REFERENCE
                 TO RFT-RELATED-REFERENCE (ORIGINAL-SUB)
              MOVE TODAYS-DATE TO RFT-REVERSED-DATE (ORIGINAL-SUB)
           END-IF.
           IF REFERENCE-COUNT >= REFERENCE-MAX-ENTRIES
              PERFORM 292-ABEND-REFERENCE-OVERFLOW.
           COMPUTE INSERT-SUB = REFERENCE-COUNT + 1.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           PERFORM 367-FIND-REFERENCE-SLOT
              VARYING REF-SUB FROM 1 BY 1
              UNTIL POSITION-FOUND
                 OR REF-SUB > REFERENCE-COUNT.
           PERFORM 362-SHIFT-ONE-REFERENCE
              VARYING REF-SUB FROM REFERENCE-COUNT BY -1
              UNTIL REF-SUB < INSERT-SUB.
           ADD 1 TO REFERENCE-COUNT.
           MOVE SPACES TO REFERENCE-ENTRY (INSERT-SUB).
           MOVE TRAN-KEY TO RFT-CUSTOMER-KEY (INSERT-SUB).
           MOVE ST-TRAN-REFERENCE TO RFT-TRAN-REFERENCE (INSERT-SUB).
           MOVE TRAN-DATE-WORK TO RFT-TRAN-DATE (INSERT-SUB).
           MOVE TODAYS-DATE TO RFT-POSTED-DATE (INSERT-SUB).
           MOVE MONTH-HIT-SWITCH TO RFT-MONTH-HIT-SWITCH (INSERT-SUB).
           MOVE QUARTER-HIT-SWITCH
              TO RFT-QUARTER-HIT-SWITCH (INSERT-SUB).
           MOVE "N" TO RFT-REVERSED-SWITCH (INSERT-SUB).
           MOVE ZERO TO RFT-REVERSED-DATE (INSERT-SUB).
           MOVE POST-PRODUCT-LINE TO RFT-PRODUCT-LINE (INSERT-SUB).
           IF ST-REVERSAL-TRAN
              MOVE "R" TO RFT-TRAN-TYPE (INSERT-SUB)
              MOVE POST-AMOUNT TO RFT-TRAN-AMOUNT (INSERT-SUB)
              MOVE ST-ORIGINAL-REFERENCE
                 TO RFT-RELATED-REFERENCE (INSERT-SUB)
              MOVE ORIGINAL-POSTED-DATE
                 TO RFT-ORIGINAL-POSTED-DATE (INSERT-SUB)
           ELSE
              MOVE "S" TO RFT-TRAN-TYPE (INSERT-SUB)
              MOVE ST-TRAN-AMOUNT TO RFT-TRAN-AMOUNT (INSERT-SUB)
              MOVE ZERO TO RFT-ORIGINAL-POSTED-DATE (INSERT-SUB)
           END-IF.


       339-STORE-PRODUCT-BUCKETS.
           IF POST-TO-LAST-YTD
              MOVE NEW-PL-YTD-AMOUNT
                 TO PST-SALES-LAST-YTD (PRODUCT-SUB)
           ELSE
              MOVE NEW-PL-YTD-AMOUNT
                 TO PST-SALES-THIS-YTD (PRODUCT-SUB)
           END-IF.
           IF POST-MONTH-TO-HIST
              MOVE NEW-PL-MONTH-AMOUNT
                 TO PST-MONTH-SALES (PRODUCT-SUB, TD-MONTH)
           END-IF.
           IF POST-MONTH-TO-MTD AND MTD-MATCHED
              MOVE NEW-PL-MONTH-AMOUNT
                 TO PST-SALES-THIS-MONTH (PRODUCT-SUB)
           END-IF.
           IF POST-QUARTER-TO-HIST
              MOVE NEW-PL-QUARTER-AMOUNT
                 TO PST-QUARTER-SALES (PRODUCT-SUB, TRAN-QUARTER)
           END-IF.
           IF POST-QUARTER-TO-MTD AND MTD-MATCHED
              MOVE NEW-PL-QUARTER-AMOUNT
                 TO PST-SALES-THIS-QUARTER (PRODUCT-SUB)
           END-IF.
           IF POST-LY-QUARTER AND MTD-MATCHED
              MOVE NEW-PL-LY-QUARTER-AMOUNT
                 TO PST-SALES-LAST-YEAR-QTR (PRODUCT-SUB)
           END-IF.


       340-REJECT-TRANSACTION.
           MOVE SALES-TRANSACTION-RECORD TO RJ-TRAN-DATA.
           COMPUTE RJ-RETRY-COUNT = CURRENT-RETRY-COUNT + 1.
           END-IF.


       345-DROP-DUPLICATE-TRANSACTION.
           ADD 1 TO DUPLICATES-DROPPED-COUNT.
           ADD ST-TRAN-AMOUNT TO DUPLICATE-TOTAL-AMOUNT.
           MOVE RFT-POSTED-DATE (FOUND-SUB) TO DPR-POSTED-DATE.
           MOVE DUPLICATE-REASON TO RL-REASON.
           MOVE ST-TRAN-AMOUNT TO RL-TRAN-AMOUNT.
           MOVE "REJECTED" TO RL-STATUS.
           PERFORM 400-PRINT-REGISTER-LINE.


       350-LOAD-CUSTOMER-REFERENCES.
           PERFORM 352-WRITE-ONE-TABLE-REFERENCE
              VARYING REF-SUB FROM 1 BY 1
              UNTIL REF-SUB > REFERENCE-COUNT.
           MOVE ZERO TO REFERENCE-COUNT.
           PERFORM 353-PASS-ONE-REFERENCE
              UNTIL POSTREF-EOF OR PR-CUSTOMER-KEY >= TRAN-KEY.
           PERFORM 354-LOAD-ONE-REFERENCE
              UNTIL POSTREF-EOF OR PR-CUSTOMER-KEY NOT = TRAN-KEY.
           MOVE TRAN-KEY TO REFERENCE-TABLE-KEY.


       352-WRITE-ONE-TABLE-REFERENCE.
           MOVE REFERENCE-ENTRY (REF-SUB) TO NEWPREF-AREA.
           WRITE NEWPREF-AREA.
           ADD 1 TO PREF-WRITTEN-COUNT.
           ADD RFT-TRAN-AMOUNT (REF-SUB) TO NEWPREF-OUT-HASH.


       353-PASS-ONE-REFERENCE.
           PERFORM 356-AGE-ONE-REFERENCE.
           IF POSTED-PERIODS-BACK > LOCK-BACK-MAX-MONTHS
              ADD 1 TO PREF-PURGED-COUNT
           ELSE
              MOVE POSTED-REFERENCE-RECORD TO NEWPREF-AREA
              WRITE NEWPREF-AREA
              ADD 1 TO PREF-WRITTEN-COUNT
              ADD PR-TRAN-AMOUNT TO NEWPREF-OUT-HASH
           END-IF.
           PERFORM 240-READ-REFERENCE-RECORD.


       354-LOAD-ONE-REFERENCE.
           PERFORM 356-AGE-ONE-REFERENCE.
           IF POSTED-PERIODS-BACK > LOCK-BACK-MAX-MONTHS
              ADD 1 TO PREF-PURGED-COUNT
           ELSE
              IF REFERENCE-COUNT >= REFERENCE-MAX-ENTRIES
                 PERFORM 292-ABEND-REFERENCE-OVERFLOW
              END-IF
              ADD 1 TO REFERENCE-COUNT
              MOVE POSTED-REFERENCE-RECORD
                 TO REFERENCE-ENTRY (REFERENCE-COUNT)
           END-IF.
           PERFORM 240-READ-REFERENCE-RECORD.


       355-FIND-REFERENCE.
           MOVE "N" TO REFERENCE-FOUND-SWITCH.
           MOVE ZERO TO FOUND-SUB.
           SET RFT-INDEX TO 1.
           SEARCH REFERENCE-ENTRY
              AT END
                 CONTINUE
              WHEN RFT-INDEX > REFERENCE-COUNT
                 CONTINUE
              WHEN RFT-TRAN-REFERENCE (RFT-INDEX) = SEARCH-REFERENCE
                 SET REFERENCE-FOUND TO TRUE
                 SET FOUND-SUB TO RFT-INDEX
           END-SEARCH.


      *    A REFERENCE POSTED MORE THAN LOCK-BACK-MAX-MONTHS BEFORE THE
      *    OPEN PERIOD CAN NO LONGER BE RE-SENT OR REVERSED - ITS SALE
      *    IS PAST ANY LOCK-BACK WINDOW - SO IT IS DROPPED FROM POSTREF
      *    RATHER THAN CARRIED FOREVER. A REVERSAL IS AGED BY ITS
      *    ORIGINAL'S POSTED DATE SO IT NEVER OUTLIVES THE SALE IT
      *    BACKS OUT.
       356-AGE-ONE-REFERENCE.
           IF PR-REVERSAL-POSTING
              AND PR-ORIGINAL-POSTED-DATE NUMERIC
              AND PR-ORIGINAL-POSTED-DATE NOT = ZERO
              MOVE PR-ORIGINAL-POSTED-DATE TO POSTED-DATE-WORK
           ELSE
              MOVE PR-POSTED-DATE TO POSTED-DATE-WORK
           END-IF.
           COMPUTE POSTED-PERIODS-BACK =
              OPEN-PERIOD-NUMBER - (PD-YEAR * 12 + PD-MONTH).


       357-FIND-PRODUCT-LINE.
           MOVE "N" TO PRODUCT-LINE-FOUND-SWITCH.
           SET PLT-INDEX TO 1.
           SEARCH PRODUCT-LINE-ENTRY
              AT END
                 CONTINUE
              WHEN PLT-INDEX > PRODUCT-LINE-COUNT
                 CONTINUE
              WHEN PLT-PRODUCT-LINE (PLT-INDEX) = SEARCH-PRODUCT-LINE
                 SET PRODUCT-LINE-FOUND TO TRUE
           END-SEARCH.


       360-LOAD-REP-PRODUCT-SALES.
           PERFORM 361-WRITE-ONE-TABLE-PRODUCT
              VARYING PLS-SUB FROM 1 BY 1
              UNTIL PLS-SUB > PRODUCT-SALES-COUNT.
           MOVE ZERO TO PRODUCT-SALES-COUNT.
           PERFORM 363-PASS-ONE-PRODUCT-SALES
              UNTIL PLSALES-EOF OR PS-REP-KEY >= TRAN-REP-KEY.
           PERFORM 364-LOAD-ONE-PRODUCT-SALES
              UNTIL PLSALES-EOF OR PS-REP-KEY NOT = TRAN-REP-KEY.
           MOVE TRAN-REP-KEY TO PRODUCT-TABLE-KEY.


       361-WRITE-ONE-TABLE-PRODUCT.
           MOVE PRODUCT-SALES-ENTRY (PLS-SUB) TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.
           ADD 1 TO PLS-WRITTEN-COUNT.
           ADD PST-SALES-THIS-YTD (PLS-SUB) TO NEWPLS-OUT-HASH.


       362-SHIFT-ONE-REFERENCE.
           MOVE REFERENCE-ENTRY (REF-SUB)
              TO REFERENCE-ENTRY (REF-SUB + 1).


       363-PASS-ONE-PRODUCT-SALES.
           MOVE PRODUCT-SALES-RECORD TO NEWPLS-AREA.
           WRITE NEWPLS-AREA.
           ADD 1 TO PLS-WRITTEN-COUNT.
           ADD PS-SALES-THIS-YTD TO NEWPLS-OUT-HASH.
           PERFORM 245-READ-PRODUCT-SALES-RECORD.


       364-LOAD-ONE-PRODUCT-SALES.
           IF PRODUCT-SALES-COUNT >= PRODUCT-SALES-MAX-ENTRIES
              PERFORM 293-ABEND-PRODUCT-SALES-OVERFLOW.
           ADD 1 TO PRODUCT-SALES-COUNT.
           MOVE PRODUCT-SALES-RECORD
              TO PRODUCT-SALES-ENTRY (PRODUCT-SALES-COUNT).
           PERFORM 245-READ-PRODUCT-SALES-RECORD.


       365-INSERT-PRODUCT-SALES-ENTRY.
           IF PRODUCT-SALES-COUNT >= PRODUCT-SALES-MAX-ENTRIES
              PERFORM 293-ABEND-PRODUCT-SALES-OVERFLOW.
           COMPUTE PRODUCT-SUB = PRODUCT-SALES-COUNT + 1.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           PERFORM 368-FIND-PRODUCT-SLOT
              VARYING PLS-SUB FROM 1 BY 1
              UNTIL POSITION-FOUND
                 OR PLS-SUB > PRODUCT-SALES-COUNT.
           PERFORM 366-SHIFT-ONE-PRODUCT-ENTRY
              VARYING PLS-SUB FROM PRODUCT-SALES-COUNT BY -1
              UNTIL PLS-SUB < PRODUCT-SUB.
           ADD 1 TO PRODUCT-SALES-COUNT.
           MOVE SPACES TO PRODUCT-SALES-ENTRY (PRODUCT-SUB).
           INITIALIZE PRODUCT-SALES-ENTRY (PRODUCT-SUB).
           MOVE TRAN-REP-KEY TO PST-REP-KEY (PRODUCT-SUB).
           MOVE POST-PRODUCT-LINE TO PST-PRODUCT-LINE (PRODUCT-SUB).
           ADD 1 TO PLS-CREATED-COUNT.


       366-SHIFT-ONE-PRODUCT-ENTRY.
           MOVE PRODUCT-SALES-ENTRY (PLS-SUB)
              TO PRODUCT-SALES-ENTRY (PLS-SUB + 1).


      *    THE NEW REFERENCE GOES AHEAD OF THE FIRST ENTRY THAT DOES
      *    NOT SORT BELOW IT; WITH NONE IT GOES ON THE END.
       367-FIND-REFERENCE-SLOT.
           IF RFT-TRAN-REFERENCE (REF-SUB) NOT < ST-TRAN-REFERENCE
              MOVE REF-SUB TO INSERT-SUB
              SET POSITION-FOUND TO TRUE
           END-IF.


       368-FIND-PRODUCT-SLOT.
           IF PST-PRODUCT-LINE (PLS-SUB) NOT < POST-PRODUCT-LINE
              MOVE PLS-SUB TO PRODUCT-SUB
              SET POSITION-FOUND TO TRUE
           END-IF.


       400-PRINT-REGISTER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE APPLIED-TOTAL-AMOUNT TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "  REVERSALS INCLUDED ABOVE" TO CTL-DESCRIPTION.
           MOVE TRANS-REVERSED-COUNT TO CTL-COUNT.
           MOVE REVERSED-TOTAL-AMOUNT TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "TRANSACTIONS REJECTED" TO CTL-DESCRIPTION.
           MOVE TRANS-REJECTED-COUNT TO CTL-COUNT.
           MOVE REJECTED-TOTAL-AMOUNT TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "DUPLICATES DROPPED" TO CTL-DESCRIPTION.
           MOVE DUPLICATES-DROPPED-COUNT TO CTL-COUNT.
           MOVE DUPLICATE-TOTAL-AMOUNT TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTMAST RECORDS READ" TO CTL-DESCRIPTION.
           MOVE MASTERS-READ-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS READ" TO CTL-DESCRIPTION.
           MOVE HIST-READ-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS CREATED" TO CTL-DESCRIPTION.
           MOVE HIST-CREATED-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTHIST RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE HIST-WRITTEN-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PRIOR-PERIOD ADJUSTMENTS" TO CTL-DESCRIPTION.
           MOVE PRIOR-PERIOD-COUNT TO CTL-COUNT.
           MOVE PRIOR-PERIOD-TOTAL-AMOUNT TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF RECORDS READ" TO CTL-DESCRIPTION.
           MOVE PREF-READ-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE PREF-WRITTEN-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSTREF RECORDS PURGED" TO CTL-DESCRIPTION.
           MOVE PREF-PURGED-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PRODUCT LINES ON PRODLINE" TO CTL-DESCRIPTION.
           MOVE PRODUCT-LINE-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS READ" TO CTL-DESCRIPTION.
           MOVE PLS-READ-COUNT TO CTL-COUNT.
           MOVE PLSALES-IN-HASH TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS CREATED" TO CTL-DESCRIPTION.
           MOVE PLS-CREATED-COUNT TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-R.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PLSALES RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE PLS-WRITTEN-COUNT TO CTL-COUNT.
           MOVE NEWPLS-OUT-HASH TO CTL-AMOUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.


       510-PRINT-ONE-CONTROL-TOTAL.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           ADD 1 TO LINE-COUNT.


       570-PRINT-PRIOR-PERIOD-ADJUSTMENTS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE ADJUSTMENT-TITLE-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE ADJUSTMENT-HEADING-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 3 TO LINE-COUNT.

           IF ADJUSTMENT-COUNT = ZERO
              MOVE ADJUSTMENT-NONE-LINE TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              ADD 1 TO LINE-COUNT
           ELSE
              PERFORM 580-PRINT-ONE-ADJUSTMENT
                 VARYING ADT-INDEX FROM 1 BY 1
                 UNTIL ADT-INDEX > ADJUSTMENT-COUNT
              IF ADJUSTMENT-OVERFLOW-COUNT > ZERO
                 MOVE ADJUSTMENT-MAX-ENTRIES TO POL-MAX-ENTRIES
                 MOVE ADJUSTMENT-OVERFLOW-COUNT TO POL-OVERFLOW-COUNT
                 MOVE ADJUSTMENT-OVERFLOW-LINE TO PRINT-AREA
                 PERFORM 450-WRITE-REPORT-LINE
                 ADD 1 TO LINE-COUNT
              END-IF
              MOVE SPACES TO PRINT-AREA
              PERFORM 450-WRITE-REPORT-LINE
              MOVE "TOTAL PRIOR-PERIOD ADJUSTMENTS" TO CTL-DESCRIPTION
              MOVE PRIOR-PERIOD-COUNT TO CTL-COUNT
              MOVE PRIOR-PERIOD-TOTAL-AMOUNT TO CTL-AMOUNT
              PERFORM 510-PRINT-ONE-CONTROL-TOTAL
           END-IF.


       580-PRINT-ONE-ADJUSTMENT.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE ADT-TRAN-KEY (ADT-INDEX) (1:2)
              TO PDL-BRANCH-NUMBER.
           MOVE ADT-TRAN-KEY (ADT-INDEX) (3:3)
              TO PDL-SALESREP-NUMBER.
           MOVE ADT-TRAN-KEY (ADT-INDEX) (6:5)
              TO PDL-CUSTOMER-NUMBER.
           MOVE ADT-TRAN-DATE (ADT-INDEX) TO PDL-TRAN-DATE.
           MOVE ADT-TRAN-REFERENCE (ADT-INDEX) TO PDL-TRAN-REFERENCE.
           MOVE ADT-TRAN-AMOUNT (ADT-INDEX) TO PDL-TRAN-AMOUNT.
           MOVE ADT-PERIOD-MONTH (ADT-INDEX) TO PDL-PERIOD-MONTH.
           MOVE ADT-PERIOD-YEAR (ADT-INDEX) TO PDL-PERIOD-YEAR.
           MOVE ADT-BUCKETS (ADT-INDEX) TO PDL-BUCKETS.
           MOVE ADJUSTMENT-DETAIL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       600-FLUSH-REMAINING-MASTERS.
           PERFORM 310-ALIGN-CUSTOMER-MASTER
              UNTIL CUSTMAST-EOF.
           PERFORM 320-ALIGN-MTD-MASTER
              UNTIL CUSTMTD-EOF.
           PERFORM 315-ALIGN-HISTORY-RECORD
              UNTIL CUSTHIST-EOF.
           PERFORM 352-WRITE-ONE-TABLE-REFERENCE
              VARYING REF-SUB FROM 1 BY 1
              UNTIL REF-SUB > REFERENCE-COUNT.
           MOVE ZERO TO REFERENCE-COUNT.
           PERFORM 353-PASS-ONE-REFERENCE
              UNTIL POSTREF-EOF.
           PERFORM 361-WRITE-ONE-TABLE-PRODUCT
              VARYING PLS-SUB FROM 1 BY 1
              UNTIL PLS-SUB > PRODUCT-SALES-COUNT.
           MOVE ZERO TO PRODUCT-SALES-COUNT.
           PERFORM 363-PASS-ONE-PRODUCT-SALES
              UNTIL PLSALES-EOF.


       650-WRITE-OUTPUT-TRAILERS.
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

           MOVE TRANS-REJECTED-COUNT TO FT-RECORD-COUNT.
           MOVE TRANREJ-OUT-HASH TO FT-AMOUNT-HASH.
           MOVE FILE-TRAILER-RECORD TO REJECT-TRANSACTION-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD1000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
