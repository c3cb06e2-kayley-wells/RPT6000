       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT9500.
      ****************************************************************
      * PROGRAM NAME: RPT9500
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Possible Duplicate Customers Report. Reads the
      *              clean customer file in key order and, within each
      *              branch, groups together the customers whose names
      *              agree on their leading characters once case,
      *              spaces and punctuation are set aside and a
      *              leading "THE" is dropped - so "ACME WIDGETS" and
      *              "Acme-Widgets Inc" land in the same group. Each
      *              group is listed with its keys, names and YTD
      *              sales so the branch can decide which pairs are
      *              the same account and send them to UPD4100 on
      *              merge cards. The number of leading characters
      *              compared defaults to 8 and can be set from 3 to
      *              20 on the optional DUPPARM card, which can also
      *              keep the leading "THE" in the comparison.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-DUPPARM ASSIGN TO DUPPARM
               FILE STATUS IS DUPPARM-FILE-STATUS.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTCLN.
           SELECT OUTPUT-RPT9500 ASSIGN TO RPT9500.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-DUPPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  DUPLICATE-PARAMETER-RECORD.
           05  DP-MATCH-LENGTH         PIC 9(2).
           05  DP-ARTICLE-SWITCH       PIC X(1).
              88 DP-KEEP-ARTICLE                VALUE "N".
           05  FILLER                  PIC X(77).

       FD  INPUT-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTMAST.

       FD  OUTPUT-RPT9500
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

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88 NOT-FIRST-RECORD               VALUE "N".
           05  ARTICLE-SWITCH          PIC X    VALUE "Y".
              88 DROP-LEADING-ARTICLE           VALUE "Y".

       01  KEY-FIELDS.
           05  MASTER-KEY.
               10  MK-BRANCH-NUMBER    PIC X(2).
               10  MK-SALESREP-NUMBER  PIC X(3).
               10  MK-CUSTOMER-NUMBER  PIC X(5).
           05  OLD-MASTER-KEY          PIC X(10)  VALUE SPACES.

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC X(2).

       01  MATCH-LIMITS.
           05  MATCH-LENGTH            PIC S9(4) COMP  VALUE +8.
           05  MATCH-MIN-LENGTH        PIC S9(4) COMP  VALUE +3.
           05  MATCH-MAX-LENGTH        PIC S9(4) COMP  VALUE +20.

       01  NAME-WORK-FIELDS.
           05  RAW-NAME                PIC X(20).
           05  MATCH-NAME              PIC X(20).
           05  NAME-START-SUB          PIC S9(4) COMP  VALUE ZERO.
           05  NAME-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  MATCH-NAME-LENGTH       PIC S9(4) COMP  VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER IN THE BRANCH BEING READ. A GROUP
      *    NUMBER OF ZERO MEANS THE CUSTOMER HAS NOT YET BEEN PUT IN
      *    A GROUP.
       01  BRANCH-CUSTOMER-TABLE.
           05  BRANCH-CUSTOMER-GROUP OCCURS 1000 TIMES
                                     INDEXED BY BCT-INDEX.
               10  BCT-BRANCH-NUMBER     PIC X(2).
               10  BCT-SALESREP-NUMBER   PIC X(3).
               10  BCT-CUSTOMER-NUMBER   PIC X(5).
               10  BCT-CUSTOMER-NAME     PIC X(20).
               10  BCT-MATCH-NAME        PIC X(20).
               10  BCT-SALES-THIS-YTD    PIC S9(5)V99
                                         PACKED-DECIMAL.
               10  BCT-SALES-LAST-YTD    PIC S9(5)V99
                                         PACKED-DECIMAL.
               10  BCT-GROUP-NUMBER      PIC S9(4)  COMP.

       01  TABLE-LIMITS.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +1000.

       01  SUBSCRIPT-FIELDS.
           05  BRANCH-CUSTOMER-COUNT   PIC S9(4) COMP  VALUE ZERO.
           05  CUST-SUB                PIC S9(4) COMP  VALUE ZERO.
           05  OTHER-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  CANDIDATE-GROUP         PIC S9(4) COMP  VALUE ZERO.
           05  GROUP-MEMBER-COUNT      PIC S9(4) COMP  VALUE ZERO.

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  DUPLICATE-COUNTERS          PACKED-DECIMAL.
           05  BRANCHES-READ-COUNT     PIC S9(5)     VALUE ZERO.
           05  GROUP-COUNT             PIC S9(5)     VALUE ZERO.
           05  GROUPED-CUSTOMER-COUNT  PIC S9(7)     VALUE ZERO.
           05  BRANCH-GROUP-COUNT      PIC S9(5)     VALUE ZERO.
           05  BRANCH-GROUPED-COUNT    PIC S9(5)     VALUE ZERO.

       01  TRAILER-FIELDS.
           05  CUSTMAST-TRAILER-SWITCH PIC X         VALUE "N".
              88 CUSTMAST-TRAILER-SEEN               VALUE "Y".
           05  CUSTMAST-READ-COUNT     PIC S9(7)     VALUE ZERO
                                       PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO
                                       PACKED-DECIMAL.

           COPY FILETRLR.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  DUPPARM-FILE-STATUS         PIC X(2).
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
               "POSSIBLE DUPLICATE CUSTOMERS".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RPT9500".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(22)  VALUE
               "NAMES MATCHED ON FIRST".
           05  HL3-MATCH-LENGTH PIC ZZ9.
           05  FILLER          PIC X(45)  VALUE
               " LETTERS AND DIGITS, CASE AND PUNCTUATION SET".
           05  FILLER          PIC X(7)   VALUE " ASIDE,".
           05  HL3-ARTICLE-TEXT PIC X(20).
           05  FILLER          PIC X(31)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE "GROUP".
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE "SALESREP".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "MATCH NAME".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   THIS YTD".
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "   LAST YTD".
           05  FILLER          PIC X(24)  VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(24)  VALUE SPACE.

       01  DUPLICATE-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-GROUP-NUMBER      PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  DL-BRANCH-NUMBER     PIC X(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  DL-SALESREP-NUMBER   PIC X(3).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  DL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  DL-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-MATCH-NAME        PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-SALES-THIS-YTD    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  DL-SALES-LAST-YTD    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(24)      VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(10)      VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "BRANCH ".
           05  BTL-BRANCH-NUMBER    PIC X(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BTL-GROUP-COUNT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)       VALUE " GROUPS ".
           05  BTL-GROUPED-COUNT    PIC ZZ,ZZ9.
           05  FILLER               PIC X(11)      VALUE " CUSTOMERS".
           05  FILLER               PIC X(77)      VALUE SPACE.

       01  NO-DUPLICATES-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(40)      VALUE
               "NO POSSIBLE DUPLICATE CUSTOMERS FOUND.".
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CCL-DESCRIPTION      PIC X(28).
           05  CCL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-LIST-POSSIBLE-DUPLICATES.
           PERFORM 030-READ-BUSINESS-DATE.
           PERFORM 045-READ-MATCH-PARAMETER.
           OPEN INPUT  INPUT-CUSTMAST
                OUTPUT OUTPUT-RPT9500.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 210-READ-CUSTOMER-RECORD.
           PERFORM 300-PROCESS-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.

           IF NOT-FIRST-RECORD
              PERFORM 320-FIND-BRANCH-DUPLICATES
           END-IF.
           PERFORM 500-PRINT-GRAND-TOTALS.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-CUSTMAST
                 OUTPUT-RPT9500.
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


       045-READ-MATCH-PARAMETER.
           OPEN INPUT INPUT-DUPPARM.
           IF DUPPARM-FILE-STATUS = "00"
              READ INPUT-DUPPARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DP-MATCH-LENGTH NUMERIC
                       EVALUATE TRUE
                          WHEN DP-MATCH-LENGTH < MATCH-MIN-LENGTH
                             MOVE MATCH-MIN-LENGTH TO MATCH-LENGTH
                          WHEN DP-MATCH-LENGTH > MATCH-MAX-LENGTH
                             MOVE MATCH-MAX-LENGTH TO MATCH-LENGTH
                          WHEN OTHER
                             MOVE DP-MATCH-LENGTH TO MATCH-LENGTH
                       END-EVALUATE
                    END-IF
                    IF DP-KEEP-ARTICLE
                       MOVE "N" TO ARTICLE-SWITCH
                    END-IF
              END-READ
              CLOSE INPUT-DUPPARM
           END-IF.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RPT9500 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RPT9500 ABEND - BUSINESS DATE " BUSINESS-DATE
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
           MOVE MATCH-LENGTH TO HL3-MATCH-LENGTH.
           IF DROP-LEADING-ARTICLE
              MOVE " LEADING THE DROPPED" TO HL3-ARTICLE-TEXT
           ELSE
              MOVE " LEADING THE KEPT" TO HL3-ARTICLE-TEXT.


       210-READ-CUSTOMER-RECORD.
           READ INPUT-CUSTMAST
              AT END
                 SET CUSTMAST-EOF TO TRUE
                 IF NOT CUSTMAST-TRAILER-SEEN
                    PERFORM 293-ABEND-CUSTMAST-TRAILER
                 END-IF.
           IF NOT CUSTMAST-EOF
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMAST-TRAILER-SEEN TO TRUE
                 SET CUSTMAST-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = CUSTMAST-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMAST-IN-HASH
                    PERFORM 293-ABEND-CUSTMAST-TRAILER
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


      *    BUILDS THE MATCH NAME FROM THE CUSTOMER NAME: UPPER CASE,
      *    A LEADING "THE " DROPPED UNLESS DUPPARM SAYS KEEP IT, AND
      *    ONLY LETTERS AND DIGITS KEPT, CLOSED UP FROM THE LEFT.
       220-NORMALIZE-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-NAME TO RAW-NAME.
           INSPECT RAW-NAME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO NAME-START-SUB.
           IF DROP-LEADING-ARTICLE
              AND RAW-NAME (1:4) = "THE "
              MOVE 5 TO NAME-START-SUB.
           MOVE SPACES TO MATCH-NAME.
           MOVE ZERO TO MATCH-NAME-LENGTH.
           PERFORM 225-KEEP-ONE-NAME-CHAR
              VARYING NAME-SUB FROM NAME-START-SUB BY 1
              UNTIL NAME-SUB > 20.


       225-KEEP-ONE-NAME-CHAR.
           IF RAW-NAME (NAME-SUB:1) NUMERIC
              OR (RAW-NAME (NAME-SUB:1) ALPHABETIC-UPPER
                  AND RAW-NAME (NAME-SUB:1) NOT = SPACE)
              ADD 1 TO MATCH-NAME-LENGTH
              MOVE RAW-NAME (NAME-SUB:1)
                 TO MATCH-NAME (MATCH-NAME-LENGTH:1)
           END-IF.


       290-ABEND-BRANCH-OVERFLOW.
           DISPLAY "RPT9500 ABEND - BRANCH CUSTOMER TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " CUSTOMERS IN BRANCH "
                   CM-BRANCH-NUMBER ".".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE INPUT-CUSTMAST
                 OUTPUT-RPT9500.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       293-ABEND-CUSTMAST-TRAILER.
           DISPLAY "RPT9500 ABEND - CUSTCLN CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " CUSTMAST-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMAST-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - RERUN EDT1000 AND THIS REPORT.".
           CLOSE INPUT-CUSTMAST
                 OUTPUT-RPT9500.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       295-ABEND-CUSTMAST-SEQUENCE.
           DISPLAY "RPT9500 ABEND - INPUT-CUSTMAST OUT OF SEQUENCE "
                   "AT BRANCH " CM-BRANCH-NUMBER
                   " SALESREP " CM-SALESREP-NUMBER
                   " CUSTOMER " CM-CUSTOMER-NUMBER ".".
           DISPLAY "  VERIFY THE SORT STEP AHEAD OF RPT9500 AND "
                   "RERUN.".
           CLOSE INPUT-CUSTMAST
                 OUTPUT-RPT9500.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       300-PROCESS-ONE-CUSTOMER.
           IF NOT-FIRST-RECORD
              IF CM-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                 PERFORM 320-FIND-BRANCH-DUPLICATES
                 MOVE CM-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
              END-IF
           ELSE
              MOVE CM-BRANCH-NUMBER TO OLD-BRANCH-NUMBER
              SET NOT-FIRST-RECORD TO TRUE
           END-IF.
           PERFORM 310-ADD-CUSTOMER-TO-TABLE.
           PERFORM 210-READ-CUSTOMER-RECORD.


       310-ADD-CUSTOMER-TO-TABLE.
           IF BRANCH-CUSTOMER-COUNT >= BRANCH-MAX-ENTRIES
              PERFORM 290-ABEND-BRANCH-OVERFLOW.
           PERFORM 220-NORMALIZE-CUSTOMER-NAME.
           ADD 1 TO BRANCH-CUSTOMER-COUNT.
           SET BCT-INDEX TO BRANCH-CUSTOMER-COUNT.
           MOVE CM-BRANCH-NUMBER   TO BCT-BRANCH-NUMBER (BCT-INDEX).
           MOVE CM-SALESREP-NUMBER TO BCT-SALESREP-NUMBER (BCT-INDEX).
           MOVE CM-CUSTOMER-NUMBER TO BCT-CUSTOMER-NUMBER (BCT-INDEX).
           MOVE CM-CUSTOMER-NAME   TO BCT-CUSTOMER-NAME (BCT-INDEX).
           MOVE MATCH-NAME         TO BCT-MATCH-NAME (BCT-INDEX).
           MOVE CM-SALES-THIS-YTD  TO BCT-SALES-THIS-YTD (BCT-INDEX).
           MOVE CM-SALES-LAST-YTD  TO BCT-SALES-LAST-YTD (BCT-INDEX).
           MOVE ZERO               TO BCT-GROUP-NUMBER (BCT-INDEX).


       320-FIND-BRANCH-DUPLICATES.
           MOVE ZERO TO BRANCH-GROUP-COUNT.
           MOVE ZERO TO BRANCH-GROUPED-COUNT.
           PERFORM 325-GROUP-ONE-CUSTOMER
              VARYING CUST-SUB FROM 1 BY 1
              UNTIL CUST-SUB > BRANCH-CUSTOMER-COUNT.
           IF BRANCH-GROUP-COUNT > ZERO
              PERFORM 360-PRINT-BRANCH-TOTALS.
           ADD 1 TO BRANCHES-READ-COUNT.
           MOVE ZERO TO BRANCH-CUSTOMER-COUNT.


      *    A CUSTOMER NOT YET IN A GROUP STARTS A CANDIDATE GROUP;
      *    EVERY LATER UNGROUPED CUSTOMER WHOSE MATCH NAME AGREES ON
      *    THE LEADING MATCH-LENGTH CHARACTERS JOINS IT. THE GROUP IS
      *    KEPT AND PRINTED ONLY WHEN AT LEAST ONE OTHER CUSTOMER
      *    JOINED.
       325-GROUP-ONE-CUSTOMER.
           IF BCT-GROUP-NUMBER (CUST-SUB) = ZERO
              AND BCT-MATCH-NAME (CUST-SUB) NOT = SPACES
              MOVE ZERO TO GROUP-MEMBER-COUNT
              COMPUTE CANDIDATE-GROUP = GROUP-COUNT + 1
              PERFORM 330-TEST-ONE-OTHER-CUSTOMER
                 VARYING OTHER-SUB FROM CUST-SUB BY 1
                 UNTIL OTHER-SUB > BRANCH-CUSTOMER-COUNT
              IF GROUP-MEMBER-COUNT > 1
                 ADD 1 TO GROUP-COUNT
                 ADD 1 TO BRANCH-GROUP-COUNT
                 ADD GROUP-MEMBER-COUNT TO GROUPED-CUSTOMER-COUNT
                 ADD GROUP-MEMBER-COUNT TO BRANCH-GROUPED-COUNT
                 IF LINE-COUNT + GROUP-MEMBER-COUNT + 1
                       > LINES-ON-PAGE
                    PERFORM 430-PRINT-HEADING-LINES
                 END-IF
                 MOVE GROUP-COUNT TO DL-GROUP-NUMBER
                 PERFORM 335-PRINT-ONE-GROUP-MEMBER
                    VARYING OTHER-SUB FROM CUST-SUB BY 1
                    UNTIL OTHER-SUB > BRANCH-CUSTOMER-COUNT
                 MOVE SPACES TO PRINT-AREA
                 PERFORM 470-WRITE-REPORT-LINE
                 ADD 1 TO LINE-COUNT
              ELSE
                 MOVE ZERO TO BCT-GROUP-NUMBER (CUST-SUB)
              END-IF
           END-IF.


       330-TEST-ONE-OTHER-CUSTOMER.
           IF BCT-GROUP-NUMBER (OTHER-SUB) = ZERO
              AND BCT-MATCH-NAME (OTHER-SUB) (1:MATCH-LENGTH)
                = BCT-MATCH-NAME (CUST-SUB) (1:MATCH-LENGTH)
              MOVE CANDIDATE-GROUP TO BCT-GROUP-NUMBER (OTHER-SUB)
              ADD 1 TO GROUP-MEMBER-COUNT
           END-IF.


       335-PRINT-ONE-GROUP-MEMBER.
           IF BCT-GROUP-NUMBER (OTHER-SUB) = CANDIDATE-GROUP
              MOVE BCT-BRANCH-NUMBER (OTHER-SUB)
                 TO DL-BRANCH-NUMBER
              MOVE BCT-SALESREP-NUMBER (OTHER-SUB)
                 TO DL-SALESREP-NUMBER
              MOVE BCT-CUSTOMER-NUMBER (OTHER-SUB)
                 TO DL-CUSTOMER-NUMBER
              MOVE BCT-CUSTOMER-NAME (OTHER-SUB)
                 TO DL-CUSTOMER-NAME
              MOVE BCT-MATCH-NAME (OTHER-SUB)
                 TO DL-MATCH-NAME
              MOVE BCT-SALES-THIS-YTD (OTHER-SUB)
                 TO DL-SALES-THIS-YTD
              MOVE BCT-SALES-LAST-YTD (OTHER-SUB)
                 TO DL-SALES-LAST-YTD
              PERFORM 340-PRINT-DUPLICATE-LINE
              MOVE ZERO TO DL-GROUP-NUMBER
           END-IF.


       340-PRINT-DUPLICATE-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE DUPLICATE-LINE TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 1 TO LINE-COUNT.


       360-PRINT-BRANCH-TOTALS.
           MOVE OLD-BRANCH-NUMBER    TO BTL-BRANCH-NUMBER.
           MOVE BRANCH-GROUP-COUNT   TO BTL-GROUP-COUNT.
           MOVE BRANCH-GROUPED-COUNT TO BTL-GROUPED-COUNT.
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           ADD 2 TO LINE-COUNT.


       430-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 440-WRITE-PAGE-TOP-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           PERFORM 470-WRITE-REPORT-LINE.
           MOVE 6 TO LINE-COUNT.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       470-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       500-PRINT-GRAND-TOTALS.
           IF LINE-COUNT + 6 > LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           IF GROUP-COUNT = ZERO
              MOVE NO-DUPLICATES-LINE TO PRINT-AREA
              PERFORM 470-WRITE-REPORT-LINE
              MOVE SPACES TO PRINT-AREA
              PERFORM 470-WRITE-REPORT-LINE
              ADD 2 TO LINE-COUNT.

           MOVE "CUSTOMERS READ" TO CCL-DESCRIPTION.
           MOVE CUSTMAST-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "BRANCHES READ" TO CCL-DESCRIPTION.
           MOVE BRANCHES-READ-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "POSSIBLE DUPLICATE GROUPS" TO CCL-DESCRIPTION.
           MOVE GROUP-COUNT TO CCL-COUNT.
           PERFORM 560-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CUSTOMERS IN GROUPS" TO CCL-DESCRIPTION.
           MOVE GROUPED-CUSTOMER-COUNT TO CCL-COUNT.
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
           MOVE "RPT9500" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CUSTMAST-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE GROUP-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
