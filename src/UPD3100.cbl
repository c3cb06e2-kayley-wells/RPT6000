       IDENTIFICATION DIVISION.

       PROGRAM-ID. UPD3100.
      ****************************************************************
      * PROGRAM NAME: UPD3100
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Salesrep And Branch Master Maintenance. Reads a
      *              card file of add/change/delete transactions for
      *              the SALESREP and BRCHMAST masters (record type R
      *              or B) and writes new generations of both files
      *              (NEWREP, NEWBRCH) in key order, so neither master
      *              is hand-edited any more. Both masters are loaded
      *              into tables, the cards are applied against the
      *              tables, and the tables are written back out at
      *              end of job. Referential edits: a salesrep's
      *              SM-PLAN-CODE must be a plan on COMRATES; a
      *              branch's BM-REGION-CODE must be a region already
      *              carried by some branch on BRCHMAST unless the
      *              card flags it as a new region and names it. A
      *              salesrep is not deleted while CUSTMAST still
      *              holds customers under the rep or SLSBUDGT still
      *              holds budget for the rep; a branch is not deleted
      *              while any salesrep still sells in it (customers
      *              or budget under the branch/rep) or while it still
      *              has customers or budget. Usage is counted from
      *              CUSTMAST and SLSBUDGT at start-up, and both
      *              files' control trailers are verified. Every card
      *              is listed APPLIED or REJECTED on an audit register
      *              with before and after images of the master
      *              record, and control totals print at the end.
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
      * 10/15/2026 KW  A RUN WITH REJECTED CARDS NOW ENDS WITH RETURN
      *                CODE 8 SO THE JOB STREAM SEES THE REJECTS. THE
      *                KEY-SEQUENCE INSERT NOW FINDS ITS SLOT BEFORE
      *                SHIFTING, SO THE TABLE IS NEVER TESTED BELOW ITS
      *                FIRST ENTRY.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-MSTTRAN ASSIGN TO MSTTRAN.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT INPUT-BRCHMAST ASSIGN TO BRCHMAST.
           SELECT INPUT-COMRATES ASSIGN TO COMRATES.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-RECORD-KEY.
           SELECT INPUT-SLSBUDGT ASSIGN TO SLSBUDGT.
           SELECT OUTPUT-NEWREP ASSIGN TO NEWREP.
           SELECT OUTPUT-NEWBRCH ASSIGN TO NEWBRCH.
           SELECT OUTPUT-UPD3100 ASSIGN TO UPD3100.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-MSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  MASTER-MAINTENANCE-RECORD.
           05  MC-RECORD-TYPE          PIC X(1).
              88 MC-SALESREP-CARD               VALUE "R".
              88 MC-BRANCH-CARD                 VALUE "B".
           05  MC-ACTION-CODE          PIC X(1).
              88 MC-ACTION-ADD                  VALUE "A".
              88 MC-ACTION-CHANGE               VALUE "C".
              88 MC-ACTION-DELETE               VALUE "D".
           05  MC-SALESREP-FIELDS.
               10  MC-SALESREP-NUMBER  PIC 9(3).
               10  MC-SALESREP-NUMBER-X
                                       REDEFINES MC-SALESREP-NUMBER
                                       PIC X(3).
               10  MC-SALESREP-NAME    PIC X(10).
               10  MC-PLAN-CODE        PIC X(2).
               10  FILLER              PIC X(63).
           05  MC-BRANCH-FIELDS        REDEFINES MC-SALESREP-FIELDS.
               10  MC-BRANCH-NUMBER    PIC 9(2).
               10  MC-BRANCH-NUMBER-X  REDEFINES MC-BRANCH-NUMBER
                                       PIC X(2).
               10  MC-BRANCH-NAME      PIC X(20).
               10  MC-REGION-CODE      PIC X(2).
               10  MC-REGION-NAME      PIC X(20).
               10  MC-NEW-REGION-SWITCH PIC X(1).
                  88 MC-NEW-REGION              VALUE "Y".
               10  FILLER              PIC X(33).

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

       FD  INPUT-COMRATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY COMRATES.

       FD  INPUT-CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.

           COPY CUSTMAST.

       FD  INPUT-SLSBUDGT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY SLSBUDGT.

       FD  OUTPUT-NEWREP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEW-SALESREP-RECORD PIC X(130).

       FD  OUTPUT-NEWBRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  NEW-BRANCH-RECORD   PIC X(130).

       FD  OUTPUT-UPD3100
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

       01  SALESREP-TABLE.
           05  SALESREP-GROUP OCCURS 500 TIMES
                              INDEXED BY SRT-INDEX.
               10  SRT-SALESREP-NUMBER    PIC 9(3).
               10  SRT-SALESREP-NAME      PIC X(10).
               10  SRT-PLAN-CODE          PIC X(2).
               10  FILLER                 PIC X(115).

       01  BRANCH-TABLE.
           05  BRANCH-GROUP OCCURS 50 TIMES
                            INDEXED BY BRT-INDEX.
               10  BRT-BRANCH-NUMBER      PIC 9(2).
               10  BRT-BRANCH-NAME        PIC X(20).
               10  BRT-REGION-CODE        PIC X(2).
               10  BRT-REGION-NAME        PIC X(20).
               10  FILLER                 PIC X(86).

       01  PLAN-TABLE.
           05  PLAN-GROUP OCCURS 50 TIMES
                          INDEXED BY PLT-INDEX.
               10  PLAN-TBL-CODE          PIC X(2).
               10  PLAN-TBL-NAME          PIC X(20).

       01  BRANCH-SALESREP-TABLE.
           05  BRANCH-SALESREP-GROUP OCCURS 2000 TIMES
                                     INDEXED BY BST-INDEX.
               10  BST-BRANCH-NUMBER      PIC 9(2).
               10  BST-SALESREP-NUMBER    PIC 9(3).

      *    USAGE COUNTS ARE HELD BY KEY: SALESREP NNN AT ENTRY NNN+1,
      *    BRANCH NN AT ENTRY NN+1.
       01  SALESREP-USAGE-TABLE.
           05  SALESREP-USAGE-GROUP OCCURS 1000 TIMES.
               10  SUT-CUSTOMER-COUNT     PIC S9(5)  PACKED-DECIMAL.
               10  SUT-BUDGET-COUNT       PIC S9(5)  PACKED-DECIMAL.

       01  BRANCH-USAGE-TABLE.
           05  BRANCH-USAGE-GROUP OCCURS 100 TIMES.
               10  BUT-SALESREP-COUNT     PIC S9(5)  PACKED-DECIMAL.
               10  BUT-CUSTOMER-COUNT     PIC S9(5)  PACKED-DECIMAL.
               10  BUT-BUDGET-COUNT       PIC S9(5)  PACKED-DECIMAL.

       01  TABLE-LIMITS.
           05  SALESREP-MAX-ENTRIES    PIC S9(4) COMP  VALUE +500.
           05  BRANCH-MAX-ENTRIES      PIC S9(4) COMP  VALUE +50.
           05  PLAN-MAX-ENTRIES        PIC S9(4) COMP  VALUE +50.
           05  BRANCH-SALESREP-MAX-ENTRIES
                                       PIC S9(4) COMP  VALUE +2000.

       01  SUBSCRIPT-FIELDS.
           05  SALESREP-USED-COUNT     PIC S9(4) COMP  VALUE ZERO.
           05  SALESREP-SUB            PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-USED-COUNT       PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  INSERT-SUB              PIC S9(4) COMP  VALUE ZERO.
           05  PLAN-USED-COUNT         PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-SALESREP-USED-COUNT
                                       PIC S9(4) COMP  VALUE ZERO.
           05  SALESREP-USAGE-SUB      PIC S9(4) COMP  VALUE ZERO.
           05  BRANCH-USAGE-SUB        PIC S9(4) COMP  VALUE ZERO.
           05  MONTH-SUB               PIC S9(4) COMP  VALUE ZERO.

       01  KEY-FIELDS.
           05  SALESREP-KEY-WORK       PIC 9(3).
           05  BRANCH-KEY-WORK         PIC 9(2).
           05  PLAN-CODE-WORK          PIC X(2).
           05  REGION-CODE-WORK        PIC X(2).
           05  REGION-NAME-WORK        PIC X(20).
           05  PLAN-NAME-WORK          PIC X(20).

       01  SWITCHES.
           05  MSTTRAN-EOF-SWITCH      PIC X    VALUE "N".
              88 MSTTRAN-EOF                    VALUE "Y".
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
              88 SALESREP-EOF                   VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRCHMAST-EOF                   VALUE "Y".
           05  COMRATES-EOF-SWITCH     PIC X    VALUE "N".
              88 COMRATES-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  CUSTMAST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  SLSBUDGT-EOF-SWITCH     PIC X    VALUE "N".
              88 SLSBUDGT-EOF                   VALUE "Y".
           05  SLSBUDGT-TRAILER-SWITCH PIC X    VALUE "N".
              88 SLSBUDGT-TRAILER-SEEN          VALUE "Y".
           05  SALESREP-FOUND-SWITCH   PIC X    VALUE "N".
              88 SALESREP-FOUND                 VALUE "Y".
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".
              88 BRANCH-FOUND                   VALUE "Y".
           05  PLAN-FOUND-SWITCH       PIC X    VALUE "N".
              88 PLAN-FOUND                     VALUE "Y".
           05  REGION-FOUND-SWITCH     PIC X    VALUE "N".
              88 REGION-FOUND                   VALUE "Y".
           05  EDIT-ERROR-SWITCH       PIC X    VALUE "N".
              88 EDIT-ERROR-FOUND               VALUE "Y".
           05  BEFORE-IMAGE-SWITCH     PIC X    VALUE "N".
              88 BEFORE-IMAGE-PRESENT           VALUE "Y".
           05  AFTER-IMAGE-SWITCH      PIC X    VALUE "N".
              88 AFTER-IMAGE-PRESENT            VALUE "Y".
           05  POSITION-FOUND-SWITCH   PIC X    VALUE "N".
              88 POSITION-FOUND                 VALUE "Y".

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  MAINTENANCE-COUNTERS        PACKED-DECIMAL.
           05  CARDS-READ-COUNT        PIC S9(7)     VALUE ZERO.
           05  CARDS-APPLIED-COUNT     PIC S9(7)     VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC S9(7)     VALUE ZERO.
           05  SALESREP-ADDS-COUNT     PIC S9(7)     VALUE ZERO.
           05  SALESREP-CHANGES-COUNT  PIC S9(7)     VALUE ZERO.
           05  SALESREP-DELETES-COUNT  PIC S9(7)     VALUE ZERO.
           05  BRANCH-ADDS-COUNT       PIC S9(7)     VALUE ZERO.
           05  BRANCH-CHANGES-COUNT    PIC S9(7)     VALUE ZERO.
           05  BRANCH-DELETES-COUNT    PIC S9(7)     VALUE ZERO.
           05  NEWREP-WRITTEN-COUNT    PIC S9(7)     VALUE ZERO.
           05  NEWBRCH-WRITTEN-COUNT   PIC S9(7)     VALUE ZERO.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

       01  TRAILER-COUNT-FIELDS        PACKED-DECIMAL.
           05  CUSTMAST-READ-COUNT     PIC S9(7)     VALUE ZERO.
           05  SLSBUDGT-READ-COUNT     PIC S9(7)     VALUE ZERO.

       01  TRAILER-HASH-FIELDS         PACKED-DECIMAL.
           05  CUSTMAST-IN-HASH        PIC S9(11)V99 VALUE ZERO.
           05  SLSBUDGT-IN-HASH        PIC S9(11)V99 VALUE ZERO.

           COPY FILETRLR.

       01  BEFORE-IMAGE-AREA           PIC X(130).
       01  AFTER-IMAGE-AREA            PIC X(130).

       01  IMAGE-WORK-AREA             PIC X(130).
       01  IMAGE-SALESREP-RECORD       REDEFINES IMAGE-WORK-AREA.
           05  ISR-SALESREP-NUMBER     PIC 9(3).
           05  ISR-SALESREP-NAME       PIC X(10).
           05  ISR-PLAN-CODE           PIC X(2).
           05  FILLER                  PIC X(115).
       01  IMAGE-BRANCH-RECORD         REDEFINES IMAGE-WORK-AREA.
           05  IBR-BRANCH-NUMBER       PIC 9(2).
           05  IBR-BRANCH-NAME         PIC X(20).
           05  IBR-REGION-CODE         PIC X(2).
           05  IBR-REGION-NAME         PIC X(20).
           05  FILLER                  PIC X(86).

       01  SALESREP-IN-USE-REASON.
           05  FILLER                  PIC X(8)   VALUE "IN USE: ".
           05  SIU-CUSTOMER-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(6)   VALUE " CUST ".
           05  SIU-BUDGET-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(7)   VALUE " BUDGET".

       01  BRANCH-IN-USE-REASON.
           05  FILLER                  PIC X(8)   VALUE "IN USE: ".
           05  BIU-SALESREP-COUNT      PIC ZZ9.
           05  FILLER                  PIC X(6)   VALUE " REPS ".
           05  BIU-CUSTOMER-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(6)   VALUE " CUST ".
           05  BIU-BUDGET-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(5)   VALUE " BUDG".

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
           05  FILLER          PIC X(40)  VALUE
               "SALESREP/BRANCH MAINTENANCE REGISTER".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(41)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "UPD3100".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE "FILE".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE "KEY".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE "ACTION".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE "STATUS".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(40)  VALUE
               "REASON / BEFORE AND AFTER IMAGE".
           05  FILLER           PIC X(55)  VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(40)  VALUE ALL '-'.
           05  FILLER           PIC X(55)  VALUE SPACE.

       01  REGISTER-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-FILE-NAME         PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-KEY               PIC X(3).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  ML-ACTION-CODE       PIC X(1).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  ML-STATUS            PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  ML-REASON            PIC X(40).
           05  FILLER               PIC X(55)      VALUE SPACE.

       01  IMAGE-LINE.
           05  FILLER               PIC X(25)      VALUE SPACE.
           05  IML-IMAGE-NAME       PIC X(6).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  IML-MASTER-NAME      PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  IML-CODE-LABEL       PIC X(7).
           05  IML-CODE             PIC X(2).
           05  FILLER               PIC X(3)       VALUE " - ".
           05  IML-CODE-NAME        PIC X(20).
           05  FILLER               PIC X(41)      VALUE SPACE.

       01  CONTROL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-DESCRIPTION      PIC X(28).
           05  CTL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-MAINTAIN-REP-AND-BRANCH.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE BRANCH-TABLE.
           INITIALIZE PLAN-TABLE.
           INITIALIZE BRANCH-SALESREP-TABLE.
           INITIALIZE SALESREP-USAGE-TABLE.
           INITIALIZE BRANCH-USAGE-TABLE.
           OPEN INPUT  INPUT-MSTTRAN
                       INPUT-SALESREP
                       INPUT-BRCHMAST
                       INPUT-COMRATES
                       INPUT-CUSTMAST
                       INPUT-SLSBUDGT
                OUTPUT OUTPUT-NEWREP
                       OUTPUT-NEWBRCH
                       OUTPUT-UPD3100.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 200-LOAD-ONE-PLAN-RECORD
               UNTIL COMRATES-EOF.
           PERFORM 210-LOAD-ONE-SALESREP-RECORD
               UNTIL SALESREP-EOF.
           PERFORM 220-LOAD-ONE-BRANCH-RECORD
               UNTIL BRCHMAST-EOF.
           PERFORM 230-COUNT-ONE-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF.
           PERFORM 240-COUNT-ONE-BUDGET-RECORD
               UNTIL SLSBUDGT-EOF.

           PERFORM 300-APPLY-ONE-CARD THRU 300-EXIT
               UNTIL MSTTRAN-EOF.

           PERFORM 600-WRITE-NEW-MASTERS.
           PERFORM 500-PRINT-CONTROL-TOTALS.
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


       080-ABEND-BUSINESS-DATE.
           DISPLAY "UPD3100 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "UPD3100 ABEND - BUSINESS DATE " BUSINESS-DATE
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


       200-LOAD-ONE-PLAN-RECORD.
           READ INPUT-COMRATES
              AT END
                 SET COMRATES-EOF TO TRUE.
           IF NOT COMRATES-EOF
              MOVE CR-PLAN-CODE TO PLAN-CODE-WORK
              PERFORM 350-FIND-PLAN
              IF NOT PLAN-FOUND
                 PERFORM 205-ADD-PLAN-ENTRY
              END-IF
           END-IF.


       205-ADD-PLAN-ENTRY.
           IF PLAN-USED-COUNT >= PLAN-MAX-ENTRIES
              PERFORM 282-ABEND-PLAN-OVERFLOW.
           ADD 1 TO PLAN-USED-COUNT.
           SET PLT-INDEX TO PLAN-USED-COUNT.
           MOVE CR-PLAN-CODE TO PLAN-TBL-CODE (PLT-INDEX).
           MOVE CR-PLAN-NAME TO PLAN-TBL-NAME (PLT-INDEX).


       210-LOAD-ONE-SALESREP-RECORD.
           READ INPUT-SALESREP
              AT END
                 SET SALESREP-EOF TO TRUE.
           IF NOT SALESREP-EOF
              MOVE SM-SALESREP-NUMBER TO SALESREP-KEY-WORK
              PERFORM 311-FIND-SALESREP
              IF SALESREP-FOUND
                 PERFORM 283-ABEND-DUPLICATE-SALESREP
              END-IF
              PERFORM 316-OPEN-SALESREP-SLOT
              MOVE SALESREP-MASTER-RECORD
                 TO SALESREP-GROUP (SALESREP-SUB)
           END-IF.


       220-LOAD-ONE-BRANCH-RECORD.
           READ INPUT-BRCHMAST
              AT END
                 SET BRCHMAST-EOF TO TRUE.
           IF NOT BRCHMAST-EOF
              MOVE BM-BRANCH-NUMBER TO BRANCH-KEY-WORK
              PERFORM 331-FIND-BRANCH
              IF BRANCH-FOUND
                 PERFORM 284-ABEND-DUPLICATE-BRANCH
              END-IF
              PERFORM 336-OPEN-BRANCH-SLOT
              MOVE BRANCH-MASTER-RECORD
                 TO BRANCH-GROUP (BRANCH-SUB)
           END-IF.


       230-COUNT-ONE-CUSTOMER-RECORD.
           READ INPUT-CUSTMAST
              AT END
                 SET CUSTMAST-EOF TO TRUE
                 IF NOT CUSTMAST-TRAILER-SEEN
                    PERFORM 286-ABEND-CUSTMAST-TRAILER
                 END-IF.
           IF NOT CUSTMAST-EOF
              MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET CUSTMAST-TRAILER-SEEN TO TRUE
                 SET CUSTMAST-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = CUSTMAST-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = CUSTMAST-IN-HASH
                    PERFORM 286-ABEND-CUSTMAST-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO CUSTMAST-READ-COUNT
                 IF CM-SALES-THIS-YTD NUMERIC
                    ADD CM-SALES-THIS-YTD TO CUSTMAST-IN-HASH
                 END-IF
                 IF CM-BRANCH-NUMBER NUMERIC
                    AND CM-SALESREP-NUMBER NUMERIC
                    PERFORM 235-POST-CUSTOMER-USAGE
                 END-IF
              END-IF
           END-IF.


       235-POST-CUSTOMER-USAGE.
           COMPUTE SALESREP-USAGE-SUB = CM-SALESREP-NUMBER + 1.
           COMPUTE BRANCH-USAGE-SUB = CM-BRANCH-NUMBER + 1.
           ADD 1 TO SUT-CUSTOMER-COUNT (SALESREP-USAGE-SUB).
           ADD 1 TO BUT-CUSTOMER-COUNT (BRANCH-USAGE-SUB).
           MOVE CM-BRANCH-NUMBER   TO BRANCH-KEY-WORK.
           MOVE CM-SALESREP-NUMBER TO SALESREP-KEY-WORK.
           PERFORM 250-NOTE-BRANCH-SALESREP.


       240-COUNT-ONE-BUDGET-RECORD.
           READ INPUT-SLSBUDGT
              AT END
                 SET SLSBUDGT-EOF TO TRUE
                 IF NOT SLSBUDGT-TRAILER-SEEN
                    PERFORM 287-ABEND-SLSBUDGT-TRAILER
                 END-IF.
           IF NOT SLSBUDGT-EOF
              MOVE SALES-BUDGET-RECORD TO FILE-TRAILER-RECORD
              IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
                 SET SLSBUDGT-TRAILER-SEEN TO TRUE
                 SET SLSBUDGT-EOF TO TRUE
                 IF FT-RECORD-COUNT NOT = SLSBUDGT-READ-COUNT
                    OR FT-AMOUNT-HASH NOT = SLSBUDGT-IN-HASH
                    PERFORM 287-ABEND-SLSBUDGT-TRAILER
                 END-IF
              ELSE
                 ADD 1 TO SLSBUDGT-READ-COUNT
                 PERFORM 246-HASH-ONE-BUDGET-MONTH
                    VARYING MONTH-SUB FROM 1 BY 1
                    UNTIL MONTH-SUB > 12
                 IF SB-BRANCH-NUMBER NUMERIC
                    AND SB-SALESREP-NUMBER NUMERIC
                    PERFORM 245-POST-BUDGET-USAGE
                 END-IF
              END-IF
           END-IF.


       245-POST-BUDGET-USAGE.
           COMPUTE SALESREP-USAGE-SUB = SB-SALESREP-NUMBER + 1.
           COMPUTE BRANCH-USAGE-SUB = SB-BRANCH-NUMBER + 1.
           ADD 1 TO SUT-BUDGET-COUNT (SALESREP-USAGE-SUB).
           ADD 1 TO BUT-BUDGET-COUNT (BRANCH-USAGE-SUB).
           MOVE SB-BRANCH-NUMBER   TO BRANCH-KEY-WORK.
           MOVE SB-SALESREP-NUMBER TO SALESREP-KEY-WORK.
           PERFORM 250-NOTE-BRANCH-SALESREP.


       246-HASH-ONE-BUDGET-MONTH.
           ADD SB-MONTH-BUDGET (MONTH-SUB) TO SLSBUDGT-IN-HASH.


       250-NOTE-BRANCH-SALESREP.
           SET BST-INDEX TO 1.
           SEARCH BRANCH-SALESREP-GROUP
              AT END
                 PERFORM 255-ADD-BRANCH-SALESREP
              WHEN BST-INDEX > BRANCH-SALESREP-USED-COUNT
                 PERFORM 255-ADD-BRANCH-SALESREP
              WHEN BST-BRANCH-NUMBER (BST-INDEX) = BRANCH-KEY-WORK
               AND BST-SALESREP-NUMBER (BST-INDEX) = SALESREP-KEY-WORK
                 CONTINUE
           END-SEARCH.


       255-ADD-BRANCH-SALESREP.
           IF BRANCH-SALESREP-USED-COUNT >= BRANCH-SALESREP-MAX-ENTRIES
              PERFORM 285-ABEND-BRANCH-SALESREP-OVFL.
           ADD 1 TO BRANCH-SALESREP-USED-COUNT.
           SET BST-INDEX TO BRANCH-SALESREP-USED-COUNT.
           MOVE BRANCH-KEY-WORK   TO BST-BRANCH-NUMBER (BST-INDEX).
           MOVE SALESREP-KEY-WORK TO BST-SALESREP-NUMBER (BST-INDEX).
           ADD 1 TO BUT-SALESREP-COUNT (BRANCH-USAGE-SUB).


       280-ABEND-SALESREP-OVERFLOW.
           DISPLAY "UPD3100 ABEND - SALESREP TABLE FULL AFTER "
                   SALESREP-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE SALESREP-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       281-ABEND-BRANCH-OVERFLOW.
           DISPLAY "UPD3100 ABEND - BRANCH TABLE FULL AFTER "
                   BRANCH-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE BRANCH-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       282-ABEND-PLAN-OVERFLOW.
           DISPLAY "UPD3100 ABEND - PLAN TABLE FULL AFTER "
                   PLAN-MAX-ENTRIES " ENTRIES BUT COMRATES FILE "
                   "HAS MORE PLANS.".
           DISPLAY "INCREASE PLAN-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       283-ABEND-DUPLICATE-SALESREP.
           DISPLAY "UPD3100 ABEND - SALESREP " SM-SALESREP-NUMBER
                   " IS ON THE SALESREP FILE MORE THAN ONCE.".
           DISPLAY "  CORRECT THE MASTER BEFORE RERUNNING - NEITHER "
                   "RECORD CAN BE TRUSTED.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       284-ABEND-DUPLICATE-BRANCH.
           DISPLAY "UPD3100 ABEND - BRANCH " BM-BRANCH-NUMBER
                   " IS ON THE BRCHMAST FILE MORE THAN ONCE.".
           DISPLAY "  CORRECT THE MASTER BEFORE RERUNNING - NEITHER "
                   "RECORD CAN BE TRUSTED.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       285-ABEND-BRANCH-SALESREP-OVFL.
           DISPLAY "UPD3100 ABEND - BRANCH/SALESREP TABLE FULL AFTER "
                   BRANCH-SALESREP-MAX-ENTRIES " ENTRIES.".
           DISPLAY "INCREASE BRANCH-SALESREP-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       286-ABEND-CUSTMAST-TRAILER.
           DISPLAY "UPD3100 ABEND - CUSTMAST CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " CUSTMAST-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " CUSTMAST-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - DO NOT TRUST THIS COPY.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       287-ABEND-SLSBUDGT-TRAILER.
           DISPLAY "UPD3100 ABEND - SLSBUDGT CONTROL TRAILER MISSING "
                   "OR WRONG.".
           DISPLAY "  TRAILER COUNT " FT-RECORD-COUNT
                   " FILE COUNT " SLSBUDGT-READ-COUNT ".".
           DISPLAY "  TRAILER HASH " FT-AMOUNT-HASH
                   " FILE HASH " SLSBUDGT-IN-HASH ".".
           DISPLAY "  THE FILE IS SHORT, LONG, OR WAS BUILT WITHOUT "
                   "ITS TRAILER - RERUN EDT2000 AND THIS PROGRAM.".
           PERFORM 299-CLOSE-ALL-FILES.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       299-CLOSE-ALL-FILES.
           CLOSE INPUT-MSTTRAN
                 INPUT-SALESREP
                 INPUT-BRCHMAST
                 INPUT-COMRATES
                 INPUT-CUSTMAST
                 INPUT-SLSBUDGT
                 OUTPUT-NEWREP
                 OUTPUT-NEWBRCH
                 OUTPUT-UPD3100.


       300-APPLY-ONE-CARD.
           READ INPUT-MSTTRAN
              AT END
                 SET MSTTRAN-EOF TO TRUE.
           IF MSTTRAN-EOF
              GO TO 300-EXIT.

           ADD 1 TO CARDS-READ-COUNT.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
           MOVE "N" TO AFTER-IMAGE-SWITCH.

           IF NOT MC-SALESREP-CARD
              AND NOT MC-BRANCH-CARD
              MOVE "RECORD TYPE NOT R OR B" TO ML-REASON
              PERFORM 340-REJECT-CARD
              GO TO 300-EXIT.

           IF NOT MC-ACTION-ADD
              AND NOT MC-ACTION-CHANGE
              AND NOT MC-ACTION-DELETE
              MOVE "ACTION CODE NOT A, C, OR D" TO ML-REASON
              PERFORM 340-REJECT-CARD
              GO TO 300-EXIT.

           IF MC-SALESREP-CARD
              PERFORM 310-APPLY-SALESREP-CARD
           ELSE
              PERFORM 330-APPLY-BRANCH-CARD
           END-IF.

       300-EXIT.
           EXIT.


       310-APPLY-SALESREP-CARD.
           IF MC-SALESREP-NUMBER NOT NUMERIC
              MOVE "SALESREP NUMBER NOT NUMERIC" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              MOVE MC-SALESREP-NUMBER TO SALESREP-KEY-WORK
              PERFORM 311-FIND-SALESREP
              EVALUATE TRUE
                 WHEN MC-ACTION-ADD
                    PERFORM 313-ADD-SALESREP
                 WHEN MC-ACTION-CHANGE
                    PERFORM 314-CHANGE-SALESREP
                 WHEN MC-ACTION-DELETE
                    PERFORM 315-DELETE-SALESREP
              END-EVALUATE
           END-IF.


       311-FIND-SALESREP.
           MOVE "N" TO SALESREP-FOUND-SWITCH.
           SET SRT-INDEX TO 1.
           SEARCH SALESREP-GROUP
              AT END
                 CONTINUE
              WHEN SRT-INDEX > SALESREP-USED-COUNT
                 CONTINUE
              WHEN SRT-SALESREP-NUMBER (SRT-INDEX) = SALESREP-KEY-WORK
                 SET SALESREP-FOUND TO TRUE
                 SET SALESREP-SUB TO SRT-INDEX
           END-SEARCH.


       312-EDIT-SALESREP-FIELDS.
           MOVE "N" TO EDIT-ERROR-SWITCH.
           IF MC-ACTION-ADD AND MC-SALESREP-NAME = SPACES
              MOVE "SALESREP NAME BLANK" TO ML-REASON
              SET EDIT-ERROR-FOUND TO TRUE.
           IF MC-ACTION-ADD AND MC-PLAN-CODE = SPACES
              MOVE "PLAN CODE BLANK" TO ML-REASON
              SET EDIT-ERROR-FOUND TO TRUE.
           IF MC-PLAN-CODE NOT = SPACES
              MOVE MC-PLAN-CODE TO PLAN-CODE-WORK
              PERFORM 350-FIND-PLAN
              IF NOT PLAN-FOUND
                 MOVE "PLAN CODE NOT ON COMRATES" TO ML-REASON
                 SET EDIT-ERROR-FOUND TO TRUE
              END-IF
           END-IF.


       313-ADD-SALESREP.
           IF SALESREP-FOUND
              MOVE "SALESREP ALREADY ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              PERFORM 312-EDIT-SALESREP-FIELDS
              IF EDIT-ERROR-FOUND
                 PERFORM 340-REJECT-CARD
              ELSE
                 PERFORM 316-OPEN-SALESREP-SLOT
                 MOVE SPACES TO SALESREP-GROUP (SALESREP-SUB)
                 MOVE MC-SALESREP-NUMBER
                    TO SRT-SALESREP-NUMBER (SALESREP-SUB)
                 MOVE MC-SALESREP-NAME
                    TO SRT-SALESREP-NAME (SALESREP-SUB)
                 MOVE MC-PLAN-CODE TO SRT-PLAN-CODE (SALESREP-SUB)
                 MOVE SALESREP-GROUP (SALESREP-SUB)
                    TO AFTER-IMAGE-AREA
                 SET AFTER-IMAGE-PRESENT TO TRUE
                 ADD 1 TO SALESREP-ADDS-COUNT
                 PERFORM 345-ACCEPT-CARD
              END-IF
           END-IF.


       314-CHANGE-SALESREP.
           IF NOT SALESREP-FOUND
              MOVE "SALESREP NOT ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              IF MC-SALESREP-NAME = SPACES
                 AND MC-PLAN-CODE = SPACES
                 MOVE "NO FIELDS TO CHANGE" TO ML-REASON
                 PERFORM 340-REJECT-CARD
              ELSE
                 PERFORM 312-EDIT-SALESREP-FIELDS
                 IF EDIT-ERROR-FOUND
                    PERFORM 340-REJECT-CARD
                 ELSE
                    MOVE SALESREP-GROUP (SALESREP-SUB)
                       TO BEFORE-IMAGE-AREA
                    SET BEFORE-IMAGE-PRESENT TO TRUE
                    IF MC-SALESREP-NAME NOT = SPACES
                       MOVE MC-SALESREP-NAME
                          TO SRT-SALESREP-NAME (SALESREP-SUB)
                    END-IF
                    IF MC-PLAN-CODE NOT = SPACES
                       MOVE MC-PLAN-CODE
                          TO SRT-PLAN-CODE (SALESREP-SUB)
                    END-IF
                    MOVE SALESREP-GROUP (SALESREP-SUB)
                       TO AFTER-IMAGE-AREA
                    SET AFTER-IMAGE-PRESENT TO TRUE
                    ADD 1 TO SALESREP-CHANGES-COUNT
                    PERFORM 345-ACCEPT-CARD
                 END-IF
              END-IF
           END-IF.


       315-DELETE-SALESREP.
           IF NOT SALESREP-FOUND
              MOVE "SALESREP NOT ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              COMPUTE SALESREP-USAGE-SUB = MC-SALESREP-NUMBER + 1
              IF SUT-CUSTOMER-COUNT (SALESREP-USAGE-SUB) > ZERO
                 OR SUT-BUDGET-COUNT (SALESREP-USAGE-SUB) > ZERO
                 MOVE SUT-CUSTOMER-COUNT (SALESREP-USAGE-SUB)
                    TO SIU-CUSTOMER-COUNT
                 MOVE SUT-BUDGET-COUNT (SALESREP-USAGE-SUB)
                    TO SIU-BUDGET-COUNT
                 MOVE SALESREP-IN-USE-REASON TO ML-REASON
                 PERFORM 340-REJECT-CARD
              ELSE
                 MOVE SALESREP-GROUP (SALESREP-SUB)
                    TO BEFORE-IMAGE-AREA
                 SET BEFORE-IMAGE-PRESENT TO TRUE
                 PERFORM 318-CLOSE-SALESREP-SLOT
                 ADD 1 TO SALESREP-DELETES-COUNT
                 PERFORM 345-ACCEPT-CARD
              END-IF
           END-IF.


      *    OPENS AN EMPTY ENTRY IN KEY SEQUENCE FOR SALESREP-KEY-WORK
      *    AND LEAVES SALESREP-SUB POINTING AT IT.
       316-OPEN-SALESREP-SLOT.
           IF SALESREP-USED-COUNT >= SALESREP-MAX-ENTRIES
              PERFORM 280-ABEND-SALESREP-OVERFLOW.
           COMPUTE INSERT-SUB = SALESREP-USED-COUNT + 1.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           PERFORM 320-FIND-SALESREP-SLOT
               VARYING SALESREP-SUB FROM 1 BY 1
               UNTIL POSITION-FOUND
                  OR SALESREP-SUB > SALESREP-USED-COUNT.
           PERFORM 317-SHIFT-SALESREP-DOWN
               VARYING SALESREP-SUB FROM SALESREP-USED-COUNT BY -1
               UNTIL SALESREP-SUB < INSERT-SUB.
           MOVE INSERT-SUB TO SALESREP-SUB.
           ADD 1 TO SALESREP-USED-COUNT.


       317-SHIFT-SALESREP-DOWN.
           MOVE SALESREP-GROUP (SALESREP-SUB)
              TO SALESREP-GROUP (SALESREP-SUB + 1).


       318-CLOSE-SALESREP-SLOT.
           PERFORM 319-SHIFT-SALESREP-UP
               VARYING SALESREP-SUB FROM SALESREP-SUB BY 1
               UNTIL SALESREP-SUB >= SALESREP-USED-COUNT.
           SUBTRACT 1 FROM SALESREP-USED-COUNT.


       319-SHIFT-SALESREP-UP.
           MOVE SALESREP-GROUP (SALESREP-SUB + 1)
              TO SALESREP-GROUP (SALESREP-SUB).


       320-FIND-SALESREP-SLOT.
           IF SRT-SALESREP-NUMBER (SALESREP-SUB) NOT < SALESREP-KEY-WORK
              MOVE SALESREP-SUB TO INSERT-SUB
              SET POSITION-FOUND TO TRUE
           END-IF.


       330-APPLY-BRANCH-CARD.
           IF MC-BRANCH-NUMBER NOT NUMERIC
              MOVE "BRANCH NUMBER NOT NUMERIC" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              MOVE MC-BRANCH-NUMBER TO BRANCH-KEY-WORK
              PERFORM 331-FIND-BRANCH
              EVALUATE TRUE
                 WHEN MC-ACTION-ADD
                    PERFORM 333-ADD-BRANCH
                 WHEN MC-ACTION-CHANGE
                    PERFORM 334-CHANGE-BRANCH
                 WHEN MC-ACTION-DELETE
                    PERFORM 335-DELETE-BRANCH
              END-EVALUATE
           END-IF.


       331-FIND-BRANCH.
           MOVE "N" TO BRANCH-FOUND-SWITCH.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 CONTINUE
              WHEN BRT-INDEX > BRANCH-USED-COUNT
                 CONTINUE
              WHEN BRT-BRANCH-NUMBER (BRT-INDEX) = BRANCH-KEY-WORK
                 SET BRANCH-FOUND TO TRUE
                 SET BRANCH-SUB TO BRT-INDEX
           END-SEARCH.


      *    A REGION IS VALID WHEN SOME BRANCH ALREADY CARRIES IT. A
      *    NEW REGION IS ALLOWED ONLY WHEN THE CARD FLAGS IT AND NAMES
      *    IT; OTHERWISE THE REGION NAME COMES FROM THE BRANCHES
      *    ALREADY IN THAT REGION SO ONE REGION NEVER HAS TWO NAMES.
       332-EDIT-BRANCH-FIELDS.
           MOVE "N" TO EDIT-ERROR-SWITCH.
           IF MC-ACTION-ADD AND MC-BRANCH-NAME = SPACES
              MOVE "BRANCH NAME BLANK" TO ML-REASON
              SET EDIT-ERROR-FOUND TO TRUE.
           IF MC-NEW-REGION-SWITCH NOT = SPACE
              AND NOT MC-NEW-REGION
              MOVE "NEW-REGION FLAG NOT Y OR BLANK" TO ML-REASON
              SET EDIT-ERROR-FOUND TO TRUE.
           IF MC-REGION-CODE = SPACES
              IF MC-ACTION-ADD
                 OR MC-REGION-NAME NOT = SPACES
                 OR MC-NEW-REGION
                 MOVE "REGION CODE BLANK" TO ML-REASON
                 SET EDIT-ERROR-FOUND TO TRUE
              END-IF
           ELSE
              MOVE MC-REGION-CODE TO REGION-CODE-WORK
              PERFORM 338-FIND-REGION
              IF MC-NEW-REGION
                 IF REGION-FOUND
                    MOVE "REGION ALREADY ON BRCHMAST" TO ML-REASON
                    SET EDIT-ERROR-FOUND TO TRUE
                 END-IF
                 IF MC-REGION-NAME = SPACES
                    MOVE "NEW REGION NAME BLANK" TO ML-REASON
                    SET EDIT-ERROR-FOUND TO TRUE
                 END-IF
                 MOVE MC-REGION-NAME TO REGION-NAME-WORK
              ELSE
                 IF NOT REGION-FOUND
                    MOVE "REGION NOT ON BRCHMAST" TO ML-REASON
                    SET EDIT-ERROR-FOUND TO TRUE
                 END-IF
                 IF MC-REGION-NAME NOT = SPACES
                    MOVE "REGION NAME ONLY FOR NEW REGION"
                       TO ML-REASON
                    SET EDIT-ERROR-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.


       333-ADD-BRANCH.
           IF BRANCH-FOUND
              MOVE "BRANCH ALREADY ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              PERFORM 332-EDIT-BRANCH-FIELDS
              IF EDIT-ERROR-FOUND
                 PERFORM 340-REJECT-CARD
              ELSE
                 PERFORM 336-OPEN-BRANCH-SLOT
                 MOVE SPACES TO BRANCH-GROUP (BRANCH-SUB)
                 MOVE MC-BRANCH-NUMBER
                    TO BRT-BRANCH-NUMBER (BRANCH-SUB)
                 MOVE MC-BRANCH-NAME TO BRT-BRANCH-NAME (BRANCH-SUB)
                 MOVE MC-REGION-CODE TO BRT-REGION-CODE (BRANCH-SUB)
                 MOVE REGION-NAME-WORK
                    TO BRT-REGION-NAME (BRANCH-SUB)
                 MOVE BRANCH-GROUP (BRANCH-SUB) TO AFTER-IMAGE-AREA
                 SET AFTER-IMAGE-PRESENT TO TRUE
                 ADD 1 TO BRANCH-ADDS-COUNT
                 PERFORM 345-ACCEPT-CARD
              END-IF
           END-IF.


       334-CHANGE-BRANCH.
           IF NOT BRANCH-FOUND
              MOVE "BRANCH NOT ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              IF MC-BRANCH-NAME = SPACES
                 AND MC-REGION-CODE = SPACES
                 AND MC-REGION-NAME = SPACES
                 AND MC-NEW-REGION-SWITCH = SPACE
                 MOVE "NO FIELDS TO CHANGE" TO ML-REASON
                 PERFORM 340-REJECT-CARD
              ELSE
                 PERFORM 332-EDIT-BRANCH-FIELDS
                 IF EDIT-ERROR-FOUND
                    PERFORM 340-REJECT-CARD
                 ELSE
                    MOVE BRANCH-GROUP (BRANCH-SUB)
                       TO BEFORE-IMAGE-AREA
                    SET BEFORE-IMAGE-PRESENT TO TRUE
                    IF MC-BRANCH-NAME NOT = SPACES
                       MOVE MC-BRANCH-NAME
                          TO BRT-BRANCH-NAME (BRANCH-SUB)
                    END-IF
                    IF MC-REGION-CODE NOT = SPACES
                       MOVE MC-REGION-CODE
                          TO BRT-REGION-CODE (BRANCH-SUB)
                       MOVE REGION-NAME-WORK
                          TO BRT-REGION-NAME (BRANCH-SUB)
                    END-IF
                    MOVE BRANCH-GROUP (BRANCH-SUB)
                       TO AFTER-IMAGE-AREA
                    SET AFTER-IMAGE-PRESENT TO TRUE
                    ADD 1 TO BRANCH-CHANGES-COUNT
                    PERFORM 345-ACCEPT-CARD
                 END-IF
              END-IF
           END-IF.


       335-DELETE-BRANCH.
           IF NOT BRANCH-FOUND
              MOVE "BRANCH NOT ON FILE" TO ML-REASON
              PERFORM 340-REJECT-CARD
           ELSE
              COMPUTE BRANCH-USAGE-SUB = MC-BRANCH-NUMBER + 1
              IF BUT-SALESREP-COUNT (BRANCH-USAGE-SUB) > ZERO
                 OR BUT-CUSTOMER-COUNT (BRANCH-USAGE-SUB) > ZERO
                 OR BUT-BUDGET-COUNT (BRANCH-USAGE-SUB) > ZERO
                 MOVE BUT-SALESREP-COUNT (BRANCH-USAGE-SUB)
                    TO BIU-SALESREP-COUNT
                 MOVE BUT-CUSTOMER-COUNT (BRANCH-USAGE-SUB)
                    TO BIU-CUSTOMER-COUNT
                 MOVE BUT-BUDGET-COUNT (BRANCH-USAGE-SUB)
                    TO BIU-BUDGET-COUNT
                 MOVE BRANCH-IN-USE-REASON TO ML-REASON
                 PERFORM 340-REJECT-CARD
              ELSE
                 MOVE BRANCH-GROUP (BRANCH-SUB) TO BEFORE-IMAGE-AREA
                 SET BEFORE-IMAGE-PRESENT TO TRUE
                 PERFORM 339-CLOSE-BRANCH-SLOT
                 ADD 1 TO BRANCH-DELETES-COUNT
                 PERFORM 345-ACCEPT-CARD
              END-IF
           END-IF.


      *    OPENS AN EMPTY ENTRY IN KEY SEQUENCE FOR BRANCH-KEY-WORK
      *    AND LEAVES BRANCH-SUB POINTING AT IT.
       336-OPEN-BRANCH-SLOT.
           IF BRANCH-USED-COUNT >= BRANCH-MAX-ENTRIES
              PERFORM 281-ABEND-BRANCH-OVERFLOW.
           COMPUTE INSERT-SUB = BRANCH-USED-COUNT + 1.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           PERFORM 342-FIND-BRANCH-SLOT
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL POSITION-FOUND
                  OR BRANCH-SUB > BRANCH-USED-COUNT.
           PERFORM 337-SHIFT-BRANCH-DOWN
               VARYING BRANCH-SUB FROM BRANCH-USED-COUNT BY -1
               UNTIL BRANCH-SUB < INSERT-SUB.
           MOVE INSERT-SUB TO BRANCH-SUB.
           ADD 1 TO BRANCH-USED-COUNT.


       337-SHIFT-BRANCH-DOWN.
           MOVE BRANCH-GROUP (BRANCH-SUB)
              TO BRANCH-GROUP (BRANCH-SUB + 1).


       338-FIND-REGION.
           MOVE "N" TO REGION-FOUND-SWITCH.
           MOVE SPACES TO REGION-NAME-WORK.
           SET BRT-INDEX TO 1.
           SEARCH BRANCH-GROUP
              AT END
                 CONTINUE
              WHEN BRT-INDEX > BRANCH-USED-COUNT
                 CONTINUE
              WHEN BRT-REGION-CODE (BRT-INDEX) = REGION-CODE-WORK
                 SET REGION-FOUND TO TRUE
                 MOVE BRT-REGION-NAME (BRT-INDEX) TO REGION-NAME-WORK
           END-SEARCH.


       339-CLOSE-BRANCH-SLOT.
           PERFORM 341-SHIFT-BRANCH-UP
               VARYING BRANCH-SUB FROM BRANCH-SUB BY 1
               UNTIL BRANCH-SUB >= BRANCH-USED-COUNT.
           SUBTRACT 1 FROM BRANCH-USED-COUNT.


       340-REJECT-CARD.
           ADD 1 TO CARDS-REJECTED-COUNT.
           MOVE "REJECTED" TO ML-STATUS.
           PERFORM 400-PRINT-REGISTER-LINE.


       341-SHIFT-BRANCH-UP.
           MOVE BRANCH-GROUP (BRANCH-SUB + 1)
              TO BRANCH-GROUP (BRANCH-SUB).


       342-FIND-BRANCH-SLOT.
           IF BRT-BRANCH-NUMBER (BRANCH-SUB) NOT < BRANCH-KEY-WORK
              MOVE BRANCH-SUB TO INSERT-SUB
              SET POSITION-FOUND TO TRUE
           END-IF.


       345-ACCEPT-CARD.
           ADD 1 TO CARDS-APPLIED-COUNT.
           MOVE SPACES TO ML-REASON.
           MOVE "APPLIED" TO ML-STATUS.
           PERFORM 400-PRINT-REGISTER-LINE.
           IF BEFORE-IMAGE-PRESENT
              MOVE "BEFORE" TO IML-IMAGE-NAME
              MOVE BEFORE-IMAGE-AREA TO IMAGE-WORK-AREA
              PERFORM 410-PRINT-IMAGE-LINE
           END-IF.
           IF AFTER-IMAGE-PRESENT
              MOVE "AFTER" TO IML-IMAGE-NAME
              MOVE AFTER-IMAGE-AREA TO IMAGE-WORK-AREA
              PERFORM 410-PRINT-IMAGE-LINE
           END-IF.


       350-FIND-PLAN.
           MOVE "N" TO PLAN-FOUND-SWITCH.
           MOVE SPACES TO PLAN-NAME-WORK.
           SET PLT-INDEX TO 1.
           SEARCH PLAN-GROUP
              AT END
                 CONTINUE
              WHEN PLT-INDEX > PLAN-USED-COUNT
                 CONTINUE
              WHEN PLAN-TBL-CODE (PLT-INDEX) = PLAN-CODE-WORK
                 SET PLAN-FOUND TO TRUE
                 MOVE PLAN-TBL-NAME (PLT-INDEX) TO PLAN-NAME-WORK
           END-SEARCH.


       400-PRINT-REGISTER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           EVALUATE TRUE
              WHEN MC-SALESREP-CARD
                 MOVE "SALESREP" TO ML-FILE-NAME
                 MOVE MC-SALESREP-NUMBER-X TO ML-KEY
              WHEN MC-BRANCH-CARD
                 MOVE "BRCHMAST" TO ML-FILE-NAME
                 MOVE MC-BRANCH-NUMBER-X TO ML-KEY
              WHEN OTHER
                 MOVE MC-RECORD-TYPE TO ML-FILE-NAME
                 MOVE SPACES TO ML-KEY
           END-EVALUATE.
           MOVE MC-ACTION-CODE TO ML-ACTION-CODE.
           MOVE REGISTER-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


       410-PRINT-IMAGE-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           IF MC-SALESREP-CARD
              MOVE ISR-SALESREP-NAME TO IML-MASTER-NAME
              MOVE "PLAN"            TO IML-CODE-LABEL
              MOVE ISR-PLAN-CODE     TO IML-CODE
              MOVE ISR-PLAN-CODE     TO PLAN-CODE-WORK
              PERFORM 350-FIND-PLAN
              IF PLAN-FOUND
                 MOVE PLAN-NAME-WORK TO IML-CODE-NAME
              ELSE
                 MOVE "NOT ON COMRATES" TO IML-CODE-NAME
              END-IF
           ELSE
              MOVE IBR-BRANCH-NAME   TO IML-MASTER-NAME
              MOVE "REGION"          TO IML-CODE-LABEL
              MOVE IBR-REGION-CODE   TO IML-CODE
              MOVE IBR-REGION-NAME   TO IML-CODE-NAME
           END-IF.
           MOVE IMAGE-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


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
           MOVE 4 TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.


       440-WRITE-PAGE-TOP-LINE.
           WRITE PRINT-AREA.
           MOVE 1 TO LINE-COUNT.
           ADD 1 TO RUN-LINES-WRITTEN.


       450-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.
           ADD 1 TO RUN-LINES-WRITTEN.


       500-PRINT-CONTROL-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.

           MOVE "CARDS READ" TO CTL-DESCRIPTION.
           MOVE CARDS-READ-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CARDS APPLIED" TO CTL-DESCRIPTION.
           MOVE CARDS-APPLIED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CARDS REJECTED" TO CTL-DESCRIPTION.
           MOVE CARDS-REJECTED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "SALESREPS ADDED" TO CTL-DESCRIPTION.
           MOVE SALESREP-ADDS-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "SALESREPS CHANGED" TO CTL-DESCRIPTION.
           MOVE SALESREP-CHANGES-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "SALESREPS DELETED" TO CTL-DESCRIPTION.
           MOVE SALESREP-DELETES-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "BRANCHES ADDED" TO CTL-DESCRIPTION.
           MOVE BRANCH-ADDS-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "BRANCHES CHANGED" TO CTL-DESCRIPTION.
           MOVE BRANCH-CHANGES-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "BRANCHES DELETED" TO CTL-DESCRIPTION.
           MOVE BRANCH-DELETES-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "NEWREP RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE NEWREP-WRITTEN-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "NEWBRCH RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE NEWBRCH-WRITTEN-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.


       510-PRINT-ONE-CONTROL-TOTAL.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


       600-WRITE-NEW-MASTERS.
           PERFORM 610-WRITE-ONE-SALESREP
               VARYING SALESREP-SUB FROM 1 BY 1
               UNTIL SALESREP-SUB > SALESREP-USED-COUNT.
           PERFORM 620-WRITE-ONE-BRANCH
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > BRANCH-USED-COUNT.


       610-WRITE-ONE-SALESREP.
           WRITE NEW-SALESREP-RECORD
              FROM SALESREP-GROUP (SALESREP-SUB).
           ADD 1 TO NEWREP-WRITTEN-COUNT.


       620-WRITE-ONE-BRANCH.
           WRITE NEW-BRANCH-RECORD
              FROM BRANCH-GROUP (BRANCH-SUB).
           ADD 1 TO NEWBRCH-WRITTEN-COUNT.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "UPD3100" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CARDS-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE CARDS-APPLIED-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
