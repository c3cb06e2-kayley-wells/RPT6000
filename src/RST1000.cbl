       IDENTIFICATION DIVISION.

       PROGRAM-ID. RST1000.
      ****************************************************************
      * PROGRAM NAME: RST1000
      * AUTHORS: Kayley Wells
      * DATE: 10/15/2026
      * DESCRIPTION: Master-File Generation Restore. Every update
      *              program (UPD1000, UPD2000, UPD2100, UPD3000,
      *              UPD4000 and UPD4100) copies the masters it is
      *              about to change to a numbered backup generation
      *              before it touches them, and logs each copy on the
      *              GENCAT generation catalog with its program ID,
      *              business date, record count and control-trailer
      *              amount hash. This run is driven by RSTCARD cards:
      *                R  RESTORE - PUTS THE NAMED GENERATION OF ONE
      *                   MASTER (CUSTMAST, CUSTMTD, CUSTHIST,
      *                   POSTREF, PLSALES OR CUSTARCH) BACK IN PLACE.
      *                   THE BACKUP IS READ ONCE TO PROVE IT FIRST:
      *                   ITS RECORDS MUST AGREE WITH ITS OWN TRAILER,
      *                   AND THE TRAILER MUST AGREE WITH THE CATALOG
      *                   ENTRY, OR NOTHING IS WRITTEN. THE PERIOD
      *                   CLOSES ALSO BACK UP THE BUSDATE CONTROL
      *                   RECORD AND THEIR CLOSE-STATUS RECORD
      *                   (MCLSSTAT FOR UPD2100, CLOSSTAT FOR
      *                   UPD2000). A CLOSE-STATUS GENERATION IS PUT
      *                   BACK WHOLE; A BUSDATE GENERATION PUTS BACK
      *                   ONLY THE OPEN PERIOD AND SALES YEAR, SO THE
      *                   BUSINESS DATE AND ITS OPEN/CLOSED STATUS
      *                   STAY AS DAT1000 LEFT THEM. BACKING OUT A
      *                   CLOSE TAKES ONE CARD FOR EVERY GENERATION
      *                   THAT CLOSE TOOK.
      *                P  PRUNE - DROPS FROM THE CATALOG EVERY
      *                   GENERATION OF A FILE (OR OF ALL FILES WHEN
      *                   THE FILE ID IS BLANK) OLDER THAN THE NEWEST
      *                   N, SO OPERATIONS CAN SCRATCH THOSE DATASETS.
      *                   N DEFAULTS TO 7 WHEN THE CARD LEAVES IT
      *                   BLANK.
      *              JCL points the BKUPxxxx DD of each restore at the
      *              generation named on its card. Every card prints
      *              APPLIED or REJECTED on a restore register, the
      *              catalog is rewritten at end of job, and a
      *              run-control record goes to the shared RUNLOG file.
      *              GAT1000 treats a restore as invalidating every run
      *              earlier the same business day, so each downstream
      *              step has to be rerun before its gate opens again.
      ****************************************************************
      * MODIFICATION HISTORY:
      * 10/15/2026 KW  ORIGINAL PROGRAM.
      * 10/15/2026 KW  A RESTORE CARD NAMING A GENERATION TAKEN BY
      *                UPD2100 OR UPD2000 IS NOW REJECTED WITH A
      *                CONSOLE MESSAGE. THOSE CLOSES ALSO ADVANCE THE
      *                BUSDATE PERIOD/SALES YEAR AND THE MCLSSTAT OR
      *                CLOSSTAT CLOSE STATUS, WHICH THIS RUN DOES NOT
      *                PUT BACK, SO RESTORING THE MASTERS ALONE WOULD
      *                LEAVE THEM OUT OF STEP WITH THE OPEN PERIOD.
      * 10/15/2026 KW  UPD2100 AND UPD2000 NOW BACK UP BUSDATE AND
      *                THEIR CLOSE-STATUS RECORD WITH THE MASTERS, SO
      *                THOSE GENERATIONS ARE NO LONGER REJECTED. NEW
      *                FILE IDS BUSDATE, MCLSSTAT AND CLOSSTAT (DDS
      *                BKUPBDAT, BKUPMCLS, BKUPCLST) RESTORE THE OPEN
      *                PERIOD, SALES YEAR AND CLOSE STATUS, SO A BAD
      *                MONTH-END OR YEAR-END CLOSE CAN BE BACKED OUT
      *                HERE INSTEAD OF BY HAND.
      ****************************************************************


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-RSTCARD ASSIGN TO RSTCARD.
           SELECT BACKUP-CUSTMAST ASSIGN TO BKUPMAST.
           SELECT BACKUP-CUSTMTD ASSIGN TO BKUPMTD.
           SELECT BACKUP-CUSTHIST ASSIGN TO BKUPHIST.
           SELECT BACKUP-POSTREF ASSIGN TO BKUPPREF.
           SELECT BACKUP-PLSALES ASSIGN TO BKUPPLS.
           SELECT BACKUP-CUSTARCH ASSIGN TO BKUPARCH.
           SELECT BACKUP-BUSDATE ASSIGN TO BKUPBDAT.
           SELECT BACKUP-MCLSSTAT ASSIGN TO BKUPMCLS.
           SELECT BACKUP-CLOSSTAT ASSIGN TO BKUPCLST.
           SELECT OUTPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-RECORD-KEY.
           SELECT OUTPUT-CUSTMTD ASSIGN TO CUSTMTD.
           SELECT OUTPUT-CUSTHIST ASSIGN TO CUSTHIST.
           SELECT OUTPUT-POSTREF ASSIGN TO POSTREF.
           SELECT OUTPUT-PLSALES ASSIGN TO PLSALES.
           SELECT OUTPUT-CUSTARCH ASSIGN TO CUSTARCH.
           SELECT OUTPUT-MCLSSTAT ASSIGN TO MCLSSTAT.
           SELECT OUTPUT-CLOSSTAT ASSIGN TO CLOSSTAT.
           SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS GENCAT-FILE-STATUS.
           SELECT OUTPUT-RST1000 ASSIGN TO RST1000.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-RSTCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  RESTORE-CONTROL-CARD.
           05  RC-ACTION-CODE          PIC X(1).
              88 RC-ACTION-RESTORE              VALUE "R".
              88 RC-ACTION-PRUNE                VALUE "P".
           05  RC-FILE-ID              PIC X(8).
           05  RC-GENERATION-NUMBER    PIC 9(5).
           05  RC-GENERATION-NUMBER-X  REDEFINES RC-GENERATION-NUMBER
                                       PIC X(5).
           05  RC-RETENTION-COUNT      PIC 9(3).
           05  RC-RETENTION-COUNT-X    REDEFINES RC-RETENTION-COUNT
                                       PIC X(3).
           05  FILLER                  PIC X(63).

       FD  BACKUP-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTMAST.

       FD  BACKUP-CUSTMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTMTD.

       FD  BACKUP-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

           COPY CUSTHIST.

       FD  BACKUP-POSTREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY POSTREF.

       FD  BACKUP-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

           COPY PLSALES.

       FD  BACKUP-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

           COPY CUSTARCH.

       FD  BACKUP-BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-BUSDATE-RECORD.
           05  BB-BUSINESS-DATE        PIC 9(8).
           05  BB-OPEN-PERIOD          PIC 9(6).
           05  BB-SALES-YEAR           PIC 9(4).
           05  FILLER                  PIC X(62).

       FD  BACKUP-MCLSSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-MCLSSTAT-AREA        PIC X(80).

       FD  BACKUP-CLOSSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  BACKUP-CLOSSTAT-AREA        PIC X(80).

       FD  OUTPUT-CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.

       01  RESTORED-MAST-RECORD.
           05  RM-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(120).

       FD  OUTPUT-CUSTMTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  RESTORED-MTD-AREA           PIC X(130).

       FD  OUTPUT-CUSTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  RESTORED-HIST-AREA          PIC X(130).

       FD  OUTPUT-POSTREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  RESTORED-PREF-AREA          PIC X(80).

       FD  OUTPUT-PLSALES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.

       01  RESTORED-PLS-AREA           PIC X(220).

       FD  OUTPUT-CUSTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.

       01  RESTORED-ARCH-AREA          PIC X(140).

       FD  OUTPUT-MCLSSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  RESTORED-MCLS-AREA          PIC X(80).

       FD  OUTPUT-CLOSSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  RESTORED-CLOS-AREA          PIC X(80).

       FD  GENERATION-CATALOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

       01  GENCAT-AREA                 PIC X(80).

       FD  OUTPUT-RST1000
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
           05  RSTCARD-EOF-SWITCH      PIC X    VALUE "N".
              88 RSTCARD-EOF                    VALUE "Y".
           05  GENCAT-EOF-SWITCH       PIC X    VALUE "N".
              88 GENCAT-EOF                     VALUE "Y".
           05  BACKUP-EOF-SWITCH       PIC X    VALUE "N".
              88 BACKUP-EOF                     VALUE "Y".
           05  BACKUP-TRAILER-SWITCH   PIC X    VALUE "N".
              88 BACKUP-TRAILER-SEEN            VALUE "Y".
           05  CARD-REJECTED-SWITCH    PIC X    VALUE "N".
              88 CARD-REJECTED                  VALUE "Y".
           05  RESTORE-PASS-SWITCH     PIC X    VALUE "V".
              88 VERIFY-PASS                    VALUE "V".
              88 COPY-PASS                      VALUE "C".

       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 500 TIMES
                             INDEXED BY CT-INDEX.
               10  CT-CATALOG-DATA.
                   15  CT-FILE-ID            PIC X(8).
                   15  CT-GENERATION-NUMBER  PIC 9(5).
                   15  FILLER                PIC X(67).
               10  CT-PRUNE-SWITCH           PIC X(1).
                  88 CT-PRUNED                      VALUE "Y".

       01  TABLE-LIMITS.
           05  CATALOG-MAX-ENTRIES     PIC S9(4) COMP  VALUE +500.

       01  SUBSCRIPT-FIELDS.
           05  CATALOG-ENTRY-COUNT     PIC S9(4) COMP  VALUE ZERO.
           05  PRUNE-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  NEWER-SUB               PIC S9(4) COMP  VALUE ZERO.
           05  NEWER-COUNT             PIC S9(4) COMP  VALUE ZERO.

       01  RETENTION-FIELDS.
           05  RETENTION-DEFAULT       PIC 9(3)   VALUE 7.
           05  RETENTION-COUNT         PIC 9(3)   VALUE ZERO.
           05  PRUNE-FILE-ID           PIC X(8)   VALUE SPACE.

       01  PRINT-FIELDS        PACKED-DECIMAL.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.

       01  RESTORE-COUNTERS            PACKED-DECIMAL.
           05  CARDS-READ-COUNT        PIC S9(7)     VALUE ZERO.
           05  CARDS-REJECTED-COUNT    PIC S9(7)     VALUE ZERO.
           05  RESTORES-APPLIED-COUNT  PIC S9(7)     VALUE ZERO.
           05  PRUNES-APPLIED-COUNT    PIC S9(7)     VALUE ZERO.
           05  GENERATIONS-PRUNED-COUNT PIC S9(7)    VALUE ZERO.
           05  CATALOG-KEPT-COUNT      PIC S9(7)     VALUE ZERO.

       01  BACKUP-FIELDS.
           05  BACKUP-RECORD-COUNT     PIC 9(9)      VALUE ZERO.
           05  BACKUP-AMOUNT-HASH      PIC S9(11)V99 VALUE ZERO.
           05  BACKUP-TRAILER-COUNT    PIC 9(9)      VALUE ZERO.
           05  BACKUP-TRAILER-HASH     PIC S9(11)V99 VALUE ZERO.
           05  RESTORE-OPEN-PERIOD     PIC 9(6)      VALUE ZERO.
           05  RESTORE-SALES-YEAR      PIC 9(4)      VALUE ZERO.

       01  RUN-LOG-FIELDS              PACKED-DECIMAL.
           05  RUN-LINES-WRITTEN       PIC S9(7)     VALUE ZERO.
           05  RUN-RETURN-CODE         PIC S9(2)     VALUE ZERO.

           COPY FILETRLR.

           COPY GENCAT.

       01  GENCAT-FILE-STATUS          PIC X(2).
       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.
       01  BUSINESS-DATE-SAVE-AREA     PIC X(80).

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
               "GENERATION RESTORE REGISTER".
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)  VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(101) VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "RST1000".
           05  FILLER          PIC X(10)  VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE "ACTION".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE "FILE".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE "GEN".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE "TAKEN BY".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE "BUS DATE".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE "    RECORDS".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(18)  VALUE
               "       AMOUNT HASH".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE "STATUS".
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(38)  VALUE "REASON".

       01  HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(18)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(38)  VALUE ALL '-'.

       01  REGISTER-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RG-ACTION            PIC X(1).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  RG-FILE-ID           PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-GENERATION        PIC X(5).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-PROGRAM-ID        PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-BUSINESS-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-RECORD-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-AMOUNT-HASH       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RG-STATUS            PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RG-REASON            PIC X(38).

       01  CONTROL-TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CTL-DESCRIPTION      PIC X(28).
           05  CTL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(91)      VALUE SPACE.


       PROCEDURE DIVISION.
       000-RESTORE-GENERATIONS.
           PERFORM 030-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           INITIALIZE CATALOG-TABLE.
           PERFORM 050-LOAD-GENERATION-CATALOG.

           OPEN INPUT  INPUT-RSTCARD
                OUTPUT OUTPUT-RST1000.
           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 300-APPLY-ONE-CARD THRU 300-EXIT.
           PERFORM 300-APPLY-ONE-CARD THRU 300-EXIT
               UNTIL RSTCARD-EOF.

           PERFORM 600-REWRITE-GENERATION-CATALOG.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           IF CARDS-REJECTED-COUNT > ZERO
              MOVE 8 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           CLOSE INPUT-RSTCARD
                 OUTPUT-RST1000.
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
           MOVE BUSINESS-DATE-RECORD TO BUSINESS-DATE-SAVE-AREA.
           IF NOT BD-DATE-OPEN
              CLOSE BUSINESS-DATE-FILE
              PERFORM 081-ABEND-BUSINESS-DATE-CLOSED.
           CLOSE BUSINESS-DATE-FILE.


       050-LOAD-GENERATION-CATALOG.
           OPEN INPUT GENERATION-CATALOG.
           IF GENCAT-FILE-STATUS NOT = "00" AND NOT = "05"
              PERFORM 084-ABEND-GENERATION-CATALOG.
           PERFORM 210-READ-CATALOG-ENTRY
               UNTIL GENCAT-EOF.
           CLOSE GENERATION-CATALOG.


       080-ABEND-BUSINESS-DATE.
           DISPLAY "RST1000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "RST1000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       084-ABEND-GENERATION-CATALOG.
           DISPLAY "RST1000 ABEND - GENERATION CATALOG (GENCAT) "
                   "COULD NOT BE OPENED, STATUS " GENCAT-FILE-STATUS
                   ".".
           DISPLAY "  NOTHING HAS BEEN RESTORED.".
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


       200-READ-RESTORE-CARD.
           READ INPUT-RSTCARD
              AT END
                 SET RSTCARD-EOF TO TRUE.
           IF NOT RSTCARD-EOF
              ADD 1 TO CARDS-READ-COUNT
           END-IF.


       210-READ-CATALOG-ENTRY.
           READ GENERATION-CATALOG
              AT END
                 SET GENCAT-EOF TO TRUE.
           IF NOT GENCAT-EOF
              IF CATALOG-ENTRY-COUNT >= CATALOG-MAX-ENTRIES
                 PERFORM 290-ABEND-CATALOG-OVERFLOW
              END-IF
              ADD 1 TO CATALOG-ENTRY-COUNT
              SET CT-INDEX TO CATALOG-ENTRY-COUNT
              MOVE GENCAT-AREA TO CT-CATALOG-DATA (CT-INDEX)
              MOVE "N" TO CT-PRUNE-SWITCH (CT-INDEX)
           END-IF.


       290-ABEND-CATALOG-OVERFLOW.
           DISPLAY "RST1000 ABEND - MORE THAN " CATALOG-MAX-ENTRIES
                   " GENERATION CATALOG ENTRIES.".
           DISPLAY "INCREASE CATALOG-MAX-ENTRIES/OCCURS AND "
                   "RECOMPILE BEFORE RERUNNING.".
           CLOSE GENERATION-CATALOG.
           MOVE 16 TO RUN-RETURN-CODE.
           PERFORM 700-WRITE-RUN-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       300-APPLY-ONE-CARD.
           PERFORM 200-READ-RESTORE-CARD.
           IF RSTCARD-EOF
              GO TO 300-EXIT.

           MOVE "N" TO CARD-REJECTED-SWITCH.
           MOVE SPACES TO GENERATION-CATALOG-RECORD.
           MOVE RC-FILE-ID TO GC-FILE-ID.

           IF NOT RC-ACTION-RESTORE
              AND NOT RC-ACTION-PRUNE
              MOVE "ACTION CODE NOT R OR P" TO RG-REASON
              PERFORM 340-REJECT-CARD
              GO TO 300-EXIT.

           IF RC-FILE-ID NOT = "CUSTMAST" AND NOT = "CUSTMTD"
              AND NOT = "CUSTHIST" AND NOT = "POSTREF"
              AND NOT = "PLSALES" AND NOT = "CUSTARCH"
              AND NOT = "BUSDATE" AND NOT = "MCLSSTAT"
              AND NOT = "CLOSSTAT"
              AND NOT (RC-ACTION-PRUNE AND RC-FILE-ID = SPACES)
              MOVE "FILE ID NOT A BACKED-UP MASTER" TO RG-REASON
              PERFORM 340-REJECT-CARD
              GO TO 300-EXIT.

           IF RC-ACTION-PRUNE
              PERFORM 400-PRUNE-GENERATIONS
              GO TO 300-EXIT.

           IF RC-GENERATION-NUMBER NOT NUMERIC
              OR RC-GENERATION-NUMBER = ZERO
              MOVE "GENERATION NUMBER NOT NUMERIC" TO RG-REASON
              PERFORM 340-REJECT-CARD
              GO TO 300-EXIT.

           PERFORM 310-FIND-CATALOG-ENTRY.
           IF CARD-REJECTED
              GO TO 300-EXIT.

           SET VERIFY-PASS TO TRUE.
           PERFORM 320-RUN-ONE-PASS.
           PERFORM 330-CHECK-BACKUP-TOTALS.
           IF CARD-REJECTED
              GO TO 300-EXIT.

           SET COPY-PASS TO TRUE.
           PERFORM 320-RUN-ONE-PASS.
           MOVE BUSINESS-DATE TO GC-LAST-RESTORED-DATE.
           MOVE GENERATION-CATALOG-RECORD
              TO CT-CATALOG-DATA (CT-INDEX).
           ADD 1 TO RESTORES-APPLIED-COUNT.
           IF RC-FILE-ID = "BUSDATE"
              MOVE "OPEN PERIOD AND SALES YEAR ONLY" TO RG-REASON
           ELSE
              MOVE SPACES TO RG-REASON.
           MOVE "RESTORED" TO RG-STATUS.
           PERFORM 410-PRINT-REGISTER-LINE.

       300-EXIT.
           EXIT.


       310-FIND-CATALOG-ENTRY.
           SET CT-INDEX TO 1.
           SEARCH CATALOG-ENTRY
              AT END
                 MOVE "GENERATION NOT ON CATALOG" TO RG-REASON
                 PERFORM 340-REJECT-CARD
              WHEN CT-INDEX > CATALOG-ENTRY-COUNT
                 MOVE "GENERATION NOT ON CATALOG" TO RG-REASON
                 PERFORM 340-REJECT-CARD
              WHEN CT-FILE-ID (CT-INDEX) = RC-FILE-ID
                 AND CT-GENERATION-NUMBER (CT-INDEX)
                    = RC-GENERATION-NUMBER
                 MOVE CT-CATALOG-DATA (CT-INDEX)
                    TO GENERATION-CATALOG-RECORD
                 IF CT-PRUNED (CT-INDEX)
                    MOVE "GENERATION PRUNED EARLIER THIS RUN"
                       TO RG-REASON
                    PERFORM 340-REJECT-CARD
                 END-IF
           END-SEARCH.


       320-RUN-ONE-PASS.
           MOVE "N" TO BACKUP-EOF-SWITCH.
           MOVE "N" TO BACKUP-TRAILER-SWITCH.
           MOVE ZERO TO BACKUP-RECORD-COUNT.
           MOVE ZERO TO BACKUP-AMOUNT-HASH.
           MOVE ZERO TO BACKUP-TRAILER-COUNT.
           MOVE ZERO TO BACKUP-TRAILER-HASH.
           EVALUATE RC-FILE-ID
              WHEN "CUSTMAST"
                 PERFORM 350-PASS-CUSTMAST-BACKUP
              WHEN "CUSTMTD"
                 PERFORM 352-PASS-CUSTMTD-BACKUP
              WHEN "CUSTHIST"
                 PERFORM 354-PASS-CUSTHIST-BACKUP
              WHEN "POSTREF"
                 PERFORM 356-PASS-POSTREF-BACKUP
              WHEN "PLSALES"
                 PERFORM 358-PASS-PLSALES-BACKUP
              WHEN "CUSTARCH"
                 PERFORM 360-PASS-CUSTARCH-BACKUP
              WHEN "BUSDATE"
                 PERFORM 362-PASS-BUSDATE-BACKUP
              WHEN "MCLSSTAT"
                 PERFORM 364-PASS-MCLSSTAT-BACKUP
              WHEN "CLOSSTAT"
                 PERFORM 366-PASS-CLOSSTAT-BACKUP
           END-EVALUATE.


       330-CHECK-BACKUP-TOTALS.
           IF GC-TRAILER-PRESENT
              EVALUATE TRUE
                 WHEN NOT BACKUP-TRAILER-SEEN
                    MOVE "BACKUP HAS NO CONTROL TRAILER"
                       TO RG-REASON
                    PERFORM 340-REJECT-CARD
                 WHEN BACKUP-TRAILER-COUNT NOT = BACKUP-RECORD-COUNT
                    OR BACKUP-TRAILER-HASH NOT = BACKUP-AMOUNT-HASH
                    MOVE "BACKUP DISAGREES WITH ITS TRAILER"
                       TO RG-REASON
                    PERFORM 340-REJECT-CARD
                 WHEN BACKUP-TRAILER-COUNT NOT = GC-RECORD-COUNT
                    OR BACKUP-TRAILER-HASH NOT = GC-AMOUNT-HASH
                    MOVE "BACKUP TRAILER DISAGREES WITH CATALOG"
                       TO RG-REASON
                    PERFORM 340-REJECT-CARD
              END-EVALUATE
           ELSE
              IF BACKUP-RECORD-COUNT NOT = GC-RECORD-COUNT
                 MOVE "BACKUP COUNT DISAGREES WITH CATALOG"
                    TO RG-REASON
                 PERFORM 340-REJECT-CARD
              END-IF
           END-IF.


       340-REJECT-CARD.
           SET CARD-REJECTED TO TRUE.
           ADD 1 TO CARDS-REJECTED-COUNT.
           MOVE "REJECTED" TO RG-STATUS.
           PERFORM 410-PRINT-REGISTER-LINE.


       345-NOTE-BACKUP-RECORD.
           IF FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT
              SET BACKUP-TRAILER-SEEN TO TRUE
              MOVE FT-RECORD-COUNT TO BACKUP-TRAILER-COUNT
              MOVE FT-AMOUNT-HASH TO BACKUP-TRAILER-HASH
           ELSE
              ADD 1 TO BACKUP-RECORD-COUNT.


       350-PASS-CUSTMAST-BACKUP.
           OPEN INPUT BACKUP-CUSTMAST.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-CUSTMAST.
           PERFORM 351-READ-CUSTMAST-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-CUSTMAST.
           IF COPY-PASS
              CLOSE OUTPUT-CUSTMAST.


       351-READ-CUSTMAST-BACKUP.
           READ BACKUP-CUSTMAST
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 MOVE CUSTOMER-MASTER-RECORD TO RESTORED-MAST-RECORD
                 WRITE RESTORED-MAST-RECORD
              ELSE
                 MOVE CUSTOMER-MASTER-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
                 IF NOT (FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT)
                    AND CM-SALES-THIS-YTD NUMERIC
                    ADD CM-SALES-THIS-YTD TO BACKUP-AMOUNT-HASH
                 END-IF
              END-IF
           END-IF.


       352-PASS-CUSTMTD-BACKUP.
           OPEN INPUT BACKUP-CUSTMTD.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-CUSTMTD.
           PERFORM 353-READ-CUSTMTD-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-CUSTMTD.
           IF COPY-PASS
              CLOSE OUTPUT-CUSTMTD.


       353-READ-CUSTMTD-BACKUP.
           READ BACKUP-CUSTMTD
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-MTD-AREA FROM CUSTOMER-MONTHLY-RECORD
              ELSE
                 MOVE CUSTOMER-MONTHLY-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
                 IF NOT (FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT)
                    AND CMM-SALES-THIS-MONTH NUMERIC
                    ADD CMM-SALES-THIS-MONTH TO BACKUP-AMOUNT-HASH
                 END-IF
              END-IF
           END-IF.


       354-PASS-CUSTHIST-BACKUP.
           OPEN INPUT BACKUP-CUSTHIST.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-CUSTHIST.
           PERFORM 355-READ-CUSTHIST-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-CUSTHIST.
           IF COPY-PASS
              CLOSE OUTPUT-CUSTHIST.


       355-READ-CUSTHIST-BACKUP.
           READ BACKUP-CUSTHIST
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-HIST-AREA FROM CUSTOMER-HISTORY-RECORD
              ELSE
                 MOVE CUSTOMER-HISTORY-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
              END-IF
           END-IF.


       356-PASS-POSTREF-BACKUP.
           OPEN INPUT BACKUP-POSTREF.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-POSTREF.
           PERFORM 357-READ-POSTREF-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-POSTREF.
           IF COPY-PASS
              CLOSE OUTPUT-POSTREF.


       357-READ-POSTREF-BACKUP.
           READ BACKUP-POSTREF
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-PREF-AREA FROM POSTED-REFERENCE-RECORD
              ELSE
                 MOVE POSTED-REFERENCE-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
                 IF NOT (FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT)
                    ADD PR-TRAN-AMOUNT TO BACKUP-AMOUNT-HASH
                 END-IF
              END-IF
           END-IF.


       358-PASS-PLSALES-BACKUP.
           OPEN INPUT BACKUP-PLSALES.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-PLSALES.
           PERFORM 359-READ-PLSALES-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-PLSALES.
           IF COPY-PASS
              CLOSE OUTPUT-PLSALES.


       359-READ-PLSALES-BACKUP.
           READ BACKUP-PLSALES
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-PLS-AREA FROM PRODUCT-SALES-RECORD
              ELSE
                 MOVE PRODUCT-SALES-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
                 IF NOT (FT-TRAILER-KEY-NINES AND FT-TRAILER-ID-PRESENT)
                    ADD PS-SALES-THIS-YTD TO BACKUP-AMOUNT-HASH
                 END-IF
              END-IF
           END-IF.


       360-PASS-CUSTARCH-BACKUP.
           OPEN INPUT BACKUP-CUSTARCH.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-CUSTARCH.
           PERFORM 361-READ-CUSTARCH-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-CUSTARCH.
           IF COPY-PASS
              CLOSE OUTPUT-CUSTARCH.


       361-READ-CUSTARCH-BACKUP.
           READ BACKUP-CUSTARCH
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-ARCH-AREA FROM CUSTOMER-ARCHIVE-RECORD
              ELSE
                 MOVE CUSTOMER-ARCHIVE-RECORD TO FILE-TRAILER-RECORD
                 PERFORM 345-NOTE-BACKUP-RECORD
              END-IF
           END-IF.


       362-PASS-BUSDATE-BACKUP.
           OPEN INPUT BACKUP-BUSDATE.
           PERFORM 363-READ-BUSDATE-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-BUSDATE.
           IF COPY-PASS
              PERFORM 368-REWRITE-BUSINESS-DATE.


       363-READ-BUSDATE-BACKUP.
           READ BACKUP-BUSDATE
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 MOVE BB-OPEN-PERIOD TO RESTORE-OPEN-PERIOD
                 MOVE BB-SALES-YEAR TO RESTORE-SALES-YEAR
              ELSE
                 ADD 1 TO BACKUP-RECORD-COUNT
              END-IF
           END-IF.


       364-PASS-MCLSSTAT-BACKUP.
           OPEN INPUT BACKUP-MCLSSTAT.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-MCLSSTAT.
           PERFORM 365-READ-MCLSSTAT-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-MCLSSTAT.
           IF COPY-PASS
              CLOSE OUTPUT-MCLSSTAT.


       365-READ-MCLSSTAT-BACKUP.
           READ BACKUP-MCLSSTAT
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-MCLS-AREA FROM BACKUP-MCLSSTAT-AREA
              ELSE
                 ADD 1 TO BACKUP-RECORD-COUNT
              END-IF
           END-IF.


       366-PASS-CLOSSTAT-BACKUP.
           OPEN INPUT BACKUP-CLOSSTAT.
           IF COPY-PASS
              OPEN OUTPUT OUTPUT-CLOSSTAT.
           PERFORM 367-READ-CLOSSTAT-BACKUP
               UNTIL BACKUP-EOF.
           CLOSE BACKUP-CLOSSTAT.
           IF COPY-PASS
              CLOSE OUTPUT-CLOSSTAT.


       367-READ-CLOSSTAT-BACKUP.
           READ BACKUP-CLOSSTAT
              AT END
                 SET BACKUP-EOF TO TRUE.
           IF NOT BACKUP-EOF
              IF COPY-PASS
                 WRITE RESTORED-CLOS-AREA FROM BACKUP-CLOSSTAT-AREA
              ELSE
                 ADD 1 TO BACKUP-RECORD-COUNT
              END-IF
           END-IF.


      *    THE BUSINESS DATE AND ITS OPEN/CLOSED STATUS MAY HAVE MOVED
      *    ON SINCE THE GENERATION WAS TAKEN, SO ONLY THE PERIOD FIELDS
      *    THE CLOSES ADVANCE ARE PUT BACK.
       368-REWRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE BUSINESS-DATE-SAVE-AREA TO BUSINESS-DATE-RECORD.
           MOVE RESTORE-OPEN-PERIOD TO BD-OPEN-PERIOD.
           MOVE RESTORE-SALES-YEAR TO BD-SALES-YEAR.
           MOVE "RST1000" TO BD-LAST-CHANGED-BY.
           MOVE BUSINESS-DATE TO BD-LAST-CHANGED-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO BD-LAST-CHANGED-TIME.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
           MOVE BUSINESS-DATE-RECORD TO BUSINESS-DATE-SAVE-AREA.


       400-PRUNE-GENERATIONS.
           IF RC-RETENTION-COUNT-X = SPACES
              MOVE RETENTION-DEFAULT TO RETENTION-COUNT
           ELSE
              IF RC-RETENTION-COUNT NOT NUMERIC
                 OR RC-RETENTION-COUNT = ZERO
                 MOVE "RETENTION COUNT MUST BE 1 OR MORE"
                    TO RG-REASON
                 PERFORM 340-REJECT-CARD
              ELSE
                 MOVE RC-RETENTION-COUNT TO RETENTION-COUNT
              END-IF
           END-IF.
           IF NOT CARD-REJECTED
              MOVE RC-FILE-ID TO PRUNE-FILE-ID
              ADD 1 TO PRUNES-APPLIED-COUNT
              MOVE SPACES TO RG-REASON
              STRING "KEEP NEWEST " RETENTION-COUNT " GENERATIONS"
                 DELIMITED BY SIZE INTO RG-REASON
              MOVE "APPLIED" TO RG-STATUS
              PERFORM 410-PRINT-REGISTER-LINE
              PERFORM 420-PRUNE-ONE-ENTRY
                 VARYING PRUNE-SUB FROM 1 BY 1
                 UNTIL PRUNE-SUB > CATALOG-ENTRY-COUNT
           END-IF.


       410-PRINT-REGISTER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 430-PRINT-HEADING-LINES.
           MOVE RC-ACTION-CODE TO RG-ACTION.
           MOVE GC-FILE-ID TO RG-FILE-ID.
           IF GC-PROGRAM-ID = SPACES
              MOVE RC-GENERATION-NUMBER-X TO RG-GENERATION
              MOVE SPACES TO RG-PROGRAM-ID
              MOVE SPACES TO RG-BUSINESS-DATE
              MOVE ZERO TO RG-RECORD-COUNT
              MOVE ZERO TO RG-AMOUNT-HASH
           ELSE
              MOVE GC-GENERATION-NUMBER TO RG-GENERATION
              MOVE GC-PROGRAM-ID TO RG-PROGRAM-ID
              MOVE GC-BUSINESS-DATE TO RG-BUSINESS-DATE
              MOVE GC-RECORD-COUNT TO RG-RECORD-COUNT
              MOVE GC-AMOUNT-HASH TO RG-AMOUNT-HASH
           END-IF.
           MOVE REGISTER-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


       420-PRUNE-ONE-ENTRY.
           IF NOT CT-PRUNED (PRUNE-SUB)
              AND (PRUNE-FILE-ID = SPACES
                   OR CT-FILE-ID (PRUNE-SUB) = PRUNE-FILE-ID)
              MOVE ZERO TO NEWER-COUNT
              PERFORM 425-COUNT-ONE-NEWER
                 VARYING NEWER-SUB FROM 1 BY 1
                 UNTIL NEWER-SUB > CATALOG-ENTRY-COUNT
              IF NEWER-COUNT >= RETENTION-COUNT
                 MOVE "Y" TO CT-PRUNE-SWITCH (PRUNE-SUB)
                 ADD 1 TO GENERATIONS-PRUNED-COUNT
                 MOVE CT-CATALOG-DATA (PRUNE-SUB)
                    TO GENERATION-CATALOG-RECORD
                 MOVE "PRUNED" TO RG-STATUS
                 MOVE "SCRATCH THIS BACKUP DATASET" TO RG-REASON
                 PERFORM 410-PRINT-REGISTER-LINE
              END-IF
           END-IF.


       425-COUNT-ONE-NEWER.
           IF NOT CT-PRUNED (NEWER-SUB)
              AND CT-FILE-ID (NEWER-SUB) = CT-FILE-ID (PRUNE-SUB)
              AND CT-GENERATION-NUMBER (NEWER-SUB)
                 > CT-GENERATION-NUMBER (PRUNE-SUB)
              ADD 1 TO NEWER-COUNT.


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

           MOVE "CARDS REJECTED" TO CTL-DESCRIPTION.
           MOVE CARDS-REJECTED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "GENERATIONS RESTORED" TO CTL-DESCRIPTION.
           MOVE RESTORES-APPLIED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "PRUNE CARDS APPLIED" TO CTL-DESCRIPTION.
           MOVE PRUNES-APPLIED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "GENERATIONS PRUNED" TO CTL-DESCRIPTION.
           MOVE GENERATIONS-PRUNED-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.

           MOVE "CATALOG ENTRIES KEPT" TO CTL-DESCRIPTION.
           MOVE CATALOG-KEPT-COUNT TO CTL-COUNT.
           PERFORM 510-PRINT-ONE-CONTROL-TOTAL.


       510-PRINT-ONE-CONTROL-TOTAL.
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.
           PERFORM 450-WRITE-REPORT-LINE.
           MOVE 1 TO SPACE-CONTROL.
           ADD 1 TO LINE-COUNT.


       600-REWRITE-GENERATION-CATALOG.
           OPEN OUTPUT GENERATION-CATALOG.
           PERFORM 610-WRITE-ONE-CATALOG-ENTRY
              VARYING PRUNE-SUB FROM 1 BY 1
              UNTIL PRUNE-SUB > CATALOG-ENTRY-COUNT.
           CLOSE GENERATION-CATALOG.


       610-WRITE-ONE-CATALOG-ENTRY.
           IF NOT CT-PRUNED (PRUNE-SUB)
              MOVE CT-CATALOG-DATA (PRUNE-SUB) TO GENCAT-AREA
              WRITE GENCAT-AREA
              ADD 1 TO CATALOG-KEPT-COUNT.


       700-WRITE-RUN-LOG-RECORD.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUSINESS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE "RST1000" TO RL-PROGRAM-ID.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-RUN-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO RL-RUN-TIME.
           MOVE CARDS-READ-COUNT TO RL-RECORDS-READ-1.
           MOVE RESTORES-APPLIED-COUNT TO RL-RECORDS-READ-2.
           MOVE RUN-LINES-WRITTEN TO RL-LINES-WRITTEN.
           MOVE PAGE-COUNT TO RL-PAGES-WRITTEN.
           MOVE ZERO TO RL-GRAND-TOTAL-1.
           MOVE ZERO TO RL-GRAND-TOTAL-2.
           MOVE RUN-RETURN-CODE TO RL-RETURN-CODE.
           MOVE "C" TO RL-START-TYPE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
