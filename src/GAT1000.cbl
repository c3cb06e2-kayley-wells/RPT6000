      ****************************************************************
      * MODIFICATION HISTORY:
      * 09/02/2026 KW  ORIGINAL PROGRAM.
      * 10/15/2026 KW  "TODAY" IS NOW THE BUSINESS DATE FROM THE
      *                BUSDATE CONTROL RECORD INSTEAD OF THE SYSTEM
      *                CLOCK, SO A STREAM THAT RUNS PAST MIDNIGHT OR
      *                IS RERUN ON A LATER DAY IS GATED AGAINST THE
      *                RUNLOG RECORDS OF ITS OWN BUSINESS DAY. THE
      *                GATE ABENDS WHEN THE CONTROL RECORD IS MISSING
      *                OR THE DATE IS ALREADY CLOSED.
      * 10/15/2026 KW  A GENERATION RESTORE BY RST1000 TODAY NOW
      *                INVALIDATES EVERY PREDECESSOR RUN FINISHED
      *                BEFORE IT - SUCH A PREDECESSOR FAILS THE GATE
      *                UNTIL IT HAS BEEN RERUN AFTER THE RESTORE.
      * 10/15/2026 KW  "BEFORE THE RESTORE" IS NOW JUDGED BY RUNLOG
      *                RECORD ORDER INSTEAD OF RL-RUN-TIME, SO A RERUN
      *                AFTER MIDNIGHT ON THE SAME BUSINESS DATE IS NOT
      *                TAKEN FOR A RUN AHEAD OF A LATE-EVENING RESTORE.
      ****************************************************************


       FILE-CONTROL.
           SELECT INPUT-GATEPARM ASSIGN TO GATEPARM.
           SELECT OPTIONAL INPUT-RUNLOG ASSIGN TO RUNLOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               FILE STATUS IS BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY RUNLOG.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.

           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  PREDECESSOR-TABLE.
       01  GATE-COUNTERS               PACKED-DECIMAL.
           05  RUNLOG-READ-COUNT       PIC S9(7)     VALUE ZERO.

       01  BUSDATE-FILE-STATUS         PIC X(2).
       01  BUSINESS-DATE               PIC 9(8)   VALUE ZERO.

       01  TODAYS-RUN-DATE             PIC 9(8).


       PROCEDURE DIVISION.
       000-GATE-JOB-STREAM.
           PERFORM 030-READ-BUSINESS-DATE.
           INITIALIZE PREDECESSOR-TABLE.
           MOVE BUSINESS-DATE TO TODAYS-RUN-DATE.

           OPEN INPUT INPUT-GATEPARM
                INPUT INPUT-RUNLOG.
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
           DISPLAY "GAT1000 ABEND - BUSINESS-DATE CONTROL RECORD "
                   "(BUSDATE) MISSING OR INVALID.".
           DISPLAY "  OPERATIONS MUST SET THE BUSINESS DATE WITH "
                   "DAT1000 BEFORE THE BATCH RUNS.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       081-ABEND-BUSINESS-DATE-CLOSED.
           DISPLAY "GAT1000 ABEND - BUSINESS DATE " BUSINESS-DATE
                   " IS ALREADY CLOSED.".
           DISPLAY "  OPEN THE NEXT BUSINESS DATE WITH DAT1000 "
                   "BEFORE RERUNNING.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.


       200-LOAD-ONE-PARAMETER.
           READ INPUT-GATEPARM
              AT END
              ADD 1 TO RUNLOG-READ-COUNT
              IF RL-RUN-DATE = TODAYS-RUN-DATE
                 PERFORM 310-POST-RUNLOG-TO-TABLE
                 IF RL-PROGRAM-ID = "RST1000"
                    AND RL-RECORDS-READ-2 > ZERO
                    PERFORM 320-INVALIDATE-ONE-PREDECESSOR
                       VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > PREDECESSOR-USED-COUNT
                 END-IF
              END-IF
           END-IF.

           END-SEARCH.


      *    RUNLOG IS WRITTEN IN RUN ORDER, SO EVERY PREDECESSOR ALREADY
      *    SEEN WHEN A RESTORE RECORD IS READ RAN AGAINST THE FILES THE
      *    RESTORE REPLACED. IT IS MARKED "R" UNTIL A LATER RECORD
      *    SHOWS IT RERUN.
       320-INVALIDATE-ONE-PREDECESSOR.
           IF PDT-PROGRAM-ID (WS-PRED-SUB) NOT = "RST1000"
              AND PDT-FOUND-SWITCH (WS-PRED-SUB) = "Y"
              MOVE "R" TO PDT-FOUND-SWITCH (WS-PRED-SUB)
           END-IF.


       400-JUDGE-ONE-PREDECESSOR.
           EVALUATE TRUE
              WHEN PDT-FOUND-SWITCH (WS-PRED-SUB) = "R"
                 DISPLAY "GAT1000 - PREDECESSOR "
                         PDT-PROGRAM-ID (WS-PRED-SUB)
                         " LAST RAN TODAY AT "
                         PDT-RUN-TIME (WS-PRED-SUB)
                         ", BEFORE THE LATEST RST1000 RESTORE."
                 DISPLAY "  IT MUST BE RERUN AGAINST THE RESTORED "
                         "FILES."
                 SET GATE-FAILED TO TRUE
              WHEN PDT-FOUND-SWITCH (WS-PRED-SUB) NOT = "Y"
                 DISPLAY "GAT1000 - PREDECESSOR "
                         PDT-PROGRAM-ID (WS-PRED-SUB)
