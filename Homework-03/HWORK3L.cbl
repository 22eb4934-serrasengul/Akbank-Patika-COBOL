       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003L.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG     ASSIGN TO STEPLOG
                               STATUS SLOG-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-SEQ        PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-PROGRAM    PIC X(08).
           05  FILLER           PIC X(01).
           05  PRINT-MODE       PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-RUN-ID     PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-START-DATE PIC 9(08).
           05  FILLER           PIC X(01).
           05  PRINT-START-TIME PIC 9(08).
           05  FILLER           PIC X(01).
           05  PRINT-END-TIME   PIC 9(08).
           05  FILLER           PIC X(02).
           05  PRINT-RC         PIC ZZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-READ       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(01).
           05  PRINT-POSTED     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(01).
           05  PRINT-REJECTED   PIC ZZZ,ZZ9.
           05  FILLER           PIC X(01).
           05  PRINT-HELD       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-STATUS     PIC X(08).
           05  FILLER           PIC X(08).
       01  COLUMN-HDR-REC REDEFINES PRINT-REC.
           05  COLH-TEXT        PIC X(57).
           05  COLH-TEXT-2      PIC X(60).
       01  STEP-SUM-REC REDEFINES PRINT-REC.
           05  SSUM-PROGRAM     PIC X(08).
           05  FILLER           PIC X(01).
           05  SSUM-MODE        PIC X(08).
           05  FILLER           PIC X(02).
           05  SSUM-STATUS      PIC X(12).
           05  FILLER           PIC X(02).
           05  SSUM-RC-LBL      PIC X(08).
           05  SSUM-RC          PIC ZZZ9.
           05  FILLER           PIC X(02).
           05  SSUM-RUNS-LBL    PIC X(06).
           05  SSUM-RUNS        PIC ZZ9.
           05  FILLER           PIC X(02).
           05  SSUM-REFUSED-LBL PIC X(08).
           05  SSUM-REFUSED     PIC ZZ9.
           05  FILLER           PIC X(48).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(80).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(30).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(73).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SLOG-ST                PIC 9(02).
              88 SLOG-SUCCESS                  VALUE 00 97.
              88 EOF-SLOG-REC                  VALUE 10.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-PARM-LINE           PIC X(20) VALUE SPACES.
           05 WS-PARM-DATE           PIC X(08) VALUE SPACES.
           05 WS-REPORT-DATE         PIC 9(08) VALUE ZERO.
           05 WS-ENTRY-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-OTHER-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-REFUSAL-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-FAILED-RUN-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-STEPS-CLEAN         PIC 9(06) VALUE ZERO.
           05 WS-STEPS-FAILED        PIC 9(06) VALUE ZERO.
           05 WS-STEPS-NOT-RUN       PIC 9(06) VALUE ZERO.
           05 WS-STEP-FOUND-SW       PIC X(01) VALUE 'N'.
              88 STEP-FOUND                    VALUE 'Y'.
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-ENTRY OCCURS 7 TIMES
                 INDEXED BY WS-CHAIN-IDX.
              10 WS-CHAIN-PROGRAM    PIC X(08).
              10 WS-CHAIN-MODE       PIC X(08).
              10 WS-CHAIN-RUNS       PIC 9(03).
              10 WS-CHAIN-REFUSED    PIC 9(03).
              10 WS-CHAIN-LAST-RC    PIC 9(04).
              10 WS-CHAIN-RAN-SW     PIC X(01).
                 88 CHAIN-STEP-RAN             VALUE 'Y'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-GET-PARMS.
           PERFORM H060-INIT-CHAIN-TABLE.
           PERFORM H100-OPEN-FILES.
           IF WS-REPORT-DATE = ZERO
               PERFORM H110-FIND-LATEST-DATE UNTIL NOT SLOG-SUCCESS
               CLOSE STEP-LOG
               OPEN INPUT STEP-LOG
           END-IF.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-REPORT-NEXT UNTIL NOT SLOG-SUCCESS.
           PERFORM H300-PRINT-CHAIN-STATUS.
           PERFORM H900-PRINT-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-GET-PARMS.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
               INTO WS-PARM-DATE.
           IF WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-PARM-DATE NOT = SPACES
                   DISPLAY 'INVALID BUSINESS DATE PARM : '
                           WS-PARM-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       H050-END. EXIT.

       H060-INIT-CHAIN-TABLE.
           MOVE 'ODEV003F' TO WS-CHAIN-PROGRAM (1).
           MOVE SPACES     TO WS-CHAIN-MODE (1).
           MOVE 'ODEV003E' TO WS-CHAIN-PROGRAM (2).
           MOVE SPACES     TO WS-CHAIN-MODE (2).
           MOVE 'ODEV003R' TO WS-CHAIN-PROGRAM (3).
           MOVE 'SNAPSHOT' TO WS-CHAIN-MODE (3).
           MOVE 'ODEV003'  TO WS-CHAIN-PROGRAM (4).
           MOVE SPACES     TO WS-CHAIN-MODE (4).
           MOVE 'ODEV003R' TO WS-CHAIN-PROGRAM (5).
           MOVE 'PROVE'    TO WS-CHAIN-MODE (5).
           MOVE 'ODEV003I' TO WS-CHAIN-PROGRAM (6).
           MOVE SPACES     TO WS-CHAIN-MODE (6).
           MOVE 'ODEV003Z' TO WS-CHAIN-PROGRAM (7).
           MOVE SPACES     TO WS-CHAIN-MODE (7).
           PERFORM H061-ZERO-CHAIN-ENTRY
             VARYING WS-CHAIN-IDX FROM 1 BY 1
             UNTIL WS-CHAIN-IDX > 7.
       H060-END. EXIT.

       H061-ZERO-CHAIN-ENTRY.
           MOVE ZERO TO WS-CHAIN-RUNS (WS-CHAIN-IDX).
           MOVE ZERO TO WS-CHAIN-REFUSED (WS-CHAIN-IDX).
           MOVE ZERO TO WS-CHAIN-LAST-RC (WS-CHAIN-IDX).
           MOVE 'N'  TO WS-CHAIN-RAN-SW (WS-CHAIN-IDX).
       H061-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  STEP-LOG.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT SLOG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN STEP LOG: ' SLOG-ST
           MOVE SLOG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H110-FIND-LATEST-DATE.
           READ STEP-LOG.
           IF SLOG-SUCCESS
              AND SLOG-BUS-DATE > WS-REPORT-DATE
               MOVE SLOG-BUS-DATE TO WS-REPORT-DATE
           END-IF.
       H110-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'NIGHTLY BATCH STATUS REPORT' TO RUNS-LABEL.
           MOVE 'TARIH'         TO RUNS-DATE-LBL.
           MOVE WS-REPORT-DATE  TO RUNS-DATE.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'SEQ  PROGRAM  MODE      RUN ID    START DATE START   '
             TO COLH-TEXT.
           MOVE 'END        RC    READ  POSTED  REJECT    HELD  STATUS'
             TO COLH-TEXT-2.
           WRITE PRINT-REC.
       H150-END. EXIT.

       H200-REPORT-NEXT.
           READ STEP-LOG.
           IF SLOG-SUCCESS
              AND SLOG-BUS-DATE = WS-REPORT-DATE
               ADD 1 TO WS-ENTRY-COUNT
               PERFORM H210-PRINT-ONE-ENTRY
               PERFORM H220-TALLY-CHAIN-STEP
           END-IF.
       H200-END. EXIT.

       H210-PRINT-ONE-ENTRY.
           MOVE SPACES            TO PRINT-REC.
           MOVE WS-ENTRY-COUNT    TO PRINT-SEQ.
           MOVE SLOG-PROGRAM      TO PRINT-PROGRAM.
           MOVE SLOG-STEP-MODE    TO PRINT-MODE.
           MOVE SLOG-RUN-ID       TO PRINT-RUN-ID.
           MOVE SLOG-START-DATE   TO PRINT-START-DATE.
           MOVE SLOG-START-TIME   TO PRINT-START-TIME.
           MOVE SLOG-END-TIME     TO PRINT-END-TIME.
           MOVE SLOG-RETURN-CODE  TO PRINT-RC.
           MOVE SLOG-READ-COUNT   TO PRINT-READ.
           MOVE SLOG-POSTED-COUNT TO PRINT-POSTED.
           MOVE SLOG-REJECT-COUNT TO PRINT-REJECTED.
           MOVE SLOG-HELD-COUNT   TO PRINT-HELD.
           EVALUATE TRUE
               WHEN SLOG-STEP-REFUSED
                   MOVE 'REFUSED'  TO PRINT-STATUS
                   ADD 1 TO WS-REFUSAL-COUNT
               WHEN SLOG-STEP-CLEAN
                   MOVE 'CLEAN'    TO PRINT-STATUS
               WHEN OTHER
                   MOVE 'FAILED'   TO PRINT-STATUS
                   ADD 1 TO WS-FAILED-RUN-COUNT
           END-EVALUATE.
           WRITE PRINT-REC.
       H210-END. EXIT.

       H220-TALLY-CHAIN-STEP.
           SET WS-CHAIN-IDX TO 1.
           SEARCH WS-CHAIN-ENTRY
             AT END
               ADD 1 TO WS-OTHER-COUNT
             WHEN WS-CHAIN-PROGRAM (WS-CHAIN-IDX) = SLOG-PROGRAM
              AND WS-CHAIN-MODE (WS-CHAIN-IDX) = SLOG-STEP-MODE
               IF SLOG-STEP-REFUSED
                   ADD 1 TO WS-CHAIN-REFUSED (WS-CHAIN-IDX)
               ELSE
                   ADD 1 TO WS-CHAIN-RUNS (WS-CHAIN-IDX)
                   MOVE 'Y' TO WS-CHAIN-RAN-SW (WS-CHAIN-IDX)
                   MOVE SLOG-RETURN-CODE
                     TO WS-CHAIN-LAST-RC (WS-CHAIN-IDX)
               END-IF
           END-SEARCH.
       H220-END. EXIT.

       H300-PRINT-CHAIN-STATUS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'CHAIN STEP STATUS (LATEST RUN OF EACH STEP)'
             TO COLH-TEXT.
           WRITE PRINT-REC.
           PERFORM H310-PRINT-ONE-STEP
             VARYING WS-CHAIN-IDX FROM 1 BY 1
             UNTIL WS-CHAIN-IDX > 7.
       H300-END. EXIT.

       H310-PRINT-ONE-STEP.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-CHAIN-PROGRAM (WS-CHAIN-IDX) TO SSUM-PROGRAM.
           MOVE WS-CHAIN-MODE (WS-CHAIN-IDX)    TO SSUM-MODE.
           MOVE 'RUNS'                          TO SSUM-RUNS-LBL.
           MOVE WS-CHAIN-RUNS (WS-CHAIN-IDX)    TO SSUM-RUNS.
           MOVE 'REFUSED'                       TO SSUM-REFUSED-LBL.
           MOVE WS-CHAIN-REFUSED (WS-CHAIN-IDX) TO SSUM-REFUSED.
           IF NOT CHAIN-STEP-RAN (WS-CHAIN-IDX)
               MOVE 'NOT RUN'     TO SSUM-STATUS
               ADD 1 TO WS-STEPS-NOT-RUN
           ELSE
               MOVE 'LAST RC'     TO SSUM-RC-LBL
               MOVE WS-CHAIN-LAST-RC (WS-CHAIN-IDX) TO SSUM-RC
               IF WS-CHAIN-LAST-RC (WS-CHAIN-IDX) > 4
                   MOVE 'FAILED'  TO SSUM-STATUS
                   ADD 1 TO WS-STEPS-FAILED
               ELSE
                   MOVE 'CLEAN'   TO SSUM-STATUS
                   ADD 1 TO WS-STEPS-CLEAN
               END-IF
           END-IF.
           WRITE PRINT-REC.
       H310-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'LOG ENTRIES FOR DATE' TO TRL-LABEL.
           MOVE WS-ENTRY-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FAILED RUNS'          TO TRL-LABEL.
           MOVE WS-FAILED-RUN-COUNT    TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'REFUSED RUNS'         TO TRL-LABEL.
           MOVE WS-REFUSAL-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ENTRIES FOR OTHER PROGRAMS' TO TRL-LABEL.
           MOVE WS-OTHER-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'CHAIN STEPS CLEAN'    TO TRL-LABEL.
           MOVE WS-STEPS-CLEAN         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'CHAIN STEPS FAILED'   TO TRL-LABEL.
           MOVE WS-STEPS-FAILED        TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'CHAIN STEPS NOT RUN'  TO TRL-LABEL.
           MOVE WS-STEPS-NOT-RUN       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           IF WS-STEPS-FAILED = ZERO AND WS-STEPS-NOT-RUN = ZERO
               MOVE 'RESULT - CHAIN COMPLETE' TO TRL-LABEL
           ELSE
               MOVE 'RESULT - CHAIN INCOMPLETE' TO TRL-LABEL
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE STEP-LOG.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
