                               STATUS RUNC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
           SELECT STEP-LOG     ASSIGN TO STEPLOG
                               STATUS SLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE
           03  FILLER           PIC X(08).
           03  IDX-DATE         PIC S9(7) COMP-3.
           03  IDX-BALANCE      PIC S9(13)V99 COMP-3.
           03  IDX-STATUS       PIC X(01).
               88 IDX-ACTIVE            VALUE 'A' SPACE.
               88 IDX-FROZEN            VALUE 'F'.
               88 IDX-DEBIT-BLOCKED     VALUE 'D'.
               88 IDX-CLOSED            VALUE 'C'.
               88 IDX-VALID-STATUS      VALUE 'A' 'F' 'D' 'C' SPACE.
           03  IDX-STAT-DATE    PIC 9(08).
           03  IDX-STAT-REASON  PIC X(02).
      *
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(57).
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              10 WS-RATE-DVZ         PIC 9(03).
              10 WS-RATE-CREDIT      PIC 9(03)V9(4).
              10 WS-RATE-DEBIT       PIC 9(03)V9(4).
       01  WS-STEP-LOG-AREA.
           05 SLOG-ST                PIC 9(02).
              88 SLOG-SUCCESS                  VALUE 00 97.
              88 EOF-SLOG-REC                  VALUE 10.
           05 WS-STEP-LOG-SW         PIC X(01) VALUE 'N'.
              88 STEP-LOG-ACTIVE               VALUE 'Y'.
           05 WS-STEP-REFUSED-SW     PIC X(01) VALUE 'N'.
              88 STEP-REFUSED                  VALUE 'Y'.
           05 WS-STEP-BUS-DATE       PIC 9(08) VALUE ZERO.
           05 WS-STEP-RUN-ID         PIC X(08) VALUE SPACES.
           05 WS-STEP-START-DATE     PIC 9(08) VALUE ZERO.
           05 WS-STEP-START-TIME     PIC 9(08) VALUE ZERO.
           05 WS-PRED-PROGRAM        PIC X(08) VALUE SPACES.
           05 WS-PRED-MODE           PIC X(08) VALUE SPACES.
           05 WS-PRED-FOUND-SW       PIC X(01) VALUE 'N'.
              88 PRED-FOUND                    VALUE 'Y'.
           05 WS-PRED-RC             PIC 9(04) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H070-START-STEP-LOG.
           PERFORM H075-CHECK-PREDECESSORS.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-RATES UNTIL EOF-RATE-REC.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H070-START-STEP-LOG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'Y' TO WS-STEP-LOG-SW.
       H070-END. EXIT.

       H075-CHECK-PREDECESSORS.
           MOVE 'ODEV003R' TO WS-PRED-PROGRAM.
           MOVE 'PROVE' TO WS-PRED-MODE.
           PERFORM H076-CHECK-ONE-PREDECESSOR.
       H075-END. EXIT.

       H076-CHECK-ONE-PREDECESSOR.
           MOVE 'N'  TO WS-PRED-FOUND-SW.
           MOVE ZERO TO WS-PRED-RC.
           OPEN INPUT STEP-LOG.
           IF SLOG-SUCCESS
               PERFORM H077-SCAN-STEP-LOG UNTIL NOT SLOG-SUCCESS
               CLOSE STEP-LOG
           END-IF.
           IF NOT PRED-FOUND OR WS-PRED-RC > 4
               DISPLAY 'NO CLEAN ' WS-PRED-PROGRAM ' ' WS-PRED-MODE
                       ' STEP FOR ' WS-STEP-BUS-DATE ' - RUN REFUSED'
               MOVE 16  TO RETURN-CODE
               MOVE 'Y' TO WS-STEP-REFUSED-SW
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
       H076-END. EXIT.

       H077-SCAN-STEP-LOG.
           READ STEP-LOG.
           IF SLOG-SUCCESS
              AND SLOG-BUS-DATE  = WS-STEP-BUS-DATE
              AND SLOG-PROGRAM   = WS-PRED-PROGRAM
              AND SLOG-STEP-MODE = WS-PRED-MODE
              AND NOT SLOG-STEP-REFUSED
               MOVE 'Y'              TO WS-PRED-FOUND-SW
               MOVE SLOG-RETURN-CODE TO WS-PRED-RC
           END-IF.
       H077-END. EXIT.

       H105-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF NOT RUNC-SUCCESS
           END-IF.
           MOVE RUNC-BUS-DATE TO WS-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-RUN-ID.
           MOVE RUNC-BUS-DATE TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-STEP-RUN-ID.
           CLOSE RUN-CONTROL.
       H105-END. EXIT.

           MOVE WS-BAL-BEFORE   TO HIST-BAL-BEFORE.
           MOVE IDX-BALANCE     TO HIST-BAL-AFTER.
           MOVE WS-RUN-ID       TO HIST-RUN-ID.
           MOVE 'IN'            TO HIST-TRX-TYPE.
           MOVE SPACES          TO HIST-TRX-REF.
           MOVE SPACES          TO HIST-ORIG-REF.
           WRITE HIST-FIELDS.
       H250-END. EXIT.

           WRITE PRINT-REC.
       H900-END. EXIT.

       H990-WRITE-STEP-LOG.
           IF STEP-LOG-ACTIVE
               MOVE 'N' TO WS-STEP-LOG-SW
               OPEN EXTEND STEP-LOG
               IF SLOG-ST = 35
                   OPEN OUTPUT STEP-LOG
               END-IF
               IF NOT SLOG-SUCCESS
                   DISPLAY 'UNABLE TO OPEN STEP LOG: ' SLOG-ST
               ELSE
                   MOVE SPACES             TO SLOG-FIELDS
                   MOVE WS-STEP-BUS-DATE   TO SLOG-BUS-DATE
                   MOVE WS-STEP-RUN-ID     TO SLOG-RUN-ID
                   MOVE 'ODEV003I'         TO SLOG-PROGRAM
                   MOVE SPACES             TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   MOVE WS-READ-COUNT      TO SLOG-READ-COUNT
                   MOVE WS-ACCRUED-COUNT   TO SLOG-POSTED-COUNT
                   MOVE WS-NO-RATE-COUNT   TO SLOG-REJECT-COUNT
                   MOVE ZERO               TO SLOG-HELD-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE PRINT-LINE.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

