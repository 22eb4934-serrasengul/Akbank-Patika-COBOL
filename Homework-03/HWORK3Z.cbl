                               STATUS RUNC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
           SELECT STEP-LOG     ASSIGN TO STEPLOG
                               STATUS SLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL RECORDING MODE F.
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(40).
           05  FILLER           PIC X(20).
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
                 DEPENDING ON WS-HOL-COUNT
                 INDEXED BY WS-HOL-IDX
                                     PIC 9(08).
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
           PERFORM H100-READ-RUN-CONTROL.
           PERFORM H075-CHECK-PREDECESSORS.
           PERFORM H200-ROLL-BUSINESS-DATE.
           PERFORM H300-REWRITE-RUN-CONTROL.
           PERFORM H400-PRINT-AUDIT.
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
           MOVE 'ODEV003I' TO WS-PRED-PROGRAM.
           MOVE SPACES     TO WS-PRED-MODE.
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

       H100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF NOT RUNC-SUCCESS
               CLOSE RUN-CONTROL
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE  TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID    TO WS-STEP-RUN-ID.
           PERFORM H070-START-STEP-LOG.
           IF NOT RUNC-FEED-POSTED
               DISPLAY 'BUSINESS DATE ' RUNC-BUS-DATE
                       ' NOT MARKED POSTED - ROLL REFUSED'
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-CONTROL
               MOVE 'Y' TO WS-STEP-REFUSED-SW
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE  TO WS-OLD-BUS-DATE.
           IF NOT RUNC-SUCCESS
               DISPLAY 'UNABLE TO REOPEN RUN-CONTROL: ' RUNC-ST
               MOVE RUNC-ST TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           READ RUN-CONTROL.
           IF NOT PRT-SUCCESS
               DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
               MOVE PRT-ST TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           MOVE SPACES TO PRINT-REC.
                   ' RUN ' WS-OLD-RUN-ID ' -> ' WS-NEW-RUN-ID.
       H400-END. EXIT.

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
                   MOVE 'ODEV003Z'         TO SLOG-PROGRAM
                   MOVE SPACES             TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   MOVE ZERO               TO SLOG-READ-COUNT
                   MOVE ZERO               TO SLOG-POSTED-COUNT
                   MOVE ZERO               TO SLOG-REJECT-COUNT
                   MOVE ZERO               TO SLOG-HELD-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

