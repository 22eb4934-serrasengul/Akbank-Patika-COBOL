                               STATUS RFD-ST.
           SELECT HOLD-FILE    ASSIGN TO RATEHOLD
                               STATUS HOLD-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
           SELECT STEP-LOG     ASSIGN TO STEPLOG
                               STATUS SLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DVZDB-FILE.
      *
       FD  HOLD-FILE RECORDING MODE F.
       01  HOLD-REC             PIC X(28).
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(34).
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              88 HOLD-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 WS-DVZ-FOUND-SW        PIC X(01) VALUE 'N'.
              88 DVZ-REC-FOUND                 VALUE 'Y'.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-TOLERANCE-PCT       PIC 9(03) VALUE 010.
           05 WS-FORCE-SW            PIC X(01) VALUE 'N'.
              88 FORCE-MODE                    VALUE 'Y'.
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

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-GET-PARMS.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H070-START-STEP-LOG.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS-NEXT UNTIL EOF-RATE-FEED.
           END-IF.
       H050-END. EXIT.

       H105-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF NOT RUNC-SUCCESS
               DISPLAY 'UNABLE TO OPEN RUN-CONTROL FILE: ' RUNC-ST
               MOVE RUNC-ST TO RETURN-CODE
               GOBACK
           END-IF.
           READ RUN-CONTROL.
           IF NOT RUNC-SUCCESS OR NOT RUNC-CONTROL-REC
               DISPLAY 'RUN-CONTROL RECORD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-CONTROL
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-STEP-RUN-ID.
           CLOSE RUN-CONTROL.
       H105-END. EXIT.

       H070-START-STEP-LOG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'Y' TO WS-STEP-LOG-SW.
       H070-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  RATE-FEED.
           OPEN I-O    DVZDB-FILE.
           END-IF.
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
                   MOVE 'ODEV003F'         TO SLOG-PROGRAM
                   MOVE SPACES             TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   MOVE WS-READ-COUNT      TO SLOG-READ-COUNT
                   MOVE WS-UPDATED-COUNT   TO SLOG-POSTED-COUNT
                   COMPUTE SLOG-REJECT-COUNT =
                           WS-REJECTED-COUNT + WS-UNKNOWN-COUNT
                   MOVE WS-HELD-COUNT      TO SLOG-HELD-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RATE-FEED.
           CLOSE DVZDB-FILE.
           CLOSE HOLD-FILE.
           CLOSE PRINT-LINE.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

