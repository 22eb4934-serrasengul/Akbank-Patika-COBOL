                               STATUS RUNC-ST.
           SELECT LIMIT-FILE   ASSIGN TO LIMFILE
                               STATUS LIM-ST.
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
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-LABEL      PIC X(30).
      *
       FD  LIMIT-FILE RECORDING MODE F.
           COPY LIMREC.
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-VALID-TYPE-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-INVALID-TYPE-COUNT  PIC 9(06) VALUE ZERO.
           05 WS-OVER-LIMIT-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-FROZEN-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-CLOSED-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-DEBIT-BLOCK-COUNT   PIC 9(06) VALUE ZERO.
           05 WS-DUP-REF-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-RV-NO-REF-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-XFER-PAIR-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-XFER-UNPAIRED-COUNT PIC 9(06) VALUE ZERO.
           05 WS-XFER-OPEN-SW        PIC X(01) VALUE 'N'.
              88 XFER-DEBIT-OPEN               VALUE 'Y'.
           05 WS-XFER-OPEN-REF       PIC X(16) VALUE SPACES.
           05 LIM-ST                 PIC 9(02).
              88 LIM-SUCCESS                   VALUE 00 97.
              88 EOF-LIMIT-REC                 VALUE 10.
              10 WS-LIM-DVZ          PIC X(03).
              10 WS-LIM-TYPE         PIC X(02).
              10 WS-LIM-AMT          PIC S9(13)V99 COMP-3.
       01  WS-FEED-REF-TABLE.
           05 WS-FREF-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-FREF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-FREF-COUNT
                 INDEXED BY WS-FREF-IDX
                                     PIC X(16).
       01  WS-ENVELOPE-AREA.
           05 WS-BUS-DATE            PIC 9(08) VALUE ZERO.
           05 WS-EXPECTED-SEQ        PIC 9(06) VALUE ZERO.
           05 WS-HASH-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TRL-COUNT-SAVE      PIC 9(06) VALUE ZERO.
           05 WS-TRL-HASH-SAVE       PIC S9(13)V99 COMP-3 VALUE ZERO.
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
           PERFORM H050-READ-RUN-CONTROL.
           PERFORM H070-START-STEP-LOG.
           PERFORM H075-CHECK-PREDECESSORS.
           PERFORM H060-LOAD-LIMITS.
           PERFORM H100-OPEN-FILES
           PERFORM H150-PRINT-HEADERS
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE TO WS-BUS-DATE.
           MOVE RUNC-BUS-DATE TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-STEP-RUN-ID.
           IF RUNC-FEED-SEQ IS NUMERIC AND RUNC-FEED-SEQ > ZERO
               MOVE 'Y' TO WS-SEQ-CHECK-SW
               COMPUTE WS-EXPECTED-SEQ = RUNC-FEED-SEQ + 1
           IF NOT LIM-SUCCESS
               DISPLAY 'UNABLE TO OPEN LIMITS FILE: ' LIM-ST
               MOVE LIM-ST TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           PERFORM H061-LOAD-ONE-LIMIT UNTIL EOF-LIMIT-REC.
           IF WS-LIM-COUNT = ZERO
               DISPLAY 'NO POSTING LIMITS LOADED - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
       H060-END. EXIT.
           END-IF.
       H061-END. EXIT.

       H070-START-STEP-LOG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'Y' TO WS-STEP-LOG-SW.
       H070-END. EXIT.

       H075-CHECK-PREDECESSORS.
           MOVE 'ODEV003F' TO WS-PRED-PROGRAM.
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

       H100-OPEN-FILES.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  IDX-FILE.
                   PERFORM H210-CHECK-DVZ
                   PERFORM H220-CHECK-IDX-KEY
                   PERFORM H230-CHECK-TRX-TYPE
                   PERFORM H260-CHECK-TRX-REF
                   PERFORM H270-CHECK-XFER-PAIR
           END-EVALUATE.
       H205-END. EXIT.

                 ADD 1 TO WS-UNMATCHED-KEY-COUNT
             NOT INVALID KEY
                 ADD 1 TO WS-MATCHED-KEY-COUNT
                 PERFORM H225-CHECK-ACCT-STATUS
           END-READ.
       H220-END. EXIT.

       H225-CHECK-ACCT-STATUS.
           EVALUATE TRUE
               WHEN IDX-FROZEN
                   ADD 1 TO WS-FROZEN-COUNT
               WHEN IDX-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN IDX-DEBIT-BLOCKED
                AND (TRX-DEBIT OR TRX-FEE)
                   ADD 1 TO WS-DEBIT-BLOCK-COUNT
           END-EVALUATE.
       H225-END. EXIT.

       H230-CHECK-TRX-TYPE.
           IF TRX-VALID-TYPE
               ADD 1 TO WS-VALID-TYPE-COUNT
           END-IF.
       H236-END. EXIT.

       H260-CHECK-TRX-REF.
           IF TRX-REVERSAL AND ACCT-ORIG-REF = SPACES
               ADD 1 TO WS-RV-NO-REF-COUNT
           END-IF.
           IF ACCT-TRX-REF NOT = SPACES
               SET WS-FREF-IDX TO 1
               SEARCH WS-FREF-ENTRY
                 AT END
                   PERFORM H261-ADD-FEED-REF
                 WHEN WS-FREF-ENTRY (WS-FREF-IDX) = ACCT-TRX-REF
                   ADD 1 TO WS-DUP-REF-COUNT
                   DISPLAY 'DUPLICATE REFERENCE IN FEED : ' ACCT-TRX-REF
                           ' ACCOUNT ' ACCT-ID ' ' ACCT-DVZ
               END-SEARCH
           END-IF.
       H260-END. EXIT.

       H261-ADD-FEED-REF.
           IF WS-FREF-COUNT < 20000
               ADD 1 TO WS-FREF-COUNT
               MOVE ACCT-TRX-REF TO WS-FREF-ENTRY (WS-FREF-COUNT)
           ELSE
               DISPLAY 'FEED REFERENCE TABLE FULL - NOT CHECKED : '
                       ACCT-TRX-REF
           END-IF.
       H261-END. EXIT.

       H270-CHECK-XFER-PAIR.
           IF XFER-DEBIT-OPEN
               MOVE 'N' TO WS-XFER-OPEN-SW
               IF XFER-CREDIT-LEG AND ACCT-ORIG-REF = WS-XFER-OPEN-REF
                   ADD 1 TO WS-XFER-PAIR-COUNT
               ELSE
                   PERFORM H271-REPORT-OPEN-DEBIT
                   PERFORM H272-OPEN-NEW-LEG
               END-IF
           ELSE
               PERFORM H272-OPEN-NEW-LEG
           END-IF.
       H270-END. EXIT.

       H271-REPORT-OPEN-DEBIT.
           ADD 1 TO WS-XFER-UNPAIRED-COUNT.
           DISPLAY 'TRANSFER DEBIT LEG WITHOUT CREDIT : '
                   WS-XFER-OPEN-REF.
       H271-END. EXIT.

       H272-OPEN-NEW-LEG.
           IF XFER-DEBIT-LEG
               MOVE 'Y'           TO WS-XFER-OPEN-SW
               MOVE ACCT-ORIG-REF TO WS-XFER-OPEN-REF
           END-IF.
           IF XFER-CREDIT-LEG
               ADD 1 TO WS-XFER-UNPAIRED-COUNT
               DISPLAY 'TRANSFER CREDIT LEG WITHOUT DEBIT : '
                       ACCT-ORIG-REF
           END-IF.
       H272-END. EXIT.

       H900-PRINT-SUMMARY.
           IF XFER-DEBIT-OPEN
               MOVE 'N' TO WS-XFER-OPEN-SW
               PERFORM H271-REPORT-OPEN-DEBIT
           END-IF.
           PERFORM H250-CHECK-ENVELOPE.
           PERFORM H910-PRINT-ENVELOPE-LINES.
           MOVE SPACES              TO PRINT-REC.
           MOVE WS-OVER-LIMIT-COUNT TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'FROZEN ACCOUNT ITEMS' TO PRINT-LABEL.
           MOVE WS-FROZEN-COUNT     TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'CLOSED ACCOUNT ITEMS' TO PRINT-LABEL.
           MOVE WS-CLOSED-COUNT     TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'DEBIT-BLOCKED DB/FE ITEMS' TO PRINT-LABEL.
           MOVE WS-DEBIT-BLOCK-COUNT TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'DUPLICATE REFERENCES' TO PRINT-LABEL.
           MOVE WS-DUP-REF-COUNT    TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'REVERSALS WITHOUT ORIG REF' TO PRINT-LABEL.
           MOVE WS-RV-NO-REF-COUNT  TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'TRANSFER PAIRS'    TO PRINT-LABEL.
           MOVE WS-XFER-PAIR-COUNT  TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'UNPAIRED TRANSFER LEGS' TO PRINT-LABEL.
           MOVE WS-XFER-UNPAIRED-COUNT TO PRINT-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES              TO PRINT-REC.
           MOVE 'RESULT'            TO RES-LABEL.
           IF WS-INVALID-DVZ-COUNT = 0 AND WS-UNMATCHED-KEY-COUNT = 0
           END-IF.
       H910-END. EXIT.

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
                   MOVE 'ODEV003E'         TO SLOG-PROGRAM
                   MOVE SPACES             TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   MOVE WS-READ-COUNT      TO SLOG-READ-COUNT
                   MOVE ZERO               TO SLOG-POSTED-COUNT
                   COMPUTE SLOG-REJECT-COUNT =
                           WS-INVALID-DVZ-COUNT + WS-UNMATCHED-KEY-COUNT
                           + WS-INVALID-TYPE-COUNT
                   COMPUTE SLOG-HELD-COUNT =
                           WS-OVER-LIMIT-COUNT + WS-FROZEN-COUNT
                           + WS-CLOSED-COUNT + WS-DEBIT-BLOCK-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ACCT-REC.
           CLOSE IDX-FILE.
           CLOSE DVZDB-FILE.
           CLOSE PRINT-LINE.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

