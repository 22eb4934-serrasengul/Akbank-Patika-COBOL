                               STATUS PRT-ST.
           SELECT LIMIT-FILE   ASSIGN TO LIMFILE
                               STATUS LIM-ST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
                               STATUS HIST-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
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
       FD  DVZDB-FILE.
       01  DVZ-FIELDS.
           COPY TRXFEED.
      *
       FD  SNAP-FILE RECORDING MODE F.
           COPY SNAPREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
      *
       FD  LIMIT-FILE RECORDING MODE F.
           COPY LIMREC.
      *
       FD  HISTORY-FILE RECORDING MODE F.
           COPY HISTREC.
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-FEED-NODVZ-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-FEED-NOKEY-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-FEED-TYPE-REJ-COUNT PIC 9(06) VALUE ZERO.
           05 WS-FEED-STAT-REJ-COUNT PIC 9(06) VALUE ZERO.
           05 WS-FEED-REF-REJ-COUNT  PIC 9(06) VALUE ZERO.
           05 WS-FEED-XFER-REJ-COUNT PIC 9(06) VALUE ZERO.
           05 WS-PROVE-RESULT        PIC X(01) VALUE SPACE.
              88 RESULT-NO-DVZ                 VALUE 'V'.
              88 RESULT-NO-KEY                 VALUE 'K'.
              88 RESULT-TYPE-REJ               VALUE 'T'.
              88 RESULT-STAT-REJ               VALUE 'S'.
              88 RESULT-REF-REJ                VALUE 'R'.
              88 RESULT-PARTNER-REJ            VALUE 'P'.
              88 RESULT-ACCEPTED               VALUE 'A'.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
              88 EOF-HIST-REC                  VALUE 10.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 WS-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-REF-OK-SW           PIC X(01) VALUE 'Y'.
              88 REF-RULES-OK                  VALUE 'Y'.
           05 WS-ORIG-SUB            PIC 9(06) COMP VALUE ZERO.
           05 WS-TYPE-OK-SW          PIC X(01) VALUE 'Y'.
              88 TYPE-RULES-OK                 VALUE 'Y'.
           05 WS-ABS-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-OPENING       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-DELTA         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-CLOSING       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRANSFER-AREA.
           05 WS-PENDING-SW          PIC X(01) VALUE 'N'.
              88 RECORD-PENDING                VALUE 'Y'.
           05 WS-XFER-REF            PIC X(16) VALUE SPACES.
           05 WS-XFER-LEG-1          PIC X(58) VALUE SPACES.
           05 WS-XFER-LEG-2          PIC X(58) VALUE SPACES.
           05 WS-XFER-RESULT-1       PIC X(01) VALUE SPACE.
           05 WS-XFER-RESULT-2       PIC X(01) VALUE SPACE.
           05 WS-XFER-SNAP-SUB-1     PIC 9(04) COMP VALUE ZERO.
           05 WS-XFER-SNAP-SUB-2     PIC 9(04) COMP VALUE ZERO.
           05 WS-XFER-ORIG-SUB-1     PIC 9(06) COMP VALUE ZERO.
           05 WS-XFER-ORIG-SUB-2     PIC 9(06) COMP VALUE ZERO.
       01  WS-SNAPSHOT-TABLE.
           05 WS-SNAP-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-SNAP-ENTRY OCCURS 0 TO 5000 TIMES
              10 WS-SNAP-TAB-DVZ     PIC S9(3) COMP.
              10 WS-SNAP-TAB-BAL     PIC S9(13)V99 COMP-3.
              10 WS-SNAP-TAB-DELTA   PIC S9(13)V99 COMP-3.
              10 WS-SNAP-TAB-STATUS  PIC X(01).
                 88 SNAP-TAB-FROZEN            VALUE 'F'.
                 88 SNAP-TAB-DEBIT-BLOCKED     VALUE 'D'.
                 88 SNAP-TAB-CLOSED            VALUE 'C'.
       01  WS-REFERENCE-AREA.
           05 WS-NEW-REF             PIC X(16) VALUE SPACES.
           05 WS-NEW-REF-ID          PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-NEW-REF-DVZ         PIC S9(3) COMP VALUE ZERO.
           05 WS-NEW-REF-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-REF-FULL-SW         PIC X(01) VALUE 'N'.
              88 REF-TABLE-FULL                VALUE 'Y'.
       01  WS-REFERENCE-TABLE.
           05 WS-REF-COUNT           PIC 9(06) VALUE ZERO.
           05 WS-REF-ENTRY OCCURS 0 TO 50000 TIMES
                 DEPENDING ON WS-REF-COUNT
                 INDEXED BY WS-REF-IDX.
              10 WS-REF-TRX-REF      PIC X(16).
              10 WS-REF-ID           PIC S9(5) COMP-3.
              10 WS-REF-DVZ          PIC S9(3) COMP.
              10 WS-REF-AMOUNT       PIC S9(13)V99 COMP-3.
              10 WS-REF-REVERSED-SW  PIC X(01).
                 88 WS-REF-REVERSED            VALUE 'Y'.
       01  WS-LIMIT-TABLE.
           05 WS-LIM-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-LIM-ENTRY OCCURS 0 TO 100 TIMES
              10 WS-LIM-DVZ          PIC X(03).
              10 WS-LIM-TYPE         PIC X(02).
              10 WS-LIM-AMT          PIC S9(13)V99 COMP-3.
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
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
           IF SNAPSHOT-MODE OR PROVE-MODE
               PERFORM H212-READ-RUN-CONTROL
               PERFORM H070-START-STEP-LOG
               PERFORM H075-CHECK-PREDECESSORS
           END-IF.
           EVALUATE TRUE
               WHEN SNAPSHOT-MODE PERFORM H100-SNAPSHOT-RUN
               WHEN PROVE-MODE    PERFORM H200-PROVE-RUN
           GOBACK.
       0000-END. EXIT.

      *----------------------------------
      * STEP LOG - BOTH MODES
      *----------------------------------
       H070-START-STEP-LOG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'Y' TO WS-STEP-LOG-SW.
       H070-END. EXIT.

       H075-CHECK-PREDECESSORS.
           IF SNAPSHOT-MODE
               MOVE 'ODEV003E' TO WS-PRED-PROGRAM
           ELSE
               MOVE 'ODEV003'  TO WS-PRED-PROGRAM
           END-IF.
           MOVE SPACES TO WS-PRED-MODE.
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
                   MOVE 'ODEV003R'         TO SLOG-PROGRAM
                   MOVE WS-MODE-PARM       TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   IF SNAPSHOT-MODE
                       MOVE WS-SNAPPED-COUNT TO SLOG-READ-COUNT
                       MOVE WS-SNAPPED-COUNT TO SLOG-POSTED-COUNT
                       MOVE ZERO             TO SLOG-REJECT-COUNT
                   ELSE
                       MOVE WS-SNAP-COUNT    TO SLOG-READ-COUNT
                       MOVE WS-IN-BAL-COUNT  TO SLOG-POSTED-COUNT
                       MOVE WS-OUT-BAL-COUNT TO SLOG-REJECT-COUNT
                   END-IF
                   MOVE ZERO               TO SLOG-HELD-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

      *----------------------------------
      * SNAPSHOT MODE - BEFORE THE POSTING RUN
      *----------------------------------
               MOVE IDX-ID      TO SNAP-ID
               MOVE IDX-DVZ     TO SNAP-DVZ
               MOVE IDX-BALANCE TO SNAP-BALANCE
               MOVE IDX-STATUS  TO SNAP-STATUS
               MOVE WS-STEP-BUS-DATE TO SNAP-BUS-DATE
               MOVE WS-STEP-RUN-ID   TO SNAP-RUN-ID
               MOVE IDX-REC     TO SNAP-IDX-IMAGE
               WRITE SNAP-REC
               ADD 1 TO WS-SNAPPED-COUNT
           END-IF.
       H190-SNAPSHOT-CLOSE.
           CLOSE IDX-FILE.
           CLOSE SNAP-FILE.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H190-END. EXIT.

       H200-PROVE-RUN.
           PERFORM H210-OPEN-PROVE-FILES.
           PERFORM H215-LOAD-LIMITS.
           PERFORM H225-LOAD-REFERENCES.
           PERFORM H220-LOAD-SNAPSHOT UNTIL EOF-SNAP-REC.
           PERFORM H230-ACCUM-FEED UNTIL EOF-ACCT-REC.
           PERFORM H250-PRINT-HEADERS.
           END-IF.
       H210-END. EXIT.

       H212-READ-RUN-CONTROL.
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
           MOVE RUNC-RUN-ID   TO WS-RUN-ID.
           MOVE RUNC-BUS-DATE TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-STEP-RUN-ID.
           CLOSE RUN-CONTROL.
       H212-END. EXIT.

       H215-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE.
           IF NOT LIM-SUCCESS
                   MOVE SNAP-DVZ     TO WS-SNAP-TAB-DVZ (WS-SNAP-IDX)
                   MOVE SNAP-BALANCE TO WS-SNAP-TAB-BAL (WS-SNAP-IDX)
                   MOVE ZERO         TO WS-SNAP-TAB-DELTA (WS-SNAP-IDX)
                   MOVE SNAP-STATUS  TO WS-SNAP-TAB-STATUS (WS-SNAP-IDX)
               ELSE
                   DISPLAY 'SNAPSHOT TABLE FULL - CANNOT PROVE RUN'
                   MOVE 16 TO RETURN-CODE
           END-IF.
       H220-END. EXIT.

       H225-LOAD-REFERENCES.
           OPEN INPUT HISTORY-FILE.
           IF HIST-SUCCESS
               PERFORM H226-LOAD-ONE-REFERENCE UNTIL EOF-HIST-REC
               CLOSE HISTORY-FILE
           ELSE
               IF HIST-ST NOT = 35
                   DISPLAY 'UNABLE TO READ HISTORY FILE: ' HIST-ST
                   MOVE HIST-ST TO RETURN-CODE
                   PERFORM H999-PROVE-EXIT
               END-IF
           END-IF.
           IF REF-TABLE-FULL
               DISPLAY 'REFERENCE TABLE FULL - CANNOT PROVE RUN'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROVE-EXIT
           END-IF.
       H225-END. EXIT.

       H226-LOAD-ONE-REFERENCE.
           READ HISTORY-FILE.
           IF NOT EOF-HIST-REC
              AND HIST-RUN-ID NOT = WS-RUN-ID
               IF HIST-TRX-TYPE = 'RV' AND HIST-ORIG-REF NOT = SPACES
                   PERFORM H227-MARK-HIST-REVERSAL
               END-IF
               IF HIST-TRX-REF NOT = SPACES
                   MOVE HIST-TRX-REF TO WS-NEW-REF
                   COMPUTE WS-NEW-REF-ID =
                           FUNCTION NUMVAL-C (HIST-ACCT-ID)
                   COMPUTE WS-NEW-REF-DVZ =
                           FUNCTION NUMVAL (HIST-ACCT-DVZ)
                   MOVE HIST-AMOUNT  TO WS-NEW-REF-AMT
                   PERFORM H249-ADD-REFERENCE
               END-IF
           END-IF.
       H226-END. EXIT.

       H227-MARK-HIST-REVERSAL.
           SET WS-REF-IDX TO 1.
           SEARCH WS-REF-ENTRY
             WHEN WS-REF-TRX-REF (WS-REF-IDX) = HIST-ORIG-REF
               MOVE 'Y' TO WS-REF-REVERSED-SW (WS-REF-IDX)
           END-SEARCH.
       H227-END. EXIT.

       H230-ACCUM-FEED.
           IF RECORD-PENDING
               MOVE 'N' TO WS-PENDING-SW
           ELSE
               READ ACCT-REC
           END-IF.
           IF NOT EOF-ACCT-REC
               IF ACCT-HDR-REC OR ACCT-TRL-REC
                   CONTINUE
               ELSE
                   ADD 1 TO WS-FEED-READ-COUNT
                   IF XFER-ANY-LEG
                       PERFORM H270-MATCH-TRANSFER
                   ELSE
                       PERFORM H240-MATCH-FEED-RECORD
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

       H240-MATCH-FEED-RECORD.
           PERFORM H241-DECIDE-FEED-RECORD.
           PERFORM H238-APPLY-RESULT.
       H240-END. EXIT.

       H238-APPLY-RESULT.
           EVALUATE TRUE
               WHEN RESULT-NO-DVZ
                   ADD 1 TO WS-FEED-NODVZ-COUNT
               WHEN RESULT-NO-KEY
                   ADD 1 TO WS-FEED-NOKEY-COUNT
               WHEN RESULT-TYPE-REJ
                   ADD 1 TO WS-FEED-TYPE-REJ-COUNT
               WHEN RESULT-STAT-REJ
                   ADD 1 TO WS-FEED-STAT-REJ-COUNT
               WHEN RESULT-REF-REJ
                   ADD 1 TO WS-FEED-REF-REJ-COUNT
               WHEN RESULT-PARTNER-REJ
                   ADD 1 TO WS-FEED-XFER-REJ-COUNT
               WHEN RESULT-ACCEPTED
                   ADD ACCT-BALANCE TO WS-SNAP-TAB-DELTA (WS-SNAP-IDX)
                   ADD 1 TO WS-FEED-MATCH-COUNT
                   IF TRX-ACCT-CLOSE
                       MOVE 'C' TO WS-SNAP-TAB-STATUS (WS-SNAP-IDX)
                   END-IF
                   PERFORM H248-RECORD-REFERENCE
           END-EVALUATE.
       H238-END. EXIT.

       H241-DECIDE-FEED-RECORD.
           COMPUTE DVZ-ID = FUNCTION NUMVAL (ACCT-DVZ)
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
               MOVE 'V' TO WS-PROVE-RESULT
             NOT INVALID KEY
               PERFORM H242-CHECK-TYPE-RULES
               IF NOT TYPE-RULES-OK
                   MOVE 'T' TO WS-PROVE-RESULT
               ELSE
                   PERFORM H243-LOCATE-ACCOUNT
               END-IF
           END-READ.
       H241-END. EXIT.

       H242-CHECK-TYPE-RULES.
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (ACCT-BALANCE).
           PERFORM H244-LOOKUP-LIMIT.
           EVALUATE TRUE
               WHEN XFER-DEBIT-LEG AND NOT TRX-DEBIT
                   MOVE 'N' TO WS-TYPE-OK-SW
               WHEN XFER-CREDIT-LEG AND NOT TRX-CREDIT
                   MOVE 'N' TO WS-TYPE-OK-SW
               WHEN NOT TRX-VALID-TYPE
                   MOVE 'N' TO WS-TYPE-OK-SW
               WHEN TRX-DEBIT
           END-EVALUATE.
       H242-END. EXIT.

       H243-LOCATE-ACCOUNT.
           COMPUTE IDX-ID = FUNCTION NUMVAL-C (ACCT-ID)
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (ACCT-DVZ)
           SEARCH ALL WS-SNAP-ENTRY
             AT END
               MOVE 'K' TO WS-PROVE-RESULT
             WHEN WS-SNAP-TAB-ID (WS-SNAP-IDX) = IDX-ID
              AND WS-SNAP-TAB-DVZ (WS-SNAP-IDX) = IDX-DVZ
               PERFORM H245-CHECK-ACCOUNT-RULES
           END-SEARCH.
       H243-END. EXIT.

       H245-CHECK-ACCOUNT-RULES.
           PERFORM H246-CHECK-REFERENCES.
           EVALUATE TRUE
               WHEN SNAP-TAB-FROZEN (WS-SNAP-IDX)
                 OR SNAP-TAB-CLOSED (WS-SNAP-IDX)
                   MOVE 'S' TO WS-PROVE-RESULT
               WHEN SNAP-TAB-DEBIT-BLOCKED (WS-SNAP-IDX)
                AND (TRX-DEBIT OR TRX-FEE)
                   MOVE 'S' TO WS-PROVE-RESULT
               WHEN NOT REF-RULES-OK
                   MOVE 'R' TO WS-PROVE-RESULT
               WHEN TRX-ACCT-CLOSE
                AND WS-SNAP-TAB-BAL (WS-SNAP-IDX)
                    + WS-SNAP-TAB-DELTA (WS-SNAP-IDX) NOT = ZERO
                   MOVE 'T' TO WS-PROVE-RESULT
               WHEN OTHER
                   MOVE 'A' TO WS-PROVE-RESULT
           END-EVALUATE.
       H245-END. EXIT.

       H246-CHECK-REFERENCES.
           MOVE 'Y'  TO WS-REF-OK-SW.
           MOVE ZERO TO WS-ORIG-SUB.
           IF ACCT-TRX-REF NOT = SPACES
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                 WHEN WS-REF-TRX-REF (WS-REF-IDX) = ACCT-TRX-REF
                   MOVE 'N' TO WS-REF-OK-SW
               END-SEARCH
           END-IF.
           IF REF-RULES-OK AND TRX-REVERSAL
               PERFORM H247-MATCH-ORIGINAL
           END-IF.
       H246-END. EXIT.

       H247-MATCH-ORIGINAL.
           IF ACCT-ORIG-REF = SPACES
               MOVE 'N' TO WS-REF-OK-SW
           ELSE
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                 AT END
                   MOVE 'N' TO WS-REF-OK-SW
                 WHEN WS-REF-TRX-REF (WS-REF-IDX) = ACCT-ORIG-REF
                   IF WS-REF-ID (WS-REF-IDX) NOT = IDX-ID
                      OR WS-REF-DVZ (WS-REF-IDX) NOT = IDX-DVZ
                      OR WS-REF-REVERSED (WS-REF-IDX)
                      OR WS-REF-AMOUNT (WS-REF-IDX) + ACCT-BALANCE
                         NOT = ZERO
                       MOVE 'N' TO WS-REF-OK-SW
                   ELSE
                       SET WS-ORIG-SUB TO WS-REF-IDX
                   END-IF
               END-SEARCH
           END-IF.
       H247-END. EXIT.

       H248-RECORD-REFERENCE.
           IF TRX-REVERSAL AND WS-ORIG-SUB > ZERO
               MOVE 'Y' TO WS-REF-REVERSED-SW (WS-ORIG-SUB)
           END-IF.
           IF ACCT-TRX-REF NOT = SPACES
               MOVE ACCT-TRX-REF TO WS-NEW-REF
               MOVE IDX-ID       TO WS-NEW-REF-ID
               MOVE IDX-DVZ      TO WS-NEW-REF-DVZ
               MOVE ACCT-BALANCE TO WS-NEW-REF-AMT
               PERFORM H249-ADD-REFERENCE
           END-IF.
       H248-END. EXIT.

       H249-ADD-REFERENCE.
           IF WS-REF-COUNT < 50000
               ADD 1 TO WS-REF-COUNT
               SET WS-REF-IDX TO WS-REF-COUNT
               MOVE WS-NEW-REF     TO WS-REF-TRX-REF (WS-REF-IDX)
               MOVE WS-NEW-REF-ID  TO WS-REF-ID (WS-REF-IDX)
               MOVE WS-NEW-REF-DVZ TO WS-REF-DVZ (WS-REF-IDX)
               MOVE WS-NEW-REF-AMT TO WS-REF-AMOUNT (WS-REF-IDX)
               MOVE 'N'            TO WS-REF-REVERSED-SW (WS-REF-IDX)
           ELSE
               MOVE 'Y' TO WS-REF-FULL-SW
           END-IF.
       H249-END. EXIT.

       H250-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'POSTING RUN RECONCILIATION PROOF' TO TRL-LABEL.
           WRITE PRINT-REC.
       H263-END. EXIT.

       H270-MATCH-TRANSFER.
           IF XFER-CREDIT-LEG
               ADD 1 TO WS-FEED-XFER-REJ-COUNT
           ELSE
               MOVE ACCT-FIELDS   TO WS-XFER-LEG-1
               MOVE ACCT-ORIG-REF TO WS-XFER-REF
               READ ACCT-REC
               IF EOF-ACCT-REC OR ACCT-HDR-REC OR ACCT-TRL-REC
                  OR NOT XFER-CREDIT-LEG
                  OR ACCT-ORIG-REF NOT = WS-XFER-REF
                   IF NOT EOF-ACCT-REC
                       MOVE 'Y' TO WS-PENDING-SW
                   END-IF
                   ADD 1 TO WS-FEED-XFER-REJ-COUNT
               ELSE
                   ADD 1 TO WS-FEED-READ-COUNT
                   MOVE ACCT-FIELDS TO WS-XFER-LEG-2
                   PERFORM H271-DECIDE-BOTH-LEGS
                   PERFORM H272-APPLY-BOTH-LEGS
               END-IF
           END-IF.
       H270-END. EXIT.

       H271-DECIDE-BOTH-LEGS.
           MOVE WS-XFER-LEG-1 TO ACCT-FIELDS.
           PERFORM H241-DECIDE-FEED-RECORD.
           MOVE WS-PROVE-RESULT TO WS-XFER-RESULT-1.
           SET WS-XFER-SNAP-SUB-1 TO WS-SNAP-IDX.
           MOVE WS-ORIG-SUB     TO WS-XFER-ORIG-SUB-1.
           MOVE WS-XFER-LEG-2 TO ACCT-FIELDS.
           PERFORM H241-DECIDE-FEED-RECORD.
           MOVE WS-PROVE-RESULT TO WS-XFER-RESULT-2.
           SET WS-XFER-SNAP-SUB-2 TO WS-SNAP-IDX.
           MOVE WS-ORIG-SUB     TO WS-XFER-ORIG-SUB-2.
       H271-END. EXIT.

       H272-APPLY-BOTH-LEGS.
           IF WS-XFER-RESULT-1 = 'A' AND WS-XFER-RESULT-2 = 'A'
               CONTINUE
           ELSE
               IF WS-XFER-RESULT-1 = 'A'
                   MOVE 'P' TO WS-XFER-RESULT-1
               END-IF
               IF WS-XFER-RESULT-2 = 'A'
                   MOVE 'P' TO WS-XFER-RESULT-2
               END-IF
           END-IF.
           MOVE WS-XFER-LEG-1      TO ACCT-FIELDS.
           MOVE WS-XFER-RESULT-1   TO WS-PROVE-RESULT.
           SET WS-SNAP-IDX         TO WS-XFER-SNAP-SUB-1.
           MOVE WS-XFER-ORIG-SUB-1 TO WS-ORIG-SUB.
           PERFORM H238-APPLY-RESULT.
           MOVE WS-XFER-LEG-2      TO ACCT-FIELDS.
           MOVE WS-XFER-RESULT-2   TO WS-PROVE-RESULT.
           SET WS-SNAP-IDX         TO WS-XFER-SNAP-SUB-2.
           MOVE WS-XFER-ORIG-SUB-2 TO WS-ORIG-SUB.
           PERFORM H238-APPLY-RESULT.
       H272-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ACCOUNTS SNAPPED'     TO TRL-LABEL.
           MOVE WS-FEED-TYPE-REJ-COUNT TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEED STATUS REJECTS'  TO TRL-LABEL.
           MOVE WS-FEED-STAT-REJ-COUNT TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEED REFERENCE REJECTS' TO TRL-LABEL.
           MOVE WS-FEED-REF-REJ-COUNT  TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEED TRANSFER REJECTS' TO TRL-LABEL.
           MOVE WS-FEED-XFER-REJ-COUNT TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'TOTAL OPENING'        TO TRL-LABEL.
           MOVE WS-TOTAL-OPENING       TO TRL-AMT.
           CLOSE IDX-FILE.
           CLOSE DVZDB-FILE.
           CLOSE PRINT-LINE.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

