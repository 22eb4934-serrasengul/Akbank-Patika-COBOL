                               STATUS LIM-ST.
           SELECT GL-JOURNAL   ASSIGN TO GLJRNL
                               STATUS GLJ-ST.
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
           05  PRINT-ID         PIC X(05).
              88 SUSP-BAD-SIGN             VALUE '04'.
              88 SUSP-OVER-LIMIT           VALUE '05'.
              88 SUSP-CLOSE-NOT-ZERO       VALUE '06'.
              88 SUSP-ACCT-FROZEN          VALUE '07'.
              88 SUSP-ACCT-CLOSED          VALUE '08'.
              88 SUSP-DEBIT-BLOCKED        VALUE '09'.
              88 SUSP-DUPLICATE-REF        VALUE '10'.
              88 SUSP-RV-NO-ORIGINAL       VALUE '11'.
              88 SUSP-RV-ALREADY-DONE      VALUE '12'.
              88 SUSP-RV-AMOUNT-DIFF       VALUE '13'.
              88 SUSP-XFER-PARTNER-REJ     VALUE '14'.
              88 SUSP-XFER-UNPAIRED        VALUE '15'.
           05 SUSP-TRX-TYPE     PIC X(02).
           05 SUSP-DAYS         PIC 9(03).
           05 SUSP-TRX-REF      PIC X(16).
           05 SUSP-ORIG-REF     PIC X(16).
           05 SUSP-XFER-LEG     PIC X(01).
      *
       FD  RESTART-FILE RECORDING MODE F.
       01  RESTART-REC.
           05 GLJ-DVZ           PIC X(03).
           05 GLJ-TRX-TYPE      PIC X(02).
           05 GLJ-AMOUNT        PIC S9(13)V99 COMP-3.
      *
       FD  STEP-LOG RECORDING MODE F.
           COPY STEPLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              88 EOF-RESTART-REC               VALUE 10.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
              88 EOF-HIST-REC                  VALUE 10.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
              88 EOF-RUNCTL-REC                VALUE 10.
           05 WS-LIMIT-WORK          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-LIM-FOUND-SW        PIC X(01) VALUE 'N'.
              88 LIMIT-FOUND                   VALUE 'Y'.
           05 WS-REF-DUP-SW          PIC X(01) VALUE 'N'.
              88 REF-IS-DUPLICATE              VALUE 'Y'.
           05 WS-ORIG-SUB            PIC 9(06) COMP VALUE ZERO.
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
       01  WS-TRANSFER-AREA.
           05 WS-PENDING-SW          PIC X(01) VALUE 'N'.
              88 RECORD-PENDING                VALUE 'Y'.
           05 WS-XFER-POST-SW        PIC X(01) VALUE 'N'.
              88 XFER-FIRST-LEG-POSTING        VALUE 'Y'.
           05 WS-XFER-REF            PIC X(16) VALUE SPACES.
           05 WS-XFER-REASON-1       PIC X(02) VALUE SPACES.
           05 WS-XFER-REASON-2       PIC X(02) VALUE SPACES.
           05 WS-XFER-LEG-1          PIC X(58) VALUE SPACES.
           05 WS-XFER-LEG-2          PIC X(58) VALUE SPACES.
           05 WS-XFER-POSTED-COUNT   PIC 9(06) VALUE ZERO.
           05 WS-XFER-REJECTED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05 WS-LIM-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-LIM-ENTRY OCCURS 0 TO 100 TIMES
              05 R-IDX-AD            PIC X(30).
              05 R-IDX-TARIH         PIC S9(7)  COMP-3.
              05 R-IDX-TUTAR         PIC S9(15) COMP-3.
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
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           PERFORM H090-PARSE-RUN-PARM.
           PERFORM H095-INIT-TYPE-TABLE.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H075-CHECK-PREDECESSORS.
           PERFORM H097-LOAD-LIMITS.
           PERFORM H120-LOAD-REFERENCES.
           PERFORM H100-OPEN-FILES
           PERFORM H110-RESTART-INIT
           PERFORM H150-PRINT-HEADERS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H070-START-STEP-LOG.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'Y' TO WS-STEP-LOG-SW.
       H070-END. EXIT.

       H075-CHECK-PREDECESSORS.
           MOVE 'ODEV003E' TO WS-PRED-PROGRAM.
           MOVE SPACES     TO WS-PRED-MODE.
           PERFORM H076-CHECK-ONE-PREDECESSOR.
           MOVE 'ODEV003R' TO WS-PRED-PROGRAM.
           MOVE 'SNAPSHOT' TO WS-PRED-MODE.
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

       H090-PARSE-RUN-PARM.
           MOVE ZERO TO WS-PARM-TALLY.
           INSPECT WS-RUN-PARM
           IF NOT LIM-SUCCESS
               DISPLAY 'UNABLE TO OPEN LIMITS FILE: ' LIM-ST
               MOVE LIM-ST TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           PERFORM H098-LOAD-ONE-LIMIT UNTIL EOF-LIMIT-REC.
           IF WS-LIM-COUNT = ZERO
               DISPLAY 'NO POSTING LIMITS LOADED - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
       H097-END. EXIT.
               CLOSE RUN-CONTROL
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE TO WS-STEP-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-STEP-RUN-ID.
           PERFORM H070-START-STEP-LOG.
           IF RUNC-FEED-POSTED
               DISPLAY 'FEED ALREADY POSTED FOR ' RUNC-BUS-DATE
                       ' UNDER RUN ' RUNC-RUN-ID ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               CLOSE RUN-CONTROL
               MOVE 'Y' TO WS-STEP-REFUSED-SW
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           MOVE RUNC-BUS-DATE TO WS-BUS-DATE.
               DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                       ' FALLS ON A WEEKEND - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STEP-REFUSED-SW
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
           SET WS-HOL-IDX TO 1.
               DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                       ' IS A HOLIDAY - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-STEP-REFUSED-SW
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-SEARCH.
       H106-END. EXIT.
           END-IF.
       H111-END. EXIT.

       H120-LOAD-REFERENCES.
           OPEN INPUT HISTORY-FILE.
           IF HIST-SUCCESS
               PERFORM H121-LOAD-ONE-REFERENCE UNTIL EOF-HIST-REC
               CLOSE HISTORY-FILE
           ELSE
               IF HIST-ST NOT = 35
                   DISPLAY 'UNABLE TO READ HISTORY FILE: ' HIST-ST
                   MOVE HIST-ST TO RETURN-CODE
                   PERFORM H990-WRITE-STEP-LOG
                   GOBACK
               END-IF
           END-IF.
           IF REF-TABLE-FULL
               DISPLAY 'REFERENCE TABLE FULL - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H990-WRITE-STEP-LOG
               GOBACK
           END-IF.
       H120-END. EXIT.

       H121-LOAD-ONE-REFERENCE.
           READ HISTORY-FILE.
           IF NOT EOF-HIST-REC
               IF HIST-TRX-TYPE = 'RV' AND HIST-ORIG-REF NOT = SPACES
                   PERFORM H122-MARK-HIST-REVERSAL
               END-IF
               IF HIST-TRX-REF NOT = SPACES
                   MOVE HIST-TRX-REF TO WS-NEW-REF
                   COMPUTE WS-NEW-REF-ID =
                           FUNCTION NUMVAL-C (HIST-ACCT-ID)
                   COMPUTE WS-NEW-REF-DVZ =
                           FUNCTION NUMVAL (HIST-ACCT-DVZ)
                   MOVE HIST-AMOUNT  TO WS-NEW-REF-AMT
                   PERFORM H273-ADD-REFERENCE
               END-IF
           END-IF.
       H121-END. EXIT.

       H122-MARK-HIST-REVERSAL.
           SET WS-REF-IDX TO 1.
           SEARCH WS-REF-ENTRY
             WHEN WS-REF-TRX-REF (WS-REF-IDX) = HIST-ORIG-REF
               MOVE 'Y' TO WS-REF-REVERSED-SW (WS-REF-IDX)
           END-SEARCH.
       H122-END. EXIT.

       H150-PRINT-HEADERS.
           PERFORM FILL-WITH-SPACES.
           MOVE 'RUN ID'     TO RUNS-LABEL.


       H201-READ-NEXT-RECORD.
           IF RECORD-PENDING
               MOVE 'N' TO WS-PENDING-SW
           ELSE
               READ ACCT-REC
           END-IF.
           IF NOT EOF-ACCT-REC
               IF ACCT-HDR-REC OR ACCT-TRL-REC
                   CONTINUE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM H202-SKIP-CHECK
                   IF WS-PROCESS-RECORD
                       IF XFER-ANY-LEG
                           PERFORM H300-POST-TRANSFER
                       ELSE
                           PERFORM H210-READ-DVZDB
                           IF DVZ-FOUND-THIS-TIME
                               PERFORM H209-POST-ONE-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE ACCT-BALANCE     TO SUSP-ACCT-BALANCE.
           SET SUSP-NO-DVZ-MATCH TO TRUE.
           MOVE ACCT-TRX-TYPE    TO SUSP-TRX-TYPE.
           MOVE ACCT-TRX-REF     TO SUSP-TRX-REF.
           MOVE ACCT-ORIG-REF    TO SUSP-ORIG-REF.
           MOVE ACCT-XFER-LEG    TO SUSP-XFER-LEG.
           PERFORM WRITE-SUSPENSE-SET-DAYS.
           WRITE SUSPENSE-REC.
           PERFORM H280-ACCUM-SUSPENSE-CCY.
           MOVE ACCT-BALANCE     TO SUSP-ACCT-BALANCE.
           SET SUSP-NO-IDX-MATCH TO TRUE.
           MOVE ACCT-TRX-TYPE    TO SUSP-TRX-TYPE.
           MOVE ACCT-TRX-REF     TO SUSP-TRX-REF.
           MOVE ACCT-ORIG-REF    TO SUSP-ORIG-REF.
           MOVE ACCT-XFER-LEG    TO SUSP-XFER-LEG.
           PERFORM WRITE-SUSPENSE-SET-DAYS.
           WRITE SUSPENSE-REC.
           PERFORM H280-ACCUM-SUSPENSE-CCY.
              MOVE IDX-BALANCE TO WS-BAL-BEFORE.
              ADD ACCT-BALANCE TO IDX-BALANCE.
              ADD ACCT-BALANCE TO WS-TOTAL-TUTAR.
              IF TRX-ACCT-CLOSE
                  MOVE 'C'         TO IDX-STATUS
                  MOVE WS-BUS-DATE TO IDX-STAT-DATE
                  MOVE 'CL'        TO IDX-STAT-REASON
              END-IF.
              IF NOT ACCOUNT-HELD
                  REWRITE IDX-REC
                    INVALID KEY
                      DISPLAY 'UNABLE TO REWRITE IDXFILE FOR ID : '
           PERFORM DATE-CONVERT.
           PERFORM FILL-WITH-SPACES.
           PERFORM UPDATE-BALANCE.
           PERFORM H272-RECORD-REFERENCE.
           PERFORM H220-ACCUM-CURRENCY-TOTAL.
           PERFORM H270-ACCUM-TYPE-TOTAL.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE WS-READ-COUNT TO WS-LAST-POSTED-SEQ.
           ADD 1 TO WS-CHECKPOINT-COUNTER.
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
              AND NOT XFER-FIRST-LEG-POSTING
               PERFORM H230-WRITE-CHECKPOINT
           END-IF.
           DISPLAY "ID : " IDX-LNAME.
       H260-EDIT-TRX-TYPE.
           MOVE 'Y' TO WS-TRX-EDIT-SW.
           MOVE SPACES TO WS-TRX-REASON.
           MOVE ZERO   TO WS-ORIG-SUB.
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS (ACCT-BALANCE).
           PERFORM H255-LOOKUP-LIMIT.
           PERFORM H267-CHECK-DUP-REF.
           EVALUATE TRUE
               WHEN NOT TRX-VALID-TYPE
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '03' TO WS-TRX-REASON
               WHEN IDX-FROZEN
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '07' TO WS-TRX-REASON
               WHEN IDX-CLOSED
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '08' TO WS-TRX-REASON
               WHEN IDX-DEBIT-BLOCKED
                AND (TRX-DEBIT OR TRX-FEE)
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '09' TO WS-TRX-REASON
               WHEN REF-IS-DUPLICATE
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '10' TO WS-TRX-REASON
               WHEN TRX-DEBIT
                   PERFORM H261-EDIT-DEBIT-RULES
               WHEN TRX-FEE
           IF WS-ABS-AMOUNT > WS-LIMIT-WORK
               MOVE 'N'  TO WS-TRX-EDIT-SW
               MOVE '05' TO WS-TRX-REASON
           ELSE
               PERFORM H268-MATCH-ORIGINAL
           END-IF.
       H264-END. EXIT.

           END-EVALUATE.
       H266-END. EXIT.

       H267-CHECK-DUP-REF.
           MOVE 'N' TO WS-REF-DUP-SW.
           IF ACCT-TRX-REF NOT = SPACES
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                 WHEN WS-REF-TRX-REF (WS-REF-IDX) = ACCT-TRX-REF
                   MOVE 'Y' TO WS-REF-DUP-SW
               END-SEARCH
           END-IF.
       H267-END. EXIT.

       H268-MATCH-ORIGINAL.
           IF ACCT-ORIG-REF = SPACES
               MOVE 'N'  TO WS-TRX-EDIT-SW
               MOVE '11' TO WS-TRX-REASON
           ELSE
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                 AT END
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '11' TO WS-TRX-REASON
                 WHEN WS-REF-TRX-REF (WS-REF-IDX) = ACCT-ORIG-REF
                   PERFORM H269-CHECK-ORIGINAL
               END-SEARCH
           END-IF.
       H268-END. EXIT.

       H269-CHECK-ORIGINAL.
           EVALUATE TRUE
               WHEN WS-REF-ID (WS-REF-IDX) NOT = IDX-ID
                 OR WS-REF-DVZ (WS-REF-IDX) NOT = IDX-DVZ
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '11' TO WS-TRX-REASON
               WHEN WS-REF-REVERSED (WS-REF-IDX)
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '12' TO WS-TRX-REASON
               WHEN WS-REF-AMOUNT (WS-REF-IDX) + ACCT-BALANCE
                    NOT = ZERO
                   MOVE 'N'  TO WS-TRX-EDIT-SW
                   MOVE '13' TO WS-TRX-REASON
               WHEN OTHER
                   SET WS-ORIG-SUB TO WS-REF-IDX
           END-EVALUATE.
       H269-END. EXIT.

       H270-ACCUM-TYPE-TOTAL.
           PERFORM H266-SET-TYPE-INDEX.
           ADD 1 TO WS-TYPE-COUNT (WS-TYPE-SUB).
           ADD ACCT-BALANCE TO WS-TYPE-TOTAL (WS-TYPE-SUB).
       H270-END. EXIT.

       H272-RECORD-REFERENCE.
           IF TRX-REVERSAL AND WS-ORIG-SUB > ZERO
               MOVE 'Y' TO WS-REF-REVERSED-SW (WS-ORIG-SUB)
           END-IF.
           IF ACCT-TRX-REF NOT = SPACES
               MOVE ACCT-TRX-REF TO WS-NEW-REF
               MOVE IDX-ID       TO WS-NEW-REF-ID
               MOVE IDX-DVZ      TO WS-NEW-REF-DVZ
               MOVE ACCT-BALANCE TO WS-NEW-REF-AMT
               PERFORM H273-ADD-REFERENCE
               IF REF-TABLE-FULL
                   DISPLAY 'REFERENCE TABLE FULL - NOT TRACKED : '
                           ACCT-TRX-REF
               END-IF
           END-IF.
       H272-END. EXIT.

       H273-ADD-REFERENCE.
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
       H273-END. EXIT.

       WRITE-SUSPENSE-TYPE-REJECT.
           MOVE ACCT-ID          TO SUSP-ACCT-ID.
           MOVE ACCT-DVZ         TO SUSP-ACCT-DVZ.
           MOVE ACCT-BALANCE     TO SUSP-ACCT-BALANCE.
           MOVE WS-TRX-REASON    TO SUSP-REASON-CODE.
           MOVE ACCT-TRX-TYPE    TO SUSP-TRX-TYPE.
           MOVE ACCT-TRX-REF     TO SUSP-TRX-REF.
           MOVE ACCT-ORIG-REF    TO SUSP-ORIG-REF.
           MOVE ACCT-XFER-LEG    TO SUSP-XFER-LEG.
           PERFORM WRITE-SUSPENSE-SET-DAYS.
           WRITE SUSPENSE-REC.
           PERFORM H280-ACCUM-SUSPENSE-CCY.
       SUSP-TYPE-END. EXIT.

       H300-POST-TRANSFER.
           IF XFER-CREDIT-LEG
               DISPLAY 'TRANSFER CREDIT LEG WITHOUT DEBIT : '
                       ACCT-TRX-REF
               MOVE '15' TO WS-TRX-REASON
               PERFORM H330-SUSPEND-ONE-LEG
           ELSE
               MOVE ACCT-FIELDS   TO WS-XFER-LEG-1
               MOVE ACCT-ORIG-REF TO WS-XFER-REF
               READ ACCT-REC
               IF EOF-ACCT-REC OR ACCT-HDR-REC OR ACCT-TRL-REC
                  OR NOT XFER-CREDIT-LEG
                  OR ACCT-ORIG-REF NOT = WS-XFER-REF
                   PERFORM H305-UNPAIRED-DEBIT-LEG
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   MOVE ACCT-FIELDS TO WS-XFER-LEG-2
                   PERFORM H310-EDIT-BOTH-LEGS
                   IF WS-XFER-REASON-1 = SPACES
                      AND WS-XFER-REASON-2 = SPACES
                       PERFORM H320-POST-BOTH-LEGS
                   ELSE
                       PERFORM H325-SUSPEND-BOTH-LEGS
                   END-IF
               END-IF
           END-IF.
       H300-END. EXIT.

       H305-UNPAIRED-DEBIT-LEG.
           IF NOT EOF-ACCT-REC
               MOVE 'Y' TO WS-PENDING-SW
               MOVE ACCT-FIELDS TO WS-XFER-LEG-2
           END-IF.
           MOVE WS-XFER-LEG-1 TO ACCT-FIELDS.
           DISPLAY 'TRANSFER DEBIT LEG WITHOUT CREDIT : ' ACCT-TRX-REF.
           MOVE '15' TO WS-TRX-REASON.
           PERFORM H330-SUSPEND-ONE-LEG.
           IF RECORD-PENDING
               MOVE WS-XFER-LEG-2 TO ACCT-FIELDS
           END-IF.
       H305-END. EXIT.

       H310-EDIT-BOTH-LEGS.
           IF SEQ-MODE
               PERFORM H251-FLUSH-HELD
           END-IF.
           MOVE WS-XFER-LEG-1 TO ACCT-FIELDS.
           PERFORM H311-EDIT-ONE-LEG.
           MOVE WS-TRX-REASON TO WS-XFER-REASON-1.
           MOVE WS-XFER-LEG-2 TO ACCT-FIELDS.
           PERFORM H311-EDIT-ONE-LEG.
           MOVE WS-TRX-REASON TO WS-XFER-REASON-2.
       H310-END. EXIT.

       H311-EDIT-ONE-LEG.
           MOVE SPACES TO WS-TRX-REASON.
           COMPUTE DVZ-ID = FUNCTION NUMVAL (ACCT-DVZ).
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
               MOVE '01' TO WS-TRX-REASON
           END-READ.
           IF WS-TRX-REASON = SPACES
               COMPUTE IDX-ID = FUNCTION NUMVAL-C (ACCT-ID)
               COMPUTE IDX-DVZ = FUNCTION NUMVAL (ACCT-DVZ)
               READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                   MOVE '02' TO WS-TRX-REASON
               END-READ
           END-IF.
           IF WS-TRX-REASON = SPACES
               IF (XFER-DEBIT-LEG AND NOT TRX-DEBIT)
                  OR (XFER-CREDIT-LEG AND NOT TRX-CREDIT)
                   MOVE '03' TO WS-TRX-REASON
               ELSE
                   PERFORM H260-EDIT-TRX-TYPE
               END-IF
           END-IF.
       H311-END. EXIT.

       H320-POST-BOTH-LEGS.
           MOVE 'Y' TO WS-XFER-POST-SW.
           MOVE WS-XFER-LEG-1 TO ACCT-FIELDS.
           PERFORM H321-POST-ONE-LEG.
           MOVE 'N' TO WS-XFER-POST-SW.
           MOVE WS-XFER-LEG-2 TO ACCT-FIELDS.
           PERFORM H321-POST-ONE-LEG.
           ADD 1 TO WS-XFER-POSTED-COUNT.
       H320-END. EXIT.

       H321-POST-ONE-LEG.
           COMPUTE DVZ-ID = FUNCTION NUMVAL (ACCT-DVZ).
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
               MOVE 'N' TO WS-DVZ-FOUND-SW
             NOT INVALID KEY
               PERFORM TRIM-DVZ-NAME
           END-READ.
           COMPUTE IDX-ID = FUNCTION NUMVAL-C (ACCT-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (ACCT-DVZ).
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
               DISPLAY 'UNABLE TO REREAD IDXFILE FOR ID : ' IDX-ID
             NOT INVALID KEY
               MOVE ZERO TO WS-ORIG-SUB
               PERFORM WRITE-RECORD-POSTED
           END-READ.
       H321-END. EXIT.

       H325-SUSPEND-BOTH-LEGS.
           MOVE WS-XFER-LEG-1 TO ACCT-FIELDS.
           DISPLAY 'TRANSFER REJECTED : ' ACCT-ORIG-REF.
           IF WS-XFER-REASON-1 = SPACES
               MOVE '14' TO WS-TRX-REASON
           ELSE
               MOVE WS-XFER-REASON-1 TO WS-TRX-REASON
           END-IF.
           PERFORM H330-SUSPEND-ONE-LEG.
           MOVE WS-XFER-LEG-2 TO ACCT-FIELDS.
           IF WS-XFER-REASON-2 = SPACES
               MOVE '14' TO WS-TRX-REASON
           ELSE
               MOVE WS-XFER-REASON-2 TO WS-TRX-REASON
           END-IF.
           PERFORM H330-SUSPEND-ONE-LEG.
           ADD 1 TO WS-XFER-REJECTED-COUNT.
       H325-END. EXIT.

       H330-SUSPEND-ONE-LEG.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM WRITE-SUSPENSE-TYPE-REJECT.
       H330-END. EXIT.

       H280-ACCUM-SUSPENSE-CCY.
           SET WS-SCCY-IDX TO 1.
           SEARCH WS-SCCY-ENTRY
           MOVE WS-BAL-BEFORE   TO HIST-BAL-BEFORE.
           MOVE IDX-BALANCE     TO HIST-BAL-AFTER.
           MOVE WS-RUN-ID       TO HIST-RUN-ID.
           MOVE ACCT-TRX-TYPE   TO HIST-TRX-TYPE.
           MOVE ACCT-TRX-REF    TO HIST-TRX-REF.
           MOVE ACCT-ORIG-REF   TO HIST-ORIG-REF.
           WRITE HIST-FIELDS.
       H240-END. EXIT.

           MOVE 'COUNT'       TO SKIP-CNT-LBL.
           MOVE WS-OVERDRAWN-COUNT TO SKIP-CNT.
           WRITE PRINT-REC.
           PERFORM FILL-WITH-SPACES.
           MOVE 'TRANSFER'    TO SKIP-LABEL.
           MOVE 'POSTED'      TO SKIP-CNT-LBL.
           MOVE WS-XFER-POSTED-COUNT TO SKIP-CNT.
           WRITE PRINT-REC.
           PERFORM FILL-WITH-SPACES.
           MOVE 'TRANSFER'    TO SKIP-LABEL.
           MOVE 'REJECTED'    TO SKIP-CNT-LBL.
           MOVE WS-XFER-REJECTED-COUNT TO SKIP-CNT.
           WRITE PRINT-REC.
       H905-END. EXIT.

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
                   MOVE 'ODEV003'          TO SLOG-PROGRAM
                   MOVE SPACES             TO SLOG-STEP-MODE
                   MOVE WS-STEP-START-DATE TO SLOG-START-DATE
                   MOVE WS-STEP-START-TIME TO SLOG-START-TIME
                   ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD
                   ACCEPT SLOG-END-TIME FROM TIME
                   MOVE RETURN-CODE        TO SLOG-RETURN-CODE
                   MOVE WS-READ-COUNT      TO SLOG-READ-COUNT
                   MOVE WS-MATCHED-COUNT   TO SLOG-POSTED-COUNT
                   MOVE WS-REJECTED-COUNT  TO SLOG-REJECT-COUNT
                   MOVE WS-SKIPPED-COUNT   TO SLOG-HELD-COUNT
                   MOVE WS-STEP-REFUSED-SW TO SLOG-REFUSED-SW
                   WRITE SLOG-FIELDS
                   CLOSE STEP-LOG
               END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ACCT-REC.
           CLOSE IDX-FILE.
           CLOSE HISTORY-FILE.
           CLOSE EXCP-FILE.
           CLOSE GL-JOURNAL.
           PERFORM H990-WRITE-STEP-LOG.
           GOBACK.
       H999-EXIT.

