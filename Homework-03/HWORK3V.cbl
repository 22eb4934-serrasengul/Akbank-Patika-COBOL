       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003V.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS IDX-ST.
           SELECT DVZDB-FILE   ASSIGN TO DVZFILE
                               ORGANIZATION IS INDEXED
                               ACCESS RANDOM
                               RECORD KEY IS DVZ-ID
                               STATUS DVZ-ST.
           SELECT REVAL-HIST   ASSIGN TO REVLHIST
                               STATUS REVH-ST.
           SELECT GL-JOURNAL   ASSIGN TO GLJRNL
                               STATUS GLJ-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE
           DATA RECORD IS IDX-REC.
       01  IDX-REC.
           03  IDX-KEY.
               05 IDX-ID        PIC S9(5) COMP-3.
               05 IDX-DVZ       PIC S9(3) COMP.
           03  IDX-NAME         PIC X(05).
           03  FILLER           PIC X(10).
           03  IDX-LNAME        PIC X(07).
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
           05 DVZ-ID          PIC 9(03).
           05 DVZ-SPACES      PIC X(10).
           05 DVZ-NAME        PIC X(03).
           05 DVZ-RATE        PIC 9(07)V9(5).
           05 DVZ-RATE-DATE   PIC 9(08).
           05 DVZ-OD-LIMIT    PIC S9(09)V99.
      *
      * One record per currency per revaluation, appended by ODEV003V.
      * The latest record for a currency carries the rate the next
      * revaluation is measured against.
       FD  REVAL-HIST RECORDING MODE F.
       01  REVH-REC.
           05 REVH-DVZ-ID       PIC 9(03).
           05 REVH-DVZ-NAME     PIC X(03).
           05 REVH-BUS-DATE     PIC 9(08).
           05 REVH-BUS-DATE-R REDEFINES REVH-BUS-DATE.
              10 REVH-BUS-YYYYMM PIC 9(06).
              10 FILLER          PIC 9(02).
           05 REVH-RUN-ID       PIC X(08).
           05 REVH-RATE         PIC 9(07)V9(5).
           05 REVH-RATE-DATE    PIC 9(08).
           05 REVH-OLD-RATE     PIC 9(07)V9(5).
           05 REVH-BALANCE      PIC S9(13)V99 COMP-3.
           05 REVH-GAIN-LOSS    PIC S9(13)V99 COMP-3.
      *
       FD  GL-JOURNAL RECORDING MODE F.
       01  GLJ-REC.
           05 GLJ-RUN-ID        PIC X(08).
           05 GLJ-BUS-DATE      PIC 9(08).
           05 GLJ-ACCOUNT       PIC X(08).
           05 GLJ-DVZ           PIC X(03).
           05 GLJ-TRX-TYPE      PIC X(02).
           05 GLJ-AMOUNT        PIC S9(13)V99 COMP-3.
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-DVZ        PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-DVZ-NAME   PIC X(03).
           05  FILLER           PIC X(02).
           05  PRINT-ACCTS      PIC ZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-BALANCE    PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-OLD-RATE   PIC ZZZZZZ9.99999.
           05  FILLER           PIC X(02).
           05  PRINT-NEW-RATE   PIC ZZZZZZ9.99999.
           05  FILLER           PIC X(02).
           05  PRINT-GAIN-LOSS  PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(16).
       01  COLUMN-HEAD-REC REDEFINES PRINT-REC.
           05  COLH-TEXT        PIC X(50).
           05  COLH-TEXT-2      PIC X(50).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  TRL-AMT          PIC -(12)9.99.
           05  FILLER           PIC X(45).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(08).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(68).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
              88 EOF-IDX-REC                   VALUE 10.
           05 DVZ-ST                 PIC 9(02).
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 REVH-ST                PIC 9(02).
              88 REVH-SUCCESS                  VALUE 00 97.
              88 EOF-REVH-REC                  VALUE 10.
           05 GLJ-ST                 PIC 9(02).
              88 GLJ-SUCCESS                   VALUE 00 97.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-BUS-DATE            PIC 9(08) VALUE ZERO.
           05 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
              10 WS-BUS-YYYYMM       PIC 9(06).
              10 FILLER              PIC 9(02).
           05 WS-TODAY-INT           PIC 9(08) VALUE ZERO.
           05 WS-RATE-INT            PIC 9(08) VALUE ZERO.
           05 WS-RATE-STALE-LIMIT    PIC 9(03) VALUE 003.
           05 WS-RATE-STALE-SW       PIC X(01) VALUE 'N'.
              88 WS-RATE-STALE                 VALUE 'Y'.
           05 WS-DVZ-FOUND-SW        PIC X(01) VALUE 'N'.
              88 DVZ-FOUND-THIS-TIME           VALUE 'Y'.
           05 WS-CURR-FOUND-SW       PIC X(01) VALUE 'N'.
              88 CURR-FOUND                    VALUE 'Y'.
           05 WS-INSERT-SW           PIC X(01) VALUE 'N'.
              88 INSERT-POINT-FOUND            VALUE 'Y'.
           05 WS-FIND-DVZ            PIC 9(03) VALUE ZERO.
           05 WS-INSERT-SUB          PIC 9(02) COMP VALUE ZERO.
           05 WS-SHIFT-SUB           PIC 9(02) COMP VALUE ZERO.
           05 WS-NEW-RATE            PIC 9(07)V9(5) VALUE ZERO.
           05 WS-GAIN-LOSS           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-HIST-READ-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-REVALUED-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-BASE-SET-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-HELD-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-DONE-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-OVERFLOW-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-TOTAL-GAIN          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-LOSS          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GL-JOURNAL-AREA.
           05 WS-GL-ACCOUNT          PIC X(08) VALUE SPACES.
           05 WS-GL-DVZ              PIC X(03) VALUE SPACES.
           05 WS-GL-TYPE             PIC X(02) VALUE SPACES.
           05 WS-GL-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-GL-DVZ-DISP         PIC 9(03) VALUE ZERO.
           05 WS-GL-ENTRY-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-GL-NET-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
      * One entry per currency, kept in DVZ-ID order. The old rate is
      * the rate on the latest revaluation history record.
       01  WS-CURRENCY-TABLE.
           05 WS-CURR-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-CURR-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WS-CURR-COUNT
                 INDEXED BY WS-CURR-IDX.
              10 WS-CURR-ID          PIC 9(03).
              10 WS-CURR-NAME        PIC X(03).
              10 WS-CURR-ACCTS       PIC 9(06).
              10 WS-CURR-BALANCE     PIC S9(13)V99 COMP-3.
              10 WS-CURR-OLD-RATE    PIC 9(07)V9(5).
              10 WS-CURR-OLD-DATE    PIC 9(08).
              10 WS-CURR-OLD-SW      PIC X(01).
                 88 CURR-HAS-OLD-RATE          VALUE 'Y'.
              10 WS-CURR-DONE-SW     PIC X(01).
                 88 CURR-DONE-THIS-MONTH       VALUE 'Y'.
       01  WS-NEW-CURR-ENTRY.
           05 WS-NEW-CURR-ID         PIC 9(03).
           05 WS-NEW-CURR-NAME       PIC X(03).
           05 WS-NEW-CURR-ACCTS      PIC 9(06).
           05 WS-NEW-CURR-BALANCE    PIC S9(13)V99 COMP-3.
           05 WS-NEW-CURR-OLD-RATE   PIC 9(07)V9(5).
           05 WS-NEW-CURR-OLD-DATE   PIC 9(08).
           05 WS-NEW-CURR-OLD-SW     PIC X(01).
           05 WS-NEW-CURR-DONE-SW    PIC X(01).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H110-LOAD-REVAL-HISTORY.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-TOTAL-NEXT UNTIL EOF-IDX-REC.
           PERFORM H300-REVALUE-ONE-CURRENCY
             VARYING WS-CURR-IDX FROM 1 BY 1
             UNTIL WS-CURR-IDX > WS-CURR-COUNT.
           PERFORM H900-PRINT-TRAILER.
           IF (WS-HELD-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

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
           MOVE RUNC-BUS-DATE TO WS-BUS-DATE.
           MOVE RUNC-RUN-ID   TO WS-RUN-ID.
           CLOSE RUN-CONTROL.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
       H105-END. EXIT.

      * The history is read through once before it is reopened for
      * append. No history yet (status 35) is the first revaluation.
       H110-LOAD-REVAL-HISTORY.
           OPEN INPUT REVAL-HIST.
           IF REVH-ST = 35
               DISPLAY 'NO REVALUATION HISTORY - BASE RATES WILL BE SET'
           ELSE
               IF NOT REVH-SUCCESS
                   DISPLAY 'UNABLE TO OPEN REVALUATION HISTORY: '
                           REVH-ST
                   MOVE REVH-ST TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM H111-READ-REVAL-HISTORY UNTIL EOF-REVH-REC
               CLOSE REVAL-HIST
           END-IF.
       H110-END. EXIT.

       H111-READ-REVAL-HISTORY.
           READ REVAL-HIST.
           IF NOT EOF-REVH-REC
               ADD 1 TO WS-HIST-READ-COUNT
               MOVE REVH-DVZ-ID TO WS-FIND-DVZ
               PERFORM H400-FIND-OR-ADD-CURRENCY
               IF CURR-FOUND
                   IF REVH-BUS-DATE NOT < WS-CURR-OLD-DATE (WS-CURR-IDX)
                       MOVE REVH-DVZ-NAME
                         TO WS-CURR-NAME (WS-CURR-IDX)
                       MOVE REVH-RATE
                         TO WS-CURR-OLD-RATE (WS-CURR-IDX)
                       MOVE REVH-BUS-DATE
                         TO WS-CURR-OLD-DATE (WS-CURR-IDX)
                       MOVE 'Y' TO WS-CURR-OLD-SW (WS-CURR-IDX)
                   END-IF
                   IF REVH-BUS-YYYYMM = WS-BUS-YYYYMM
                       MOVE 'Y' TO WS-CURR-DONE-SW (WS-CURR-IDX)
                   END-IF
               END-IF
           END-IF.
       H111-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  DVZDB-FILE.
           OPEN OUTPUT GL-JOURNAL.
           OPEN OUTPUT PRINT-LINE.
           PERFORM H102-OPEN-REVAL-HISTORY.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT DVZ-SUCCESS)
              DISPLAY 'UNABLE TO OPEN DVZDB FILE: ' DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT GLJ-SUCCESS)
              DISPLAY 'UNABLE TO OPEN GL JOURNAL FILE: ' GLJ-ST
              MOVE GLJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H102-OPEN-REVAL-HISTORY.
           OPEN EXTEND REVAL-HIST.
           IF NOT REVH-SUCCESS
               IF REVH-ST = 35
                   OPEN OUTPUT REVAL-HIST
               ELSE
                   DISPLAY 'UNABLE TO EXTEND REVALUATION HISTORY: '
                           REVH-ST
                   MOVE REVH-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
       H102-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'MONTH-END FX REVALUATION RUN' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'RUN ID'     TO RUNS-LABEL.
           MOVE WS-RUN-ID    TO RUNS-RUN-ID.
           MOVE 'TARIH'      TO RUNS-DATE-LBL.
           MOVE WS-BUS-DATE  TO RUNS-DATE.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'DVZ        ACCTS            BAKIYE       OLD RATE'
             TO COLH-TEXT.
           MOVE '      NEW RATE       GAIN / LOSS'
             TO COLH-TEXT-2.
           WRITE PRINT-REC.
       H150-END. EXIT.

       H200-TOTAL-NEXT.
           READ IDX-FILE NEXT RECORD.
           IF NOT EOF-IDX-REC
               ADD 1 TO WS-READ-COUNT
               MOVE IDX-DVZ TO WS-FIND-DVZ
               PERFORM H400-FIND-OR-ADD-CURRENCY
               IF CURR-FOUND
                   ADD 1 TO WS-CURR-ACCTS (WS-CURR-IDX)
                   ADD IDX-BALANCE TO WS-CURR-BALANCE (WS-CURR-IDX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
       H200-END. EXIT.

      * A currency is held back (no GL entry, no history record, so
      * next month still measures from the last rate actually used)
      * when its DVZFILE rate is missing or stale by the ODEV003 rule.
       H300-REVALUE-ONE-CURRENCY.
           MOVE ZERO TO WS-GAIN-LOSS.
           MOVE ZERO TO WS-NEW-RATE.
           IF CURR-DONE-THIS-MONTH (WS-CURR-IDX)
               ADD 1 TO WS-DONE-COUNT
               PERFORM H820-PRINT-CURRENCY-LINE
               MOVE 'ALREADY REVALUED' TO PRINT-MSG
               WRITE PRINT-REC
           ELSE
               PERFORM H310-READ-RATE
               IF NOT DVZ-FOUND-THIS-TIME
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM H820-PRINT-CURRENCY-LINE
                   MOVE '*HELD - NO RATE*' TO PRINT-MSG
                   WRITE PRINT-REC
               ELSE
                   PERFORM H320-CHECK-RATE-STALE
                   IF WS-RATE-STALE
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM H820-PRINT-CURRENCY-LINE
                       MOVE '*HELD - STALE*'   TO PRINT-MSG
                       WRITE PRINT-REC
                   ELSE
                       PERFORM H330-POST-REVALUATION
                   END-IF
               END-IF
           END-IF.
       H300-END. EXIT.

       H310-READ-RATE.
           MOVE 'N' TO WS-DVZ-FOUND-SW.
           MOVE WS-CURR-ID (WS-CURR-IDX) TO DVZ-ID.
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
               MOVE 'N' TO WS-DVZ-FOUND-SW
             NOT INVALID KEY
               IF DVZ-RATE IS NUMERIC AND DVZ-RATE > ZERO
                   MOVE 'Y'      TO WS-DVZ-FOUND-SW
                   MOVE DVZ-RATE TO WS-NEW-RATE
                   MOVE DVZ-NAME TO WS-CURR-NAME (WS-CURR-IDX)
               END-IF
           END-READ.
       H310-END. EXIT.

       H320-CHECK-RATE-STALE.
           MOVE 'N' TO WS-RATE-STALE-SW.
           IF DVZ-RATE-DATE NOT NUMERIC OR DVZ-RATE-DATE = ZERO
               MOVE 'Y' TO WS-RATE-STALE-SW
           ELSE
               COMPUTE WS-RATE-INT =
                       FUNCTION INTEGER-OF-DATE (DVZ-RATE-DATE)
               IF WS-TODAY-INT - WS-RATE-INT > WS-RATE-STALE-LIMIT
                   MOVE 'Y' TO WS-RATE-STALE-SW
               END-IF
           END-IF.
       H320-END. EXIT.

      * Gain/loss in TRY = balance x (new rate - old rate). A currency
      * with no earlier revaluation only has its base rate recorded.
       H330-POST-REVALUATION.
           IF CURR-HAS-OLD-RATE (WS-CURR-IDX)
               COMPUTE WS-GAIN-LOSS ROUNDED =
                       WS-CURR-BALANCE (WS-CURR-IDX)
                     * (WS-NEW-RATE - WS-CURR-OLD-RATE (WS-CURR-IDX))
               ADD 1 TO WS-REVALUED-COUNT
               IF WS-GAIN-LOSS > ZERO
                   ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN
               ELSE
                   ADD WS-GAIN-LOSS TO WS-TOTAL-LOSS
               END-IF
               IF WS-GAIN-LOSS NOT = ZERO
                   PERFORM H340-GL-ONE-CURRENCY
               END-IF
               PERFORM H820-PRINT-CURRENCY-LINE
               IF WS-GAIN-LOSS > ZERO
                   MOVE 'FX GAIN'        TO PRINT-MSG
               ELSE
                   IF WS-GAIN-LOSS < ZERO
                       MOVE 'FX LOSS'    TO PRINT-MSG
                   ELSE
                       MOVE 'NO CHANGE'  TO PRINT-MSG
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-BASE-SET-COUNT
               PERFORM H820-PRINT-CURRENCY-LINE
               MOVE 'BASE RATE SET'      TO PRINT-MSG
           END-IF.
           WRITE PRINT-REC.
           PERFORM H350-WRITE-REVAL-HISTORY.
       H330-END. EXIT.

       H340-GL-ONE-CURRENCY.
           MOVE WS-CURR-ID (WS-CURR-IDX) TO WS-GL-DVZ-DISP.
           MOVE WS-GL-DVZ-DISP           TO WS-GL-DVZ.
           MOVE 'FX'                     TO WS-GL-TYPE.
           MOVE WS-GAIN-LOSS             TO WS-GL-AMOUNT.
           MOVE 'FXREVAL'                TO WS-GL-ACCOUNT.
           PERFORM H859-WRITE-GL-ENTRY.
           MOVE 'FXRVCTRA'               TO WS-GL-ACCOUNT.
           COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-AMOUNT.
           PERFORM H859-WRITE-GL-ENTRY.
       H340-END. EXIT.

       H350-WRITE-REVAL-HISTORY.
           MOVE SPACES                          TO REVH-REC.
           MOVE WS-CURR-ID (WS-CURR-IDX)        TO REVH-DVZ-ID.
           MOVE WS-CURR-NAME (WS-CURR-IDX)      TO REVH-DVZ-NAME.
           MOVE WS-BUS-DATE                     TO REVH-BUS-DATE.
           MOVE WS-RUN-ID                       TO REVH-RUN-ID.
           MOVE WS-NEW-RATE                     TO REVH-RATE.
           MOVE DVZ-RATE-DATE                   TO REVH-RATE-DATE.
           MOVE WS-CURR-OLD-RATE (WS-CURR-IDX)  TO REVH-OLD-RATE.
           MOVE WS-CURR-BALANCE (WS-CURR-IDX)   TO REVH-BALANCE.
           MOVE WS-GAIN-LOSS                    TO REVH-GAIN-LOSS.
           WRITE REVH-REC.
       H350-END. EXIT.

      * Currencies are inserted in DVZ-ID order so the sign-off report
      * comes out sorted. CURR-FOUND is left off when the table is full.
       H400-FIND-OR-ADD-CURRENCY.
           MOVE 'N' TO WS-CURR-FOUND-SW.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
             AT END MOVE 'N' TO WS-CURR-FOUND-SW
             WHEN WS-CURR-ID (WS-CURR-IDX) = WS-FIND-DVZ
               MOVE 'Y' TO WS-CURR-FOUND-SW
           END-SEARCH.
           IF NOT CURR-FOUND
               IF WS-CURR-COUNT < 20
                   PERFORM H410-INSERT-CURRENCY
               ELSE
                   DISPLAY 'CURRENCY TABLE FULL - NOT REVALUED : '
                           WS-FIND-DVZ
               END-IF
           END-IF.
       H400-END. EXIT.

       H410-INSERT-CURRENCY.
           MOVE WS-FIND-DVZ TO WS-NEW-CURR-ID.
           MOVE SPACES      TO WS-NEW-CURR-NAME.
           MOVE ZERO        TO WS-NEW-CURR-ACCTS.
           MOVE ZERO        TO WS-NEW-CURR-BALANCE.
           MOVE ZERO        TO WS-NEW-CURR-OLD-RATE.
           MOVE ZERO        TO WS-NEW-CURR-OLD-DATE.
           MOVE 'N'         TO WS-NEW-CURR-OLD-SW.
           MOVE 'N'         TO WS-NEW-CURR-DONE-SW.
           MOVE WS-CURR-COUNT TO WS-INSERT-SUB.
           ADD 1 TO WS-CURR-COUNT.
           MOVE 'N' TO WS-INSERT-SW.
           PERFORM H411-SHIFT-CURRENCY-DOWN
             UNTIL WS-INSERT-SUB = ZERO
                OR INSERT-POINT-FOUND.
           ADD 1 TO WS-INSERT-SUB.
           MOVE WS-NEW-CURR-ENTRY TO WS-CURR-ENTRY (WS-INSERT-SUB).
           SET WS-CURR-IDX TO WS-INSERT-SUB.
           MOVE 'Y' TO WS-CURR-FOUND-SW.
       H410-END. EXIT.

       H411-SHIFT-CURRENCY-DOWN.
           IF WS-CURR-ID (WS-INSERT-SUB) < WS-NEW-CURR-ID
               MOVE 'Y' TO WS-INSERT-SW
           ELSE
               COMPUTE WS-SHIFT-SUB = WS-INSERT-SUB + 1
               MOVE WS-CURR-ENTRY (WS-INSERT-SUB)
                 TO WS-CURR-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-IF.
       H411-END. EXIT.

       H820-PRINT-CURRENCY-LINE.
           MOVE SPACES                          TO PRINT-REC.
           MOVE WS-CURR-ID (WS-CURR-IDX)        TO PRINT-DVZ.
           MOVE WS-CURR-NAME (WS-CURR-IDX)      TO PRINT-DVZ-NAME.
           MOVE WS-CURR-ACCTS (WS-CURR-IDX)     TO PRINT-ACCTS.
           MOVE WS-CURR-BALANCE (WS-CURR-IDX)   TO PRINT-BALANCE.
           MOVE WS-CURR-OLD-RATE (WS-CURR-IDX)  TO PRINT-OLD-RATE.
           MOVE WS-NEW-RATE                     TO PRINT-NEW-RATE.
           MOVE WS-GAIN-LOSS                    TO PRINT-GAIN-LOSS.
       H820-END. EXIT.

       H859-WRITE-GL-ENTRY.
           MOVE WS-RUN-ID     TO GLJ-RUN-ID.
           MOVE WS-BUS-DATE   TO GLJ-BUS-DATE.
           MOVE WS-GL-ACCOUNT TO GLJ-ACCOUNT.
           MOVE WS-GL-DVZ     TO GLJ-DVZ.
           MOVE WS-GL-TYPE    TO GLJ-TRX-TYPE.
           MOVE WS-GL-AMOUNT  TO GLJ-AMOUNT.
           WRITE GLJ-REC.
           ADD 1 TO WS-GL-ENTRY-COUNT.
           ADD WS-GL-AMOUNT TO WS-GL-NET-TOTAL.
       H859-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                 TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ACCOUNTS READ'        TO TRL-LABEL.
           MOVE WS-READ-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'CURRENCIES REVALUED'  TO TRL-LABEL.
           MOVE WS-REVALUED-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'BASE RATES SET'       TO TRL-LABEL.
           MOVE WS-BASE-SET-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'HELD BACK - RATE'     TO TRL-LABEL.
           MOVE WS-HELD-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ALREADY REVALUED THIS MONTH' TO TRL-LABEL.
           MOVE WS-DONE-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES             TO PRINT-REC
               MOVE 'ACCOUNTS NOT REVALUED' TO TRL-LABEL
               MOVE WS-OVERFLOW-COUNT  TO TRL-COUNT
               WRITE PRINT-REC
           END-IF.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'UNREALISED FX GAIN'   TO TRL-LABEL.
           MOVE WS-TOTAL-GAIN          TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'UNREALISED FX LOSS'   TO TRL-LABEL.
           MOVE WS-TOTAL-LOSS          TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'GL JOURNAL ENTRIES'   TO TRL-LABEL.
           MOVE WS-GL-ENTRY-COUNT      TO TRL-COUNT.
           MOVE WS-GL-NET-TOTAL        TO TRL-AMT.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE DVZDB-FILE.
           CLOSE REVAL-HIST.
           CLOSE GL-JOURNAL.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
