       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003B.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS IDX-ST.
           SELECT SNAP-FILE    ASSIGN TO SNAPFILE
                               STATUS SNAP-ST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
                               STATUS HIST-ST.
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
       FD  SNAP-FILE RECORDING MODE F.
           COPY SNAPREC.
      *
       FD  HISTORY-FILE RECORDING MODE F.
           COPY HISTREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-TAG        PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-ID         PIC ZZZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-DVZ        PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-START-BAL  PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-FINAL-BAL  PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-POSTINGS   PIC ZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-STATUS     PIC X(01).
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(24).
           05  FILLER           PIC X(04).
       01  BREAK-REC REDEFINES PRINT-REC.
           05  BRK-LABEL        PIC X(24).
           05  BRK-TEXT         PIC X(16).
           05  FILLER           PIC X(02).
           05  BRK-AMT          PIC -(12)9.99.
           05  FILLER           PIC X(39).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(60).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(30).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(43).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
           05 SNAP-ST                PIC 9(02).
              88 SNAP-SUCCESS                  VALUE 00 97.
              88 EOF-SNAP-REC                  VALUE 10.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
              88 EOF-HIST-REC                  VALUE 10.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-PARM-LINE           PIC X(20) VALUE SPACES.
           05 WS-TARGET-RUN-ID       PIC X(08) VALUE SPACES.
           05 WS-IMAGE-KEY.
              10 WS-IMAGE-BUS-DATE   PIC 9(08) VALUE ZERO.
              10 WS-IMAGE-RUN-ID     PIC X(08) VALUE SPACES.
           05 WS-HIST-KEY.
              10 WS-HIST-KEY-DATE    PIC 9(08).
              10 WS-HIST-KEY-RUN-ID  PIC X(08).
           05 WS-HIST-SEQ            PIC 9(07) VALUE ZERO.
           05 WS-TARGET-SEEN-SW      PIC X(01) VALUE 'N'.
              88 TARGET-RUN-SEEN               VALUE 'Y'.
           05 WS-IN-TARGET-SW        PIC X(01) VALUE 'N'.
              88 IN-TARGET-RUN                 VALUE 'Y'.
           05 WS-REPLAY-DONE-SW      PIC X(01) VALUE 'N'.
              88 REPLAY-DONE                   VALUE 'Y'.
           05 WS-CHAIN-BREAK-SW      PIC X(01) VALUE 'N'.
              88 CHAIN-BROKEN                  VALUE 'Y'.
           05 WS-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
              88 ACCT-IN-IMAGE                 VALUE 'Y'.
           05 WS-INSERT-SW           PIC X(01) VALUE 'N'.
              88 INSERT-POINT-FOUND            VALUE 'Y'.
           05 WS-BREAK-MSG           PIC X(24) VALUE SPACES.
           05 WS-FIND-ID             PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-FIND-DVZ            PIC S9(3) COMP VALUE ZERO.
           05 WS-PREV-ID             PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-PREV-DVZ            PIC S9(3) COMP VALUE ZERO.
           05 WS-EXPECT-AFTER        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-REPLAY-SUB          PIC 9(05) COMP VALUE ZERO.
           05 WS-INSERT-SUB          PIC 9(05) COMP VALUE ZERO.
           05 WS-SHIFT-SUB           PIC 9(05) COMP VALUE ZERO.
           05 WS-HIST-READ-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-BEFORE-IMAGE-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-AFTER-TARGET-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-REPLAYED-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-TOUCHED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
      * Working copy of one IDXFILE record, taken from the image.
       01  WS-IDX-WORK.
           03  WS-IDXW-KEY.
               05 WS-IDXW-ID      PIC S9(5) COMP-3.
               05 WS-IDXW-DVZ     PIC S9(3) COMP.
           03  FILLER             PIC X(30).
           03  WS-IDXW-DATE       PIC S9(7) COMP-3.
           03  WS-IDXW-BALANCE    PIC S9(13)V99 COMP-3.
           03  WS-IDXW-STATUS     PIC X(01).
           03  WS-IDXW-STAT-DATE  PIC 9(08).
           03  WS-IDXW-STAT-REASON PIC X(02).
       01  WS-IMAGE-TABLE.
           05 WS-IMG-COUNT           PIC 9(04) VALUE ZERO.
           05 WS-IMG-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-IMG-COUNT
                 ASCENDING KEY IS WS-IMG-ID WS-IMG-DVZ
                 INDEXED BY WS-IMG-IDX.
              10 WS-IMG-ID           PIC S9(5) COMP-3.
              10 WS-IMG-DVZ          PIC S9(3) COMP.
              10 WS-IMG-REC          PIC X(58).
              10 WS-IMG-START-BAL    PIC S9(13)V99 COMP-3.
              10 WS-IMG-POSTINGS     PIC 9(05).
      * Postings after the image point, held in business date,
      * run-id and file order for the replay.
       01  WS-REPLAY-TABLE.
           05 WS-RPL-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-RPL-ENTRY OCCURS 0 TO 50000 TIMES
                 DEPENDING ON WS-RPL-COUNT.
              10 WS-RPL-KEY.
                 15 WS-RPL-DATE      PIC 9(08).
                 15 WS-RPL-RUN-ID    PIC X(08).
                 15 WS-RPL-SEQ       PIC 9(07).
              10 WS-RPL-ACCT-ID      PIC X(05).
              10 WS-RPL-ACCT-DVZ     PIC X(03).
              10 WS-RPL-AMOUNT       PIC S9(13)V99 COMP-3.
              10 WS-RPL-BAL-BEFORE   PIC S9(13)V99 COMP-3.
              10 WS-RPL-BAL-AFTER    PIC S9(13)V99 COMP-3.
              10 WS-RPL-TRX-TYPE     PIC X(02).
              10 WS-RPL-TRX-REF      PIC X(16).
       01  WS-NEW-RPL-ENTRY.
           05 WS-NEW-RPL-KEY.
              10 WS-NEW-RPL-DATE     PIC 9(08).
              10 WS-NEW-RPL-RUN-ID   PIC X(08).
              10 WS-NEW-RPL-SEQ      PIC 9(07).
           05 WS-NEW-RPL-ACCT-ID     PIC X(05).
           05 WS-NEW-RPL-ACCT-DVZ    PIC X(03).
           05 WS-NEW-RPL-AMOUNT      PIC S9(13)V99 COMP-3.
           05 WS-NEW-RPL-BAL-BEFORE  PIC S9(13)V99 COMP-3.
           05 WS-NEW-RPL-BAL-AFTER   PIC S9(13)V99 COMP-3.
           05 WS-NEW-RPL-TRX-TYPE    PIC X(02).
           05 WS-NEW-RPL-TRX-REF     PIC X(16).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-GET-PARMS.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-IMAGE UNTIL EOF-SNAP-REC.
           PERFORM H115-CHECK-IMAGE.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H120-LOAD-POSTINGS UNTIL EOF-HIST-REC.
           PERFORM H125-CHECK-TARGET.
           MOVE 1 TO WS-REPLAY-SUB.
           PERFORM H200-REPLAY-NEXT
             UNTIL WS-REPLAY-SUB > WS-RPL-COUNT
                OR REPLAY-DONE
                OR CHAIN-BROKEN.
           IF CHAIN-BROKEN
               PERFORM H300-PRINT-CHAIN-BREAK
           ELSE
               PERFORM H700-REBUILD-IDXFILE
           END-IF.
           PERFORM H900-PRINT-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * The target run-id is the last run to be replayed; it must be
      * named, there is no default.
       H050-GET-PARMS.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
               INTO WS-TARGET-RUN-ID.
           IF WS-TARGET-RUN-ID = SPACES
               DISPLAY 'USAGE: TARGET RUN-ID REQUIRED - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       H050-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  SNAP-FILE.
           OPEN INPUT  HISTORY-FILE.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT SNAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SNAPSHOT FILE: ' SNAP-ST
           MOVE SNAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT HIST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HISTORY FILE: ' HIST-ST
           MOVE HIST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      * The snapshot must be one image (same date and run-id on every
      * record), carry the IDXFILE record, and be in key order.
       H110-LOAD-IMAGE.
           READ SNAP-FILE.
           IF NOT EOF-SNAP-REC
               IF SNAP-RUN-ID = SPACES OR SNAP-BUS-DATE NOT NUMERIC
                   DISPLAY 'SNAPSHOT HAS NO IDXFILE IMAGE - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               IF WS-IMG-COUNT = ZERO
                   MOVE SNAP-BUS-DATE TO WS-IMAGE-BUS-DATE
                   MOVE SNAP-RUN-ID   TO WS-IMAGE-RUN-ID
               ELSE
                   IF SNAP-BUS-DATE NOT = WS-IMAGE-BUS-DATE
                      OR SNAP-RUN-ID NOT = WS-IMAGE-RUN-ID
                       DISPLAY 'SNAPSHOT MIXES TWO IMAGES - RUN REFUSED'
                       MOVE 16 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
                   IF SNAP-ID < WS-PREV-ID
                      OR (SNAP-ID = WS-PREV-ID
                          AND SNAP-DVZ NOT > WS-PREV-DVZ)
                       DISPLAY 'SNAPSHOT OUT OF KEY ORDER AT : '
                               SNAP-ID ' ' SNAP-DVZ ' - RUN REFUSED'
                       MOVE 16 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-IF
               IF WS-IMG-COUNT < 5000
                   ADD 1 TO WS-IMG-COUNT
                   SET WS-IMG-IDX TO WS-IMG-COUNT
                   MOVE SNAP-ID        TO WS-IMG-ID (WS-IMG-IDX)
                   MOVE SNAP-DVZ       TO WS-IMG-DVZ (WS-IMG-IDX)
                   MOVE SNAP-IDX-IMAGE TO WS-IMG-REC (WS-IMG-IDX)
                   MOVE SNAP-BALANCE   TO WS-IMG-START-BAL (WS-IMG-IDX)
                   MOVE ZERO           TO WS-IMG-POSTINGS (WS-IMG-IDX)
                   MOVE SNAP-ID        TO WS-PREV-ID
                   MOVE SNAP-DVZ       TO WS-PREV-DVZ
               ELSE
                   DISPLAY 'IMAGE TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
       H110-END. EXIT.

       H115-CHECK-IMAGE.
           IF WS-IMG-COUNT = ZERO
               DISPLAY 'SNAPSHOT FILE EMPTY - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H115-END. EXIT.

      * Postings dated before the image, or of an earlier run on the
      * image date, are already in the image and are skipped.
       H120-LOAD-POSTINGS.
           READ HISTORY-FILE.
           IF NOT EOF-HIST-REC
               ADD 1 TO WS-HIST-READ-COUNT
               ADD 1 TO WS-HIST-SEQ
               MOVE HIST-POST-DATE TO WS-HIST-KEY-DATE
               MOVE HIST-RUN-ID    TO WS-HIST-KEY-RUN-ID
               IF WS-HIST-KEY < WS-IMAGE-KEY
                   ADD 1 TO WS-BEFORE-IMAGE-COUNT
               ELSE
                   IF HIST-RUN-ID = WS-TARGET-RUN-ID
                       MOVE 'Y' TO WS-TARGET-SEEN-SW
                   END-IF
                   PERFORM H130-KEEP-POSTING
               END-IF
           END-IF.
       H120-END. EXIT.

       H125-CHECK-TARGET.
           IF NOT TARGET-RUN-SEEN
               DISPLAY 'TARGET RUN ' WS-TARGET-RUN-ID
                       ' NOT IN HISTORY AFTER IMAGE - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H125-END. EXIT.

       H130-KEEP-POSTING.
           IF WS-RPL-COUNT NOT < 50000
               DISPLAY 'REPLAY TABLE FULL - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE HIST-POST-DATE  TO WS-NEW-RPL-DATE.
           MOVE HIST-RUN-ID     TO WS-NEW-RPL-RUN-ID.
           MOVE WS-HIST-SEQ     TO WS-NEW-RPL-SEQ.
           MOVE HIST-ACCT-ID    TO WS-NEW-RPL-ACCT-ID.
           MOVE HIST-ACCT-DVZ   TO WS-NEW-RPL-ACCT-DVZ.
           MOVE HIST-AMOUNT     TO WS-NEW-RPL-AMOUNT.
           MOVE HIST-BAL-BEFORE TO WS-NEW-RPL-BAL-BEFORE.
           MOVE HIST-BAL-AFTER  TO WS-NEW-RPL-BAL-AFTER.
           MOVE HIST-TRX-TYPE   TO WS-NEW-RPL-TRX-TYPE.
           MOVE HIST-TRX-REF    TO WS-NEW-RPL-TRX-REF.
           MOVE WS-RPL-COUNT TO WS-INSERT-SUB.
           ADD 1 TO WS-RPL-COUNT.
           MOVE 'N' TO WS-INSERT-SW.
           PERFORM H131-SHIFT-RPL-DOWN
             UNTIL WS-INSERT-SUB = ZERO
                OR INSERT-POINT-FOUND.
           ADD 1 TO WS-INSERT-SUB.
           MOVE WS-NEW-RPL-ENTRY TO WS-RPL-ENTRY (WS-INSERT-SUB).
       H130-END. EXIT.

       H131-SHIFT-RPL-DOWN.
           IF WS-RPL-KEY (WS-INSERT-SUB) < WS-NEW-RPL-KEY
               MOVE 'Y' TO WS-INSERT-SW
           ELSE
               COMPUTE WS-SHIFT-SUB = WS-INSERT-SUB + 1
               MOVE WS-RPL-ENTRY (WS-INSERT-SUB)
                 TO WS-RPL-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-IF.
       H131-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'IDXFILE ROLL-FORWARD RECOVERY' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES            TO PRINT-REC.
           MOVE 'IMAGE TAKEN BEFORE RUN' TO RUNS-LABEL.
           MOVE WS-IMAGE-RUN-ID   TO RUNS-RUN-ID.
           MOVE 'TARIH'           TO RUNS-DATE-LBL.
           MOVE WS-IMAGE-BUS-DATE TO RUNS-DATE.
           WRITE PRINT-REC.
           MOVE SPACES            TO PRINT-REC.
           MOVE 'REPLAY THROUGH RUN' TO RUNS-LABEL.
           MOVE WS-TARGET-RUN-ID  TO RUNS-RUN-ID.
           WRITE PRINT-REC.
       H150-END. EXIT.

      * Each posting must find the account at HIST-BAL-BEFORE and
      * leave it at HIST-BAL-AFTER; the first one that does not stops
      * the replay. A posted CL closes the account as ODEV003 does.
       H200-REPLAY-NEXT.
           IF WS-RPL-RUN-ID (WS-REPLAY-SUB) = WS-TARGET-RUN-ID
               MOVE 'Y' TO WS-IN-TARGET-SW
           ELSE
               IF IN-TARGET-RUN
                   MOVE 'Y' TO WS-REPLAY-DONE-SW
                   COMPUTE WS-AFTER-TARGET-COUNT =
                           WS-RPL-COUNT - WS-REPLAY-SUB + 1
               END-IF
           END-IF.
           IF NOT REPLAY-DONE
               PERFORM H210-FIND-ACCOUNT
           END-IF.
           IF NOT REPLAY-DONE AND NOT CHAIN-BROKEN
               PERFORM H220-CHECK-BALANCES
           END-IF.
           IF NOT REPLAY-DONE AND NOT CHAIN-BROKEN
               PERFORM H230-APPLY-POSTING
           END-IF.
       H200-END. EXIT.

       H210-FIND-ACCOUNT.
           COMPUTE WS-FIND-ID =
                   FUNCTION NUMVAL-C (WS-RPL-ACCT-ID (WS-REPLAY-SUB)).
           COMPUTE WS-FIND-DVZ =
                   FUNCTION NUMVAL (WS-RPL-ACCT-DVZ (WS-REPLAY-SUB)).
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SEARCH ALL WS-IMG-ENTRY
             AT END
               MOVE 'N' TO WS-ACCT-FOUND-SW
             WHEN WS-IMG-ID (WS-IMG-IDX) = WS-FIND-ID
              AND WS-IMG-DVZ (WS-IMG-IDX) = WS-FIND-DVZ
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-SEARCH.
           IF NOT ACCT-IN-IMAGE
               MOVE 'ACCOUNT NOT IN IMAGE'    TO WS-BREAK-MSG
               MOVE 'Y' TO WS-CHAIN-BREAK-SW
           END-IF.
       H210-END. EXIT.

       H220-CHECK-BALANCES.
           MOVE WS-IMG-REC (WS-IMG-IDX) TO WS-IDX-WORK.
           COMPUTE WS-EXPECT-AFTER =
                   WS-IDXW-BALANCE + WS-RPL-AMOUNT (WS-REPLAY-SUB).
           IF WS-IDXW-BALANCE NOT = WS-RPL-BAL-BEFORE (WS-REPLAY-SUB)
               MOVE 'BALANCE BEFORE MISMATCH' TO WS-BREAK-MSG
               MOVE 'Y' TO WS-CHAIN-BREAK-SW
           ELSE
               IF WS-EXPECT-AFTER NOT = WS-RPL-BAL-AFTER (WS-REPLAY-SUB)
                   MOVE 'BALANCE AFTER MISMATCH'  TO WS-BREAK-MSG
                   MOVE 'Y' TO WS-CHAIN-BREAK-SW
               END-IF
           END-IF.
       H220-END. EXIT.

       H230-APPLY-POSTING.
           MOVE WS-EXPECT-AFTER TO WS-IDXW-BALANCE.
           IF WS-RPL-TRX-TYPE (WS-REPLAY-SUB) = 'CL'
               MOVE 'C'  TO WS-IDXW-STATUS
               MOVE WS-RPL-DATE (WS-REPLAY-SUB) TO WS-IDXW-STAT-DATE
               MOVE 'CL' TO WS-IDXW-STAT-REASON
           END-IF.
           MOVE WS-IDX-WORK TO WS-IMG-REC (WS-IMG-IDX).
           IF WS-IMG-POSTINGS (WS-IMG-IDX) = ZERO
               ADD 1 TO WS-TOUCHED-COUNT
           END-IF.
           ADD 1 TO WS-IMG-POSTINGS (WS-IMG-IDX).
           ADD 1 TO WS-REPLAYED-COUNT.
           ADD 1 TO WS-REPLAY-SUB.
       H230-END. EXIT.

       H300-PRINT-CHAIN-BREAK.
           MOVE 12 TO RETURN-CODE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'CHAIN BREAK - REPLAY STOPPED, IDXFILE NOT WRITTEN'
             TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'REASON'                    TO BRK-LABEL.
           MOVE WS-BREAK-MSG                TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'RUN ID'                    TO BRK-LABEL.
           MOVE WS-RPL-RUN-ID (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'POST DATE'                 TO BRK-LABEL.
           MOVE WS-RPL-DATE (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'HISTORY RECORD NUMBER'     TO BRK-LABEL.
           MOVE WS-RPL-SEQ (WS-REPLAY-SUB)  TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'ACCOUNT'                   TO BRK-LABEL.
           MOVE WS-RPL-ACCT-ID (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'CURRENCY'                  TO BRK-LABEL.
           MOVE WS-RPL-ACCT-DVZ (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'TRX TYPE / REFERENCE'      TO BRK-LABEL.
           MOVE WS-RPL-TRX-TYPE (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE WS-RPL-TRX-REF (WS-REPLAY-SUB) TO BRK-TEXT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'HIST AMOUNT'               TO BRK-LABEL.
           MOVE WS-RPL-AMOUNT (WS-REPLAY-SUB) TO BRK-AMT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'HIST BALANCE BEFORE'       TO BRK-LABEL.
           MOVE WS-RPL-BAL-BEFORE (WS-REPLAY-SUB) TO BRK-AMT.
           WRITE PRINT-REC.
           MOVE SPACES                      TO PRINT-REC.
           MOVE 'HIST BALANCE AFTER'        TO BRK-LABEL.
           MOVE WS-RPL-BAL-AFTER (WS-REPLAY-SUB) TO BRK-AMT.
           WRITE PRINT-REC.
           IF ACCT-IN-IMAGE
               MOVE SPACES                  TO PRINT-REC
               MOVE 'REBUILT BALANCE'       TO BRK-LABEL
               MOVE WS-IDXW-BALANCE         TO BRK-AMT
               WRITE PRINT-REC
           END-IF.
       H300-END. EXIT.

       H700-REBUILD-IDXFILE.
           OPEN OUTPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'ACCOUNTS REBUILT' TO TRL-LABEL.
           WRITE PRINT-REC.
           PERFORM H710-WRITE-ONE-ACCOUNT
             VARYING WS-IMG-IDX FROM 1 BY 1
             UNTIL WS-IMG-IDX > WS-IMG-COUNT.
           CLOSE IDX-FILE.
       H700-END. EXIT.

       H710-WRITE-ONE-ACCOUNT.
           MOVE WS-IMG-REC (WS-IMG-IDX) TO IDX-REC.
           MOVE SPACES                  TO PRINT-REC.
           MOVE 'ACCOUNT'               TO PRINT-TAG.
           MOVE IDX-ID                  TO PRINT-ID.
           MOVE IDX-DVZ                 TO PRINT-DVZ.
           MOVE WS-IMG-START-BAL (WS-IMG-IDX) TO PRINT-START-BAL.
           MOVE IDX-BALANCE             TO PRINT-FINAL-BAL.
           MOVE WS-IMG-POSTINGS (WS-IMG-IDX)  TO PRINT-POSTINGS.
           MOVE IDX-STATUS              TO PRINT-STATUS.
           WRITE IDX-REC
             INVALID KEY
                 MOVE 'WRITE FAILED'    TO PRINT-MSG
                 MOVE 8 TO RETURN-CODE
             NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
           WRITE PRINT-REC.
       H710-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                   TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'ACCOUNTS IN IMAGE'      TO TRL-LABEL.
           MOVE WS-IMG-COUNT             TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'ACCOUNTS WRITTEN'       TO TRL-LABEL.
           MOVE WS-WRITTEN-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'ACCOUNTS WITH POSTINGS' TO TRL-LABEL.
           MOVE WS-TOUCHED-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'HISTORY RECORDS READ'   TO TRL-LABEL.
           MOVE WS-HIST-READ-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'ALREADY IN IMAGE'       TO TRL-LABEL.
           MOVE WS-BEFORE-IMAGE-COUNT    TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'POSTINGS REPLAYED'      TO TRL-LABEL.
           MOVE WS-REPLAYED-COUNT        TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'AFTER TARGET RUN'       TO TRL-LABEL.
           MOVE WS-AFTER-TARGET-COUNT    TO TRL-COUNT.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE SNAP-FILE.
           CLOSE HISTORY-FILE.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
