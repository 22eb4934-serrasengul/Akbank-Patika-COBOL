                               STATUS IDX-ST.
           SELECT MAINT-FILE   ASSIGN TO MNTFILE
                               STATUS MNT-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
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
       FD  MAINT-FILE RECORDING MODE F.
       01  MAINT-REC.
              88 MNT-ADD                   VALUE 'A'.
              88 MNT-CHANGE                VALUE 'C'.
              88 MNT-DELETE                VALUE 'D'.
              88 MNT-STATUS-CHG            VALUE 'S'.
              88 MNT-VALID-FUNC            VALUE 'A' 'C' 'D' 'S'.
           05 MNT-ACCT-ID       PIC X(05).
           05 MNT-ACCT-DVZ      PIC X(03).
           05 MNT-NAME          PIC X(05).
           05 MNT-LNAME         PIC X(07).
           05 MNT-DATE          PIC 9(07).
           05 MNT-STATUS        PIC X(01).
              88 MNT-VALID-STATUS          VALUE 'A' 'F' 'D' 'C'.
           05 MNT-STAT-DATE     PIC 9(08).
           05 MNT-STAT-REASON   PIC X(02).
           05 FILLER            PIC X(04).
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  FILLER           PIC X(02).
           05  PRINT-BALANCE    PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-STATUS     PIC X(01).
           05  FILLER           PIC X(02).
           05  PRINT-STAT-DATE  PIC 9(08).
           05  FILLER           PIC X(02).
           05  PRINT-STAT-RSN   PIC X(02).
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(22).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
              88 EOF-MAINT-REC                 VALUE 10.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 WS-RUN-TODAY           PIC 9(08) VALUE ZERO.
           05 WS-FOUND-SW            PIC X(01) VALUE 'N'.
              88 IDX-REC-FOUND                 VALUE 'Y'.
           05 WS-EDIT-MSG            PIC X(22) VALUE SPACES.
              88 MAINT-EDIT-OK                 VALUE SPACES.
           05 WS-SDATE-RESULT        PIC X(01) VALUE SPACE.
              88 SDATE-VALID                   VALUE 'V'.
              88 SDATE-INVALID                 VALUE 'I'.
              88 SDATE-FUTURE                  VALUE 'F'.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-ADDED-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-CHANGED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-DELETED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-STATUS-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-SDATE-WORK-AREA.
           05 WS-SDATE-NUM       PIC 9(08).
           05 WS-SDATE-BRKDN REDEFINES WS-SDATE-NUM.
              10 WS-SDATE-YY     PIC 9(04).
              10 WS-SDATE-MM     PIC 9(02).
              10 WS-SDATE-DD     PIC 9(02).
           05 WS-MONTH-DAYS      PIC 9(02).
           05 WS-LEAP-SW         PIC X(01) VALUE 'N'.
              88 WS-IS-LEAP-YEAR           VALUE 'Y'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS-NEXT UNTIL EOF-MAINT-REC.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-READ-RUN-CONTROL.
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
           MOVE RUNC-BUS-DATE TO WS-RUN-TODAY.
           CLOSE RUN-CONTROL.
       H050-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  MAINT-FILE.
           OPEN I-O    IDX-FILE.
               PERFORM H215-EDIT-MAINT-FIELDS
               IF NOT MAINT-EDIT-OK
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE WS-EDIT-MSG TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                       WHEN MNT-ADD    PERFORM H300-APPLY-ADD
                       WHEN MNT-CHANGE PERFORM H310-APPLY-CHANGE
                       WHEN MNT-DELETE PERFORM H320-APPLY-DELETE
                       WHEN MNT-STATUS-CHG PERFORM H330-APPLY-STATUS
                   END-EVALUATE
               END-IF
           END-IF.
       H210-END. EXIT.

       H215-EDIT-MAINT-FIELDS.
           MOVE SPACES TO WS-EDIT-MSG.
           IF MNT-ACCT-ID NOT NUMERIC
              OR MNT-ACCT-DVZ NOT NUMERIC
               MOVE 'FIELD NOT NUMERIC' TO WS-EDIT-MSG
           END-IF.
           IF (MNT-ADD OR MNT-CHANGE)
              AND MNT-DATE NOT NUMERIC
               MOVE 'FIELD NOT NUMERIC' TO WS-EDIT-MSG
           END-IF.
           IF MNT-STATUS-CHG
              AND MNT-STAT-DATE NOT NUMERIC
               MOVE 'FIELD NOT NUMERIC' TO WS-EDIT-MSG
           END-IF.
      * An add may leave the status date blank or zero; otherwise it
      * must be a real date no later than the business date.
           IF MAINT-EDIT-OK
              AND (MNT-STATUS-CHG
                   OR (MNT-ADD AND MNT-STAT-DATE IS NUMERIC
                       AND MNT-STAT-DATE NOT = ZERO))
               PERFORM H230-CHECK-STAT-DATE
               IF SDATE-INVALID
                   MOVE 'INVALID STATUS DATE'  TO WS-EDIT-MSG
               END-IF
               IF SDATE-FUTURE
                   MOVE 'FUTURE STATUS DATE'   TO WS-EDIT-MSG
               END-IF
           END-IF.
       H215-END. EXIT.

           END-READ.
       H220-END. EXIT.

      * Same calendar rules as the customer birth date: a real date,
      * no earlier than 1900 and no later than the business date.
       H230-CHECK-STAT-DATE.
           MOVE 'V' TO WS-SDATE-RESULT.
           MOVE MNT-STAT-DATE TO WS-SDATE-NUM.
           IF WS-SDATE-YY < 1900
              OR WS-SDATE-MM < 01 OR WS-SDATE-MM > 12
              OR WS-SDATE-DD < 01
               MOVE 'I' TO WS-SDATE-RESULT
           ELSE
               PERFORM H231-SET-MONTH-DAYS
               IF WS-SDATE-DD > WS-MONTH-DAYS
                   MOVE 'I' TO WS-SDATE-RESULT
               ELSE
                   IF WS-SDATE-NUM > WS-RUN-TODAY
                       MOVE 'F' TO WS-SDATE-RESULT
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

       H231-SET-MONTH-DAYS.
           EVALUATE WS-SDATE-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM H232-CHECK-LEAP-YEAR
                   IF WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
       H231-END. EXIT.

       H232-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW
           IF FUNCTION MOD (WS-SDATE-YY, 4) = 0
              IF FUNCTION MOD (WS-SDATE-YY, 100) NOT = 0
                 OR FUNCTION MOD (WS-SDATE-YY, 400) = 0
                 MOVE 'Y' TO WS-LEAP-SW
              END-IF
           END-IF.
       H232-END. EXIT.

       H300-APPLY-ADD.
           IF IDX-REC-FOUND
               PERFORM H810-PRINT-BEFORE
               MOVE MNT-LNAME TO IDX-LNAME
               MOVE MNT-DATE  TO IDX-DATE
               MOVE ZERO      TO IDX-BALANCE
               MOVE 'A'       TO IDX-STATUS
               IF MNT-STAT-DATE IS NUMERIC
                   MOVE MNT-STAT-DATE TO IDX-STAT-DATE
               ELSE
                   MOVE ZERO          TO IDX-STAT-DATE
               END-IF
               WRITE IDX-REC
                 INVALID KEY
                     PERFORM H800-BUILD-INPUT-LINE
           END-IF.
       H320-END. EXIT.

       H330-APPLY-STATUS.
           EVALUATE TRUE
               WHEN NOT IDX-REC-FOUND
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'NO RECORD - NO STATUS'  TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT MNT-VALID-STATUS
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'INVALID STATUS CODE'    TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN MNT-STAT-REASON = SPACES
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'STATUS REASON MISSING'  TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN MNT-STATUS = 'C' AND IDX-BALANCE NOT = ZERO
                   PERFORM H810-PRINT-BEFORE
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'BALANCE NOT ZERO'       TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM H810-PRINT-BEFORE
                   MOVE MNT-STATUS      TO IDX-STATUS
                   MOVE MNT-STAT-DATE   TO IDX-STAT-DATE
                   MOVE MNT-STAT-REASON TO IDX-STAT-REASON
                   REWRITE IDX-REC
                     INVALID KEY
                         PERFORM H800-BUILD-INPUT-LINE
                         MOVE 'REWRITE FAILED'   TO PRINT-MSG
                         WRITE PRINT-REC
                         END-WRITE
                         ADD 1 TO WS-REJECTED-COUNT
                     NOT INVALID KEY
                         PERFORM H820-PRINT-AFTER
                         MOVE 'STATUS CHANGED'   TO PRINT-MSG
                         WRITE PRINT-REC
                         END-WRITE
                         ADD 1 TO WS-STATUS-COUNT
                   END-REWRITE
           END-EVALUATE.
       H330-END. EXIT.

       H800-BUILD-INPUT-LINE.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'INPUT'      TO PRINT-TAG.
           MOVE MNT-LNAME    TO PRINT-LNAME.
           MOVE MNT-DATE     TO PRINT-DATE.
           MOVE ZERO         TO PRINT-BALANCE.
           MOVE MNT-STATUS   TO PRINT-STATUS.
           MOVE MNT-STAT-DATE   TO PRINT-STAT-DATE.
           MOVE MNT-STAT-REASON TO PRINT-STAT-RSN.
       H800-END. EXIT.

       H810-PRINT-BEFORE.
           MOVE IDX-LNAME    TO PRINT-LNAME.
           MOVE IDX-DATE     TO PRINT-DATE.
           MOVE IDX-BALANCE  TO PRINT-BALANCE.
           MOVE IDX-STATUS   TO PRINT-STATUS.
           MOVE IDX-STAT-DATE   TO PRINT-STAT-DATE.
           MOVE IDX-STAT-REASON TO PRINT-STAT-RSN.
           WRITE PRINT-REC.
       H810-END. EXIT.

           MOVE IDX-LNAME    TO PRINT-LNAME.
           MOVE IDX-DATE     TO PRINT-DATE.
           MOVE IDX-BALANCE  TO PRINT-BALANCE.
           MOVE IDX-STATUS   TO PRINT-STATUS.
           MOVE IDX-STAT-DATE   TO PRINT-STAT-DATE.
           MOVE IDX-STAT-REASON TO PRINT-STAT-RSN.
       H820-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE WS-DELETED-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'STATUS CHANGES'      TO TRL-LABEL.
           MOVE WS-STATUS-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'RECORDS REJECTED'    TO TRL-LABEL.
           MOVE WS-REJECTED-COUNT     TO TRL-COUNT.
