       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG005M.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY IDX-KEY
                               STATUS IDX-ST.
           SELECT ACCT-REC     ASSIGN TO DATEREC
                               STATUS ACCT-ST.
           SELECT XREF-FILE    ASSIGN TO XREFFILE
                               STATUS XREF-ST.
           SELECT CUST-TRAN    ASSIGN TO CUSTTRAN
                               STATUS CTRN-ST.
           SELECT CUST-OUT     ASSIGN TO CUSTOUT
                               STATUS COUT-ST.
           SELECT XREF-OUT     ASSIGN TO XREFOUT
                               STATUS XOUT-ST.
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
       FD  ACCT-REC RECORDING MODE F.
           COPY CUSTMAST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY XREFREC.
      *
       FD  CUST-TRAN RECORDING MODE F.
       01  CTRN-REC.
           05 CTRN-FUNC         PIC X(01).
              88 CTRN-ADD                  VALUE 'A'.
              88 CTRN-CHANGE               VALUE 'C'.
              88 CTRN-DELETE               VALUE 'D'.
              88 CTRN-LINK                 VALUE 'L'.
              88 CTRN-UNLINK               VALUE 'U'.
              88 CTRN-VALID-FUNC           VALUE 'A' 'C' 'D' 'L' 'U'.
           05 CTRN-CUST-SEQ     PIC X(04).
           05 CTRN-AD           PIC X(15).
           05 CTRN-SOYAD        PIC X(15).
           05 CTRN-BDAY         PIC 9(08).
           05 CTRN-BDAY-X REDEFINES CTRN-BDAY
                                PIC X(08).
           05 CTRN-ACCT-ID      PIC X(05).
           05 CTRN-ACCT-DVZ     PIC X(03).
           05 FILLER            PIC X(09).
      *
       FD  CUST-OUT RECORDING MODE F.
       01  CUST-OUT-REC         PIC X(50).
      *
       FD  XREF-OUT RECORDING MODE F.
       01  XREF-OUT-REC         PIC X(16).
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-TAG        PIC X(07).
           05  FILLER           PIC X(02).
           05  PRINT-FUNC       PIC X(01).
           05  FILLER           PIC X(02).
           05  PRINT-SEQ        PIC X(04).
           05  FILLER           PIC X(02).
           05  PRINT-AD         PIC X(15).
           05  FILLER           PIC X(02).
           05  PRINT-SOYAD      PIC X(15).
           05  FILLER           PIC X(02).
           05  PRINT-BDAY       PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-ACCT-ID    PIC X(05).
           05  FILLER           PIC X(02).
           05  PRINT-ACCT-DVZ   PIC X(03).
           05  FILLER           PIC X(02).
           05  PRINT-BALANCE    PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(24).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(79).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
           05 ACCT-ST                PIC 9(02).
              88 ACCT-SUCCESS                  VALUE 00 97.
              88 EOF-ACCT-REC                  VALUE 10.
           05 XREF-ST                PIC 9(02).
              88 XREF-SUCCESS                  VALUE 00 97.
              88 EOF-XREF-REC                  VALUE 10.
           05 CTRN-ST                PIC 9(02).
              88 CTRN-SUCCESS                  VALUE 00 97.
              88 EOF-CTRN-REC                  VALUE 10.
           05 COUT-ST                PIC 9(02).
              88 COUT-SUCCESS                  VALUE 00 97.
           05 XOUT-ST                PIC 9(02).
              88 XOUT-SUCCESS                  VALUE 00 97.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-RUN-TODAY           PIC 9(08) VALUE ZERO.
           05 WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
              88 CUST-FOUND                    VALUE 'Y'.
           05 WS-IDX-FOUND-SW        PIC X(01) VALUE 'N'.
              88 IDX-REC-FOUND                 VALUE 'Y'.
           05 WS-LINK-FOUND-SW       PIC X(01) VALUE 'N'.
              88 LINK-FOUND                    VALUE 'Y' 'S'.
              88 LINK-SAME-CUST                VALUE 'S'.
           05 WS-INSERT-SW           PIC X(01) VALUE 'N'.
              88 INSERT-POINT-FOUND            VALUE 'Y'.
           05 WS-BALANCE-SW          PIC X(01) VALUE 'N'.
              88 LINKED-BALANCE-FOUND          VALUE 'Y'.
           05 WS-EDIT-MSG            PIC X(24) VALUE SPACES.
              88 TRAN-EDIT-OK                  VALUE SPACES.
           05 WS-BDAY-RESULT         PIC X(01) VALUE SPACE.
              88 BDAY-VALID                    VALUE 'V'.
              88 BDAY-INVALID                  VALUE 'I'.
              88 BDAY-FUTURE                   VALUE 'F'.
           05 WS-TRAN-ACCT-NUM       PIC 9(05) VALUE ZERO.
           05 WS-TRAN-DVZ-NUM        PIC 9(03) VALUE ZERO.
           05 WS-INSERT-SUB          PIC 9(04) COMP VALUE ZERO.
           05 WS-SHIFT-SUB           PIC 9(04) COMP VALUE ZERO.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-ADDED-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-CHANGED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-DELETED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-LINKED-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-UNLINKED-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-CUST-OUT-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-XREF-OUT-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-BDAY-WORK-AREA.
           05 WS-BDAY-NUM        PIC 9(08).
           05 WS-BDAY-BRKDN REDEFINES WS-BDAY-NUM.
              10 WS-BDAY-YY      PIC 9(04).
              10 WS-BDAY-MM      PIC 9(02).
              10 WS-BDAY-DD      PIC 9(02).
           05 WS-MONTH-DAYS      PIC 9(02).
           05 WS-LEAP-SW         PIC X(01) VALUE 'N'.
              88 WS-IS-LEAP-YEAR           VALUE 'Y'.
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-CUST-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-CUST-COUNT
                 INDEXED BY WS-CUST-IDX.
              10 WS-CUST-SEQ         PIC X(04).
              10 WS-CUST-AD          PIC X(15).
              10 WS-CUST-SOYAD       PIC X(15).
              10 WS-CUST-BDAY        PIC 9(08).
              10 WS-CUST-TODAY       PIC 9(08).
       01  WS-XREF-TABLE.
           05 WS-XR-COUNT            PIC 9(04) VALUE ZERO.
           05 WS-XR-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-XR-COUNT
                 INDEXED BY WS-XR-IDX.
              10 WS-XR-REC.
                 15 WS-XR-CUST-SEQ   PIC X(04).
                 15 WS-XR-ACCT-ID    PIC X(05).
                 15 WS-XR-ACCT-DVZ   PIC X(03).
                 15 FILLER           PIC X(04).
              10 WS-XR-ACCT-NUM      PIC 9(05).
              10 WS-XR-DVZ-NUM       PIC 9(03).
       01  WS-NEW-CUST-ENTRY.
           05 WS-NEW-CUST-SEQ        PIC X(04).
           05 WS-NEW-CUST-AD         PIC X(15).
           05 WS-NEW-CUST-SOYAD      PIC X(15).
           05 WS-NEW-CUST-BDAY       PIC 9(08).
           05 WS-NEW-CUST-TODAY      PIC 9(08).
       01  WS-NEW-XR-ENTRY.
           05 WS-NEW-XR-REC.
              10 WS-NEW-XR-CUST-SEQ  PIC X(04).
              10 WS-NEW-XR-ACCT-ID   PIC X(05).
              10 WS-NEW-XR-ACCT-DVZ  PIC X(03).
              10 FILLER              PIC X(04).
           05 WS-NEW-XR-ACCT-NUM     PIC 9(05).
           05 WS-NEW-XR-DVZ-NUM      PIC 9(03).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-CUSTOMERS UNTIL EOF-ACCT-REC.
           PERFORM H120-LOAD-XREF UNTIL EOF-XREF-REC.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS-NEXT UNTIL EOF-CTRN-REC.
           PERFORM H700-WRITE-NEW-FILES.
           PERFORM H900-PRINT-TRAILER.
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
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  CUST-TRAN.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT CUST-OUT.
           OPEN OUTPUT XREF-OUT.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT ACCT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' ACCT-ST
           MOVE ACCT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT XREF-SUCCESS)
           DISPLAY 'UNABLE TO OPEN XREF FILE: ' XREF-ST
           MOVE XREF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT CTRN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTOMER TRAN FILE: ' CTRN-ST
           MOVE CTRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT COUT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN NEW CUSTOMER FILE: ' COUT-ST
           MOVE COUT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT XOUT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN NEW XREF FILE: ' XOUT-ST
           MOVE XOUT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      * Both tables are kept in XREF-CUST-SEQ order; records are
      * inserted in place as they are loaded, so a file that arrives
      * out of sequence is still written back in sequence.
      * The new generations are rebuilt from these tables alone, so a
      * record that cannot be loaded refuses the run rather than being
      * dropped from the master.
       H110-LOAD-CUSTOMERS.
           READ ACCT-REC.
           IF NOT EOF-ACCT-REC
               MOVE ACCT-SEQ   TO WS-NEW-CUST-SEQ
               PERFORM H220-FIND-CUSTOMER
               IF CUST-FOUND
                   DISPLAY 'DUPLICATE CUSTOMER : ' ACCT-SEQ
                           ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               IF WS-CUST-COUNT NOT < 1000
                   DISPLAY 'CUSTOMER TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE ACCT-AD    TO WS-NEW-CUST-AD
               MOVE ACCT-SOYAD TO WS-NEW-CUST-SOYAD
               MOVE ACCT-BDAY  TO WS-NEW-CUST-BDAY
               MOVE ACCT-TODAY TO WS-NEW-CUST-TODAY
               PERFORM H500-INSERT-CUSTOMER
           END-IF.
       H110-END. EXIT.

       H120-LOAD-XREF.
           READ XREF-FILE.
           IF NOT EOF-XREF-REC
               IF WS-XR-COUNT NOT < 5000
                   DISPLAY 'XREF TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE XREF-FIELDS   TO WS-NEW-XR-REC
               COMPUTE WS-NEW-XR-ACCT-NUM =
                       FUNCTION NUMVAL-C (XREF-ACCT-ID)
               COMPUTE WS-NEW-XR-DVZ-NUM =
                       FUNCTION NUMVAL (XREF-ACCT-DVZ)
               PERFORM H520-INSERT-XREF
           END-IF.
       H120-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'CUSTOMER MAINTENANCE AUDIT' TO TRL-LABEL.
           WRITE PRINT-REC.
       H150-END. EXIT.

       H200-PROCESS-NEXT.
           READ CUST-TRAN.
           IF NOT EOF-CTRN-REC
               ADD 1 TO WS-READ-COUNT
               PERFORM H210-APPLY-ONE
           END-IF.
       H200-END. EXIT.

       H210-APPLY-ONE.
           PERFORM H215-EDIT-TRAN-FIELDS.
           IF NOT TRAN-EDIT-OK
               PERFORM H800-BUILD-INPUT-LINE
               MOVE WS-EDIT-MSG TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CTRN-CUST-SEQ TO WS-NEW-CUST-SEQ
               PERFORM H220-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN CTRN-ADD    PERFORM H300-APPLY-ADD
                   WHEN CTRN-CHANGE PERFORM H310-APPLY-CHANGE
                   WHEN CTRN-DELETE PERFORM H320-APPLY-DELETE
                   WHEN CTRN-LINK   PERFORM H330-APPLY-LINK
                   WHEN CTRN-UNLINK PERFORM H340-APPLY-UNLINK
               END-EVALUATE
           END-IF.
       H210-END. EXIT.

       H215-EDIT-TRAN-FIELDS.
           MOVE SPACES TO WS-EDIT-MSG.
           EVALUATE TRUE
               WHEN NOT CTRN-VALID-FUNC
                   MOVE 'INVALID FUNCTION CODE' TO WS-EDIT-MSG
               WHEN CTRN-CUST-SEQ = SPACES
                   MOVE 'CUSTOMER SEQ MISSING'  TO WS-EDIT-MSG
               WHEN CTRN-ADD
                    AND (CTRN-AD = SPACES OR CTRN-SOYAD = SPACES)
                   MOVE 'NAME MISSING'          TO WS-EDIT-MSG
               WHEN (CTRN-LINK OR CTRN-UNLINK)
                    AND (CTRN-ACCT-ID NOT NUMERIC
                         OR CTRN-ACCT-DVZ NOT NUMERIC)
                   MOVE 'FIELD NOT NUMERIC'     TO WS-EDIT-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TRAN-EDIT-OK
              AND (CTRN-ADD
                   OR (CTRN-CHANGE AND CTRN-BDAY-X NOT = SPACES
                       AND CTRN-BDAY-X NOT = ZERO))
               PERFORM H230-CHECK-BIRTH-DATE
               IF BDAY-INVALID
                   MOVE 'INVALID BIRTH DATE'    TO WS-EDIT-MSG
               END-IF
               IF BDAY-FUTURE
                   MOVE 'FUTURE BIRTH DATE'     TO WS-EDIT-MSG
               END-IF
           END-IF.
           IF TRAN-EDIT-OK
              AND (CTRN-LINK OR CTRN-UNLINK)
               MOVE CTRN-ACCT-ID  TO WS-TRAN-ACCT-NUM
               MOVE CTRN-ACCT-DVZ TO WS-TRAN-DVZ-NUM
           END-IF.
       H215-END. EXIT.

       H220-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
             AT END MOVE 'N' TO WS-CUST-FOUND-SW
             WHEN WS-CUST-SEQ (WS-CUST-IDX) = WS-NEW-CUST-SEQ
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-SEARCH.
       H220-END. EXIT.

      * A birth date must be a real calendar date, no earlier than
      * 1900 and no later than the business date.
       H230-CHECK-BIRTH-DATE.
           MOVE 'V' TO WS-BDAY-RESULT.
           IF CTRN-BDAY NOT NUMERIC
               MOVE 'I' TO WS-BDAY-RESULT
           ELSE
               MOVE CTRN-BDAY TO WS-BDAY-NUM
               IF WS-BDAY-YY < 1900
                  OR WS-BDAY-MM < 01 OR WS-BDAY-MM > 12
                  OR WS-BDAY-DD < 01
                   MOVE 'I' TO WS-BDAY-RESULT
               ELSE
                   PERFORM H231-SET-MONTH-DAYS
                   IF WS-BDAY-DD > WS-MONTH-DAYS
                       MOVE 'I' TO WS-BDAY-RESULT
                   ELSE
                       IF WS-BDAY-NUM > WS-RUN-TODAY
                           MOVE 'F' TO WS-BDAY-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       H230-END. EXIT.

       H231-SET-MONTH-DAYS.
           EVALUATE WS-BDAY-MM
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
           IF FUNCTION MOD (WS-BDAY-YY, 4) = 0
              IF FUNCTION MOD (WS-BDAY-YY, 100) NOT = 0
                 OR FUNCTION MOD (WS-BDAY-YY, 400) = 0
                 MOVE 'Y' TO WS-LEAP-SW
              END-IF
           END-IF.
       H232-END. EXIT.

       H240-READ-IDX-KEY.
           MOVE WS-TRAN-ACCT-NUM TO IDX-ID.
           MOVE WS-TRAN-DVZ-NUM  TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE 'N' TO WS-IDX-FOUND-SW
             NOT INVALID KEY
                 MOVE 'Y' TO WS-IDX-FOUND-SW
           END-READ.
       H240-END. EXIT.

      * Looks the transaction account up across all customers; on a
      * hit WS-XR-IDX points at the owning XREF entry and the switch
      * tells whether the owner is the transaction's customer.
       H250-FIND-ACCOUNT-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW.
           SET WS-XR-IDX TO 1.
           SEARCH WS-XR-ENTRY
             AT END MOVE 'N' TO WS-LINK-FOUND-SW
             WHEN WS-XR-ACCT-NUM (WS-XR-IDX) = WS-TRAN-ACCT-NUM
              AND WS-XR-DVZ-NUM (WS-XR-IDX)  = WS-TRAN-DVZ-NUM
               IF WS-XR-CUST-SEQ (WS-XR-IDX) = CTRN-CUST-SEQ
                   MOVE 'S' TO WS-LINK-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-LINK-FOUND-SW
               END-IF
           END-SEARCH.
       H250-END. EXIT.

       H300-APPLY-ADD.
           IF CUST-FOUND
               PERFORM H810-PRINT-BEFORE
               PERFORM H800-BUILD-INPUT-LINE
               MOVE 'DUPLICATE - NOT ADDED' TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-CUST-COUNT NOT < 1000
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'CUSTOMER TABLE FULL'   TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE CTRN-AD       TO WS-NEW-CUST-AD
                   MOVE CTRN-SOYAD    TO WS-NEW-CUST-SOYAD
                   MOVE CTRN-BDAY     TO WS-NEW-CUST-BDAY
                   MOVE WS-RUN-TODAY  TO WS-NEW-CUST-TODAY
                   PERFORM H500-INSERT-CUSTOMER
                   PERFORM H820-PRINT-AFTER
                   MOVE 'ADDED'                 TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.
       H300-END. EXIT.

       H310-APPLY-CHANGE.
           IF NOT CUST-FOUND
               PERFORM H800-BUILD-INPUT-LINE
               MOVE 'NO RECORD - NO CHANGE' TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM H810-PRINT-BEFORE
               IF CTRN-AD NOT = SPACES
                   MOVE CTRN-AD    TO WS-CUST-AD (WS-CUST-IDX)
               END-IF
               IF CTRN-SOYAD NOT = SPACES
                   MOVE CTRN-SOYAD TO WS-CUST-SOYAD (WS-CUST-IDX)
               END-IF
               IF CTRN-BDAY-X NOT = SPACES
                  AND CTRN-BDAY-X NOT = ZERO
                   MOVE CTRN-BDAY  TO WS-CUST-BDAY (WS-CUST-IDX)
               END-IF
               PERFORM H820-PRINT-AFTER
               MOVE 'CHANGED'               TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       H310-END. EXIT.

      * A customer with a linked account still carrying a balance
      * cannot be deleted. Otherwise the customer goes and so do
      * all of their XREF links.
       H320-APPLY-DELETE.
           IF NOT CUST-FOUND
               PERFORM H800-BUILD-INPUT-LINE
               MOVE 'NO RECORD - NO DELETE' TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM H810-PRINT-BEFORE
               MOVE 'N' TO WS-BALANCE-SW
               PERFORM H321-CHECK-LINK-BALANCE
                 VARYING WS-XR-IDX FROM 1 BY 1
                 UNTIL WS-XR-IDX > WS-XR-COUNT
               IF LINKED-BALANCE-FOUND
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'LINKED BALANCE NOT ZERO' TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM H322-REMOVE-CUST-LINKS
                   PERFORM H510-REMOVE-CUSTOMER
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'DELETED'               TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
           END-IF.
       H320-END. EXIT.

       H321-CHECK-LINK-BALANCE.
           IF WS-XR-CUST-SEQ (WS-XR-IDX) = CTRN-CUST-SEQ
               MOVE WS-XR-ACCT-NUM (WS-XR-IDX) TO IDX-ID
               MOVE WS-XR-DVZ-NUM (WS-XR-IDX)  TO IDX-DVZ
               READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF IDX-BALANCE NOT = ZERO
                         MOVE 'Y' TO WS-BALANCE-SW
                         PERFORM H830-PRINT-LINK-LINE
                         MOVE 'BEFORE'            TO PRINT-TAG
                         MOVE 'BALANCE NOT ZERO'  TO PRINT-MSG
                         WRITE PRINT-REC
                     END-IF
               END-READ
           END-IF.
       H321-END. EXIT.

       H322-REMOVE-CUST-LINKS.
           SET WS-XR-IDX TO 1.
           PERFORM H323-REMOVE-NEXT-LINK
             UNTIL WS-XR-IDX > WS-XR-COUNT.
       H322-END. EXIT.

       H323-REMOVE-NEXT-LINK.
           IF WS-XR-CUST-SEQ (WS-XR-IDX) = CTRN-CUST-SEQ
               MOVE ZERO TO IDX-BALANCE
               PERFORM H830-PRINT-LINK-LINE
               MOVE 'BEFORE'                TO PRINT-TAG
               MOVE 'LINK REMOVED'          TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-UNLINKED-COUNT
               PERFORM H530-REMOVE-XREF
           ELSE
               SET WS-XR-IDX UP BY 1
           END-IF.
       H323-END. EXIT.

      * An account is linked only when it is on IDXFILE, not closed
      * and not already owned by any customer.
       H330-APPLY-LINK.
           PERFORM H240-READ-IDX-KEY.
           PERFORM H250-FIND-ACCOUNT-LINK.
           EVALUATE TRUE
               WHEN NOT CUST-FOUND
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'NO CUSTOMER - NO LINK' TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT IDX-REC-FOUND
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'ACCOUNT NOT ON IDXFILE' TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN IDX-CLOSED
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'ACCOUNT CLOSED'        TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LINK-SAME-CUST
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'ALREADY LINKED'        TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LINK-FOUND
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'OWNED BY ANOTHER CUST' TO PRINT-MSG
                   WRITE PRINT-REC
                   PERFORM H830-PRINT-LINK-LINE
                   MOVE 'BEFORE'                TO PRINT-TAG
                   MOVE 'CURRENT OWNER'         TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-XR-COUNT NOT < 5000
                   PERFORM H800-BUILD-INPUT-LINE
                   MOVE 'XREF TABLE FULL'       TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE SPACES           TO WS-NEW-XR-REC
                   MOVE CTRN-CUST-SEQ    TO WS-NEW-XR-CUST-SEQ
                   MOVE CTRN-ACCT-ID     TO WS-NEW-XR-ACCT-ID
                   MOVE CTRN-ACCT-DVZ    TO WS-NEW-XR-ACCT-DVZ
                   MOVE WS-TRAN-ACCT-NUM TO WS-NEW-XR-ACCT-NUM
                   MOVE WS-TRAN-DVZ-NUM  TO WS-NEW-XR-DVZ-NUM
                   PERFORM H520-INSERT-XREF
                   PERFORM H830-PRINT-LINK-LINE
                   MOVE 'LINKED'                TO PRINT-MSG
                   WRITE PRINT-REC
                   ADD 1 TO WS-LINKED-COUNT
           END-EVALUATE.
       H330-END. EXIT.

       H340-APPLY-UNLINK.
           PERFORM H250-FIND-ACCOUNT-LINK.
           IF NOT LINK-SAME-CUST
               PERFORM H800-BUILD-INPUT-LINE
               MOVE 'NO LINK - NO UNLINK'   TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM H240-READ-IDX-KEY
               IF NOT IDX-REC-FOUND
                   MOVE ZERO TO IDX-BALANCE
               END-IF
               PERFORM H830-PRINT-LINK-LINE
               MOVE 'BEFORE' TO PRINT-TAG
               WRITE PRINT-REC
               PERFORM H530-REMOVE-XREF
               PERFORM H800-BUILD-INPUT-LINE
               MOVE 'UNLINKED'              TO PRINT-MSG
               WRITE PRINT-REC
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF.
       H340-END. EXIT.

      * Customer table insert: entries after the new key move down
      * one place and the new entry goes into the gap.
       H500-INSERT-CUSTOMER.
           MOVE WS-CUST-COUNT TO WS-INSERT-SUB.
           ADD 1 TO WS-CUST-COUNT.
           MOVE 'N' TO WS-INSERT-SW.
           PERFORM H501-SHIFT-CUST-DOWN
             UNTIL WS-INSERT-SUB = ZERO
                OR INSERT-POINT-FOUND.
           ADD 1 TO WS-INSERT-SUB.
           MOVE WS-NEW-CUST-ENTRY TO WS-CUST-ENTRY (WS-INSERT-SUB).
           SET WS-CUST-IDX TO WS-INSERT-SUB.
       H500-END. EXIT.

       H501-SHIFT-CUST-DOWN.
           IF WS-CUST-SEQ (WS-INSERT-SUB) < WS-NEW-CUST-SEQ
               MOVE 'Y' TO WS-INSERT-SW
           ELSE
               COMPUTE WS-SHIFT-SUB = WS-INSERT-SUB + 1
               MOVE WS-CUST-ENTRY (WS-INSERT-SUB)
                 TO WS-CUST-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-IF.
       H501-END. EXIT.

       H510-REMOVE-CUSTOMER.
           SET WS-SHIFT-SUB TO WS-CUST-IDX.
           PERFORM H511-SHIFT-CUST-UP
             UNTIL WS-SHIFT-SUB NOT < WS-CUST-COUNT.
           SUBTRACT 1 FROM WS-CUST-COUNT.
       H510-END. EXIT.

       H511-SHIFT-CUST-UP.
           COMPUTE WS-INSERT-SUB = WS-SHIFT-SUB + 1.
           MOVE WS-CUST-ENTRY (WS-INSERT-SUB)
             TO WS-CUST-ENTRY (WS-SHIFT-SUB).
           ADD 1 TO WS-SHIFT-SUB.
       H511-END. EXIT.

      * XREF insert: a new link goes after the customer's existing
      * links, so each customer's accounts keep their order.
       H520-INSERT-XREF.
           MOVE WS-XR-COUNT TO WS-INSERT-SUB.
           ADD 1 TO WS-XR-COUNT.
           MOVE 'N' TO WS-INSERT-SW.
           PERFORM H521-SHIFT-XREF-DOWN
             UNTIL WS-INSERT-SUB = ZERO
                OR INSERT-POINT-FOUND.
           ADD 1 TO WS-INSERT-SUB.
           MOVE WS-NEW-XR-ENTRY TO WS-XR-ENTRY (WS-INSERT-SUB).
       H520-END. EXIT.

       H521-SHIFT-XREF-DOWN.
           IF WS-XR-CUST-SEQ (WS-INSERT-SUB) NOT > WS-NEW-XR-CUST-SEQ
               MOVE 'Y' TO WS-INSERT-SW
           ELSE
               COMPUTE WS-SHIFT-SUB = WS-INSERT-SUB + 1
               MOVE WS-XR-ENTRY (WS-INSERT-SUB)
                 TO WS-XR-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-IF.
       H521-END. EXIT.

       H530-REMOVE-XREF.
           SET WS-SHIFT-SUB TO WS-XR-IDX.
           PERFORM H531-SHIFT-XREF-UP
             UNTIL WS-SHIFT-SUB NOT < WS-XR-COUNT.
           SUBTRACT 1 FROM WS-XR-COUNT.
       H530-END. EXIT.

       H531-SHIFT-XREF-UP.
           COMPUTE WS-INSERT-SUB = WS-SHIFT-SUB + 1.
           MOVE WS-XR-ENTRY (WS-INSERT-SUB)
             TO WS-XR-ENTRY (WS-SHIFT-SUB).
           ADD 1 TO WS-SHIFT-SUB.
       H531-END. EXIT.

       H700-WRITE-NEW-FILES.
           PERFORM H710-WRITE-ONE-CUSTOMER
             VARYING WS-CUST-IDX FROM 1 BY 1
             UNTIL WS-CUST-IDX > WS-CUST-COUNT.
           PERFORM H720-WRITE-ONE-XREF
             VARYING WS-XR-IDX FROM 1 BY 1
             UNTIL WS-XR-IDX > WS-XR-COUNT.
       H700-END. EXIT.

       H710-WRITE-ONE-CUSTOMER.
           WRITE CUST-OUT-REC FROM WS-CUST-ENTRY (WS-CUST-IDX).
           ADD 1 TO WS-CUST-OUT-COUNT.
       H710-END. EXIT.

       H720-WRITE-ONE-XREF.
           WRITE XREF-OUT-REC FROM WS-XR-REC (WS-XR-IDX).
           ADD 1 TO WS-XREF-OUT-COUNT.
       H720-END. EXIT.

       H800-BUILD-INPUT-LINE.
           MOVE SPACES        TO PRINT-REC.
           MOVE 'INPUT'       TO PRINT-TAG.
           MOVE CTRN-FUNC     TO PRINT-FUNC.
           MOVE CTRN-CUST-SEQ TO PRINT-SEQ.
           MOVE CTRN-AD       TO PRINT-AD.
           MOVE CTRN-SOYAD    TO PRINT-SOYAD.
           MOVE CTRN-BDAY-X   TO PRINT-BDAY.
           MOVE CTRN-ACCT-ID  TO PRINT-ACCT-ID.
           MOVE CTRN-ACCT-DVZ TO PRINT-ACCT-DVZ.
           MOVE ZERO          TO PRINT-BALANCE.
       H800-END. EXIT.

       H810-PRINT-BEFORE.
           MOVE SPACES        TO PRINT-REC.
           MOVE 'BEFORE'      TO PRINT-TAG.
           MOVE CTRN-FUNC     TO PRINT-FUNC.
           MOVE WS-CUST-SEQ (WS-CUST-IDX)   TO PRINT-SEQ.
           MOVE WS-CUST-AD (WS-CUST-IDX)    TO PRINT-AD.
           MOVE WS-CUST-SOYAD (WS-CUST-IDX) TO PRINT-SOYAD.
           MOVE WS-CUST-BDAY (WS-CUST-IDX)  TO PRINT-BDAY.
           MOVE ZERO          TO PRINT-BALANCE.
           WRITE PRINT-REC.
       H810-END. EXIT.

       H820-PRINT-AFTER.
           MOVE SPACES        TO PRINT-REC.
           MOVE 'AFTER'       TO PRINT-TAG.
           MOVE CTRN-FUNC     TO PRINT-FUNC.
           MOVE WS-CUST-SEQ (WS-CUST-IDX)   TO PRINT-SEQ.
           MOVE WS-CUST-AD (WS-CUST-IDX)    TO PRINT-AD.
           MOVE WS-CUST-SOYAD (WS-CUST-IDX) TO PRINT-SOYAD.
           MOVE WS-CUST-BDAY (WS-CUST-IDX)  TO PRINT-BDAY.
           MOVE ZERO          TO PRINT-BALANCE.
       H820-END. EXIT.

       H830-PRINT-LINK-LINE.
           MOVE SPACES        TO PRINT-REC.
           MOVE 'AFTER'       TO PRINT-TAG.
           MOVE CTRN-FUNC     TO PRINT-FUNC.
           MOVE WS-XR-CUST-SEQ (WS-XR-IDX) TO PRINT-SEQ.
           MOVE WS-XR-ACCT-ID (WS-XR-IDX)  TO PRINT-ACCT-ID.
           MOVE WS-XR-ACCT-DVZ (WS-XR-IDX) TO PRINT-ACCT-DVZ.
           MOVE IDX-BALANCE   TO PRINT-BALANCE.
       H830-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                TO PRINT-REC.
           MOVE 'TRAN RECORDS READ'   TO TRL-LABEL.
           MOVE WS-READ-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'CUSTOMERS ADDED'     TO TRL-LABEL.
           MOVE WS-ADDED-COUNT        TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'CUSTOMERS CHANGED'   TO TRL-LABEL.
           MOVE WS-CHANGED-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'CUSTOMERS DELETED'   TO TRL-LABEL.
           MOVE WS-DELETED-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'ACCOUNTS LINKED'     TO TRL-LABEL.
           MOVE WS-LINKED-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'ACCOUNTS UNLINKED'   TO TRL-LABEL.
           MOVE WS-UNLINKED-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'RECORDS REJECTED'    TO TRL-LABEL.
           MOVE WS-REJECTED-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'CUSTOMERS WRITTEN'   TO TRL-LABEL.
           MOVE WS-CUST-OUT-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                TO PRINT-REC.
           MOVE 'XREF RECORDS WRITTEN' TO TRL-LABEL.
           MOVE WS-XREF-OUT-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ACCT-REC.
           CLOSE XREF-FILE.
           CLOSE CUST-TRAN.
           CLOSE IDX-FILE.
           CLOSE CUST-OUT.
           CLOSE XREF-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
