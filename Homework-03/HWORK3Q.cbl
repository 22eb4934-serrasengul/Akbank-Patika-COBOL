       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003Q.
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
           SELECT CUST-FILE    ASSIGN TO DATEREC
                               STATUS CUST-ST.
           SELECT XREF-FILE    ASSIGN TO XREFFILE
                               STATUS XREF-ST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
                               STATUS HIST-ST.
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
       FD  CUST-FILE RECORDING MODE F.
           COPY CUSTMAST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY XREFREC.
      *
       FD  HISTORY-FILE RECORDING MODE F.
           COPY HISTREC.
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-CUST-SEQ   PIC X(04).
           05  FILLER           PIC X(02).
           05  PRINT-ACCT-ID    PIC X(05).
           05  FILLER           PIC X(02).
           05  PRINT-ACCT-DVZ   PIC X(03).
           05  FILLER           PIC X(02).
           05  PRINT-AMT-1      PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-AMT-2      PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-RUN-ID     PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-DATE       PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(30).
           05  PRINT-NAME REDEFINES PRINT-MSG.
               10 PRINT-NAME-AD     PIC X(15).
               10 PRINT-NAME-SOYAD  PIC X(15).
       01  COLUMN-HEAD-REC REDEFINES PRINT-REC.
           05  COLH-CUST-SEQ    PIC X(04).
           05  FILLER           PIC X(02).
           05  COLH-ACCT-ID     PIC X(05).
           05  FILLER           PIC X(02).
           05  COLH-ACCT-DVZ    PIC X(03).
           05  FILLER           PIC X(02).
           05  COLH-AMT-1       PIC X(16).
           05  FILLER           PIC X(02).
           05  COLH-AMT-2       PIC X(16).
           05  FILLER           PIC X(02).
           05  COLH-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  COLH-DATE        PIC X(08).
           05  FILLER           PIC X(02).
           05  COLH-MSG         PIC X(30).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(67).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(08).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(72).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
              88 EOF-IDX-REC                   VALUE 10.
           05 DVZ-ST                 PIC 9(02).
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 CUST-ST                PIC 9(02).
              88 CUST-SUCCESS                  VALUE 00 97.
              88 EOF-CUST-REC                  VALUE 10.
           05 XREF-ST                PIC 9(02).
              88 XREF-SUCCESS                  VALUE 00 97.
              88 EOF-XREF-REC                  VALUE 10.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
              88 EOF-HIST-REC                  VALUE 10.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-BUS-DATE            PIC 9(08) VALUE ZERO.
           05 WS-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
              88 ACCT-FOUND                    VALUE 'Y'.
           05 WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
              88 CUST-FOUND                    VALUE 'Y'.
           05 WS-HIST-PASS           PIC 9(01) VALUE ZERO.
              88 HIST-PASS-UNKNOWN             VALUE 1.
              88 HIST-PASS-ARITHMETIC          VALUE 2.
              88 HIST-PASS-CHAIN               VALUE 3.
           05 WS-FIND-ID             PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-FIND-DVZ            PIC S9(3) COMP VALUE ZERO.
           05 WS-ID-DISP             PIC 9(05) VALUE ZERO.
           05 WS-DVZ-DISP            PIC 9(03) VALUE ZERO.
           05 WS-EXPECT-AFTER        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ACCT-READ-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-XREF-READ-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-CUST-READ-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-HIST-READ-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-EXCP-TOTAL          PIC 9(07) VALUE ZERO.
           05 WS-GRP-SUB             PIC 9(02) COMP VALUE ZERO.
      * Problem types, reported in this order.
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 10 TIMES.
              10 WS-GRP-TITLE        PIC X(30).
              10 WS-GRP-COUNT        PIC 9(07).
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-ACCT-COUNT
                 ASCENDING KEY IS WS-ACCT-ID WS-ACCT-DVZ
                 INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-ID          PIC S9(5) COMP-3.
              10 WS-ACCT-DVZ         PIC S9(3) COMP.
              10 WS-ACCT-BALANCE     PIC S9(13)V99 COMP-3.
              10 WS-ACCT-STATUS      PIC X(01).
              10 WS-ACCT-OWNER       PIC X(04).
              10 WS-ACCT-DVZ-SW      PIC X(01).
                 88 ACCT-DVZ-MISSING           VALUE 'Y'.
              10 WS-ACCT-HIST-SW     PIC X(01).
                 88 ACCT-HIST-SEEN             VALUE 'Y'.
              10 WS-ACCT-LAST-AFTER  PIC S9(13)V99 COMP-3.
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-XREF-COUNT
                 INDEXED BY WS-XREF-IDX.
              10 WS-XREF-CUST-SEQ    PIC X(04).
              10 WS-XREF-ACCT-ID     PIC X(05).
              10 WS-XREF-ACCT-DVZ    PIC X(03).
              10 WS-XREF-ID          PIC S9(5) COMP-3.
              10 WS-XREF-DVZ         PIC S9(3) COMP.
              10 WS-XREF-ACCT-SW     PIC X(01).
                 88 XREF-ACCT-FOUND            VALUE 'Y'.
              10 WS-XREF-CUST-SW     PIC X(01).
                 88 XREF-CUST-FOUND            VALUE 'Y'.
              10 WS-XREF-DUP-SW      PIC X(01).
                 88 XREF-LINKED-TWICE          VALUE 'Y'.
              10 WS-XREF-OTHER-OWNER PIC X(04).
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-CUST-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-CUST-COUNT
                 INDEXED BY WS-CUST-IDX.
              10 WS-CUST-SEQ         PIC X(04).
              10 WS-CUST-AD          PIC X(15).
              10 WS-CUST-SOYAD       PIC X(15).
              10 WS-CUST-LINK-SW     PIC X(01).
                 88 CUST-HAS-ACCOUNT           VALUE 'Y'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H095-INIT-GROUP-TABLE.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-ACCOUNTS UNTIL EOF-IDX-REC.
           PERFORM H120-LOAD-XREF UNTIL EOF-XREF-REC.
           PERFORM H130-LOAD-CUSTOMERS UNTIL EOF-CUST-REC.
           PERFORM H140-MARK-ONE-LINK
             VARYING WS-XREF-IDX FROM 1 BY 1
             UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-XREF-NO-ACCOUNT.
           PERFORM H210-XREF-NO-CUSTOMER.
           PERFORM H220-LINKED-TWICE.
           PERFORM H230-ACCOUNT-NO-OWNER.
           PERFORM H240-CUSTOMER-NO-ACCOUNT.
           PERFORM H250-DVZ-NOT-ON-FILE.
           PERFORM H300-HIST-UNKNOWN-ACCOUNT.
           PERFORM H310-HIST-ARITHMETIC.
           PERFORM H320-HIST-CHAIN.
           PERFORM H330-HIST-LATEST-BALANCE.
           PERFORM H900-PRINT-SUMMARY.
           IF WS-EXCP-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H095-INIT-GROUP-TABLE.
           MOVE 'XREF ACCOUNT NOT ON IDXFILE'    TO WS-GRP-TITLE (1).
           MOVE 'XREF CUSTOMER NOT ON DATEREC'   TO WS-GRP-TITLE (2).
           MOVE 'ACCOUNT LINKED MORE THAN ONCE'  TO WS-GRP-TITLE (3).
           MOVE 'ACCOUNT WITH NO OWNER'          TO WS-GRP-TITLE (4).
           MOVE 'CUSTOMER WITH NO ACCOUNT'       TO WS-GRP-TITLE (5).
           MOVE 'IDX-DVZ NOT ON DVZFILE'         TO WS-GRP-TITLE (6).
           MOVE 'HISTORY FOR UNKNOWN ACCOUNT'    TO WS-GRP-TITLE (7).
           MOVE 'HISTORY RECORD DOES NOT ADD UP' TO WS-GRP-TITLE (8).
           MOVE 'HISTORY CHAIN BREAK'            TO WS-GRP-TITLE (9).
           MOVE 'LATEST HISTORY NOT = BALANCE'   TO WS-GRP-TITLE (10).
           PERFORM H096-ZERO-GROUP-COUNT
             VARYING WS-GRP-SUB FROM 1 BY 1
             UNTIL WS-GRP-SUB > 10.
       H095-END. EXIT.

       H096-ZERO-GROUP-COUNT.
           MOVE ZERO TO WS-GRP-COUNT (WS-GRP-SUB).
       H096-END. EXIT.

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
       H105-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  DVZDB-FILE.
           OPEN INPUT  CUST-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZDB FILE: ' DVZ-ST
           MOVE DVZ-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT CUST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' CUST-ST
           MOVE CUST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT XREF-SUCCESS)
           DISPLAY 'UNABLE TO OPEN XREF FILE: ' XREF-ST
           MOVE XREF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      * A partly loaded table would report false orphans, so a full
      * table refuses the audit rather than carrying on.
       H110-LOAD-ACCOUNTS.
           READ IDX-FILE NEXT RECORD.
           IF NOT EOF-IDX-REC
               ADD 1 TO WS-ACCT-READ-COUNT
               IF WS-ACCT-COUNT NOT < 5000
                   DISPLAY 'ACCOUNT TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               SET WS-ACCT-IDX TO WS-ACCT-COUNT
               MOVE IDX-ID      TO WS-ACCT-ID (WS-ACCT-IDX)
               MOVE IDX-DVZ     TO WS-ACCT-DVZ (WS-ACCT-IDX)
               MOVE IDX-BALANCE TO WS-ACCT-BALANCE (WS-ACCT-IDX)
               MOVE IDX-STATUS  TO WS-ACCT-STATUS (WS-ACCT-IDX)
               MOVE SPACES      TO WS-ACCT-OWNER (WS-ACCT-IDX)
               MOVE 'N'         TO WS-ACCT-DVZ-SW (WS-ACCT-IDX)
               MOVE 'N'         TO WS-ACCT-HIST-SW (WS-ACCT-IDX)
               MOVE ZERO        TO WS-ACCT-LAST-AFTER (WS-ACCT-IDX)
               MOVE IDX-DVZ     TO DVZ-ID
               READ DVZDB-FILE KEY DVZ-ID
                 INVALID KEY
                   MOVE 'Y' TO WS-ACCT-DVZ-SW (WS-ACCT-IDX)
               END-READ
           END-IF.
       H110-END. EXIT.

       H120-LOAD-XREF.
           READ XREF-FILE.
           IF NOT EOF-XREF-REC
               ADD 1 TO WS-XREF-READ-COUNT
               IF WS-XREF-COUNT NOT < 5000
                   DISPLAY 'XREF TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-XREF-COUNT
               SET WS-XREF-IDX TO WS-XREF-COUNT
               MOVE XREF-CUST-SEQ TO WS-XREF-CUST-SEQ (WS-XREF-IDX)
               MOVE XREF-ACCT-ID  TO WS-XREF-ACCT-ID (WS-XREF-IDX)
               MOVE XREF-ACCT-DVZ TO WS-XREF-ACCT-DVZ (WS-XREF-IDX)
               COMPUTE WS-XREF-ID (WS-XREF-IDX) =
                       FUNCTION NUMVAL-C (XREF-ACCT-ID)
               COMPUTE WS-XREF-DVZ (WS-XREF-IDX) =
                       FUNCTION NUMVAL (XREF-ACCT-DVZ)
               MOVE 'N'    TO WS-XREF-ACCT-SW (WS-XREF-IDX)
               MOVE 'N'    TO WS-XREF-CUST-SW (WS-XREF-IDX)
               MOVE 'N'    TO WS-XREF-DUP-SW (WS-XREF-IDX)
               MOVE SPACES TO WS-XREF-OTHER-OWNER (WS-XREF-IDX)
           END-IF.
       H120-END. EXIT.

       H130-LOAD-CUSTOMERS.
           READ CUST-FILE.
           IF NOT EOF-CUST-REC
               ADD 1 TO WS-CUST-READ-COUNT
               IF WS-CUST-COUNT NOT < 1000
                   DISPLAY 'CUSTOMER TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-CUST-COUNT
               SET WS-CUST-IDX TO WS-CUST-COUNT
               MOVE ACCT-SEQ   TO WS-CUST-SEQ (WS-CUST-IDX)
               MOVE ACCT-AD    TO WS-CUST-AD (WS-CUST-IDX)
               MOVE ACCT-SOYAD TO WS-CUST-SOYAD (WS-CUST-IDX)
               MOVE 'N'        TO WS-CUST-LINK-SW (WS-CUST-IDX)
           END-IF.
       H130-END. EXIT.

      * The first link found for an account makes its owner; any later
      * link to the same account is flagged with that owner.
       H140-MARK-ONE-LINK.
           MOVE WS-XREF-ID (WS-XREF-IDX)  TO WS-FIND-ID.
           MOVE WS-XREF-DVZ (WS-XREF-IDX) TO WS-FIND-DVZ.
           PERFORM H400-FIND-ACCOUNT.
           IF ACCT-FOUND
               MOVE 'Y' TO WS-XREF-ACCT-SW (WS-XREF-IDX)
               IF WS-ACCT-OWNER (WS-ACCT-IDX) = SPACES
                   MOVE WS-XREF-CUST-SEQ (WS-XREF-IDX)
                     TO WS-ACCT-OWNER (WS-ACCT-IDX)
               ELSE
                   MOVE 'Y' TO WS-XREF-DUP-SW (WS-XREF-IDX)
                   MOVE WS-ACCT-OWNER (WS-ACCT-IDX)
                     TO WS-XREF-OTHER-OWNER (WS-XREF-IDX)
               END-IF
           END-IF.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
             AT END MOVE 'N' TO WS-CUST-FOUND-SW
             WHEN WS-CUST-SEQ (WS-CUST-IDX)
                = WS-XREF-CUST-SEQ (WS-XREF-IDX)
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-SEARCH.
           IF CUST-FOUND
               MOVE 'Y' TO WS-XREF-CUST-SW (WS-XREF-IDX)
               IF ACCT-FOUND
                   MOVE 'Y' TO WS-CUST-LINK-SW (WS-CUST-IDX)
               END-IF
           END-IF.
       H140-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'CROSS-FILE INTEGRITY AUDIT' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'RUN ID'     TO RUNS-LABEL.
           MOVE WS-RUN-ID    TO RUNS-RUN-ID.
           MOVE 'TARIH'      TO RUNS-DATE-LBL.
           MOVE WS-BUS-DATE  TO RUNS-DATE.
           WRITE PRINT-REC.
       H150-END. EXIT.

       H200-XREF-NO-ACCOUNT.
           MOVE 1 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H201-CHECK-ONE-XREF
             VARYING WS-XREF-IDX FROM 1 BY 1
             UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           PERFORM H810-END-GROUP.
       H200-END. EXIT.

       H201-CHECK-ONE-XREF.
           IF NOT XREF-ACCT-FOUND (WS-XREF-IDX)
               PERFORM H830-FILL-XREF-LINE
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H201-END. EXIT.

       H210-XREF-NO-CUSTOMER.
           MOVE 2 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H211-CHECK-ONE-XREF
             VARYING WS-XREF-IDX FROM 1 BY 1
             UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           PERFORM H810-END-GROUP.
       H210-END. EXIT.

       H211-CHECK-ONE-XREF.
           IF NOT XREF-CUST-FOUND (WS-XREF-IDX)
               PERFORM H830-FILL-XREF-LINE
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H211-END. EXIT.

       H220-LINKED-TWICE.
           MOVE 3 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H221-CHECK-ONE-XREF
             VARYING WS-XREF-IDX FROM 1 BY 1
             UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           PERFORM H810-END-GROUP.
       H220-END. EXIT.

       H221-CHECK-ONE-XREF.
           IF XREF-LINKED-TWICE (WS-XREF-IDX)
               PERFORM H830-FILL-XREF-LINE
               STRING 'ALSO LINKED TO CUSTOMER '
                      WS-XREF-OTHER-OWNER (WS-XREF-IDX)
                      DELIMITED BY SIZE INTO PRINT-MSG
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H221-END. EXIT.

       H230-ACCOUNT-NO-OWNER.
           MOVE 4 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H231-CHECK-ONE-ACCOUNT
             VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           PERFORM H810-END-GROUP.
       H230-END. EXIT.

       H231-CHECK-ONE-ACCOUNT.
           IF WS-ACCT-OWNER (WS-ACCT-IDX) = SPACES
               PERFORM H840-FILL-ACCOUNT-LINE
               IF WS-ACCT-STATUS (WS-ACCT-IDX) = 'C'
                   MOVE 'ACCOUNT CLOSED'  TO PRINT-MSG
               END-IF
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H231-END. EXIT.

       H240-CUSTOMER-NO-ACCOUNT.
           MOVE 5 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H241-CHECK-ONE-CUSTOMER
             VARYING WS-CUST-IDX FROM 1 BY 1
             UNTIL WS-CUST-IDX > WS-CUST-COUNT.
           PERFORM H810-END-GROUP.
       H240-END. EXIT.

       H241-CHECK-ONE-CUSTOMER.
           IF NOT CUST-HAS-ACCOUNT (WS-CUST-IDX)
               MOVE SPACES                     TO PRINT-REC
               MOVE WS-CUST-SEQ (WS-CUST-IDX)   TO PRINT-CUST-SEQ
               MOVE WS-CUST-AD (WS-CUST-IDX)    TO PRINT-NAME-AD
               MOVE WS-CUST-SOYAD (WS-CUST-IDX) TO PRINT-NAME-SOYAD
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H241-END. EXIT.

       H250-DVZ-NOT-ON-FILE.
           MOVE 6 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H251-CHECK-ONE-ACCOUNT
             VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           PERFORM H810-END-GROUP.
       H250-END. EXIT.

       H251-CHECK-ONE-ACCOUNT.
           IF ACCT-DVZ-MISSING (WS-ACCT-IDX)
               PERFORM H840-FILL-ACCOUNT-LINE
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H251-END. EXIT.

      * HISTFILE is read once per history check so that each problem
      * type prints as one group.
       H300-HIST-UNKNOWN-ACCOUNT.
           MOVE 7 TO WS-GRP-SUB.
           MOVE 1 TO WS-HIST-PASS.
           PERFORM H350-HIST-PASS.
       H300-END. EXIT.

       H310-HIST-ARITHMETIC.
           MOVE 8 TO WS-GRP-SUB.
           MOVE 2 TO WS-HIST-PASS.
           PERFORM H350-HIST-PASS.
       H310-END. EXIT.

       H320-HIST-CHAIN.
           MOVE 9 TO WS-GRP-SUB.
           MOVE 3 TO WS-HIST-PASS.
           PERFORM H350-HIST-PASS.
       H320-END. EXIT.

       H330-HIST-LATEST-BALANCE.
           MOVE 10 TO WS-GRP-SUB.
           PERFORM H800-START-GROUP.
           PERFORM H331-CHECK-ONE-ACCOUNT
             VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           PERFORM H810-END-GROUP.
       H330-END. EXIT.

       H331-CHECK-ONE-ACCOUNT.
           IF ACCT-HIST-SEEN (WS-ACCT-IDX)
              AND WS-ACCT-LAST-AFTER (WS-ACCT-IDX)
                  NOT = WS-ACCT-BALANCE (WS-ACCT-IDX)
               PERFORM H840-FILL-ACCOUNT-LINE
               MOVE WS-ACCT-LAST-AFTER (WS-ACCT-IDX) TO PRINT-AMT-1
               MOVE WS-ACCT-BALANCE (WS-ACCT-IDX)    TO PRINT-AMT-2
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H331-END. EXIT.

       H350-HIST-PASS.
           PERFORM H800-START-GROUP.
           OPEN INPUT HISTORY-FILE.
           IF (NOT HIST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HISTORY FILE: ' HIST-ST
           MOVE HIST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H360-HIST-NEXT UNTIL EOF-HIST-REC.
           CLOSE HISTORY-FILE.
           PERFORM H810-END-GROUP.
       H350-END. EXIT.

       H360-HIST-NEXT.
           READ HISTORY-FILE.
           IF NOT EOF-HIST-REC
               IF HIST-PASS-UNKNOWN
                   ADD 1 TO WS-HIST-READ-COUNT
               END-IF
               COMPUTE WS-FIND-ID  = FUNCTION NUMVAL-C (HIST-ACCT-ID)
               COMPUTE WS-FIND-DVZ = FUNCTION NUMVAL (HIST-ACCT-DVZ)
               PERFORM H400-FIND-ACCOUNT
               EVALUATE TRUE
                 WHEN HIST-PASS-UNKNOWN
                   PERFORM H370-HIST-CHECK-ACCOUNT
                 WHEN HIST-PASS-ARITHMETIC
                   PERFORM H380-HIST-CHECK-ARITHMETIC
                 WHEN HIST-PASS-CHAIN
                   PERFORM H390-HIST-CHECK-CHAIN
               END-EVALUATE
           END-IF.
       H360-END. EXIT.

       H370-HIST-CHECK-ACCOUNT.
           IF NOT ACCT-FOUND
               PERFORM H850-FILL-HIST-LINE
               MOVE HIST-AMOUNT     TO PRINT-AMT-1
               MOVE HIST-BAL-AFTER  TO PRINT-AMT-2
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H370-END. EXIT.

       H380-HIST-CHECK-ARITHMETIC.
           COMPUTE WS-EXPECT-AFTER = HIST-BAL-BEFORE + HIST-AMOUNT.
           IF WS-EXPECT-AFTER NOT = HIST-BAL-AFTER
               PERFORM H850-FILL-HIST-LINE
               MOVE WS-EXPECT-AFTER TO PRINT-AMT-1
               MOVE HIST-BAL-AFTER  TO PRINT-AMT-2
               PERFORM H820-WRITE-EXCEPTION
           END-IF.
       H380-END. EXIT.

      * Each record's balance-before must be the balance-after of the
      * previous record for the same account. The first record kept on
      * HISTFILE for an account has nothing to chain to.
       H390-HIST-CHECK-CHAIN.
           IF ACCT-FOUND
               IF ACCT-HIST-SEEN (WS-ACCT-IDX)
                  AND HIST-BAL-BEFORE
                      NOT = WS-ACCT-LAST-AFTER (WS-ACCT-IDX)
                   PERFORM H850-FILL-HIST-LINE
                   MOVE WS-ACCT-LAST-AFTER (WS-ACCT-IDX) TO PRINT-AMT-1
                   MOVE HIST-BAL-BEFORE TO PRINT-AMT-2
                   PERFORM H820-WRITE-EXCEPTION
               END-IF
               MOVE 'Y' TO WS-ACCT-HIST-SW (WS-ACCT-IDX)
               MOVE HIST-BAL-AFTER TO WS-ACCT-LAST-AFTER (WS-ACCT-IDX)
           END-IF.
       H390-END. EXIT.

       H400-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SEARCH ALL WS-ACCT-ENTRY
             AT END
               MOVE 'N' TO WS-ACCT-FOUND-SW
             WHEN WS-ACCT-ID (WS-ACCT-IDX) = WS-FIND-ID
              AND WS-ACCT-DVZ (WS-ACCT-IDX) = WS-FIND-DVZ
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-SEARCH.
       H400-END. EXIT.

      * Group header: title, then column captions for the amounts the
      * group prints.
       H800-START-GROUP.
           MOVE SPACES                   TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES                   TO PRINT-REC.
           MOVE WS-GRP-TITLE (WS-GRP-SUB) TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES                   TO PRINT-REC.
           MOVE 'CUST'                   TO COLH-CUST-SEQ.
           MOVE 'HESAP'                  TO COLH-ACCT-ID.
           MOVE 'DVZ'                    TO COLH-ACCT-DVZ.
           EVALUATE WS-GRP-SUB
             WHEN 4
             WHEN 6
               MOVE '          BAKIYE'   TO COLH-AMT-1
             WHEN 7
               MOVE '          AMOUNT'   TO COLH-AMT-1
               MOVE '   BALANCE AFTER'   TO COLH-AMT-2
             WHEN 8
               MOVE '   BEFORE+AMOUNT'   TO COLH-AMT-1
               MOVE '   BALANCE AFTER'   TO COLH-AMT-2
             WHEN 9
               MOVE '  PREVIOUS AFTER'   TO COLH-AMT-1
               MOVE '  BALANCE BEFORE'   TO COLH-AMT-2
             WHEN 10
               MOVE '  LATEST HISTORY'   TO COLH-AMT-1
               MOVE '          BAKIYE'   TO COLH-AMT-2
           END-EVALUATE.
           IF WS-GRP-SUB > 6 AND WS-GRP-SUB < 10
               MOVE 'RUN ID'             TO COLH-RUN-ID
               MOVE 'TARIH'              TO COLH-DATE
           END-IF.
           WRITE PRINT-REC.
       H800-END. EXIT.

       H810-END-GROUP.
           MOVE SPACES                   TO PRINT-REC.
           MOVE 'EXCEPTIONS'             TO TRL-LABEL.
           MOVE WS-GRP-COUNT (WS-GRP-SUB) TO TRL-COUNT.
           WRITE PRINT-REC.
       H810-END. EXIT.

       H820-WRITE-EXCEPTION.
           WRITE PRINT-REC.
           ADD 1 TO WS-GRP-COUNT (WS-GRP-SUB).
           ADD 1 TO WS-EXCP-TOTAL.
       H820-END. EXIT.

       H830-FILL-XREF-LINE.
           MOVE SPACES                         TO PRINT-REC.
           MOVE WS-XREF-CUST-SEQ (WS-XREF-IDX) TO PRINT-CUST-SEQ.
           MOVE WS-XREF-ACCT-ID (WS-XREF-IDX)  TO PRINT-ACCT-ID.
           MOVE WS-XREF-ACCT-DVZ (WS-XREF-IDX) TO PRINT-ACCT-DVZ.
       H830-END. EXIT.

       H840-FILL-ACCOUNT-LINE.
           MOVE SPACES                         TO PRINT-REC.
           MOVE WS-ACCT-OWNER (WS-ACCT-IDX)    TO PRINT-CUST-SEQ.
           MOVE WS-ACCT-ID (WS-ACCT-IDX)       TO WS-ID-DISP.
           MOVE WS-ID-DISP                     TO PRINT-ACCT-ID.
           MOVE WS-ACCT-DVZ (WS-ACCT-IDX)      TO WS-DVZ-DISP.
           MOVE WS-DVZ-DISP                    TO PRINT-ACCT-DVZ.
           MOVE WS-ACCT-BALANCE (WS-ACCT-IDX)  TO PRINT-AMT-1.
       H840-END. EXIT.

       H850-FILL-HIST-LINE.
           MOVE SPACES                         TO PRINT-REC.
           IF ACCT-FOUND
               MOVE WS-ACCT-OWNER (WS-ACCT-IDX) TO PRINT-CUST-SEQ
           END-IF.
           MOVE HIST-ACCT-ID                   TO PRINT-ACCT-ID.
           MOVE HIST-ACCT-DVZ                  TO PRINT-ACCT-DVZ.
           MOVE HIST-RUN-ID                    TO PRINT-RUN-ID.
           MOVE HIST-POST-DATE                 TO PRINT-DATE.
           MOVE HIST-TRX-TYPE                  TO PRINT-MSG.
       H850-END. EXIT.

       H900-PRINT-SUMMARY.
           MOVE SPACES                   TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES                   TO PRINT-REC.
           MOVE 'AUDIT SUMMARY'          TO TRL-LABEL.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'ACCOUNTS READ'          TO TRL-LABEL.
           MOVE WS-ACCT-READ-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'XREF RECORDS READ'      TO TRL-LABEL.
           MOVE WS-XREF-READ-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'CUSTOMERS READ'         TO TRL-LABEL.
           MOVE WS-CUST-READ-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'HISTORY RECORDS READ'   TO TRL-LABEL.
           MOVE WS-HIST-READ-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                   TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM H910-PRINT-GROUP-COUNT
             VARYING WS-GRP-SUB FROM 1 BY 1
             UNTIL WS-GRP-SUB > 10.

           MOVE SPACES                   TO PRINT-REC.
           MOVE 'TOTAL EXCEPTIONS'       TO TRL-LABEL.
           MOVE WS-EXCP-TOTAL            TO TRL-COUNT.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H910-PRINT-GROUP-COUNT.
           MOVE SPACES                    TO PRINT-REC.
           MOVE WS-GRP-TITLE (WS-GRP-SUB)  TO TRL-LABEL.
           MOVE WS-GRP-COUNT (WS-GRP-SUB)  TO TRL-COUNT.
           WRITE PRINT-REC.
       H910-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE DVZDB-FILE.
           CLOSE CUST-FILE.
           CLOSE XREF-FILE.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
