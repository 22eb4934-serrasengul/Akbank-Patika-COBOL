       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003G.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS IDX-ST.
           SELECT FEE-FILE     ASSIGN TO FEESCHED
                               STATUS FEE-ST.
           SELECT CUST-FILE    ASSIGN TO DATEREC
                               STATUS CUST-ST.
           SELECT XREF-FILE    ASSIGN TO XREFFILE
                               STATUS XREF-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT FEED-IN      ASSIGN TO FEEDIN
                               STATUS FDIN-ST.
           SELECT FEE-FEED     ASSIGN TO FEEFEED
                               STATUS FEED-ST.
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
      * Fee schedule: one record per currency and fee type. The fee is
      * waived for a customer category flagged 'Y', and for an account
      * whose balance is below FEE-MIN-BAL (zero = no balance waiver).
       FD  FEE-FILE RECORDING MODE F.
       01  FEE-REC.
           05 FEE-DVZ-ID        PIC 9(03).
           05 FEE-TYPE          PIC X(02).
           05 FEE-AMOUNT        PIC 9(07)V99.
           05 FEE-MIN-BAL       PIC 9(11)V99.
           05 FEE-WAIVE-MINOR   PIC X(01).
           05 FEE-WAIVE-ADULT   PIC X(01).
           05 FEE-WAIVE-SENIOR  PIC X(01).
           05 FILLER            PIC X(10).
      *
       FD  CUST-FILE RECORDING MODE F.
           COPY CUSTMAST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY XREFREC.
      *
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
      * Optional upstream ACCTFILE transmission. When present its data
      * records are carried into FEEFEED ahead of the fee items under
      * its own header, so the day still posts as one feed.
       FD  FEED-IN RECORDING MODE F.
       01  FDIN-REC.
           05 FDIN-TAG          PIC X(05).
              88 FDIN-HDR                 VALUE 'HDR'.
              88 FDIN-TRL                 VALUE 'TRL'.
           05 FILLER            PIC X(53).
       01  FDIN-HDR-REC.
           05 FILLER            PIC X(05).
           05 FDIN-HDR-BUS-DATE PIC 9(08).
           05 FDIN-HDR-FEED-SEQ PIC 9(06).
           05 FILLER            PIC X(39).
       01  FDIN-TRL-REC.
           05 FILLER            PIC X(05).
           05 FDIN-TRL-REC-CNT  PIC 9(06).
           05 FILLER            PIC X(07).
           05 FDIN-TRL-HASH     PIC S9(13)V99 COMP-3.
           05 FILLER            PIC X(32).
       01  FDIN-DATA-REC.
           05 FILLER            PIC X(18).
           05 FDIN-AMOUNT       PIC S9(13)V99 COMP-3.
           05 FILLER            PIC X(32).
      *
       FD  FEE-FEED RECORDING MODE F.
           COPY TRXFEED.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-ID         PIC ZZZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-DVZ        PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-FEE-TYPE   PIC X(02).
           05  FILLER           PIC X(02).
           05  PRINT-CUST-SEQ   PIC X(04).
           05  FILLER           PIC X(02).
           05  PRINT-CATEGORY   PIC X(06).
           05  FILLER           PIC X(02).
           05  PRINT-BALANCE    PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-FEE        PIC -(8)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-ACTION     PIC X(07).
           05  FILLER           PIC X(02).
           05  PRINT-REASON     PIC X(16).
           05  FILLER           PIC X(05).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  TRL-AMT          PIC -(12)9.99.
           05  FILLER           PIC X(37).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(08).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(02).
           05  RUNS-SEQ-LBL     PIC X(06).
           05  RUNS-FEED-SEQ    PIC 9(06).
           05  FILLER           PIC X(46).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
              88 EOF-IDX-REC                   VALUE 10.
           05 FEE-ST                 PIC 9(02).
              88 FEE-SUCCESS                   VALUE 00 97.
              88 EOF-FEE-REC                   VALUE 10.
           05 CUST-ST                PIC 9(02).
              88 CUST-SUCCESS                  VALUE 00 97.
              88 EOF-CUST-REC                  VALUE 10.
           05 XREF-ST                PIC 9(02).
              88 XREF-SUCCESS                  VALUE 00 97.
              88 EOF-XREF-REC                  VALUE 10.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 FDIN-ST                PIC 9(02).
              88 FDIN-SUCCESS                  VALUE 00 97.
              88 EOF-FDIN-REC                  VALUE 10.
           05 FEED-ST                PIC 9(02).
              88 FEED-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-BUS-DATE            PIC 9(08) VALUE ZERO.
           05 WS-BUS-DATE-BRKDN REDEFINES WS-BUS-DATE.
              10 WS-BUS-CC           PIC 9(02).
              10 WS-BUS-YYMM         PIC 9(04).
              10 WS-BUS-DD           PIC 9(02).
           05 WS-FEED-SEQ            PIC 9(06) VALUE ZERO.
           05 WS-FEED-IN-SW          PIC X(01) VALUE 'N'.
              88 FEED-IN-PRESENT               VALUE 'Y'.
           05 WS-FDIN-TRL-SW         PIC X(01) VALUE 'N'.
              88 FDIN-TRAILER-SEEN             VALUE 'Y'.
           05 WS-FEE-FOUND-SW        PIC X(01) VALUE 'N'.
              88 FEE-SCHEDULE-FOUND            VALUE 'Y'.
           05 WS-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
              88 OWNER-FOUND                   VALUE 'Y'.
           05 WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
              88 CUST-FOUND                    VALUE 'Y'.
           05 WS-WAIVE-SW            PIC X(01) VALUE 'N'.
              88 FEE-WAIVED                    VALUE 'Y'.
           05 WS-WAIVE-REASON        PIC X(16) VALUE SPACES.
           05 WS-OWNER-SEQ           PIC X(04) VALUE SPACES.
           05 WS-FEED-ID-DISP        PIC 9(05) VALUE ZERO.
           05 WS-FEED-DVZ-DISP       PIC 9(03) VALUE ZERO.
           05 WS-FEE-REF             PIC X(16) VALUE SPACES.
           05 WS-FEE-REF-BRKDN REDEFINES WS-FEE-REF.
              10 WS-FEE-REF-TAG      PIC X(01).
              10 WS-FEE-REF-YYMM     PIC 9(04).
              10 WS-FEE-REF-TYPE     PIC X(02).
              10 WS-FEE-REF-ID       PIC 9(05).
              10 WS-FEE-REF-DVZ      PIC 9(03).
              10 FILLER              PIC X(01).
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-CHARGED-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-WAIVED-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-NO-SCHED-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-NO-OWNER-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-BAD-BDAY-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-FEED-REC-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-FDIN-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-FDIN-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-FEE-WORK            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-HASH-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-CHARGED       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-WAIVED        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AGE-WORK-AREA.
           05 WS-BDAY-NUM        PIC 9(08).
           05 WS-BDAY-BRKDN REDEFINES WS-BDAY-NUM.
              10 WS-BDAY-YY      PIC 9(04).
              10 WS-BDAY-MM      PIC 9(02).
              10 WS-BDAY-DD      PIC 9(02).
           05 WS-TODAY-NUM       PIC 9(08).
           05 WS-TODAY-BRKDN REDEFINES WS-TODAY-NUM.
              10 WS-TODAY-YY     PIC 9(04).
              10 WS-TODAY-MM     PIC 9(02).
              10 WS-TODAY-DD     PIC 9(02).
           05 WS-AGE-YEARS-CALC  PIC S9(03).
           05 WS-CATEGORY        PIC X(06).
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FEE-COUNT
                 INDEXED BY WS-FEE-IDX.
              10 WS-FEE-DVZ          PIC 9(03).
              10 WS-FEE-TYPE         PIC X(02).
              10 WS-FEE-AMOUNT       PIC 9(07)V99.
              10 WS-FEE-MIN-BAL      PIC 9(11)V99.
              10 WS-FEE-WAIVE-MINOR  PIC X(01).
              10 WS-FEE-WAIVE-ADULT  PIC X(01).
              10 WS-FEE-WAIVE-SENIOR PIC X(01).
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-XREF-COUNT
                 INDEXED BY WS-XREF-IDX.
              10 WS-XREF-CUST-SEQ    PIC X(04).
              10 WS-XREF-ID          PIC S9(5) COMP-3.
              10 WS-XREF-DVZ         PIC S9(3) COMP.
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-CUST-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-CUST-COUNT
                 INDEXED BY WS-CUST-IDX.
              10 WS-CUST-SEQ         PIC X(04).
              10 WS-CUST-BDAY        PIC 9(08).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-FEES UNTIL EOF-FEE-REC.
           PERFORM H120-LOAD-XREF UNTIL EOF-XREF-REC.
           PERFORM H130-LOAD-CUSTOMERS UNTIL EOF-CUST-REC.
           IF FEED-IN-PRESENT
               PERFORM H165-READ-FEED-IN-HEADER
           END-IF.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H160-WRITE-FEED-HEADER.
           IF FEED-IN-PRESENT
               PERFORM H170-COPY-FEED-IN
                 UNTIL FDIN-TRAILER-SEEN
           END-IF.
           PERFORM H200-FEE-NEXT UNTIL EOF-IDX-REC.
           PERFORM H800-WRITE-FEED-TRAILER.
           PERFORM H900-PRINT-TRAILER.
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
           IF RUNC-FEED-SEQ IS NUMERIC
               COMPUTE WS-FEED-SEQ = RUNC-FEED-SEQ + 1
           ELSE
               MOVE 1 TO WS-FEED-SEQ
           END-IF.
           CLOSE RUN-CONTROL.
       H105-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  FEE-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  CUST-FILE.
           OPEN OUTPUT FEE-FEED.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT FEE-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEE SCHEDULE: ' FEE-ST
           MOVE FEE-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT XREF-SUCCESS)
           DISPLAY 'UNABLE TO OPEN XREF FILE: ' XREF-ST
           MOVE XREF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT CUST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' CUST-ST
           MOVE CUST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT FEED-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEE FEED FILE: ' FEED-ST
           MOVE FEED-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      * Only a missing FEEDIN (status 35) means there is no upstream
      * feed; any other failure must not be taken for an empty feed.
           OPEN INPUT FEED-IN.
           IF FDIN-SUCCESS
               MOVE 'Y' TO WS-FEED-IN-SW
           ELSE
               IF FDIN-ST = 35
                   DISPLAY 'NO UPSTREAM FEED - FEES ONLY'
               ELSE
                   DISPLAY 'UNABLE TO OPEN UPSTREAM FEED FILE: ' FDIN-ST
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
       H100-END. EXIT.

       H110-LOAD-FEES.
           READ FEE-FILE.
           IF NOT EOF-FEE-REC
               IF FEE-DVZ-ID NOT NUMERIC
                  OR FEE-AMOUNT NOT NUMERIC
                  OR FEE-MIN-BAL NOT NUMERIC
                  OR FEE-TYPE = SPACES
                   DISPLAY 'INVALID FEE RECORD IGNORED : ' FEE-REC
               ELSE
                   IF WS-FEE-COUNT NOT < 200
                       DISPLAY 'FEE TABLE FULL - RUN REFUSED'
                       MOVE 16 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
                   ADD 1 TO WS-FEE-COUNT
                   SET WS-FEE-IDX TO WS-FEE-COUNT
                   MOVE FEE-DVZ-ID  TO WS-FEE-DVZ (WS-FEE-IDX)
                   MOVE FEE-TYPE    TO WS-FEE-TYPE (WS-FEE-IDX)
                   MOVE FEE-AMOUNT  TO WS-FEE-AMOUNT (WS-FEE-IDX)
                   MOVE FEE-MIN-BAL TO WS-FEE-MIN-BAL (WS-FEE-IDX)
                   MOVE FEE-WAIVE-MINOR
                     TO WS-FEE-WAIVE-MINOR (WS-FEE-IDX)
                   MOVE FEE-WAIVE-ADULT
                     TO WS-FEE-WAIVE-ADULT (WS-FEE-IDX)
                   MOVE FEE-WAIVE-SENIOR
                     TO WS-FEE-WAIVE-SENIOR (WS-FEE-IDX)
               END-IF
           END-IF.
       H110-END. EXIT.

       H120-LOAD-XREF.
           READ XREF-FILE.
           IF NOT EOF-XREF-REC
               IF WS-XREF-COUNT NOT < 5000
                   DISPLAY 'XREF TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-XREF-COUNT
               SET WS-XREF-IDX TO WS-XREF-COUNT
               MOVE XREF-CUST-SEQ TO WS-XREF-CUST-SEQ (WS-XREF-IDX)
               COMPUTE WS-XREF-ID (WS-XREF-IDX) =
                       FUNCTION NUMVAL-C (XREF-ACCT-ID)
               COMPUTE WS-XREF-DVZ (WS-XREF-IDX) =
                       FUNCTION NUMVAL (XREF-ACCT-DVZ)
           END-IF.
       H120-END. EXIT.

       H130-LOAD-CUSTOMERS.
           READ CUST-FILE.
           IF NOT EOF-CUST-REC
               IF WS-CUST-COUNT NOT < 1000
                   DISPLAY 'CUSTOMER TABLE FULL - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-CUST-COUNT
               SET WS-CUST-IDX TO WS-CUST-COUNT
               MOVE ACCT-SEQ   TO WS-CUST-SEQ (WS-CUST-IDX)
               MOVE ACCT-BDAY  TO WS-CUST-BDAY (WS-CUST-IDX)
           END-IF.
       H130-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'MONTH-END FEE REGISTER' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'RUN ID'     TO RUNS-LABEL.
           MOVE WS-RUN-ID    TO RUNS-RUN-ID.
           MOVE 'TARIH'      TO RUNS-DATE-LBL.
           MOVE WS-BUS-DATE  TO RUNS-DATE.
           MOVE 'FEED'       TO RUNS-SEQ-LBL.
           MOVE WS-FEED-SEQ  TO RUNS-FEED-SEQ.
           WRITE PRINT-REC.
           IF WS-FEE-COUNT = ZERO
               DISPLAY 'NO FEE SCHEDULE LOADED - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H150-END. EXIT.

       H160-WRITE-FEED-HEADER.
           MOVE SPACES       TO ACCT-HDR-FIELDS.
           MOVE 'HDR'        TO ACCT-HDR-TAG.
           MOVE WS-BUS-DATE  TO ACCT-HDR-BUS-DATE.
           MOVE WS-FEED-SEQ  TO ACCT-HDR-FEED-SEQ.
           WRITE ACCT-HDR-FIELDS.
       H160-END. EXIT.

       H165-READ-FEED-IN-HEADER.
           READ FEED-IN.
           IF EOF-FDIN-REC OR NOT FDIN-HDR
               DISPLAY 'UPSTREAM FEED HAS NO HEADER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF FDIN-HDR-BUS-DATE NOT = WS-BUS-DATE
               DISPLAY 'UPSTREAM FEED DATE ' FDIN-HDR-BUS-DATE
                       ' IS NOT BUSINESS DATE ' WS-BUS-DATE
                       ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE FDIN-HDR-FEED-SEQ TO WS-FEED-SEQ.
       H165-END. EXIT.

       H170-COPY-FEED-IN.
           READ FEED-IN.
           EVALUATE TRUE
               WHEN EOF-FDIN-REC
                   DISPLAY 'UPSTREAM FEED HAS NO TRAILER - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               WHEN FDIN-HDR
                   DISPLAY 'UPSTREAM FEED HAS A SECOND HEADER'
                           ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               WHEN FDIN-TRL
                   MOVE 'Y' TO WS-FDIN-TRL-SW
                   PERFORM H175-CHECK-FEED-IN-TRAILER
               WHEN OTHER
                   MOVE FDIN-REC TO ACCT-FIELDS OF FEE-FEED
                   WRITE ACCT-FIELDS OF FEE-FEED
                   ADD 1 TO WS-FDIN-COUNT
                   ADD 1 TO WS-FEED-REC-COUNT
                   ADD FDIN-AMOUNT TO WS-FDIN-HASH
                   ADD FDIN-AMOUNT TO WS-HASH-TOTAL
           END-EVALUATE.
       H170-END. EXIT.

       H175-CHECK-FEED-IN-TRAILER.
           IF FDIN-TRL-REC-CNT NOT = WS-FDIN-COUNT
              OR FDIN-TRL-HASH NOT = WS-FDIN-HASH
               DISPLAY 'UPSTREAM FEED TRAILER MISMATCH - COUNT '
                       FDIN-TRL-REC-CNT ' READ ' WS-FDIN-COUNT
                       ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H175-END. EXIT.

       H200-FEE-NEXT.
           READ IDX-FILE NEXT RECORD.
           IF NOT EOF-IDX-REC
               ADD 1 TO WS-READ-COUNT
               PERFORM H210-FEE-ONE-ACCOUNT
           END-IF.
       H200-END. EXIT.

       H210-FEE-ONE-ACCOUNT.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           PERFORM H220-FIND-OWNER.
           PERFORM H230-APPLY-ONE-FEE
             VARYING WS-FEE-IDX FROM 1 BY 1
             UNTIL WS-FEE-IDX > WS-FEE-COUNT.
           IF NOT FEE-SCHEDULE-FOUND
               ADD 1 TO WS-NO-SCHED-COUNT
           END-IF.
       H210-END. EXIT.

       H220-FIND-OWNER.
           MOVE 'N'    TO WS-OWNER-FOUND-SW.
           MOVE 'N'    TO WS-CUST-FOUND-SW.
           MOVE SPACES TO WS-OWNER-SEQ.
           MOVE SPACES TO WS-CATEGORY.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
             AT END MOVE 'N' TO WS-OWNER-FOUND-SW
             WHEN WS-XREF-ID (WS-XREF-IDX) = IDX-ID
              AND WS-XREF-DVZ (WS-XREF-IDX) = IDX-DVZ
               MOVE 'Y' TO WS-OWNER-FOUND-SW
               MOVE WS-XREF-CUST-SEQ (WS-XREF-IDX) TO WS-OWNER-SEQ
           END-SEARCH.
           IF OWNER-FOUND
               SET WS-CUST-IDX TO 1
               SEARCH WS-CUST-ENTRY
                 AT END MOVE 'N' TO WS-CUST-FOUND-SW
                 WHEN WS-CUST-SEQ (WS-CUST-IDX) = WS-OWNER-SEQ
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   PERFORM H330-COMPUTE-CATEGORY
               END-SEARCH
           ELSE
               ADD 1 TO WS-NO-OWNER-COUNT
           END-IF.
       H220-END. EXIT.

       H230-APPLY-ONE-FEE.
           IF WS-FEE-DVZ (WS-FEE-IDX) = IDX-DVZ
               MOVE 'Y' TO WS-FEE-FOUND-SW
               MOVE SPACES TO PRINT-REC
               MOVE WS-FEE-AMOUNT (WS-FEE-IDX) TO WS-FEE-WORK
               PERFORM H240-CHECK-WAIVERS
               IF FEE-WAIVED
                   ADD 1 TO WS-WAIVED-COUNT
                   ADD WS-FEE-WORK TO WS-TOTAL-WAIVED
                   MOVE 'WAIVED' TO PRINT-ACTION
               ELSE
                   PERFORM H250-WRITE-FEE-ITEM
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-FEE-WORK TO WS-TOTAL-CHARGED
                   MOVE 'CHARGED' TO PRINT-ACTION
               END-IF
               PERFORM H820-PRINT-FEE-LINE
           END-IF.
       H230-END. EXIT.

       H240-CHECK-WAIVERS.
           MOVE 'Y'    TO WS-WAIVE-SW.
           MOVE SPACES TO WS-WAIVE-REASON.
           EVALUATE TRUE
               WHEN IDX-CLOSED
                   MOVE 'ACCOUNT CLOSED'   TO WS-WAIVE-REASON
               WHEN IDX-FROZEN
                   MOVE 'ACCOUNT FROZEN'   TO WS-WAIVE-REASON
               WHEN IDX-DEBIT-BLOCKED
                   MOVE 'DEBIT BLOCKED'    TO WS-WAIVE-REASON
               WHEN WS-FEE-AMOUNT (WS-FEE-IDX) = ZERO
                   MOVE 'ZERO FEE'         TO WS-WAIVE-REASON
               WHEN WS-CATEGORY = 'MINOR'
                AND WS-FEE-WAIVE-MINOR (WS-FEE-IDX) = 'Y'
                   MOVE 'MINOR WAIVER'     TO WS-WAIVE-REASON
               WHEN WS-CATEGORY = 'ADULT'
                AND WS-FEE-WAIVE-ADULT (WS-FEE-IDX) = 'Y'
                   MOVE 'ADULT WAIVER'     TO WS-WAIVE-REASON
               WHEN WS-CATEGORY = 'SENIOR'
                AND WS-FEE-WAIVE-SENIOR (WS-FEE-IDX) = 'Y'
                   MOVE 'SENIOR WAIVER'    TO WS-WAIVE-REASON
               WHEN WS-FEE-MIN-BAL (WS-FEE-IDX) > ZERO
                AND IDX-BALANCE < WS-FEE-MIN-BAL (WS-FEE-IDX)
                   MOVE 'LOW BALANCE'      TO WS-WAIVE-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-WAIVE-SW
                   IF NOT OWNER-FOUND
                       MOVE 'NO OWNER ON XREF' TO WS-WAIVE-REASON
                   ELSE
                       IF NOT CUST-FOUND
                           MOVE 'UNKNOWN CUST'  TO WS-WAIVE-REASON
                       END-IF
                       IF WS-CATEGORY = 'UNKNWN'
                           MOVE 'BAD BIRTH DATE' TO WS-WAIVE-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
       H240-END. EXIT.

       H250-WRITE-FEE-ITEM.
           MOVE IDX-ID          TO WS-FEED-ID-DISP.
           MOVE IDX-DVZ         TO WS-FEED-DVZ-DISP.
           MOVE SPACES          TO WS-FEE-REF.
           MOVE 'F'             TO WS-FEE-REF-TAG.
           MOVE WS-BUS-YYMM     TO WS-FEE-REF-YYMM.
           MOVE WS-FEE-TYPE (WS-FEE-IDX) TO WS-FEE-REF-TYPE.
           MOVE WS-FEED-ID-DISP  TO WS-FEE-REF-ID.
           MOVE WS-FEED-DVZ-DISP TO WS-FEE-REF-DVZ.
           MOVE SPACES          TO ACCT-FIELDS OF FEE-FEED.
           MOVE WS-FEED-ID-DISP  TO ACCT-ID.
           MOVE WS-FEED-DVZ-DISP TO ACCT-DVZ.
           MOVE 'FE'            TO ACCT-TRX-TYPE.
           COMPUTE ACCT-BALANCE = ZERO - WS-FEE-WORK.
           MOVE WS-FEE-REF      TO ACCT-TRX-REF.
           WRITE ACCT-FIELDS OF FEE-FEED.
           ADD 1 TO WS-FEED-REC-COUNT.
           ADD ACCT-BALANCE TO WS-HASH-TOTAL.
       H250-END. EXIT.

      * A birth date that is not numeric, zero or after the business
      * date gives no category, so no age waiver applies and the fee
      * is charged unless another waiver does.
       H330-COMPUTE-CATEGORY.
           IF WS-CUST-BDAY (WS-CUST-IDX) NOT NUMERIC
              OR WS-CUST-BDAY (WS-CUST-IDX) = ZERO
              OR WS-CUST-BDAY (WS-CUST-IDX) > WS-BUS-DATE
               MOVE 'UNKNWN' TO WS-CATEGORY
               ADD 1 TO WS-BAD-BDAY-COUNT
           ELSE
               MOVE WS-CUST-BDAY (WS-CUST-IDX) TO WS-BDAY-NUM
               MOVE WS-BUS-DATE                TO WS-TODAY-NUM
               COMPUTE WS-AGE-YEARS-CALC = WS-TODAY-YY - WS-BDAY-YY
               IF WS-TODAY-MM < WS-BDAY-MM
                  OR (WS-TODAY-MM = WS-BDAY-MM
                      AND WS-TODAY-DD < WS-BDAY-DD)
                   SUBTRACT 1 FROM WS-AGE-YEARS-CALC
               END-IF
               EVALUATE TRUE
                  WHEN WS-AGE-YEARS-CALC < 18
                     MOVE 'MINOR'  TO WS-CATEGORY
                  WHEN WS-AGE-YEARS-CALC < 65
                     MOVE 'ADULT'  TO WS-CATEGORY
                  WHEN OTHER
                     MOVE 'SENIOR' TO WS-CATEGORY
               END-EVALUATE
           END-IF.
       H330-END. EXIT.

       H800-WRITE-FEED-TRAILER.
           MOVE SPACES            TO ACCT-TRL-FIELDS.
           MOVE 'TRL'             TO ACCT-TRL-TAG.
           MOVE WS-FEED-REC-COUNT TO ACCT-TRL-REC-CNT.
           MOVE WS-HASH-TOTAL     TO ACCT-TRL-HASH.
           WRITE ACCT-TRL-FIELDS.
       H800-END. EXIT.

       H820-PRINT-FEE-LINE.
           MOVE IDX-ID          TO PRINT-ID.
           MOVE IDX-DVZ         TO PRINT-DVZ.
           MOVE WS-FEE-TYPE (WS-FEE-IDX) TO PRINT-FEE-TYPE.
           MOVE WS-OWNER-SEQ    TO PRINT-CUST-SEQ.
           MOVE WS-CATEGORY     TO PRINT-CATEGORY.
           MOVE IDX-BALANCE     TO PRINT-BALANCE.
           MOVE WS-FEE-WORK     TO PRINT-FEE.
           MOVE WS-WAIVE-REASON TO PRINT-REASON.
           WRITE PRINT-REC.
       H820-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ACCOUNTS READ'        TO TRL-LABEL.
           MOVE WS-READ-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEES CHARGED'         TO TRL-LABEL.
           MOVE WS-CHARGED-COUNT       TO TRL-COUNT.
           MOVE WS-TOTAL-CHARGED       TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEES WAIVED'          TO TRL-LABEL.
           MOVE WS-WAIVED-COUNT        TO TRL-COUNT.
           MOVE WS-TOTAL-WAIVED        TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'NO FEE SCHEDULE FOR CURRENCY' TO TRL-LABEL.
           MOVE WS-NO-SCHED-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ACCOUNTS WITH NO OWNER' TO TRL-LABEL.
           MOVE WS-NO-OWNER-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'ACCOUNTS WITH BAD BIRTH DATE' TO TRL-LABEL.
           MOVE WS-BAD-BDAY-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'UPSTREAM FEED RECORDS' TO TRL-LABEL.
           MOVE WS-FDIN-COUNT          TO TRL-COUNT.
           MOVE WS-FDIN-HASH           TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'FEED RECORDS WRITTEN' TO TRL-LABEL.
           MOVE WS-FEED-REC-COUNT      TO TRL-COUNT.
           MOVE WS-HASH-TOTAL          TO TRL-AMT.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE FEE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUST-FILE.
           IF FEED-IN-PRESENT
               CLOSE FEED-IN
           END-IF.
           CLOSE FEE-FEED.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
