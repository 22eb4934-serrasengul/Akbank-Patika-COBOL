       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003W.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREQ-FILE    ASSIGN TO XFERREQ
                               STATUS XREQ-ST.
           SELECT DVZDB-FILE   ASSIGN TO DVZFILE
                               ORGANIZATION IS INDEXED
                               ACCESS RANDOM
                               RECORD KEY IS DVZ-ID
                               STATUS DVZ-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT FEED-IN      ASSIGN TO FEEDIN
                               STATUS FDIN-ST.
           SELECT XFER-FEED    ASSIGN TO XFERFEED
                               STATUS FEED-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
       FILE SECTION.
      *
      * Transfer request: move XREQ-AMOUNT (in the from-currency) out
      * of the from account into the to account. XREQ-REF is the
      * originator's reference and must be unique.
       FD  XREQ-FILE RECORDING MODE F.
       01  XREQ-REC.
           05 XREQ-FROM-ID      PIC 9(05).
           05 XREQ-FROM-DVZ     PIC 9(03).
           05 XREQ-TO-ID        PIC 9(05).
           05 XREQ-TO-DVZ       PIC 9(03).
           05 XREQ-AMOUNT       PIC 9(11)V99.
           05 XREQ-REF          PIC X(15).
           05 FILLER            PIC X(06).
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
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
      * Optional upstream ACCTFILE transmission. When present its data
      * records are carried into XFERFEED ahead of the transfer legs
      * under its own header, so the day still posts as one feed.
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
       FD  XFER-FEED RECORDING MODE F.
           COPY TRXFEED.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-REF        PIC X(15).
           05  FILLER           PIC X(02).
           05  PRINT-FROM-ID    PIC ZZZZ9.
           05  FILLER           PIC X(01).
           05  PRINT-FROM-DVZ   PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-TO-ID      PIC ZZZZ9.
           05  FILLER           PIC X(01).
           05  PRINT-TO-DVZ     PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-AMOUNT     PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-TO-AMOUNT  PIC -(12)9.99.
           05  FILLER           PIC X(02).
           05  PRINT-ACTION     PIC X(08).
           05  FILLER           PIC X(02).
           05  PRINT-REASON     PIC X(16).
           05  FILLER           PIC X(01).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  TRL-AMT          PIC -(12)9.99.
           05  FILLER           PIC X(47).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(08).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(02).
           05  RUNS-SEQ-LBL     PIC X(06).
           05  RUNS-FEED-SEQ    PIC 9(06).
           05  FILLER           PIC X(56).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 XREQ-ST                PIC 9(02).
              88 XREQ-SUCCESS                  VALUE 00 97.
              88 EOF-XREQ-REC                  VALUE 10.
           05 DVZ-ST                 PIC 9(02).
              88 DVZ-SUCCESS                   VALUE 00 97.
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
           05 WS-FEED-SEQ            PIC 9(06) VALUE ZERO.
           05 WS-FEED-IN-SW          PIC X(01) VALUE 'N'.
              88 FEED-IN-PRESENT               VALUE 'Y'.
           05 WS-FDIN-TRL-SW         PIC X(01) VALUE 'N'.
              88 FDIN-TRAILER-SEEN             VALUE 'Y'.
           05 WS-REJECT-REASON       PIC X(16) VALUE SPACES.
           05 WS-RATE-STALE-LIMIT    PIC 9(03) VALUE 003.
           05 WS-TODAY-INT           PIC S9(09) COMP VALUE ZERO.
           05 WS-RATE-INT            PIC S9(09) COMP VALUE ZERO.
           05 WS-FROM-RATE           PIC 9(07)V9(5) VALUE ZERO.
           05 WS-TO-RATE             PIC 9(07)V9(5) VALUE ZERO.
           05 WS-FROM-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TO-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-BUILT-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-REJECT-COUNT        PIC 9(06) VALUE ZERO.
           05 WS-CONVERTED-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-FDIN-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-FEED-REC-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-FDIN-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-HASH-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-BUILT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-REJECTED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-REQUEST-REF-TABLE.
           05 WS-RQREF-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-RQREF-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-RQREF-COUNT
                 INDEXED BY WS-RQREF-IDX.
              10 WS-RQREF-REF        PIC X(15).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           IF FEED-IN-PRESENT
               PERFORM H165-READ-FEED-IN-HEADER
           END-IF.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H160-WRITE-FEED-HEADER.
           IF FEED-IN-PRESENT
               PERFORM H170-COPY-FEED-IN
                 UNTIL FDIN-TRAILER-SEEN
           END-IF.
           PERFORM H200-TRANSFER-NEXT UNTIL EOF-XREQ-REC.
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
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           CLOSE RUN-CONTROL.
       H105-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  XREQ-FILE.
           OPEN INPUT  DVZDB-FILE.
           OPEN OUTPUT XFER-FEED.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT XREQ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TRANSFER REQUEST FILE: ' XREQ-ST
           MOVE XREQ-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZFILE: ' DVZ-ST
           MOVE DVZ-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT FEED-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TRANSFER FEED FILE: ' FEED-ST
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
                   DISPLAY 'NO UPSTREAM FEED - TRANSFERS ONLY'
               ELSE
                   DISPLAY 'UNABLE TO OPEN UPSTREAM FEED FILE: ' FDIN-ST
                   MOVE 16 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
       H100-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'TRANSFER REQUEST REGISTER' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'RUN ID'     TO RUNS-LABEL.
           MOVE WS-RUN-ID    TO RUNS-RUN-ID.
           MOVE 'TARIH'      TO RUNS-DATE-LBL.
           MOVE WS-BUS-DATE  TO RUNS-DATE.
           MOVE 'FEED'       TO RUNS-SEQ-LBL.
           MOVE WS-FEED-SEQ  TO RUNS-FEED-SEQ.
           WRITE PRINT-REC.
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
                   MOVE FDIN-REC TO ACCT-FIELDS
                   WRITE ACCT-FIELDS
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

       H200-TRANSFER-NEXT.
           READ XREQ-FILE.
           IF NOT EOF-XREQ-REC
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO PRINT-REC
               PERFORM H210-EDIT-REQUEST
               IF WS-REJECT-REASON = SPACES
                   PERFORM H250-WRITE-TRANSFER-LEGS
                   ADD 1 TO WS-BUILT-COUNT
                   ADD WS-FROM-AMOUNT TO WS-TOTAL-BUILT
                   MOVE 'BUILT'    TO PRINT-ACTION
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   IF XREQ-AMOUNT IS NUMERIC
                       ADD XREQ-AMOUNT TO WS-TOTAL-REJECTED
                   END-IF
                   MOVE 'REJECTED' TO PRINT-ACTION
               END-IF
               PERFORM H820-PRINT-REQUEST-LINE
           END-IF.
       H200-END. EXIT.

       H210-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO   TO WS-FROM-AMOUNT.
           MOVE ZERO   TO WS-TO-AMOUNT.
           PERFORM H215-CHECK-DUPLICATE-REF.
           EVALUATE TRUE
               WHEN XREQ-REF = SPACES
                   MOVE 'NO REFERENCE'     TO WS-REJECT-REASON
               WHEN XREQ-FROM-ID NOT NUMERIC
                 OR XREQ-FROM-DVZ NOT NUMERIC
                   MOVE 'BAD FROM ACCOUNT' TO WS-REJECT-REASON
               WHEN XREQ-TO-ID NOT NUMERIC
                 OR XREQ-TO-DVZ NOT NUMERIC
                   MOVE 'BAD TO ACCOUNT'   TO WS-REJECT-REASON
               WHEN XREQ-AMOUNT NOT NUMERIC
                 OR XREQ-AMOUNT = ZERO
                   MOVE 'INVALID AMOUNT'   TO WS-REJECT-REASON
               WHEN XREQ-FROM-ID = XREQ-TO-ID
                AND XREQ-FROM-DVZ = XREQ-TO-DVZ
                   MOVE 'SAME ACCOUNT'     TO WS-REJECT-REASON
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE XREQ-AMOUNT TO WS-FROM-AMOUNT
                   PERFORM H220-CHECK-CURRENCIES
           END-EVALUATE.
       H210-END. EXIT.

       H215-CHECK-DUPLICATE-REF.
           IF XREQ-REF NOT = SPACES
               SET WS-RQREF-IDX TO 1
               SEARCH WS-RQREF-ENTRY
                 AT END
                   IF WS-RQREF-COUNT < 5000
                       ADD 1 TO WS-RQREF-COUNT
                       SET WS-RQREF-IDX TO WS-RQREF-COUNT
                       MOVE XREQ-REF TO WS-RQREF-REF (WS-RQREF-IDX)
                   ELSE
                       DISPLAY 'REQUEST REFERENCE TABLE FULL : '
                               XREQ-REF
                   END-IF
                 WHEN WS-RQREF-REF (WS-RQREF-IDX) = XREQ-REF
                   MOVE 'DUPLICATE REF'    TO WS-REJECT-REASON
               END-SEARCH
           END-IF.
       H215-END. EXIT.

       H220-CHECK-CURRENCIES.
           MOVE XREQ-FROM-DVZ TO DVZ-ID.
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
               MOVE 'UNKNOWN FROM DVZ' TO WS-REJECT-REASON
             NOT INVALID KEY
               MOVE DVZ-RATE TO WS-FROM-RATE
               IF XREQ-FROM-DVZ NOT = XREQ-TO-DVZ
                   PERFORM H222-CHECK-RATE-STALE
               END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE XREQ-TO-DVZ TO DVZ-ID
               READ DVZDB-FILE KEY DVZ-ID
                 INVALID KEY
                   MOVE 'UNKNOWN TO DVZ'   TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE DVZ-RATE TO WS-TO-RATE
                   IF XREQ-FROM-DVZ NOT = XREQ-TO-DVZ
                       PERFORM H222-CHECK-RATE-STALE
                   END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF XREQ-FROM-DVZ = XREQ-TO-DVZ
                   MOVE WS-FROM-AMOUNT TO WS-TO-AMOUNT
               ELSE
                   PERFORM H230-CONVERT-AMOUNT
               END-IF
           END-IF.
       H220-END. EXIT.

       H222-CHECK-RATE-STALE.
           IF DVZ-RATE NOT NUMERIC OR DVZ-RATE = ZERO
              OR DVZ-RATE-DATE NOT NUMERIC OR DVZ-RATE-DATE = ZERO
               MOVE 'STALE RATE'       TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-RATE-INT =
                       FUNCTION INTEGER-OF-DATE (DVZ-RATE-DATE)
               IF WS-TODAY-INT - WS-RATE-INT > WS-RATE-STALE-LIMIT
                   MOVE 'STALE RATE'   TO WS-REJECT-REASON
               END-IF
           END-IF.
       H222-END. EXIT.

       H230-CONVERT-AMOUNT.
           COMPUTE WS-TO-AMOUNT ROUNDED =
                   WS-FROM-AMOUNT * WS-FROM-RATE / WS-TO-RATE.
           IF WS-TO-AMOUNT = ZERO
               MOVE 'ZERO CONVERSION'  TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.
       H230-END. EXIT.

       H250-WRITE-TRANSFER-LEGS.
           MOVE SPACES          TO ACCT-FIELDS.
           MOVE XREQ-FROM-ID    TO ACCT-ID.
           MOVE XREQ-FROM-DVZ   TO ACCT-DVZ.
           MOVE 'DB'            TO ACCT-TRX-TYPE.
           MOVE 'D'             TO ACCT-XFER-LEG.
           COMPUTE ACCT-BALANCE = ZERO - WS-FROM-AMOUNT.
           STRING XREQ-REF 'D' DELIMITED BY SIZE INTO ACCT-TRX-REF.
           MOVE XREQ-REF        TO ACCT-ORIG-REF.
           WRITE ACCT-FIELDS.
           ADD 1 TO WS-FEED-REC-COUNT.
           ADD ACCT-BALANCE TO WS-HASH-TOTAL.

           MOVE SPACES          TO ACCT-FIELDS.
           MOVE XREQ-TO-ID      TO ACCT-ID.
           MOVE XREQ-TO-DVZ     TO ACCT-DVZ.
           MOVE 'CR'            TO ACCT-TRX-TYPE.
           MOVE 'C'             TO ACCT-XFER-LEG.
           MOVE WS-TO-AMOUNT    TO ACCT-BALANCE.
           STRING XREQ-REF 'C' DELIMITED BY SIZE INTO ACCT-TRX-REF.
           MOVE XREQ-REF        TO ACCT-ORIG-REF.
           WRITE ACCT-FIELDS.
           ADD 1 TO WS-FEED-REC-COUNT.
           ADD ACCT-BALANCE TO WS-HASH-TOTAL.
       H250-END. EXIT.

       H800-WRITE-FEED-TRAILER.
           MOVE SPACES            TO ACCT-TRL-FIELDS.
           MOVE 'TRL'             TO ACCT-TRL-TAG.
           MOVE WS-FEED-REC-COUNT TO ACCT-TRL-REC-CNT.
           MOVE WS-HASH-TOTAL     TO ACCT-TRL-HASH.
           WRITE ACCT-TRL-FIELDS.
       H800-END. EXIT.

       H820-PRINT-REQUEST-LINE.
           MOVE XREQ-REF         TO PRINT-REF.
           IF XREQ-FROM-ID IS NUMERIC
               MOVE XREQ-FROM-ID  TO PRINT-FROM-ID
           END-IF.
           IF XREQ-FROM-DVZ IS NUMERIC
               MOVE XREQ-FROM-DVZ TO PRINT-FROM-DVZ
           END-IF.
           IF XREQ-TO-ID IS NUMERIC
               MOVE XREQ-TO-ID    TO PRINT-TO-ID
           END-IF.
           IF XREQ-TO-DVZ IS NUMERIC
               MOVE XREQ-TO-DVZ   TO PRINT-TO-DVZ
           END-IF.
           IF XREQ-AMOUNT IS NUMERIC
               MOVE XREQ-AMOUNT   TO PRINT-AMOUNT
           END-IF.
           MOVE WS-TO-AMOUNT     TO PRINT-TO-AMOUNT.
           MOVE WS-REJECT-REASON TO PRINT-REASON.
           WRITE PRINT-REC.
       H820-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                 TO PRINT-REC.
           MOVE 'REQUESTS READ'        TO TRL-LABEL.
           MOVE WS-READ-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'TRANSFERS BUILT'      TO TRL-LABEL.
           MOVE WS-BUILT-COUNT         TO TRL-COUNT.
           MOVE WS-TOTAL-BUILT         TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'CROSS-CURRENCY TRANSFERS' TO TRL-LABEL.
           MOVE WS-CONVERTED-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'REQUESTS REJECTED'    TO TRL-LABEL.
           MOVE WS-REJECT-COUNT        TO TRL-COUNT.
           MOVE WS-TOTAL-REJECTED      TO TRL-AMT.
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

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE XREQ-FILE.
           CLOSE DVZDB-FILE.
           IF FEED-IN-PRESENT
               CLOSE FEED-IN
           END-IF.
           CLOSE XFER-FEED.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
