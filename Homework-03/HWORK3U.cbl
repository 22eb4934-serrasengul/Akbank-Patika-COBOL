       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003U.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-OLD-FILE ASSIGN TO IDXOLD
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY OIDX-KEY
                               STATUS OIDX-ST.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS IDX-ST.
           SELECT HIST-OLD-FILE ASSIGN TO HISTOLD
                               STATUS OHST-ST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
                               STATUS HIST-ST.
           SELECT SUSP-OLD-FILE ASSIGN TO SUSPOLD
                               STATUS OSUS-ST.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
                               STATUS SUSP-ST.
           SELECT AGED-OLD-FILE ASSIGN TO AGEDOLD
                               STATUS OAGD-ST.
           SELECT AGED-FILE    ASSIGN TO AGEDIN
                               STATUS AGED-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
       FILE SECTION.
      * IDXFILE as it stood before the account status fields.
       FD  IDX-OLD-FILE
           DATA RECORD IS OIDX-REC.
       01  OIDX-REC.
           03  OIDX-KEY.
               05 OIDX-ID       PIC S9(5) COMP-3.
               05 OIDX-DVZ      PIC S9(3) COMP.
           03  OIDX-NAME        PIC X(05).
           03  OIDX-FILLER-1    PIC X(10).
           03  OIDX-LNAME       PIC X(07).
           03  OIDX-FILLER-2    PIC X(08).
           03  OIDX-DATE        PIC S9(7) COMP-3.
           03  OIDX-BALANCE     PIC S9(13)V99 COMP-3.
      *
       FD  IDX-FILE
           DATA RECORD IS IDX-REC.
       01  IDX-REC.
           03  IDX-KEY.
               05 IDX-ID        PIC S9(5) COMP-3.
               05 IDX-DVZ       PIC S9(3) COMP.
           03  IDX-NAME         PIC X(05).
           03  IDX-FILLER-1     PIC X(10).
           03  IDX-LNAME        PIC X(07).
           03  IDX-FILLER-2     PIC X(08).
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
      * HISTFILE as it stood before the transaction type and references.
       FD  HIST-OLD-FILE RECORDING MODE F.
       01  OHST-REC.
           05 OHST-ACCT-ID      PIC X(05).
           05 OHST-ACCT-DVZ     PIC X(03).
           05 OHST-POST-DATE    PIC 9(08).
           05 OHST-AMOUNT       PIC S9(13)V99 COMP-3.
           05 OHST-BAL-BEFORE   PIC S9(13)V99 COMP-3.
           05 OHST-BAL-AFTER    PIC S9(13)V99 COMP-3.
           05 OHST-RUN-ID       PIC X(08).
      *
       FD  HISTORY-FILE RECORDING MODE F.
           COPY HISTREC.
      *
      * SUSPFILE / aged suspense as they stood before the references
      * and the transfer leg.
       FD  SUSP-OLD-FILE RECORDING MODE F.
       01  OSUS-REC.
           05 OSUS-ACCT-ID      PIC X(05).
           05 OSUS-ACCT-DVZ     PIC X(03).
           05 OSUS-ACCT-BALANCE PIC S9(13)V99 COMP-3.
           05 OSUS-REASON-CODE  PIC X(02).
           05 OSUS-TRX-TYPE     PIC X(02).
           05 OSUS-DAYS         PIC 9(03).
      *
       FD  SUSPENSE-FILE RECORDING MODE F.
       01  SUSPENSE-REC.
           05 SUSP-ACCT-ID      PIC X(05).
           05 SUSP-ACCT-DVZ     PIC X(03).
           05 SUSP-ACCT-BALANCE PIC S9(13)V99 COMP-3.
           05 SUSP-REASON-CODE  PIC X(02).
           05 SUSP-TRX-TYPE     PIC X(02).
           05 SUSP-DAYS         PIC 9(03).
           05 SUSP-TRX-REF      PIC X(16).
           05 SUSP-ORIG-REF     PIC X(16).
           05 SUSP-XFER-LEG     PIC X(01).
      *
       FD  AGED-OLD-FILE RECORDING MODE F.
       01  OAGD-REC.
           05 OAGD-ACCT-ID      PIC X(05).
           05 OAGD-ACCT-DVZ     PIC X(03).
           05 OAGD-ACCT-BALANCE PIC S9(13)V99 COMP-3.
           05 OAGD-REASON-CODE  PIC X(02).
           05 OAGD-TRX-TYPE     PIC X(02).
           05 OAGD-DAYS         PIC 9(03).
      *
       FD  AGED-FILE RECORDING MODE F.
       01  AGED-REC.
           05 AGED-ACCT-ID      PIC X(05).
           05 AGED-ACCT-DVZ     PIC X(03).
           05 AGED-ACCT-BALANCE PIC S9(13)V99 COMP-3.
           05 AGED-REASON-CODE  PIC X(02).
           05 AGED-TRX-TYPE     PIC X(02).
           05 AGED-DAYS         PIC 9(03).
           05 AGED-TRX-REF      PIC X(16).
           05 AGED-ORIG-REF     PIC X(16).
           05 AGED-XFER-LEG     PIC X(01).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-LABEL      PIC X(30).
           05  PRINT-BEFORE     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-AFTER      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRINT-MSG        PIC X(20).
       01  COLUMN-HEAD-REC REDEFINES PRINT-REC.
           05  COLH-LABEL       PIC X(30).
           05  COLH-BEFORE      PIC X(07).
           05  FILLER           PIC X(02).
           05  COLH-AFTER       PIC X(07).
           05  FILLER           PIC X(22).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 OIDX-ST                PIC 9(02).
              88 OIDX-SUCCESS                  VALUE 00 97.
              88 EOF-OIDX-REC                  VALUE 10.
           05 IDX-ST                 PIC 9(02).
              88 IDX-SUCCESS                   VALUE 00 97.
           05 OHST-ST                PIC 9(02).
              88 OHST-SUCCESS                  VALUE 00 97.
              88 EOF-OHST-REC                  VALUE 10.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
           05 OSUS-ST                PIC 9(02).
              88 OSUS-SUCCESS                  VALUE 00 97.
              88 EOF-OSUS-REC                  VALUE 10.
           05 SUSP-ST                PIC 9(02).
              88 SUSP-SUCCESS                  VALUE 00 97.
           05 OAGD-ST                PIC 9(02).
              88 OAGD-SUCCESS                  VALUE 00 97.
              88 EOF-OAGD-REC                  VALUE 10.
           05 AGED-ST                PIC 9(02).
              88 AGED-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-CONFIRM-PARM        PIC X(10) VALUE SPACES.
           05 WS-FILE-SW             PIC X(01) VALUE 'N'.
              88 OLD-FILE-PRESENT              VALUE 'Y'.
           05 WS-BEFORE-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-AFTER-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-FAILED-FILES        PIC 9(02) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           ACCEPT WS-CONFIRM-PARM FROM COMMAND-LINE.
           IF WS-CONFIRM-PARM NOT = 'CONFIRM'
               DISPLAY 'ODEV003U - ONE-TIME RECORD LAYOUT CONVERSION'
               DISPLAY 'COPIES IDXOLD TO IDXFILE (58 BYTES, ACCOUNT'
               DISPLAY 'STATUS BLANK = ACTIVE), HISTOLD TO HISTFILE (82'
               DISPLAY 'BYTES, BLANK TYPE AND REFERENCES), SUSPOLD'
               DISPLAY 'TO SUSPFILE AND AGEDOLD TO AGEDIN (56 BYTES,'
               DISPLAY 'BLANK REFERENCES AND TRANSFER LEG). RUN ONCE,'
               DISPLAY 'BEFORE ANY OTHER ODEV003 STEP. A MISSING OLD'
               DISPLAY 'FILE IS SKIPPED. PASS'
               DISPLAY '"CONFIRM" ON THE COMMAND LINE TO PROCEED.'
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           GOBACK
           END-IF.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-CONVERT-IDXFILE.
           PERFORM H300-CONVERT-HISTFILE.
           PERFORM H400-CONVERT-SUSPFILE.
           PERFORM H500-CONVERT-AGED-SUSPENSE.
           PERFORM H900-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'RECORD LAYOUT CONVERSION LOG' TO PRINT-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES   TO PRINT-REC.
           MOVE 'FILE'   TO COLH-LABEL.
           MOVE ' BEFORE' TO COLH-BEFORE.
           MOVE '  AFTER' TO COLH-AFTER.
           WRITE PRINT-REC.
       H150-END. EXIT.

      * The new file is only opened once the old one has opened, so a
      * missing old file never leaves an empty new one behind.
       H200-CONVERT-IDXFILE.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE 'N'  TO WS-FILE-SW.
           OPEN INPUT IDX-OLD-FILE.
           IF OIDX-SUCCESS
               MOVE 'Y' TO WS-FILE-SW
               OPEN OUTPUT IDX-FILE
               IF (NOT IDX-SUCCESS)
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE IDX-ST  TO RETURN-CODE
               CLOSE IDX-OLD-FILE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H210-CONVERT-IDX-NEXT UNTIL EOF-OIDX-REC
               CLOSE IDX-OLD-FILE
               CLOSE IDX-FILE
           ELSE
               IF OIDX-ST NOT = 35
                   DISPLAY 'UNABLE TO OPEN IDXOLD: ' OIDX-ST
                   MOVE OIDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           MOVE 'IDXFILE'  TO PRINT-LABEL.
           PERFORM H800-PRINT-FILE-COUNTS.
       H200-END. EXIT.

       H210-CONVERT-IDX-NEXT.
           READ IDX-OLD-FILE NEXT RECORD.
           IF NOT EOF-OIDX-REC
               ADD 1 TO WS-BEFORE-COUNT
               MOVE OIDX-ID        TO IDX-ID
               MOVE OIDX-DVZ       TO IDX-DVZ
               MOVE OIDX-NAME      TO IDX-NAME
               MOVE OIDX-FILLER-1  TO IDX-FILLER-1
               MOVE OIDX-LNAME     TO IDX-LNAME
               MOVE OIDX-FILLER-2  TO IDX-FILLER-2
               MOVE OIDX-DATE      TO IDX-DATE
               MOVE OIDX-BALANCE   TO IDX-BALANCE
               MOVE SPACE          TO IDX-STATUS
               MOVE ZERO           TO IDX-STAT-DATE
               MOVE SPACES         TO IDX-STAT-REASON
               WRITE IDX-REC
                 INVALID KEY
                   DISPLAY 'UNABLE TO WRITE IDXFILE FOR ID : ' IDX-ID
                 NOT INVALID KEY
                   ADD 1 TO WS-AFTER-COUNT
               END-WRITE
           END-IF.
       H210-END. EXIT.

       H300-CONVERT-HISTFILE.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE 'N'  TO WS-FILE-SW.
           OPEN INPUT HIST-OLD-FILE.
           IF OHST-SUCCESS
               MOVE 'Y' TO WS-FILE-SW
               OPEN OUTPUT HISTORY-FILE
               IF (NOT HIST-SUCCESS)
               DISPLAY 'UNABLE TO OPEN HISTORY FILE: ' HIST-ST
               MOVE HIST-ST TO RETURN-CODE
               CLOSE HIST-OLD-FILE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H310-CONVERT-HIST-NEXT UNTIL EOF-OHST-REC
               CLOSE HIST-OLD-FILE
               CLOSE HISTORY-FILE
           ELSE
               IF OHST-ST NOT = 35
                   DISPLAY 'UNABLE TO OPEN HISTOLD: ' OHST-ST
                   MOVE OHST-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           MOVE 'HISTFILE' TO PRINT-LABEL.
           PERFORM H800-PRINT-FILE-COUNTS.
       H300-END. EXIT.

       H310-CONVERT-HIST-NEXT.
           READ HIST-OLD-FILE.
           IF NOT EOF-OHST-REC
               ADD 1 TO WS-BEFORE-COUNT
               MOVE SPACES          TO HIST-FIELDS
               MOVE OHST-ACCT-ID    TO HIST-ACCT-ID
               MOVE OHST-ACCT-DVZ   TO HIST-ACCT-DVZ
               MOVE OHST-POST-DATE  TO HIST-POST-DATE
               MOVE OHST-AMOUNT     TO HIST-AMOUNT
               MOVE OHST-BAL-BEFORE TO HIST-BAL-BEFORE
               MOVE OHST-BAL-AFTER  TO HIST-BAL-AFTER
               MOVE OHST-RUN-ID     TO HIST-RUN-ID
               WRITE HIST-FIELDS
               IF HIST-SUCCESS
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   DISPLAY 'UNABLE TO WRITE HISTORY FILE: ' HIST-ST
               END-IF
           END-IF.
       H310-END. EXIT.

       H400-CONVERT-SUSPFILE.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE 'N'  TO WS-FILE-SW.
           OPEN INPUT SUSP-OLD-FILE.
           IF OSUS-SUCCESS
               MOVE 'Y' TO WS-FILE-SW
               OPEN OUTPUT SUSPENSE-FILE
               IF (NOT SUSP-SUCCESS)
               DISPLAY 'UNABLE TO OPEN SUSPENSE FILE: ' SUSP-ST
               MOVE SUSP-ST TO RETURN-CODE
               CLOSE SUSP-OLD-FILE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H410-CONVERT-SUSP-NEXT UNTIL EOF-OSUS-REC
               CLOSE SUSP-OLD-FILE
               CLOSE SUSPENSE-FILE
           ELSE
               IF OSUS-ST NOT = 35
                   DISPLAY 'UNABLE TO OPEN SUSPOLD: ' OSUS-ST
                   MOVE OSUS-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           MOVE 'SUSPFILE' TO PRINT-LABEL.
           PERFORM H800-PRINT-FILE-COUNTS.
       H400-END. EXIT.

       H410-CONVERT-SUSP-NEXT.
           READ SUSP-OLD-FILE.
           IF NOT EOF-OSUS-REC
               ADD 1 TO WS-BEFORE-COUNT
               MOVE SPACES            TO SUSPENSE-REC
               MOVE OSUS-ACCT-ID      TO SUSP-ACCT-ID
               MOVE OSUS-ACCT-DVZ     TO SUSP-ACCT-DVZ
               MOVE OSUS-ACCT-BALANCE TO SUSP-ACCT-BALANCE
               MOVE OSUS-REASON-CODE  TO SUSP-REASON-CODE
               MOVE OSUS-TRX-TYPE     TO SUSP-TRX-TYPE
               MOVE OSUS-DAYS         TO SUSP-DAYS
               WRITE SUSPENSE-REC
               IF SUSP-SUCCESS
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   DISPLAY 'UNABLE TO WRITE SUSPENSE FILE: ' SUSP-ST
               END-IF
           END-IF.
       H410-END. EXIT.

       H500-CONVERT-AGED-SUSPENSE.
           MOVE ZERO TO WS-BEFORE-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE 'N'  TO WS-FILE-SW.
           OPEN INPUT AGED-OLD-FILE.
           IF OAGD-SUCCESS
               MOVE 'Y' TO WS-FILE-SW
               OPEN OUTPUT AGED-FILE
               IF (NOT AGED-SUCCESS)
               DISPLAY 'UNABLE TO OPEN AGED SUSPENSE FILE: ' AGED-ST
               MOVE AGED-ST TO RETURN-CODE
               CLOSE AGED-OLD-FILE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H510-CONVERT-AGED-NEXT UNTIL EOF-OAGD-REC
               CLOSE AGED-OLD-FILE
               CLOSE AGED-FILE
           ELSE
               IF OAGD-ST NOT = 35
                   DISPLAY 'UNABLE TO OPEN AGEDOLD: ' OAGD-ST
                   MOVE OAGD-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           MOVE 'AGED SUSPENSE' TO PRINT-LABEL.
           PERFORM H800-PRINT-FILE-COUNTS.
       H500-END. EXIT.

       H510-CONVERT-AGED-NEXT.
           READ AGED-OLD-FILE.
           IF NOT EOF-OAGD-REC
               ADD 1 TO WS-BEFORE-COUNT
               MOVE SPACES            TO AGED-REC
               MOVE OAGD-ACCT-ID      TO AGED-ACCT-ID
               MOVE OAGD-ACCT-DVZ     TO AGED-ACCT-DVZ
               MOVE OAGD-ACCT-BALANCE TO AGED-ACCT-BALANCE
               MOVE OAGD-REASON-CODE  TO AGED-REASON-CODE
               MOVE OAGD-TRX-TYPE     TO AGED-TRX-TYPE
               MOVE OAGD-DAYS         TO AGED-DAYS
               WRITE AGED-REC
               IF AGED-SUCCESS
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   DISPLAY 'UNABLE TO WRITE AGED SUSPENSE: ' AGED-ST
               END-IF
           END-IF.
       H510-END. EXIT.

      * PRINT-LABEL is set by the caller. Before and after must agree;
      * a file that lost records fails the run.
       H800-PRINT-FILE-COUNTS.
           MOVE WS-BEFORE-COUNT TO PRINT-BEFORE.
           MOVE WS-AFTER-COUNT  TO PRINT-AFTER.
           IF NOT OLD-FILE-PRESENT
               MOVE 'NOT PRESENT-SKIPPED' TO PRINT-MSG
           ELSE
               IF WS-BEFORE-COUNT = WS-AFTER-COUNT
                   MOVE 'CONVERTED'       TO PRINT-MSG
               ELSE
                   MOVE '*COUNTS DIFFER*' TO PRINT-MSG
                   ADD 1 TO WS-FAILED-FILES
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
       H800-END. EXIT.

       H900-PRINT-SUMMARY.
           MOVE SPACES              TO PRINT-REC.
           MOVE 'FILES WITH DIFFERENCES' TO PRINT-LABEL.
           MOVE WS-FAILED-FILES     TO PRINT-BEFORE.
           WRITE PRINT-REC.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
