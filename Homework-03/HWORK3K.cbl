       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV003K.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
                               STATUS HIST-ST.
           SELECT DVZDB-FILE   ASSIGN TO DVZFILE
                               ORGANIZATION IS INDEXED
                               ACCESS RANDOM
                               RECORD KEY IS DVZ-ID
                               STATUS DVZ-ST.
           SELECT CUST-FILE    ASSIGN TO DATEREC
                               STATUS CUST-ST.
           SELECT XREF-FILE    ASSIGN TO XREFFILE
                               STATUS XREF-ST.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL
                               STATUS RUNC-ST.
           SELECT CMPL-EXTRACT ASSIGN TO CMPLEXT
                               STATUS CMPX-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE
                               STATUS PRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE RECORDING MODE F.
           COPY HISTREC.
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
       FD  RUN-CONTROL RECORDING MODE F.
           COPY RUNCTL.
      *
      * Compliance extract for the reporting unit. 'H' header carries
      * the run parameters, 'L' is a posting at or over the threshold,
      * 'A' is one structuring alert (customer, first and last posting
      * date, item count, TRY total) followed by its 'S' items, and
      * 'T' closes the file with the count of L/A/S records.
       FD  CMPL-EXTRACT RECORDING MODE F.
       01  CMPX-REC.
           05 CMPX-REC-TYPE     PIC X(01).
              88 CMPX-LARGE                VALUE 'L'.
              88 CMPX-ALERT                VALUE 'A'.
              88 CMPX-ALERT-ITEM           VALUE 'S'.
           05 CMPX-ALERT-NO     PIC 9(05).
           05 CMPX-CUST-SEQ     PIC X(04).
           05 CMPX-AD           PIC X(15).
           05 CMPX-SOYAD        PIC X(15).
           05 CMPX-ACCT-ID      PIC X(05).
           05 CMPX-ACCT-DVZ     PIC X(03).
           05 CMPX-POST-DATE    PIC 9(08).
           05 CMPX-END-DATE     PIC 9(08).
           05 CMPX-ITEM-COUNT   PIC 9(04).
           05 CMPX-AMOUNT       PIC S9(13)V99 COMP-3.
           05 CMPX-TRY-AMOUNT   PIC S9(13)V99 COMP-3.
           05 CMPX-TRX-TYPE     PIC X(02).
           05 CMPX-TRX-REF      PIC X(16).
           05 CMPX-RUN-ID       PIC X(08).
           05 CMPX-STALE-SW     PIC X(01).
           05 FILLER            PIC X(08).
       01  CMPX-HDR-REC.
           05 CMPX-HDR-TYPE     PIC X(01).
           05 CMPX-HDR-FROM     PIC 9(08).
           05 CMPX-HDR-TO       PIC 9(08).
           05 CMPX-HDR-THRESH   PIC 9(11).
           05 CMPX-HDR-BAND     PIC 9(11).
           05 CMPX-HDR-WINDOW   PIC 9(03).
           05 CMPX-HDR-MIN-CNT  PIC 9(03).
           05 CMPX-HDR-BUS-DATE PIC 9(08).
           05 CMPX-HDR-RUN-ID   PIC X(08).
           05 FILLER            PIC X(58).
       01  CMPX-TRL-REC.
           05 CMPX-TRL-TYPE     PIC X(01).
           05 CMPX-TRL-COUNT    PIC 9(06).
           05 FILLER            PIC X(112).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-TAG        PIC X(09).
           05  FILLER           PIC X(01).
           05  PRINT-CUST-SEQ   PIC X(04).
           05  FILLER           PIC X(01).
           05  PRINT-AD         PIC X(15).
           05  FILLER           PIC X(01).
           05  PRINT-SOYAD      PIC X(15).
           05  FILLER           PIC X(01).
           05  PRINT-ACCT-ID    PIC X(05).
           05  FILLER           PIC X(01).
           05  PRINT-ACCT-DVZ   PIC X(03).
           05  FILLER           PIC X(01).
           05  PRINT-DATE       PIC 9(08).
           05  FILLER           PIC X(01).
           05  PRINT-AMOUNT     PIC -(12)9.99.
           05  FILLER           PIC X(01).
           05  PRINT-TRY        PIC -(12)9.99.
           05  FILLER           PIC X(01).
           05  PRINT-TRX-TYPE   PIC X(02).
           05  FILLER           PIC X(01).
           05  PRINT-REF        PIC X(16).
           05  FILLER           PIC X(01).
           05  PRINT-FLAG       PIC X(07).
       01  ALERT-REC REDEFINES PRINT-REC.
           05  ALRT-TAG         PIC X(09).
           05  FILLER           PIC X(01).
           05  ALRT-CUST-SEQ    PIC X(04).
           05  FILLER           PIC X(01).
           05  ALRT-AD          PIC X(15).
           05  FILLER           PIC X(01).
           05  ALRT-SOYAD       PIC X(15).
           05  FILLER           PIC X(01).
           05  ALRT-COUNT-LBL   PIC X(06).
           05  ALRT-COUNT       PIC ZZZ9.
           05  FILLER           PIC X(01).
           05  ALRT-FROM        PIC 9(08).
           05  FILLER           PIC X(01).
           05  ALRT-TO          PIC 9(08).
           05  FILLER           PIC X(01).
           05  ALRT-TRY-LBL     PIC X(04).
           05  ALRT-TRY         PIC -(12)9.99.
           05  FILLER           PIC X(31).
       01  PARM-LINE-REC REDEFINES PRINT-REC.
           05  PRM-RANGE-LBL    PIC X(06).
           05  PRM-FROM         PIC 9(08).
           05  FILLER           PIC X(01).
           05  PRM-TO           PIC 9(08).
           05  FILLER           PIC X(02).
           05  PRM-THRESH-LBL   PIC X(10).
           05  PRM-THRESH       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRM-BAND-LBL     PIC X(05).
           05  PRM-BAND         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  PRM-WINDOW-LBL   PIC X(07).
           05  PRM-WINDOW       PIC ZZ9.
           05  FILLER           PIC X(02).
           05  PRM-MIN-LBL      PIC X(04).
           05  PRM-MIN-CNT      PIC ZZ9.
           05  FILLER           PIC X(36).
       01  TRAILER-REC REDEFINES PRINT-REC.
           05  TRL-LABEL        PIC X(30).
           05  TRL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(02).
           05  TRL-AMT          PIC -(12)9.99.
           05  FILLER           PIC X(72).
       01  RUN-STAMP-REC REDEFINES PRINT-REC.
           05  RUNS-LABEL       PIC X(30).
           05  RUNS-RUN-ID      PIC X(08).
           05  FILLER           PIC X(02).
           05  RUNS-DATE-LBL    PIC X(06).
           05  RUNS-DATE        PIC 9(08).
           05  FILLER           PIC X(73).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 HIST-ST                PIC 9(02).
              88 HIST-SUCCESS                  VALUE 00 97.
              88 EOF-HIST-REC                  VALUE 10.
           05 DVZ-ST                 PIC 9(02).
              88 DVZ-SUCCESS                   VALUE 00 97.
           05 CUST-ST                PIC 9(02).
              88 CUST-SUCCESS                  VALUE 00 97.
              88 EOF-CUST-REC                  VALUE 10.
           05 XREF-ST                PIC 9(02).
              88 XREF-SUCCESS                  VALUE 00 97.
              88 EOF-XREF-REC                  VALUE 10.
           05 RUNC-ST                PIC 9(02).
              88 RUNC-SUCCESS                  VALUE 00 97.
           05 CMPX-ST                PIC 9(02).
              88 CMPX-SUCCESS                  VALUE 00 97.
           05 PRT-ST                 PIC 9(02).
              88 PRT-SUCCESS                   VALUE 00 97.
           05 WS-RUN-ID              PIC X(08) VALUE SPACES.
           05 WS-BUS-DATE            PIC 9(08) VALUE ZERO.
           05 WS-TODAY-INT           PIC 9(07) VALUE ZERO.
           05 WS-RATE-INT            PIC 9(07) VALUE ZERO.
           05 WS-RATE-STALE-LIMIT    PIC 9(03) VALUE 3.
           05 WS-FROM-DATE           PIC 9(08) VALUE ZERO.
           05 WS-TO-DATE             PIC 9(08) VALUE ZERO.
           05 WS-THRESHOLD           PIC 9(11) VALUE 100000.
           05 WS-BAND                PIC 9(11) VALUE 10000.
           05 WS-BAND-FLOOR          PIC 9(11) VALUE ZERO.
           05 WS-WINDOW-DAYS         PIC 9(03) VALUE 7.
           05 WS-MIN-COUNT           PIC 9(03) VALUE 3.
           05 WS-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
              88 OWNER-FOUND                   VALUE 'Y'.
           05 WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
              88 CUST-FOUND                    VALUE 'Y'.
           05 WS-OWNER-SEQ           PIC X(04) VALUE SPACES.
           05 WS-OWNER-AD            PIC X(15) VALUE SPACES.
           05 WS-OWNER-SOYAD         PIC X(15) VALUE SPACES.
           05 WS-HIST-ID-NUM         PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-HIST-DVZ-NUM        PIC S9(3) COMP VALUE ZERO.
           05 WS-CUR-RATE            PIC 9(07)V9(5) VALUE ZERO.
           05 WS-CUR-RATE-SW         PIC X(01) VALUE SPACE.
              88 CUR-RATE-OK                   VALUE 'O'.
              88 CUR-RATE-STALE                VALUE 'S'.
              88 CUR-RATE-MISSING              VALUE 'M'.
           05 WS-ABS-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TRY-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ALERT-TRY           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-LARGE-TRY           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-SCAN-SUB            PIC 9(05) COMP VALUE ZERO.
           05 WS-END-SUB             PIC 9(05) COMP VALUE ZERO.
           05 WS-NEXT-SUB            PIC 9(05) COMP VALUE ZERO.
           05 WS-ITEM-SUB            PIC 9(05) COMP VALUE ZERO.
           05 WS-INSERT-SUB          PIC 9(05) COMP VALUE ZERO.
           05 WS-SHIFT-SUB           PIC 9(05) COMP VALUE ZERO.
           05 WS-WINDOW-LIMIT        PIC 9(07) VALUE ZERO.
           05 WS-WINDOW-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-WINDOW-END-SW       PIC X(01) VALUE 'N'.
              88 WINDOW-END-FOUND              VALUE 'Y'.
           05 WS-INSERT-SW           PIC X(01) VALUE 'N'.
              88 INSERT-POINT-FOUND            VALUE 'Y'.
           05 WS-READ-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-IN-RANGE-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-LARGE-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-NEAR-TOTAL-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-ALERT-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-ALERT-ITEM-COUNT    PIC 9(06) VALUE ZERO.
           05 WS-NO-RATE-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-STALE-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-NO-OWNER-COUNT      PIC 9(06) VALUE ZERO.
           05 WS-NEAR-DROP-COUNT     PIC 9(06) VALUE ZERO.
           05 WS-EXTRACT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-PARM-AREA.
           05 WS-PARM-LINE           PIC X(80) VALUE SPACES.
           05 WS-PARM-FROM           PIC X(08) VALUE SPACES.
           05 WS-PARM-TO             PIC X(08) VALUE SPACES.
           05 WS-PARM-THRESH         PIC X(11) VALUE SPACES.
           05 WS-PARM-BAND           PIC X(11) VALUE SPACES.
           05 WS-PARM-WINDOW         PIC X(03) VALUE SPACES.
           05 WS-PARM-MIN-CNT        PIC X(03) VALUE SPACES.
           05 WS-PARM-AMT-RJUST      PIC X(11) JUSTIFIED RIGHT
                                     VALUE SPACES.
           05 WS-PARM-CNT-RJUST      PIC X(03) JUSTIFIED RIGHT
                                     VALUE SPACES.
           05 WS-PARM-FROM-LEN       PIC 9(02) COMP VALUE ZERO.
           05 WS-PARM-TO-LEN         PIC 9(02) COMP VALUE ZERO.
           05 WS-PARM-THRESH-LEN     PIC 9(02) COMP VALUE ZERO.
           05 WS-PARM-BAND-LEN       PIC 9(02) COMP VALUE ZERO.
           05 WS-PARM-WINDOW-LEN     PIC 9(02) COMP VALUE ZERO.
           05 WS-PARM-MIN-CNT-LEN    PIC 9(02) COMP VALUE ZERO.
       01  WS-PDATE-WORK-AREA.
           05 WS-PDATE-NUM           PIC 9(08).
           05 WS-PDATE-BRKDN REDEFINES WS-PDATE-NUM.
              10 WS-PDATE-YY         PIC 9(04).
              10 WS-PDATE-MM         PIC 9(02).
              10 WS-PDATE-DD         PIC 9(02).
           05 WS-PDATE-SW            PIC X(01) VALUE 'Y'.
              88 WS-PDATE-VALID                VALUE 'Y'.
           05 WS-MONTH-DAYS          PIC 9(02).
           05 WS-LEAP-SW             PIC X(01) VALUE 'N'.
              88 WS-IS-LEAP-YEAR               VALUE 'Y'.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 0 TO 20 TIMES
                 DEPENDING ON WS-RATE-COUNT
                 INDEXED BY WS-RATE-IDX.
              10 WS-RATE-DVZ         PIC S9(3) COMP.
              10 WS-RATE-VALUE       PIC 9(07)V9(5).
              10 WS-RATE-SW          PIC X(01).
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
              10 WS-CUST-AD          PIC X(15).
              10 WS-CUST-SOYAD       PIC X(15).
      * Postings just under the threshold, kept in owner and date
      * order for the structuring scan. The owner group is the
      * customer sequence, or 'U' + account + currency for an account
      * no customer owns, so such accounts are still scanned alone.
       01  WS-NEAR-TABLE.
           05 WS-NEAR-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-NEAR-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WS-NEAR-COUNT.
              10 WS-NEAR-KEY.
                 15 WS-NEAR-GROUP    PIC X(09).
                 15 WS-NEAR-DATE-INT PIC 9(07).
              10 WS-NEAR-CUST-SEQ    PIC X(04).
              10 WS-NEAR-AD          PIC X(15).
              10 WS-NEAR-SOYAD       PIC X(15).
              10 WS-NEAR-ACCT-ID     PIC X(05).
              10 WS-NEAR-ACCT-DVZ    PIC X(03).
              10 WS-NEAR-DATE        PIC 9(08).
              10 WS-NEAR-AMOUNT      PIC S9(13)V99 COMP-3.
              10 WS-NEAR-TRY         PIC S9(13)V99 COMP-3.
              10 WS-NEAR-TRX-TYPE    PIC X(02).
              10 WS-NEAR-REF         PIC X(16).
              10 WS-NEAR-RUN-ID      PIC X(08).
              10 WS-NEAR-STALE-SW    PIC X(01).
       01  WS-NEW-NEAR-ENTRY.
           05 WS-NEW-NEAR-KEY.
              10 WS-NEW-NEAR-GROUP   PIC X(09).
              10 WS-NEW-NEAR-GROUP-U REDEFINES WS-NEW-NEAR-GROUP.
                 15 WS-NEW-NEAR-U-TAG  PIC X(01).
                 15 WS-NEW-NEAR-U-ID   PIC X(05).
                 15 WS-NEW-NEAR-U-DVZ  PIC X(03).
              10 WS-NEW-NEAR-DATE-INT PIC 9(07).
           05 WS-NEW-NEAR-CUST-SEQ   PIC X(04).
           05 WS-NEW-NEAR-AD         PIC X(15).
           05 WS-NEW-NEAR-SOYAD      PIC X(15).
           05 WS-NEW-NEAR-ACCT-ID    PIC X(05).
           05 WS-NEW-NEAR-ACCT-DVZ   PIC X(03).
           05 WS-NEW-NEAR-DATE       PIC 9(08).
           05 WS-NEW-NEAR-AMOUNT     PIC S9(13)V99 COMP-3.
           05 WS-NEW-NEAR-TRY        PIC S9(13)V99 COMP-3.
           05 WS-NEW-NEAR-TRX-TYPE   PIC X(02).
           05 WS-NEW-NEAR-REF        PIC X(16).
           05 WS-NEW-NEAR-RUN-ID     PIC X(08).
           05 WS-NEW-NEAR-STALE-SW   PIC X(01).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H050-GET-PARMS.
           PERFORM H105-READ-RUN-CONTROL.
           PERFORM H060-CHECK-PARMS.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-XREF UNTIL EOF-XREF-REC.
           PERFORM H130-LOAD-CUSTOMERS UNTIL EOF-CUST-REC.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H160-WRITE-EXTRACT-HEADER.
           PERFORM H200-SCAN-NEXT UNTIL EOF-HIST-REC.
           PERFORM H500-DETECT-STRUCTURING.
           PERFORM H800-WRITE-EXTRACT-TRAILER.
           PERFORM H900-PRINT-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * Parameters, in order and all optional: from date, to date,
      * reportable threshold in TRY, "just under" band in TRY,
      * window length in days, minimum postings in a window.
       H050-GET-PARMS.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
               INTO WS-PARM-FROM    COUNT IN WS-PARM-FROM-LEN
                    WS-PARM-TO      COUNT IN WS-PARM-TO-LEN
                    WS-PARM-THRESH  COUNT IN WS-PARM-THRESH-LEN
                    WS-PARM-BAND    COUNT IN WS-PARM-BAND-LEN
                    WS-PARM-WINDOW  COUNT IN WS-PARM-WINDOW-LEN
                    WS-PARM-MIN-CNT COUNT IN WS-PARM-MIN-CNT-LEN.
           IF WS-PARM-FROM NOT = SPACES
               IF WS-PARM-FROM-LEN NOT = 8
                  OR WS-PARM-FROM NOT NUMERIC
                   DISPLAY 'FROM DATE PARM NOT NUMERIC: '
                           WS-PARM-FROM ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-PARM-TO NOT = SPACES
               IF WS-PARM-TO-LEN NOT = 8
                  OR WS-PARM-TO NOT NUMERIC
                   DISPLAY 'TO DATE PARM NOT NUMERIC: '
                           WS-PARM-TO ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-PARM-THRESH NOT = SPACES
               MOVE FUNCTION TRIM (WS-PARM-THRESH)
                 TO WS-PARM-AMT-RJUST
               INSPECT WS-PARM-AMT-RJUST
                       REPLACING LEADING SPACE BY '0'
               IF WS-PARM-THRESH-LEN > 11
                  OR WS-PARM-AMT-RJUST NOT NUMERIC
                   DISPLAY 'THRESHOLD PARM NOT NUMERIC: '
                           WS-PARM-THRESH ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-AMT-RJUST TO WS-THRESHOLD
           END-IF.
           IF WS-PARM-BAND NOT = SPACES
               MOVE FUNCTION TRIM (WS-PARM-BAND)
                 TO WS-PARM-AMT-RJUST
               INSPECT WS-PARM-AMT-RJUST
                       REPLACING LEADING SPACE BY '0'
               IF WS-PARM-BAND-LEN > 11
                  OR WS-PARM-AMT-RJUST NOT NUMERIC
                   DISPLAY 'BAND PARM NOT NUMERIC: '
                           WS-PARM-BAND ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-AMT-RJUST TO WS-BAND
           END-IF.
           IF WS-PARM-WINDOW NOT = SPACES
               MOVE FUNCTION TRIM (WS-PARM-WINDOW)
                 TO WS-PARM-CNT-RJUST
               INSPECT WS-PARM-CNT-RJUST
                       REPLACING LEADING SPACE BY '0'
               IF WS-PARM-WINDOW-LEN > 3
                  OR WS-PARM-CNT-RJUST NOT NUMERIC
                   DISPLAY 'WINDOW DAYS PARM NOT NUMERIC: '
                           WS-PARM-WINDOW ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-CNT-RJUST TO WS-WINDOW-DAYS
           END-IF.
           IF WS-PARM-MIN-CNT NOT = SPACES
               MOVE FUNCTION TRIM (WS-PARM-MIN-CNT)
                 TO WS-PARM-CNT-RJUST
               INSPECT WS-PARM-CNT-RJUST
                       REPLACING LEADING SPACE BY '0'
               IF WS-PARM-MIN-CNT-LEN > 3
                  OR WS-PARM-CNT-RJUST NOT NUMERIC
                   DISPLAY 'MINIMUM COUNT PARM NOT NUMERIC: '
                           WS-PARM-MIN-CNT ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-CNT-RJUST TO WS-MIN-COUNT
           END-IF.
       H050-END. EXIT.

      * The dates default to the business date. A range that makes
      * no sense is refused rather than silently reporting nothing.
       H060-CHECK-PARMS.
           IF WS-PARM-FROM NOT = SPACES
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-PDATE-NUM
               PERFORM H065-CHECK-PARM-DATE
               IF NOT WS-PDATE-VALID
                   DISPLAY 'FROM DATE PARM NOT A VALID DATE: '
                           WS-PARM-FROM ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE WS-BUS-DATE  TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-TO NOT = SPACES
               MOVE WS-PARM-TO   TO WS-TO-DATE
               MOVE WS-TO-DATE   TO WS-PDATE-NUM
               PERFORM H065-CHECK-PARM-DATE
               IF NOT WS-PDATE-VALID
                   DISPLAY 'TO DATE PARM NOT A VALID DATE: '
                           WS-PARM-TO ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE WS-BUS-DATE  TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'FROM DATE AFTER TO DATE - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-THRESHOLD = ZERO OR WS-BAND NOT < WS-THRESHOLD
               DISPLAY 'THRESHOLD/BAND PARM INVALID - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-WINDOW-DAYS = ZERO OR WS-MIN-COUNT < 2
               DISPLAY 'WINDOW/COUNT PARM INVALID - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-BAND-FLOOR = WS-THRESHOLD - WS-BAND.
       H060-END. EXIT.

      * Calendar check for a date parm, same rules as the birth-date
      * edit in PBEG005M.
       H065-CHECK-PARM-DATE.
           MOVE 'Y' TO WS-PDATE-SW.
           IF WS-PDATE-YY < 1900
              OR WS-PDATE-MM < 01 OR WS-PDATE-MM > 12
              OR WS-PDATE-DD < 01
               MOVE 'N' TO WS-PDATE-SW
           ELSE
               PERFORM H066-SET-MONTH-DAYS
               IF WS-PDATE-DD > WS-MONTH-DAYS
                   MOVE 'N' TO WS-PDATE-SW
               END-IF
           END-IF.
       H065-END. EXIT.

       H066-SET-MONTH-DAYS.
           EVALUATE WS-PDATE-MM
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM H067-CHECK-LEAP-YEAR
                   IF WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
       H066-END. EXIT.

       H067-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW
           IF FUNCTION MOD (WS-PDATE-YY, 4) = 0
              IF FUNCTION MOD (WS-PDATE-YY, 100) NOT = 0
                 OR FUNCTION MOD (WS-PDATE-YY, 400) = 0
                 MOVE 'Y' TO WS-LEAP-SW
              END-IF
           END-IF.
       H067-END. EXIT.

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
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE).
           CLOSE RUN-CONTROL.
       H105-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  HISTORY-FILE.
           OPEN INPUT  DVZDB-FILE.
           OPEN INPUT  CUST-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN OUTPUT CMPL-EXTRACT.
           OPEN OUTPUT PRINT-LINE.
           IF (NOT HIST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HISTORY FILE: ' HIST-ST
           MOVE HIST-ST TO RETURN-CODE
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

           IF (NOT CMPX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN COMPLIANCE EXTRACT: ' CMPX-ST
           MOVE CMPX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF (NOT PRT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' PRT-ST
           MOVE PRT-ST  TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

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
               MOVE ACCT-AD    TO WS-CUST-AD (WS-CUST-IDX)
               MOVE ACCT-SOYAD TO WS-CUST-SOYAD (WS-CUST-IDX)
           END-IF.
       H130-END. EXIT.

       H150-PRINT-HEADERS.
           MOVE SPACES TO PRINT-REC.
           MOVE 'LARGE TRANSACTION REVIEW' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE SPACES       TO PRINT-REC.
           MOVE 'RUN ID'     TO RUNS-LABEL.
           MOVE WS-RUN-ID    TO RUNS-RUN-ID.
           MOVE 'TARIH'      TO RUNS-DATE-LBL.
           MOVE WS-BUS-DATE  TO RUNS-DATE.
           WRITE PRINT-REC.
           MOVE SPACES          TO PRINT-REC.
           MOVE 'RANGE'         TO PRM-RANGE-LBL.
           MOVE WS-FROM-DATE    TO PRM-FROM.
           MOVE WS-TO-DATE      TO PRM-TO.
           MOVE 'THRESHOLD'     TO PRM-THRESH-LBL.
           MOVE WS-THRESHOLD    TO PRM-THRESH.
           MOVE 'BAND'          TO PRM-BAND-LBL.
           MOVE WS-BAND         TO PRM-BAND.
           MOVE 'WINDOW'        TO PRM-WINDOW-LBL.
           MOVE WS-WINDOW-DAYS  TO PRM-WINDOW.
           MOVE 'MIN'           TO PRM-MIN-LBL.
           MOVE WS-MIN-COUNT    TO PRM-MIN-CNT.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'POSTINGS AT OR OVER THRESHOLD' TO TRL-LABEL.
           WRITE PRINT-REC.
       H150-END. EXIT.

       H160-WRITE-EXTRACT-HEADER.
           MOVE SPACES          TO CMPX-HDR-REC.
           MOVE 'H'             TO CMPX-HDR-TYPE.
           MOVE WS-FROM-DATE    TO CMPX-HDR-FROM.
           MOVE WS-TO-DATE      TO CMPX-HDR-TO.
           MOVE WS-THRESHOLD    TO CMPX-HDR-THRESH.
           MOVE WS-BAND         TO CMPX-HDR-BAND.
           MOVE WS-WINDOW-DAYS  TO CMPX-HDR-WINDOW.
           MOVE WS-MIN-COUNT    TO CMPX-HDR-MIN-CNT.
           MOVE WS-BUS-DATE     TO CMPX-HDR-BUS-DATE.
           MOVE WS-RUN-ID       TO CMPX-HDR-RUN-ID.
           WRITE CMPX-HDR-REC.
       H160-END. EXIT.

       H200-SCAN-NEXT.
           READ HISTORY-FILE.
           IF NOT EOF-HIST-REC
               ADD 1 TO WS-READ-COUNT
               IF HIST-POST-DATE IS NUMERIC
                  AND HIST-POST-DATE NOT < WS-FROM-DATE
                  AND HIST-POST-DATE NOT > WS-TO-DATE
                   ADD 1 TO WS-IN-RANGE-COUNT
                   PERFORM H210-CHECK-ONE-POSTING
               END-IF
           END-IF.
       H200-END. EXIT.

      * Movements are measured by size, so debits and credits are
      * both converted from their absolute amount.
       H210-CHECK-ONE-POSTING.
           COMPUTE WS-HIST-ID-NUM = FUNCTION NUMVAL-C (HIST-ACCT-ID).
           COMPUTE WS-HIST-DVZ-NUM = FUNCTION NUMVAL (HIST-ACCT-DVZ).
           PERFORM H220-GET-RATE.
           IF CUR-RATE-MISSING
               ADD 1 TO WS-NO-RATE-COUNT
               PERFORM H240-FIND-OWNER
               PERFORM H300-BUILD-POSTING-LINE
               MOVE 'UNRATED' TO PRINT-TAG
               MOVE ZERO      TO PRINT-TRY
               MOVE 'NO RATE' TO PRINT-FLAG
               WRITE PRINT-REC
           ELSE
               IF HIST-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = ZERO - HIST-AMOUNT
               ELSE
                   MOVE HIST-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               COMPUTE WS-TRY-AMOUNT ROUNDED =
                       WS-ABS-AMOUNT * WS-CUR-RATE
               EVALUATE TRUE
                   WHEN WS-TRY-AMOUNT NOT < WS-THRESHOLD
                       PERFORM H250-REPORT-LARGE
                   WHEN WS-TRY-AMOUNT NOT < WS-BAND-FLOOR
                       PERFORM H260-KEEP-NEAR-THRESHOLD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       H210-END. EXIT.

      * Rates are read once per currency and kept; a rate older than
      * the business date by more than WS-RATE-STALE-LIMIT days is
      * still used but flagged, as on the ODEV003 posting report.
       H220-GET-RATE.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
             AT END PERFORM H221-READ-RATE
             WHEN WS-RATE-DVZ (WS-RATE-IDX) = WS-HIST-DVZ-NUM
               MOVE WS-RATE-VALUE (WS-RATE-IDX) TO WS-CUR-RATE
               MOVE WS-RATE-SW (WS-RATE-IDX)    TO WS-CUR-RATE-SW
           END-SEARCH.
       H220-END. EXIT.

       H221-READ-RATE.
           MOVE WS-HIST-DVZ-NUM TO DVZ-ID.
           READ DVZDB-FILE KEY DVZ-ID
             INVALID KEY
                 MOVE ZERO TO WS-CUR-RATE
                 MOVE 'M'  TO WS-CUR-RATE-SW
             NOT INVALID KEY
                 PERFORM H222-CHECK-RATE-STALE
           END-READ.
           IF WS-RATE-COUNT < 20
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE WS-HIST-DVZ-NUM TO WS-RATE-DVZ (WS-RATE-IDX)
               MOVE WS-CUR-RATE     TO WS-RATE-VALUE (WS-RATE-IDX)
               MOVE WS-CUR-RATE-SW  TO WS-RATE-SW (WS-RATE-IDX)
           END-IF.
       H221-END. EXIT.

       H222-CHECK-RATE-STALE.
           IF DVZ-RATE IS NUMERIC AND DVZ-RATE > ZERO
               MOVE DVZ-RATE TO WS-CUR-RATE
               MOVE 'O'      TO WS-CUR-RATE-SW
           ELSE
               MOVE ZERO     TO WS-CUR-RATE
               MOVE 'M'      TO WS-CUR-RATE-SW
           END-IF.
           IF CUR-RATE-OK
               IF DVZ-RATE-DATE NOT NUMERIC OR DVZ-RATE-DATE = ZERO
                   MOVE 'S' TO WS-CUR-RATE-SW
               ELSE
                   COMPUTE WS-RATE-INT =
                           FUNCTION INTEGER-OF-DATE (DVZ-RATE-DATE)
                   IF WS-TODAY-INT - WS-RATE-INT > WS-RATE-STALE-LIMIT
                       MOVE 'S' TO WS-CUR-RATE-SW
                   END-IF
               END-IF
           END-IF.
       H222-END. EXIT.

       H240-FIND-OWNER.
           MOVE 'N'    TO WS-OWNER-FOUND-SW.
           MOVE 'N'    TO WS-CUST-FOUND-SW.
           MOVE SPACES TO WS-OWNER-SEQ.
           MOVE SPACES TO WS-OWNER-AD.
           MOVE SPACES TO WS-OWNER-SOYAD.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
             AT END MOVE 'N' TO WS-OWNER-FOUND-SW
             WHEN WS-XREF-ID (WS-XREF-IDX) = WS-HIST-ID-NUM
              AND WS-XREF-DVZ (WS-XREF-IDX) = WS-HIST-DVZ-NUM
               MOVE 'Y' TO WS-OWNER-FOUND-SW
               MOVE WS-XREF-CUST-SEQ (WS-XREF-IDX) TO WS-OWNER-SEQ
           END-SEARCH.
           IF OWNER-FOUND
               SET WS-CUST-IDX TO 1
               SEARCH WS-CUST-ENTRY
                 AT END
                   MOVE 'UNKNOWN CUST' TO WS-OWNER-AD
                 WHEN WS-CUST-SEQ (WS-CUST-IDX) = WS-OWNER-SEQ
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   MOVE WS-CUST-AD (WS-CUST-IDX)    TO WS-OWNER-AD
                   MOVE WS-CUST-SOYAD (WS-CUST-IDX) TO WS-OWNER-SOYAD
               END-SEARCH
           ELSE
               MOVE 'NO OWNER' TO WS-OWNER-AD
           END-IF.
       H240-END. EXIT.

       H250-REPORT-LARGE.
           ADD 1 TO WS-LARGE-COUNT.
           ADD WS-TRY-AMOUNT TO WS-LARGE-TRY.
           IF CUR-RATE-STALE
               ADD 1 TO WS-STALE-COUNT
           END-IF.
           PERFORM H240-FIND-OWNER.
           IF NOT OWNER-FOUND
               ADD 1 TO WS-NO-OWNER-COUNT
           END-IF.
           PERFORM H300-BUILD-POSTING-LINE.
           MOVE 'LARGE'       TO PRINT-TAG.
           MOVE WS-TRY-AMOUNT TO PRINT-TRY.
           WRITE PRINT-REC.
           MOVE SPACES          TO CMPX-REC.
           MOVE 'L'             TO CMPX-REC-TYPE.
           MOVE ZERO            TO CMPX-ALERT-NO.
           MOVE WS-OWNER-SEQ    TO CMPX-CUST-SEQ.
           MOVE WS-OWNER-AD     TO CMPX-AD.
           MOVE WS-OWNER-SOYAD  TO CMPX-SOYAD.
           MOVE HIST-ACCT-ID    TO CMPX-ACCT-ID.
           MOVE HIST-ACCT-DVZ   TO CMPX-ACCT-DVZ.
           MOVE HIST-POST-DATE  TO CMPX-POST-DATE.
           MOVE HIST-POST-DATE  TO CMPX-END-DATE.
           MOVE 1               TO CMPX-ITEM-COUNT.
           MOVE HIST-AMOUNT     TO CMPX-AMOUNT.
           MOVE WS-TRY-AMOUNT   TO CMPX-TRY-AMOUNT.
           MOVE HIST-TRX-TYPE   TO CMPX-TRX-TYPE.
           MOVE HIST-TRX-REF    TO CMPX-TRX-REF.
           MOVE HIST-RUN-ID     TO CMPX-RUN-ID.
           IF CUR-RATE-STALE
               MOVE 'S'         TO CMPX-STALE-SW
           END-IF.
           WRITE CMPX-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
       H250-END. EXIT.

       H260-KEEP-NEAR-THRESHOLD.
           ADD 1 TO WS-NEAR-TOTAL-COUNT.
           IF WS-NEAR-COUNT NOT < 10000
               ADD 1 TO WS-NEAR-DROP-COUNT
               DISPLAY 'NEAR-THRESHOLD TABLE FULL - IGNORED : '
                        HIST-ACCT-ID ' ' HIST-ACCT-DVZ ' '
                        HIST-POST-DATE
           ELSE
               PERFORM H240-FIND-OWNER
               IF OWNER-FOUND
                   MOVE WS-OWNER-SEQ  TO WS-NEW-NEAR-GROUP
               ELSE
                   MOVE 'U'           TO WS-NEW-NEAR-U-TAG
                   MOVE HIST-ACCT-ID  TO WS-NEW-NEAR-U-ID
                   MOVE HIST-ACCT-DVZ TO WS-NEW-NEAR-U-DVZ
               END-IF
               COMPUTE WS-NEW-NEAR-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (HIST-POST-DATE)
               MOVE WS-OWNER-SEQ      TO WS-NEW-NEAR-CUST-SEQ
               MOVE WS-OWNER-AD       TO WS-NEW-NEAR-AD
               MOVE WS-OWNER-SOYAD    TO WS-NEW-NEAR-SOYAD
               MOVE HIST-ACCT-ID      TO WS-NEW-NEAR-ACCT-ID
               MOVE HIST-ACCT-DVZ     TO WS-NEW-NEAR-ACCT-DVZ
               MOVE HIST-POST-DATE    TO WS-NEW-NEAR-DATE
               MOVE HIST-AMOUNT       TO WS-NEW-NEAR-AMOUNT
               MOVE WS-TRY-AMOUNT     TO WS-NEW-NEAR-TRY
               MOVE HIST-TRX-TYPE     TO WS-NEW-NEAR-TRX-TYPE
               MOVE HIST-TRX-REF      TO WS-NEW-NEAR-REF
               MOVE HIST-RUN-ID       TO WS-NEW-NEAR-RUN-ID
               MOVE WS-CUR-RATE-SW    TO WS-NEW-NEAR-STALE-SW
               PERFORM H270-INSERT-NEAR-ENTRY
           END-IF.
       H260-END. EXIT.

      * Insert in owner/date order; HISTFILE is normally in date
      * order already, so the shift is usually short.
       H270-INSERT-NEAR-ENTRY.
           MOVE WS-NEAR-COUNT TO WS-INSERT-SUB.
           ADD 1 TO WS-NEAR-COUNT.
           MOVE 'N' TO WS-INSERT-SW.
           PERFORM H271-SHIFT-NEAR-DOWN
             UNTIL WS-INSERT-SUB = ZERO
                OR INSERT-POINT-FOUND.
           ADD 1 TO WS-INSERT-SUB.
           MOVE WS-NEW-NEAR-ENTRY TO WS-NEAR-ENTRY (WS-INSERT-SUB).
       H270-END. EXIT.

       H271-SHIFT-NEAR-DOWN.
           IF WS-NEAR-KEY (WS-INSERT-SUB) NOT > WS-NEW-NEAR-KEY
               MOVE 'Y' TO WS-INSERT-SW
           ELSE
               COMPUTE WS-SHIFT-SUB = WS-INSERT-SUB + 1
               MOVE WS-NEAR-ENTRY (WS-INSERT-SUB)
                 TO WS-NEAR-ENTRY (WS-SHIFT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-IF.
       H271-END. EXIT.

       H300-BUILD-POSTING-LINE.
           MOVE SPACES          TO PRINT-REC.
           MOVE WS-OWNER-SEQ    TO PRINT-CUST-SEQ.
           MOVE WS-OWNER-AD     TO PRINT-AD.
           MOVE WS-OWNER-SOYAD  TO PRINT-SOYAD.
           MOVE HIST-ACCT-ID    TO PRINT-ACCT-ID.
           MOVE HIST-ACCT-DVZ   TO PRINT-ACCT-DVZ.
           MOVE HIST-POST-DATE  TO PRINT-DATE.
           MOVE HIST-AMOUNT     TO PRINT-AMOUNT.
           MOVE HIST-TRX-TYPE   TO PRINT-TRX-TYPE.
           MOVE HIST-TRX-REF    TO PRINT-REF.
           IF CUR-RATE-STALE
               MOVE 'STALE'     TO PRINT-FLAG
           END-IF.
       H300-END. EXIT.

      * Structuring: for each near-threshold posting, count the same
      * owner's near-threshold postings dated within WS-WINDOW-DAYS
      * of it. WS-MIN-COUNT or more raises one alert for the whole
      * window, and the scan resumes after the window's last item.
       H500-DETECT-STRUCTURING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'STRUCTURING ALERTS' TO TRL-LABEL.
           WRITE PRINT-REC.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM H510-CHECK-ONE-WINDOW
             UNTIL WS-SCAN-SUB > WS-NEAR-COUNT.
       H500-END. EXIT.

       H510-CHECK-ONE-WINDOW.
           COMPUTE WS-WINDOW-LIMIT =
                   WS-NEAR-DATE-INT (WS-SCAN-SUB) + WS-WINDOW-DAYS - 1.
           MOVE WS-SCAN-SUB TO WS-END-SUB.
           MOVE 'N' TO WS-WINDOW-END-SW.
           PERFORM H511-EXTEND-WINDOW
             UNTIL WINDOW-END-FOUND.
           COMPUTE WS-WINDOW-COUNT = WS-END-SUB - WS-SCAN-SUB + 1.
           IF WS-WINDOW-COUNT NOT < WS-MIN-COUNT
               PERFORM H520-REPORT-ALERT
               COMPUTE WS-SCAN-SUB = WS-END-SUB + 1
           ELSE
               ADD 1 TO WS-SCAN-SUB
           END-IF.
       H510-END. EXIT.

       H511-EXTEND-WINDOW.
           COMPUTE WS-NEXT-SUB = WS-END-SUB + 1.
           IF WS-NEXT-SUB > WS-NEAR-COUNT
               MOVE 'Y' TO WS-WINDOW-END-SW
           ELSE
               IF WS-NEAR-GROUP (WS-NEXT-SUB)
                    NOT = WS-NEAR-GROUP (WS-SCAN-SUB)
                  OR WS-NEAR-DATE-INT (WS-NEXT-SUB) > WS-WINDOW-LIMIT
                   MOVE 'Y' TO WS-WINDOW-END-SW
               ELSE
                   MOVE WS-NEXT-SUB TO WS-END-SUB
               END-IF
           END-IF.
       H511-END. EXIT.

       H520-REPORT-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE ZERO TO WS-ALERT-TRY.
           PERFORM H521-SUM-ALERT-ITEM
             VARYING WS-ITEM-SUB FROM WS-SCAN-SUB BY 1
             UNTIL WS-ITEM-SUB > WS-END-SUB.
           MOVE SPACES TO PRINT-REC.
           MOVE 'ALERT'                         TO ALRT-TAG.
           MOVE WS-NEAR-CUST-SEQ (WS-SCAN-SUB)  TO ALRT-CUST-SEQ.
           MOVE WS-NEAR-AD (WS-SCAN-SUB)        TO ALRT-AD.
           MOVE WS-NEAR-SOYAD (WS-SCAN-SUB)     TO ALRT-SOYAD.
           MOVE 'ITEMS'                         TO ALRT-COUNT-LBL.
           MOVE WS-WINDOW-COUNT                 TO ALRT-COUNT.
           MOVE WS-NEAR-DATE (WS-SCAN-SUB)      TO ALRT-FROM.
           MOVE WS-NEAR-DATE (WS-END-SUB)       TO ALRT-TO.
           MOVE 'TRY'                           TO ALRT-TRY-LBL.
           MOVE WS-ALERT-TRY                    TO ALRT-TRY.
           WRITE PRINT-REC.
           MOVE SPACES                          TO CMPX-REC.
           MOVE 'A'                             TO CMPX-REC-TYPE.
           MOVE WS-ALERT-COUNT                  TO CMPX-ALERT-NO.
           MOVE WS-NEAR-CUST-SEQ (WS-SCAN-SUB)  TO CMPX-CUST-SEQ.
           MOVE WS-NEAR-AD (WS-SCAN-SUB)        TO CMPX-AD.
           MOVE WS-NEAR-SOYAD (WS-SCAN-SUB)     TO CMPX-SOYAD.
           IF WS-NEAR-CUST-SEQ (WS-SCAN-SUB) = SPACES
               MOVE WS-NEAR-ACCT-ID (WS-SCAN-SUB)  TO CMPX-ACCT-ID
               MOVE WS-NEAR-ACCT-DVZ (WS-SCAN-SUB) TO CMPX-ACCT-DVZ
           END-IF.
           MOVE WS-NEAR-DATE (WS-SCAN-SUB)      TO CMPX-POST-DATE.
           MOVE WS-NEAR-DATE (WS-END-SUB)       TO CMPX-END-DATE.
           MOVE WS-WINDOW-COUNT                 TO CMPX-ITEM-COUNT.
           MOVE ZERO                            TO CMPX-AMOUNT.
           MOVE WS-ALERT-TRY                    TO CMPX-TRY-AMOUNT.
           WRITE CMPX-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           PERFORM H530-PRINT-ALERT-ITEM
             VARYING WS-ITEM-SUB FROM WS-SCAN-SUB BY 1
             UNTIL WS-ITEM-SUB > WS-END-SUB.
       H520-END. EXIT.

       H521-SUM-ALERT-ITEM.
           ADD WS-NEAR-TRY (WS-ITEM-SUB) TO WS-ALERT-TRY.
       H521-END. EXIT.

       H530-PRINT-ALERT-ITEM.
           ADD 1 TO WS-ALERT-ITEM-COUNT.
           MOVE SPACES TO PRINT-REC.
           MOVE '  ITEM'                        TO PRINT-TAG.
           MOVE WS-NEAR-CUST-SEQ (WS-ITEM-SUB)  TO PRINT-CUST-SEQ.
           MOVE WS-NEAR-ACCT-ID (WS-ITEM-SUB)   TO PRINT-ACCT-ID.
           MOVE WS-NEAR-ACCT-DVZ (WS-ITEM-SUB)  TO PRINT-ACCT-DVZ.
           MOVE WS-NEAR-DATE (WS-ITEM-SUB)      TO PRINT-DATE.
           MOVE WS-NEAR-AMOUNT (WS-ITEM-SUB)    TO PRINT-AMOUNT.
           MOVE WS-NEAR-TRY (WS-ITEM-SUB)       TO PRINT-TRY.
           MOVE WS-NEAR-TRX-TYPE (WS-ITEM-SUB)  TO PRINT-TRX-TYPE.
           MOVE WS-NEAR-REF (WS-ITEM-SUB)       TO PRINT-REF.
           IF WS-NEAR-STALE-SW (WS-ITEM-SUB) = 'S'
               MOVE 'STALE'                     TO PRINT-FLAG
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES                          TO CMPX-REC.
           MOVE 'S'                             TO CMPX-REC-TYPE.
           MOVE WS-ALERT-COUNT                  TO CMPX-ALERT-NO.
           MOVE WS-NEAR-CUST-SEQ (WS-ITEM-SUB)  TO CMPX-CUST-SEQ.
           MOVE WS-NEAR-AD (WS-ITEM-SUB)        TO CMPX-AD.
           MOVE WS-NEAR-SOYAD (WS-ITEM-SUB)     TO CMPX-SOYAD.
           MOVE WS-NEAR-ACCT-ID (WS-ITEM-SUB)   TO CMPX-ACCT-ID.
           MOVE WS-NEAR-ACCT-DVZ (WS-ITEM-SUB)  TO CMPX-ACCT-DVZ.
           MOVE WS-NEAR-DATE (WS-ITEM-SUB)      TO CMPX-POST-DATE.
           MOVE WS-NEAR-DATE (WS-ITEM-SUB)      TO CMPX-END-DATE.
           MOVE 1                               TO CMPX-ITEM-COUNT.
           MOVE WS-NEAR-AMOUNT (WS-ITEM-SUB)    TO CMPX-AMOUNT.
           MOVE WS-NEAR-TRY (WS-ITEM-SUB)       TO CMPX-TRY-AMOUNT.
           MOVE WS-NEAR-TRX-TYPE (WS-ITEM-SUB)  TO CMPX-TRX-TYPE.
           MOVE WS-NEAR-REF (WS-ITEM-SUB)       TO CMPX-TRX-REF.
           MOVE WS-NEAR-RUN-ID (WS-ITEM-SUB)    TO CMPX-RUN-ID.
           IF WS-NEAR-STALE-SW (WS-ITEM-SUB) = 'S'
               MOVE 'S'                         TO CMPX-STALE-SW
           END-IF.
           WRITE CMPX-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
       H530-END. EXIT.

       H800-WRITE-EXTRACT-TRAILER.
           MOVE SPACES           TO CMPX-TRL-REC.
           MOVE 'T'              TO CMPX-TRL-TYPE.
           MOVE WS-EXTRACT-COUNT TO CMPX-TRL-COUNT.
           WRITE CMPX-TRL-REC.
       H800-END. EXIT.

       H900-PRINT-TRAILER.
           MOVE SPACES                 TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'HISTORY RECORDS READ' TO TRL-LABEL.
           MOVE WS-READ-COUNT          TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'POSTINGS IN DATE RANGE' TO TRL-LABEL.
           MOVE WS-IN-RANGE-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'POSTINGS OVER THRESHOLD' TO TRL-LABEL.
           MOVE WS-LARGE-COUNT         TO TRL-COUNT.
           MOVE WS-LARGE-TRY           TO TRL-AMT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'POSTINGS JUST UNDER'  TO TRL-LABEL.
           MOVE WS-NEAR-TOTAL-COUNT    TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'STRUCTURING ALERTS'   TO TRL-LABEL.
           MOVE WS-ALERT-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'POSTINGS IN ALERTS'   TO TRL-LABEL.
           MOVE WS-ALERT-ITEM-COUNT    TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'LARGE POSTINGS NO OWNER' TO TRL-LABEL.
           MOVE WS-NO-OWNER-COUNT      TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'LARGE POSTINGS STALE RATE' TO TRL-LABEL.
           MOVE WS-STALE-COUNT         TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'POSTINGS WITH NO RATE' TO TRL-LABEL.
           MOVE WS-NO-RATE-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'JUST UNDER NOT SCANNED' TO TRL-LABEL.
           MOVE WS-NEAR-DROP-COUNT     TO TRL-COUNT.
           WRITE PRINT-REC.

           MOVE SPACES                 TO PRINT-REC.
           MOVE 'EXTRACT RECORDS WRITTEN' TO TRL-LABEL.
           MOVE WS-EXTRACT-COUNT       TO TRL-COUNT.
           WRITE PRINT-REC.

           IF WS-NO-RATE-COUNT > ZERO OR WS-NEAR-DROP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HISTORY-FILE.
           CLOSE DVZDB-FILE.
           CLOSE CUST-FILE.
           CLOSE XREF-FILE.
           CLOSE CMPL-EXTRACT.
           CLOSE PRINT-LINE.
           GOBACK.
       H999-EXIT.

      *
