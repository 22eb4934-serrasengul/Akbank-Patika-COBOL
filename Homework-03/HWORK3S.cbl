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
       FD  AGED-IN-FILE RECORDING MODE F.
       01  AGED-IN-REC.
           05 AGIN-REASON-CODE  PIC X(02).
           05 AGIN-TRX-TYPE     PIC X(02).
           05 AGIN-DAYS         PIC 9(03).
           05 AGIN-TRX-REF      PIC X(16).
           05 AGIN-ORIG-REF     PIC X(16).
           05 AGIN-XFER-LEG     PIC X(01).
      *
       FD  CORR-FILE RECORDING MODE F.
       01  CORR-REC.
           05 AGOT-REASON-CODE  PIC X(02).
           05 AGOT-TRX-TYPE     PIC X(02).
           05 AGOT-DAYS         PIC 9(03).
           05 AGOT-TRX-REF      PIC X(16).
           05 AGOT-ORIG-REF     PIC X(16).
           05 AGOT-XFER-LEG     PIC X(01).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05 WS-WORK-REASON         PIC X(02).
           05 WS-WORK-TYPE           PIC X(02).
           05 WS-WORK-DAYS           PIC 9(03).
           05 WS-WORK-TRX-REF        PIC X(16).
           05 WS-WORK-ORIG-REF       PIC X(16).
           05 WS-WORK-XFER-LEG       PIC X(01).
       01  WS-CORRECTION-TABLE.
           05 WS-CORR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-CORR-ENTRY OCCURS 0 TO 200 TIMES
               MOVE SUSP-ACCT-BALANCE TO WS-WORK-BALANCE
               MOVE SUSP-REASON-CODE  TO WS-WORK-REASON
               MOVE SUSP-TRX-TYPE     TO WS-WORK-TYPE
               MOVE SUSP-TRX-REF      TO WS-WORK-TRX-REF
               MOVE SUSP-ORIG-REF     TO WS-WORK-ORIG-REF
               MOVE SUSP-XFER-LEG     TO WS-WORK-XFER-LEG
               IF SUSP-DAYS IS NUMERIC
                   MOVE SUSP-DAYS     TO WS-WORK-DAYS
               ELSE
               MOVE AGIN-REASON-CODE  TO WS-WORK-REASON
               MOVE AGIN-TRX-TYPE     TO WS-WORK-TYPE
               MOVE AGIN-DAYS         TO WS-WORK-DAYS
               MOVE AGIN-TRX-REF      TO WS-WORK-TRX-REF
               MOVE AGIN-ORIG-REF     TO WS-WORK-ORIG-REF
               MOVE AGIN-XFER-LEG     TO WS-WORK-XFER-LEG
               PERFORM H400-RECYCLE-ONE
           END-IF.
       H300-END. EXIT.
           MOVE WS-WORK-TYPE                  TO ACCT-TRX-TYPE.
           COMPUTE ACCT-SUSP-DAYS = WS-WORK-DAYS + 1.
           MOVE WS-WORK-BALANCE               TO ACCT-BALANCE.
           MOVE WS-WORK-TRX-REF               TO ACCT-TRX-REF.
           MOVE WS-WORK-ORIG-REF              TO ACCT-ORIG-REF.
           MOVE WS-WORK-XFER-LEG              TO ACCT-XFER-LEG.
           WRITE ACCT-FIELDS.
           ADD 1 TO WS-RECYCLED-COUNT.
       H410-END. EXIT.
           MOVE WS-WORK-REASON  TO AGOT-REASON-CODE.
           MOVE WS-WORK-TYPE    TO AGOT-TRX-TYPE.
           MOVE WS-WORK-DAYS    TO AGOT-DAYS.
           MOVE WS-WORK-TRX-REF TO AGOT-TRX-REF.
           MOVE WS-WORK-ORIG-REF TO AGOT-ORIG-REF.
           MOVE WS-WORK-XFER-LEG TO AGOT-XFER-LEG.
           WRITE AGED-OUT-REC.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM H430-PRINT-AGING-LINE.
