           03  IDX-BALANCE      PIC S9(13)V99 COMP-3.
           03  IDX-BALANCE-OLD  REDEFINES IDX-BALANCE
                                PIC S9(15) COMP-3.
           03  IDX-STATUS       PIC X(01).
               88 IDX-ACTIVE            VALUE 'A' SPACE.
               88 IDX-FROZEN            VALUE 'F'.
               88 IDX-DEBIT-BLOCKED     VALUE 'D'.
               88 IDX-CLOSED            VALUE 'C'.
               88 IDX-VALID-STATUS      VALUE 'A' 'F' 'D' 'C' SPACE.
           03  IDX-STAT-DATE    PIC 9(08).
           03  IDX-STAT-REASON  PIC X(02).
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRINT-LABEL      PIC X(30).
               DISPLAY 'UNIT SCALE TO THE 2-DECIMAL SCALE ODEV003 NOW'
               DISPLAY 'EXPECTS. RUN EXACTLY ONCE, AGAINST AN IDXFILE'
               DISPLAY 'THAT PREDATES THAT CHANGE, BEFORE THE FIRST'
               DISPLAY 'ODEV003 RUN AGAINST IT. THE CLUSTER MUST FIRST'
               DISPLAY 'BE RE-LAID TO THE CURRENT RECORD BY ODEV003U.'
               DISPLAY 'PASS "CONFIRM" ON THE'
               DISPLAY 'COMMAND LINE TO PROCEED.'
               GOBACK
           END-IF.
