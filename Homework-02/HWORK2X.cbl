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
