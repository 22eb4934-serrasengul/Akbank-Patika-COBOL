      * Posting history record, written by ODEV003 to HISTFILE.
      * HIST-TRX-TYPE is the feed transaction type ('IN' for interest
      * posted by ODEV003I). HIST-TRX-REF and HIST-ORIG-REF carry the
      * feed references; they are blank on postings that had none.
       01  HIST-FIELDS.
           05 HIST-ACCT-ID      PIC X(05).
           05 HIST-ACCT-DVZ     PIC X(03).
           05 HIST-BAL-BEFORE   PIC S9(13)V99 COMP-3.
           05 HIST-BAL-AFTER    PIC S9(13)V99 COMP-3.
           05 HIST-RUN-ID       PIC X(08).
           05 HIST-TRX-TYPE     PIC X(02).
           05 HIST-TRX-REF      PIC X(16).
           05 HIST-ORIG-REF     PIC X(16).
