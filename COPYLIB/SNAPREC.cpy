      * Balance snapshot record, written by ODEV003R in SNAPSHOT mode
      * before the posting run (one record per IDXFILE account, in key
      * order) and read back by ODEV003R PROVE and by ODEV003B.
      * SNAP-BUS-DATE / SNAP-RUN-ID identify the run the snapshot was
      * taken before; SNAP-IDX-IMAGE is the whole IDXFILE record as it
      * stood, so ODEV003B can rebuild IDXFILE from it.
       01  SNAP-REC.
           05 SNAP-ID           PIC S9(5) COMP-3.
           05 SNAP-DVZ          PIC S9(3) COMP.
           05 SNAP-BALANCE      PIC S9(13)V99 COMP-3.
           05 SNAP-STATUS       PIC X(01).
           05 SNAP-BUS-DATE     PIC 9(08).
           05 SNAP-RUN-ID       PIC X(08).
           05 SNAP-IDX-IMAGE    PIC X(58).
