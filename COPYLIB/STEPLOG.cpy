      * Batch step-log record, appended to STEPLOG by each step of the
      * nightly chain (ODEV003F, ODEV003E, ODEV003R, ODEV003, ODEV003I,
      * ODEV003Z) as it ends, refused runs included. SLOG-STEP-MODE
      * tells the ODEV003R SNAPSHOT and PROVE steps apart and is blank
      * for the others. The four counts are the step's own key totals
      * (records read, items posted or applied, items rejected, items
      * held or suspended). SLOG-REFUSED-SW is 'Y' when the step
      * refused to start (predecessor not clean, date already posted,
      * non-business day) and did no work. A step is clean for a
      * business date when the latest entry for it on that date that
      * is not a refusal has a return code of 4 or less; each step
      * refuses to start unless its predecessors are clean for the
      * same RUNC-BUS-DATE. ODEV003L reports the log.
       01  SLOG-FIELDS.
           05 SLOG-BUS-DATE     PIC 9(08).
           05 SLOG-RUN-ID       PIC X(08).
           05 SLOG-PROGRAM      PIC X(08).
           05 SLOG-STEP-MODE    PIC X(08).
           05 SLOG-START-DATE   PIC 9(08).
           05 SLOG-START-TIME   PIC 9(08).
           05 SLOG-END-DATE     PIC 9(08).
           05 SLOG-END-TIME     PIC 9(08).
           05 SLOG-RETURN-CODE  PIC 9(04).
              88 SLOG-STEP-CLEAN          VALUE 0 THRU 4.
           05 SLOG-READ-COUNT   PIC 9(06).
           05 SLOG-POSTED-COUNT PIC 9(06).
           05 SLOG-REJECT-COUNT PIC 9(06).
           05 SLOG-HELD-COUNT   PIC 9(06).
           05 SLOG-REFUSED-SW   PIC X(01).
              88 SLOG-STEP-REFUSED        VALUE 'Y'.
           05 FILLER            PIC X(09).
