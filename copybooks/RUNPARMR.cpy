      *   DEADLINE=HHMMSS batch-window deadline a cycle must finish
      *                  by (AUDTREND late-finish rule, default
      *                  060000)
      * Every card carries the business date it takes effect from
      * in columns 20-27 (YYYYMMDD); blank means in force from the
      * start. A program uses, per keyword, the card with the latest
      * effective date not after the date it is processing, so a
      * change can be loaded ahead of time and history is kept.
      * CUTOVER decides the business date itself, so it is taken as
      * of the system date. Maintained by PARMMNT.
      * COPY into the FILE SECTION of any program that reads the
      * RUNPARM dataset.
      ******************************************************************
           05  RPR-KEYWORD            PIC X(8).
           05  RPR-EQUALS             PIC X(1).
           05  RPR-VALUE              PIC X(10).
           05  RPR-EFF-DATE           PIC X(8).
           05  FILLER                 PIC X(53).
