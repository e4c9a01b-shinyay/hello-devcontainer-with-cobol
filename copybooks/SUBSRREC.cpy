      * counted). Effective dates bound the window the subscriber is
      * expected to acknowledge (start 00000000 and end 99999999 =
      * open-ended). Criticality: C = critical (severity-C NOTIFY
      * page on a missing acknowledgment), I = informational.
      * Calendar: the HOLIDAY calendar code whose processing flag the
      * subscriber follows on HELLOIF (SHOP = the shop-wide calendar).
      * Rows from the old hand-edited registry carry blanks in the
      * new columns and are treated as active, open-ended,
      * informational, on the SHOP calendar.
      * COPY into the FILE SECTION of any program that reads or
      * writes the SUBSREG dataset.
      ******************************************************************
           05  SBR-EFF-END-DATE       PIC X(8).
           05  FILLER                 PIC X(1).
           05  SBR-CRITICALITY        PIC X(1).
           05  FILLER                 PIC X(1).
           05  SBR-CALENDAR           PIC X(4).
           05  FILLER                 PIC X(14).
