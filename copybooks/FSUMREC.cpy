      ******************************************************************
      * FSUMREC - FISCAL PERIOD RUNNING-TOTALS RECORD LAYOUT
      * One row per fiscal year plus period in the FISCSUM KSDS, the
      * fiscal counterpart of AUDSUMRC. FISCLOSE maintains it from
      * the audit master rows dated inside the period's start and
      * end dates (copied from the fiscal calendar when the row was
      * built); FSR-FINAL-FLAG "F" marks a period that had ended
      * when it was closed, whose counts are final and are reused
      * as-is by later runs and by the quarter and year roll-ups.
      * BACKOUT deletes the row covering a backed-out date so the
      * next FISCLOSE run re-derives and re-saves it. COPY into the
      * FILE SECTION of any program that reads or writes FISCSUM.
      ******************************************************************
       01  FISCAL-SUM-REC.
           05  FSR-KEY.
               10  FSR-FISCAL-YEAR    PIC 9(4).
               10  FSR-PERIOD         PIC 9(2).
           05  FSR-QUARTER            PIC 9(1).
           05  FSR-START-DATE         PIC 9(8).
           05  FSR-END-DATE           PIC 9(8).
           05  FSR-COMPLETE-COUNT     PIC 9(5).
           05  FSR-NONPROC-COUNT      PIC 9(5).
           05  FSR-BACKOUT-COUNT      PIC 9(5).
           05  FSR-OTHER-COUNT        PIC 9(5).
           05  FSR-TOTAL-COUNT        PIC 9(5).
           05  FSR-FINAL-FLAG         PIC X(1).
