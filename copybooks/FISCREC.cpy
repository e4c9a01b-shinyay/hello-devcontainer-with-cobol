      ******************************************************************
      * FISCREC - KEYED FISCAL CALENDAR RECORD LAYOUT
      * One row per fiscal period of the finance 4-4-5 calendar,
      * keyed on fiscal year plus period number (01-13). Each row
      * gives the period's fiscal quarter (1-4) and its first and
      * last dates, inclusive. Consecutive periods must butt up
      * against each other with no business day left uncovered and
      * no date in two periods; CALCHECK checks this for the coming
      * year. FISCMNT maintains the calendar from FISCTRAN cards;
      * FISCLOSE totals the audit master by fiscal period from it.
      * COPY into the FILE SECTION of any program that reads or
      * writes the FISCAL cluster.
      ******************************************************************
       01  FISCAL-CAL-REC.
           05  FCL-KEY.
               10  FCL-FISCAL-YEAR    PIC 9(4).
               10  FCL-PERIOD         PIC 9(2).
           05  FCL-QUARTER            PIC 9(1).
           05  FCL-START-DATE         PIC 9(8).
           05  FCL-END-DATE           PIC 9(8).
