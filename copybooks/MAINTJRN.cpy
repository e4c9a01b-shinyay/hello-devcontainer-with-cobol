      ******************************************************************
      * MAINTJRN - COMMON MAINTENANCE JOURNAL RECORD LAYOUT
      * One row per accepted change to production control data, from
      * whichever maintenance program applied it. The journal is
      * append-only (DISP=MOD) and is the record of who changed what:
      * operator ID, program, action, the key of the record changed
      * and its full image before and after the change. An add
      * carries a blank before image; a delete carries a blank after
      * image. Images are left-justified and space-padded to 130
      * bytes (the widest maintained record is the 126-byte ALRTMST
      * row). COPY into the FILE SECTION of any program that writes
      * the MAINTJNL dataset.
      ******************************************************************
       01  MAINT-JOURNAL-REC.
           05  MJR-TIMESTAMP          PIC X(21).
           05  MJR-OPERATOR-ID        PIC X(8).
           05  MJR-PROGRAM            PIC X(8).
           05  MJR-ACTION             PIC X(8).
           05  MJR-KEY                PIC X(30).
           05  FILLER                 PIC X(5).
           05  MJR-BEFORE-IMAGE       PIC X(130).
           05  MJR-AFTER-IMAGE        PIC X(130).
