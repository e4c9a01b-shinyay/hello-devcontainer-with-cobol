      * per business date, and one T trailer carrying the detail
      * record count. A file with no trailer, or whose trailer count
      * does not match the details present, was cut short and must
      * not be consumed. A generation rebuilt by HELLORPL for one
      * subscriber carries replay flag R and that subscriber's ID in
      * the header; HELLO leaves both blank. IFD-PROCESSING-FLAG is
      * the flag of the SHOP calendar HELLO runs by; each regional
      * HOLIDAY calendar in use (up to 9) follows as a calendar code
      * and its own Y/N flag, unused entries blank, so a subscriber
      * reads the entry for the calendar SUBSREG assigns it. COPY
      * into the FILE SECTION of any program that writes or reads a
      * HELLOIF generation.
      ******************************************************************
       01  INTERFACE-REC.
           05  IFR-RECORD-TYPE        PIC X(1).
               10  IFH-PRODUCING-JOB  PIC X(8).
               10  IFH-RANGE-FROM     PIC X(10).
               10  IFH-RANGE-TO       PIC X(10).
               10  IFH-REPLAY-FLAG    PIC X(1).
               10  IFH-REPLAY-SUBSCRIBER PIC X(8).
               10  FILLER             PIC X(1).
           05  IFR-DETAIL-DATA        REDEFINES IFR-HEADER-DATA.
               10  IFD-BUSINESS-DATE  PIC X(10).
               10  IFD-DAY-OF-WEEK    PIC 9(1).
               10  IFD-PROCESSING-FLAG PIC X(1).
               10  IFD-CALENDAR-ENTRY OCCURS 9.
                   15  IFD-CALENDAR   PIC X(4).
                   15  IFD-CALENDAR-FLAG PIC X(1).
               10  FILLER             PIC X(2).
           05  IFR-TRAILER-DATA       REDEFINES IFR-HEADER-DATA.
               10  IFT-DETAIL-COUNT   PIC 9(7).
               10  FILLER             PIC X(52).
