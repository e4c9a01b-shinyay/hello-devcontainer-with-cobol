      ******************************************************************
      * OPERAREC - AUTHORIZED OPERATOR RECORD LAYOUT
      * One 80-byte row per operator allowed to change production
      * control data through the maintenance programs. The OPERAUTH
      * dataset is kept under change control by operations management
      * and is read-only to every batch program. Each function flag
      * is Y = permitted, anything else = not permitted:
      *   HOLIDAY ADD / DELETE            (HOLMAINT)
      *   SUBSCRIBER ADD / CHANGE / DELETE (SUBMAINT)
      *   ALERT ACKNOWLEDGE / CLOSE       (ALRTMGR)
      *   BACKOUT OF A BUSINESS DATE      (BACKOUT)
      *   ALERT RULE CATALOG CHANGES      (RULEMNT)
      *   FISCAL CALENDAR CHANGES         (FISCMNT)
      * An operator ID not on the dataset is not authorized for
      * anything. The same flags are also addressable as the
      * OAR-FUNCTION table, in the order listed above.
      * COPY into the FILE SECTION of any program that reads the
      * OPERAUTH dataset.
      ******************************************************************
       01  OPERATOR-AUTH-REC.
           05  OAR-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  OAR-OPERATOR-NAME      PIC X(30).
           05  FILLER                 PIC X(1).
           05  OAR-FUNCTION-FLAGS.
               10  OAR-HOL-ADD        PIC X(1).
               10  OAR-HOL-DELETE     PIC X(1).
               10  OAR-SUB-ADD        PIC X(1).
               10  OAR-SUB-CHANGE     PIC X(1).
               10  OAR-SUB-DELETE     PIC X(1).
               10  OAR-ALERT-ACK      PIC X(1).
               10  OAR-ALERT-CLOSE    PIC X(1).
               10  OAR-BACKOUT        PIC X(1).
               10  OAR-ALERT-RULE     PIC X(1).
               10  OAR-FISCAL-CAL     PIC X(1).
           05  OAR-FUNCTION-TABLE     REDEFINES OAR-FUNCTION-FLAGS.
               10  OAR-FUNCTION       PIC X(1) OCCURS 10.
           05  FILLER                 PIC X(30).
