      ******************************************************************
      * ACKHREC - KEYED SUBSCRIBER ACKNOWLEDGMENT HISTORY RECORD
      * One row per subscriber per published business date, keyed on
      * subscriber ID plus business date. IFACKCHK records the result
      * of every check: status A = acknowledged, M = missing (no ack,
      * or an ack for a different business date), S = skipped
      * (inactive or not in effect on the date), U = unknown (ack
      * received from a subscriber not on the registry). A rerun for
      * the same date replaces the row. Lag is the seconds from the
      * HELLOIF header generation timestamp to the subscriber's ack
      * timestamp; lag flag N means either timestamp could not be
      * read and the lag is not measured. ACKSCORE builds the monthly
      * delivery SLA scorecard from it. COPY into the FILE SECTION of
      * any program that reads or writes the ACKHIST cluster.
      ******************************************************************
       01  ACK-HISTORY-REC.
           05  AKH-KEY.
               10  AKH-SUBSCRIBER-ID  PIC X(8).
               10  AKH-BUSINESS-DATE.
                   15  AKH-YEAR       PIC 9(4).
                   15  AKH-MONTH      PIC 9(2).
                   15  AKH-DAY        PIC 9(2).
           05  AKH-ACK-STATUS         PIC X(1).
           05  AKH-CRITICALITY        PIC X(1).
           05  AKH-GEN-TIMESTAMP      PIC X(21).
           05  AKH-ACK-TIMESTAMP      PIC X(21).
           05  AKH-ACK-BUSINESS-DATE  PIC X(10).
           05  AKH-LAG-FLAG           PIC X(1).
           05  AKH-LAG-SECONDS        PIC 9(7).
           05  AKH-CHECK-TIMESTAMP    PIC X(21).
