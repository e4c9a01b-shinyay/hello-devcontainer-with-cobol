           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NFF-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKH-KEY
               FILE STATUS IS WS-AHF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-FILE
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NOTIFREC.
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  ACK-HIST-FILE.
           COPY ACKHREC.
       WORKING-STORAGE SECTION.
       01  WS-IFF-STATUS              PIC X(2).
       01  WS-SRF-STATUS              PIC X(2).
       01  WS-AKF-STATUS              PIC X(2).
       01  WS-ARF-STATUS              PIC X(2).
       01  WS-NFF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-AHF-STATUS              PIC X(2).
       01  WS-IF-EOF-SWITCH           PIC X(1) VALUE "N".
       01  WS-IF-RECORD-SEEN          PIC X(1) VALUE "N".
       01  WS-IF-HEADER-SEEN          PIC X(1) VALUE "N".
       01  WS-UNKNOWN-ACK-COUNT       PIC 9(3) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-GEN-TIMESTAMP           PIC X(21) VALUE SPACE.
       01  WS-CHECK-TIMESTAMP         PIC X(21).
       01  WS-HISTORY-COUNT           PIC 9(3) VALUE 0.
       01  WS-HIST-STATUS             PIC X(1).
       01  WS-HIST-CRIT               PIC X(1).
       01  WS-HIST-ACK-DATE           PIC X(10).
       01  WS-HIST-ACK-TIME           PIC X(21).
       01  WS-TS-WORK.
           05  WS-TSW-DATE            PIC 9(8).
           05  WS-TSW-HH              PIC 9(2).
           05  WS-TSW-MM              PIC 9(2).
           05  WS-TSW-SS              PIC 9(2).
           05  FILLER                 PIC X(7).
       01  WS-TS-VALID                PIC X(1).
       01  WS-TS-SECONDS              PIC S9(12) COMP.
       01  WS-GEN-SECONDS             PIC S9(12) COMP VALUE 0.
       01  WS-LAG-SECONDS             PIC S9(12) COMP.
       01  WS-IOD-TS                  PIC 9(8).
       01  WS-TSW-CHECK-DATE.
           05  WS-TSW-YEAR            PIC 9(4).
           05  WS-TSW-MONTH           PIC 9(2).
           05  WS-TSW-DAY             PIC 9(2).
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 28.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH           REDEFINES WS-DAYS-IN-MONTH-VALUES
                                       PIC 9(2) OCCURS 12.
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUBSCRIBER-ENTRY    OCCURS 50.
               10  WS-SUB-ID          PIC X(8).
               STOP RUN
           END-IF
           PERFORM READ-PUBLISHED-DATE
           PERFORM OPEN-ACK-HISTORY
           PERFORM LOAD-SUBSCRIBER-REGISTRY
           PERFORM MATCH-ACKNOWLEDGMENTS
           PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUBSCRIBER-COUNT
               PERFORM RECORD-SUBSCRIBER-RESULT
           END-PERFORM
           CLOSE ACK-HIST-FILE
           PERFORM WRITE-ACK-REPORT
           CLOSE ACK-REPORT-FILE
           IF WS-CRIT-MISSING-COUNT > 0
           EVALUATE IFR-RECORD-TYPE
               WHEN "H"
                   MOVE "Y" TO WS-IF-HEADER-SEEN
                   MOVE IFH-GEN-TIMESTAMP TO WS-GEN-TIMESTAMP
               WHEN "D"
                   ADD 1 TO WS-IF-DETAIL-COUNT
                   MOVE IFD-BUSINESS-DATE TO WS-PUBLISHED-DATE
               MOVE "E" TO NFR-SEVERITY
               MOVE 12 TO NFR-COND-CODE
               MOVE WS-IF-FAIL-TEXT TO NFR-ACTION-TEXT
               PERFORM APPLY-ALERT-RULE
               WRITE NOTIFY-REC
               CLOSE NOTIFY-FILE
           END-IF.
       OPEN-ACK-HISTORY.
           OPEN I-O ACK-HIST-FILE
           IF WS-AHF-STATUS = "35"
               DISPLAY "ACK-HIST-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE ACK-REPORT-FILE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CHECK-TIMESTAMP
           MOVE WS-GEN-TIMESTAMP TO WS-TS-WORK
           PERFORM COMPUTE-TS-SECONDS
           IF WS-TS-VALID = "Y"
               MOVE WS-TS-SECONDS TO WS-GEN-SECONDS
           ELSE
               DISPLAY "HELLOIF GENERATION TIMESTAMP UNREADABLE - "
                   "ACK LAG NOT MEASURED FOR " WS-PUBLISHED-DATE
           END-IF.
       LOAD-SUBSCRIBER-REGISTRY.
           OPEN INPUT SUBSCRIBER-REG-FILE
           IF WS-SRF-STATUS NOT = "00"
                   "STATUS " WS-SRF-STATUS " - IFACKCHK CANNOT "
                   "PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE ACK-HIST-FILE
               CLOSE ACK-REPORT-FILE
               STOP RUN
           END-IF
               DISPLAY "SUBSCRIBER REGISTRY IS EMPTY - IFACKCHK "
                   "CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE ACK-HIST-FILE
               CLOSE ACK-REPORT-FILE
               STOP RUN
           END-IF.
               CONTINUE
           ELSE
               IF SBR-ACTIVE-FLAG = "I"
                   PERFORM RECORD-SKIPPED-SUBSCRIBER
               ELSE
                   IF SBR-EFF-START-DATE NUMERIC
                       AND SBR-EFF-START-DATE > WS-PUBLISHED-DATE-NUM
                       PERFORM RECORD-SKIPPED-SUBSCRIBER
                   ELSE
                       IF SBR-EFF-END-DATE NUMERIC
                           AND SBR-EFF-END-DATE
                               < WS-PUBLISHED-DATE-NUM
                           PERFORM RECORD-SKIPPED-SUBSCRIBER
                       ELSE
                           PERFORM LOAD-SUBSCRIBER-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.
       RECORD-SKIPPED-SUBSCRIBER.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SBR-SUBSCRIBER-ID TO AKH-SUBSCRIBER-ID
           MOVE "S" TO WS-HIST-STATUS
           IF SBR-CRITICALITY = "C"
               MOVE "C" TO WS-HIST-CRIT
           ELSE
               MOVE "I" TO WS-HIST-CRIT
           END-IF
           MOVE SPACE TO WS-HIST-ACK-DATE
           MOVE SPACE TO WS-HIST-ACK-TIME
           PERFORM STORE-HISTORY-ROW.
       LOAD-SUBSCRIBER-ENTRY.
           IF WS-SUBSCRIBER-COUNT < 50
               ADD 1 TO WS-SUBSCRIBER-COUNT
               ADD 1 TO WS-UNKNOWN-ACK-COUNT
               DISPLAY "ACK FROM UNREGISTERED SUBSCRIBER IGNORED: "
                   AKR-SUBSCRIBER-ID
               IF AKR-SUBSCRIBER-ID NOT = SPACE
                   PERFORM RECORD-UNKNOWN-ACK
               END-IF
           END-IF.
       RECORD-UNKNOWN-ACK.
           MOVE AKR-SUBSCRIBER-ID TO AKH-SUBSCRIBER-ID
           MOVE WS-PUBLISHED-DATE-NUM TO AKH-BUSINESS-DATE
           READ ACK-HIST-FILE
               INVALID KEY
                   MOVE "U" TO WS-HIST-STATUS
                   MOVE SPACE TO WS-HIST-CRIT
                   MOVE AKR-BUSINESS-DATE TO WS-HIST-ACK-DATE
                   MOVE AKR-TIMESTAMP TO WS-HIST-ACK-TIME
                   PERFORM STORE-HISTORY-ROW
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       RECORD-SUBSCRIBER-RESULT.
           MOVE WS-SUB-ID(WS-SUB-SUB) TO AKH-SUBSCRIBER-ID
           IF WS-SUB-ACKED(WS-SUB-SUB) = "Y"
               MOVE "A" TO WS-HIST-STATUS
           ELSE
               MOVE "M" TO WS-HIST-STATUS
           END-IF
           MOVE WS-SUB-CRIT(WS-SUB-SUB) TO WS-HIST-CRIT
           MOVE WS-SUB-ACK-DATE(WS-SUB-SUB) TO WS-HIST-ACK-DATE
           MOVE WS-SUB-ACK-TIME(WS-SUB-SUB) TO WS-HIST-ACK-TIME
           PERFORM STORE-HISTORY-ROW.
       STORE-HISTORY-ROW.
           MOVE WS-PUBLISHED-DATE-NUM TO AKH-BUSINESS-DATE
           READ ACK-HIST-FILE
               INVALID KEY
                   PERFORM BUILD-HISTORY-ROW
                   WRITE ACK-HISTORY-REC
               NOT INVALID KEY
                   PERFORM BUILD-HISTORY-ROW
                   REWRITE ACK-HISTORY-REC
           END-READ
           IF WS-AHF-STATUS = "00"
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               DISPLAY "ACK-HIST-FILE WRITE FAILED - STATUS "
                   WS-AHF-STATUS " - " AKH-SUBSCRIBER-ID
           END-IF.
       BUILD-HISTORY-ROW.
           MOVE WS-HIST-STATUS TO AKH-ACK-STATUS
           MOVE WS-HIST-CRIT TO AKH-CRITICALITY
           MOVE WS-GEN-TIMESTAMP TO AKH-GEN-TIMESTAMP
           MOVE WS-HIST-ACK-TIME TO AKH-ACK-TIMESTAMP
           MOVE WS-HIST-ACK-DATE TO AKH-ACK-BUSINESS-DATE
           MOVE WS-CHECK-TIMESTAMP TO AKH-CHECK-TIMESTAMP
           MOVE "N" TO AKH-LAG-FLAG
           MOVE 0 TO AKH-LAG-SECONDS
           IF WS-HIST-STATUS = "A" AND WS-GEN-SECONDS > 0
               MOVE WS-HIST-ACK-TIME TO WS-TS-WORK
               PERFORM COMPUTE-TS-SECONDS
               IF WS-TS-VALID = "Y"
                   COMPUTE WS-LAG-SECONDS =
                       WS-TS-SECONDS - WS-GEN-SECONDS
                   IF WS-LAG-SECONDS < 0
                       MOVE 0 TO WS-LAG-SECONDS
                   END-IF
                   IF WS-LAG-SECONDS > 9999999
                       MOVE 9999999 TO WS-LAG-SECONDS
                   END-IF
                   MOVE "Y" TO AKH-LAG-FLAG
                   MOVE WS-LAG-SECONDS TO AKH-LAG-SECONDS
               END-IF
           END-IF.
       COMPUTE-TS-SECONDS.
           MOVE "N" TO WS-TS-VALID
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-WORK(1:14) NUMERIC
               MOVE WS-TSW-DATE TO WS-TSW-CHECK-DATE
               MOVE "Y" TO WS-TS-VALID
               IF WS-TSW-YEAR < 1970 OR WS-TSW-MONTH < 1
                   OR WS-TSW-MONTH > 12
                   OR WS-TSW-HH > 23 OR WS-TSW-MM > 59
                   OR WS-TSW-SS > 59
                   MOVE "N" TO WS-TS-VALID
               END-IF
           END-IF
           IF WS-TS-VALID = "Y"
               MOVE WS-DAYS-IN-MONTH(WS-TSW-MONTH)
                   TO WS-MAX-DAY-IN-MONTH
               IF WS-TSW-MONTH = 2
                   AND FUNCTION MOD(WS-TSW-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-TSW-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-TSW-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY-IN-MONTH
               END-IF
               IF WS-TSW-DAY < 1 OR WS-TSW-DAY > WS-MAX-DAY-IN-MONTH
                   MOVE "N" TO WS-TS-VALID
               END-IF
           END-IF
           IF WS-TS-VALID = "Y"
               COMPUTE WS-IOD-TS =
                   FUNCTION INTEGER-OF-DATE(WS-TSW-DATE)
               COMPUTE WS-TS-SECONDS =
                   WS-IOD-TS * 86400
                   + WS-TSW-HH * 3600 + WS-TSW-MM * 60 + WS-TSW-SS
           END-IF.
       WRITE-ACK-REPORT.
           MOVE "INTERFACE ACKNOWLEDGMENT REPORT - IFACKCHK"
           STRING "UNREGISTERED ACKS IGNORED : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-HISTORY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "ACK HISTORY ROWS RECORDED : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-SUBSCRIBER-LINE.
           MOVE WS-SUB-ID(WS-SUB-SUB) TO WS-DTL-SUB-ID
               MOVE 8 TO NFR-COND-CODE
               MOVE "CRITICAL SUBSCRIBER MISSING ACK - CHASE IT"
                   TO NFR-ACTION-TEXT
               PERFORM APPLY-ALERT-RULE
               WRITE NOTIFY-REC
               CLOSE NOTIFY-FILE
           END-IF.
       APPLY-ALERT-RULE.
           OPEN INPUT ALERT-RULE-FILE
           IF WS-RLF-STATUS = "00"
               MOVE NFR-JOB-NAME  TO RUL-JOB-NAME
               MOVE NFR-COND-CODE TO RUL-COND-CODE
               READ ALERT-RULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-RULE-VALUES
               END-READ
               CLOSE ALERT-RULE-FILE
           END-IF.
       APPLY-RULE-VALUES.
           IF RUL-SEVERITY NOT = SPACE
               MOVE RUL-SEVERITY TO NFR-SEVERITY
           END-IF
           IF RUL-ACTION-TEXT NOT = SPACE
               MOVE RUL-ACTION-TEXT TO NFR-ACTION-TEXT
           END-IF
           IF RUL-SUPP-START-DATE NOT = 0
               AND NFR-TIMESTAMP(1:12) NOT < RUL-SUPP-START
               AND NFR-TIMESTAMP(1:12) NOT > RUL-SUPP-END
               IF NFR-SEVERITY = "C"
                   OR (NFR-SEVERITY = "E" AND RUL-SUPP-SEVERITY = "W")
                   MOVE RUL-SUPP-SEVERITY TO NFR-SEVERITY
               END-IF
           END-IF.
