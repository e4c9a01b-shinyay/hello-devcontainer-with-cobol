           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NFF-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ALERT-REPORT-FILE ASSIGN TO ALRTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARF-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NOTIFREC.
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  ALERT-MASTER-FILE.
           COPY ALRTMREC.
       FD  ALERT-TRAN-FILE
           05  ATN-TIMESTAMP          PIC X(21).
           05  FILLER                 PIC X(1).
           05  ATN-JOB-NAME           PIC X(8).
           05  ATN-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(40).
       FD  ALERT-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
           COPY OPERAREC.
       FD  MAINT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MAINTJRN.
       WORKING-STORAGE SECTION.
       01  WS-NFF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-ATF-STATUS              PIC X(2).
       01  WS-TRF-STATUS              PIC X(2).
       01  WS-ARF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-NOTIFY-EOF              PIC X(1) VALUE "N".
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-MASTER-EOF              PIC X(1) VALUE "N".
       01  WS-ESCALATE-HOURS          PIC 9(3).
       01  WS-ESCALATED-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-JOURNAL-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-FUNCTION-SUB            PIC 9(1).
       01  WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01  WS-OPR-SUB                 PIC 9(2).
       01  WS-OPR-MATCH-SUB           PIC 9(2).
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY           OCCURS 50.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-FUNCTION    PIC X(1) OCCURS 8.
       01  WS-TS-WORK.
           05  WS-TSW-DATE            PIC 9(8).
           05  WS-TSW-HH              PIC 9(2).
           05  WS-TDL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TDL-REASON          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TDL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(27) VALUE SPACE.
       01  WS-ALERT-LINE.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALT-SEVERITY        PIC X(1).
           IF WS-TRF-STATUS = "35"
               CLOSE ALERT-TRAN-FILE
           ELSE
               PERFORM LOAD-OPERATOR-TABLE
               PERFORM OPEN-MAINT-JOURNAL
               PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
                   READ ALERT-TRAN-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE ALERT-TRAN-FILE
               CLOSE MAINT-JOURNAL-FILE
           END-IF
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OAF-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTH-FILE NOT AVAILABLE - STATUS "
                       WS-OAF-STATUS " - EVERY ALRTTRAN CARD WILL BE "
                       "REJECTED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF-SWITCH = "Y"
                   READ OPERATOR-AUTH-FILE
                       AT END
                           MOVE "Y" TO WS-OPR-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-OPERATOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.
       LOAD-OPERATOR-ENTRY.
           IF OAR-OPERATOR-ID = SPACE
               CONTINUE
           ELSE
               IF WS-OPERATOR-COUNT < 50
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OAR-OPERATOR-ID
                       TO WS-OPR-ID(WS-OPERATOR-COUNT)
                   PERFORM VARYING WS-FUNCTION-SUB FROM 1 BY 1
                       UNTIL WS-FUNCTION-SUB > 8
                       MOVE OAR-FUNCTION(WS-FUNCTION-SUB)
                           TO WS-OPR-FUNCTION(WS-OPERATOR-COUNT,
                                              WS-FUNCTION-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "OPERATOR TABLE EXCEEDS 50 ENTRIES - "
                       "EXTRA ENTRY IGNORED: " OAR-OPERATOR-ID
               END-IF
           END-IF.
       OPEN-MAINT-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJF-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
               CLOSE MAINT-JOURNAL-FILE
               OPEN EXTEND MAINT-JOURNAL-FILE
           END-IF
           IF WS-MJF-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL-FILE ALLOCATION FAILED - STATUS "
                       WS-MJF-STATUS " - ALRTMGR CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE ALERT-TRAN-FILE
               CLOSE ALERT-MASTER-FILE
               CLOSE ALERT-REPORT-FILE
               STOP RUN
           END-IF.
       APPLY-ONE-TRANSACTION.
           MOVE SPACE TO WS-REASON-CODE
           IF ATN-ACTION NOT = "A" AND ATN-ACTION NOT = "C"
               MOVE "01" TO WS-REASON-CODE
           ELSE
               IF ATN-ACTION = "A"
                   MOVE 6 TO WS-FUNCTION-SUB
               ELSE
                   MOVE 7 TO WS-FUNCTION-SUB
               END-IF
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REASON-CODE = SPACE
               MOVE ATN-TIMESTAMP TO ATR-TIMESTAMP
               MOVE ATN-JOB-NAME  TO ATR-JOB-NAME
               READ ALERT-MASTER-FILE
               END-READ
           END-IF
           PERFORM WRITE-TRANSACTION-LINE.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-MATCH-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPERATOR-COUNT
               IF ATN-OPERATOR-ID = WS-OPR-ID(WS-OPR-SUB)
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
               END-IF
           END-PERFORM
           IF ATN-OPERATOR-ID = SPACE OR WS-OPR-MATCH-SUB = 0
               MOVE "05" TO WS-REASON-CODE
           ELSE
               IF WS-OPR-FUNCTION(WS-OPR-MATCH-SUB, WS-FUNCTION-SUB)
                   NOT = "Y"
                   MOVE "05" TO WS-REASON-CODE
               END-IF
           END-IF.
       UPDATE-ALERT-STATE.
           MOVE ALERT-MASTER-REC TO WS-BEFORE-IMAGE
           IF ATR-ALERT-STATUS = "C"
               MOVE "03" TO WS-REASON-CODE
           ELSE
                       MOVE WS-TIMESTAMP TO ATR-ACK-TIMESTAMP
                       REWRITE ALERT-MASTER-REC
                       ADD 1 TO WS-ACKED-COUNT
                       MOVE "ACK" TO WS-JOURNAL-ACTION
                       PERFORM WRITE-MAINT-JOURNAL
                   END-IF
               ELSE
                   MOVE "C" TO ATR-ALERT-STATUS
                   MOVE WS-TIMESTAMP TO ATR-CLOSE-TIMESTAMP
                   REWRITE ALERT-MASTER-REC
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSE" TO WS-JOURNAL-ACTION
                   PERFORM WRITE-MAINT-JOURNAL
               END-IF
           END-IF.
       WRITE-MAINT-JOURNAL.
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE WS-TIMESTAMP       TO MJR-TIMESTAMP
           MOVE ATN-OPERATOR-ID    TO MJR-OPERATOR-ID
           MOVE "ALRTMGR"          TO MJR-PROGRAM
           MOVE WS-JOURNAL-ACTION  TO MJR-ACTION
           MOVE ATR-KEY            TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE ALERT-MASTER-REC   TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-TRANSACTION-LINE.
           MOVE ATN-ACTION    TO WS-TDL-ACTION
           MOVE ATN-TIMESTAMP TO WS-TDL-TIMESTAMP
           MOVE ATN-JOB-NAME  TO WS-TDL-JOB
           MOVE ATN-OPERATOR-ID TO WS-TDL-OPERATOR
           IF WS-REASON-CODE = SPACE
               MOVE "ACCEPTED" TO WS-TDL-DISPOSITION
               MOVE SPACE TO WS-TDL-REASON
               MOVE "C"                TO NFR-SEVERITY
               MOVE 8                  TO NFR-COND-CODE
               MOVE WS-NOTIFY-ACTION   TO NFR-ACTION-TEXT
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
       WRITE-OPEN-ALERT-REPORT.
           MOVE "OPEN ALERTS" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  04 - ACKNOWLEDGE - ALREADY ACKNOWLEDGED"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  05 - OPERATOR NOT AUTHORIZED FOR THIS ACTION"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       COMPUTE-TS-SECONDS.
           COMPUTE WS-IOD-TS =
