           SELECT MAINT-REPORT-FILE ASSIGN TO SUBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRF-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCR-KEY
               FILE STATUS IS WS-HCF-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIBER-REG-FILE
           05  STR-EFF-END-DATE       PIC X(8).
           05  FILLER                 PIC X(1).
           05  STR-CRITICALITY        PIC X(1).
           05  STR-OPERATOR-ID        PIC X(8).
           05  STR-CALENDAR           PIC X(4).
           05  FILLER                 PIC X(5).
       FD  SUBSCRIBER-NEW-FILE
           RECORDING MODE IS F.
       01  SUBSCRIBER-NEW-REC         PIC X(80).
       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
           05  HCR-DESCRIPTION        PIC X(30).
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
           COPY OPERAREC.
       FD  MAINT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MAINTJRN.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-SRF-STATUS              PIC X(2).
       01  WS-STF-STATUS              PIC X(2).
       01  WS-SNF-STATUS              PIC X(2).
       01  WS-MRF-STATUS              PIC X(2).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-REG-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-HOLIDAY-PRESENT         PIC X(1) VALUE "N".
       01  WS-CALENDAR-FOUND          PIC X(1).
       01  WS-REASON-CODE             PIC X(2).
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-JOURNAL-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-AFTER-IMAGE             PIC X(130).
       01  WS-FUNCTION-SUB            PIC 9(1).
       01  WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01  WS-OPR-SUB                 PIC 9(2).
       01  WS-OPR-MATCH-SUB           PIC 9(2).
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY           OCCURS 50.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-FUNCTION    PIC X(1) OCCURS 8.
       01  WS-REGISTRY-COUNT          PIC 9(2) VALUE 0.
       01  WS-REG-SUB                 PIC 9(2).
       01  WS-MATCH-SUB               PIC 9(2).
               10  WS-REG-START       PIC X(8).
               10  WS-REG-END         PIC X(8).
               10  WS-REG-CRIT        PIC X(1).
               10  WS-REG-CALENDAR    PIC X(4).
               10  WS-REG-DELETED     PIC X(1).
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  WS-DTL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(18) VALUE SPACE.
       01  WS-LIST-HEADER.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  FILLER                 PIC X(8) VALUE "ID".
           05  FILLER                 PIC X(8) VALUE "END".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(1) VALUE "C".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(4) VALUE "CAL".
           05  FILLER                 PIC X(12) VALUE SPACE.
       01  WS-LIST-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-SUB-ID          PIC X(8).
           05  WS-LST-END             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-CRIT            PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-CALENDAR        PIC X(4).
           05  FILLER                 PIC X(12) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT MAINT-REPORT-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HCF-STATUS = "00"
               MOVE "Y" TO WS-HOLIDAY-PRESENT
           ELSE
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJF-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
               CLOSE MAINT-JOURNAL-FILE
               OPEN EXTEND MAINT-JOURNAL-FILE
           END-IF
           IF WS-MJF-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL-FILE ALLOCATION FAILED - STATUS "
                       WS-MJF-STATUS " - SUBMAINT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE SUBSCRIBER-TRAN-FILE
               IF WS-HOLIDAY-PRESENT = "Y"
                   CLOSE HOLIDAY-CAL-FILE
               END-IF
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TITLE
           PERFORM LOAD-SUBSCRIBER-REGISTRY
           MOVE "SUBSCRIBER REGISTRY BEFORE MAINTENANCE"
           PERFORM WRITE-NEW-REGISTRY
           PERFORM WRITE-MAINT-TOTALS
           CLOSE SUBSCRIBER-TRAN-FILE
           IF WS-HOLIDAY-PRESENT = "Y"
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           CLOSE MAINT-JOURNAL-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OAF-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTH-FILE ALLOCATION FAILED - STATUS "
                       WS-OAF-STATUS " - SUBMAINT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE SUBSCRIBER-TRAN-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPR-EOF-SWITCH = "Y"
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-OPERATOR-ENTRY
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.
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
       LOAD-SUBSCRIBER-REGISTRY.
           OPEN INPUT SUBSCRIBER-REG-FILE
           IF WS-SRF-STATUS = "35"
                   ELSE
                       MOVE "I" TO WS-REG-CRIT(WS-REGISTRY-COUNT)
                   END-IF
                   IF SBR-CALENDAR = SPACE
                       MOVE WS-DEFAULT-CALENDAR
                           TO WS-REG-CALENDAR(WS-REGISTRY-COUNT)
                   ELSE
                       MOVE SBR-CALENDAR
                           TO WS-REG-CALENDAR(WS-REGISTRY-COUNT)
                   END-IF
                   MOVE "N" TO WS-REG-DELETED(WS-REGISTRY-COUNT)
               ELSE
                   DISPLAY "SUBSCRIBER REGISTRY EXCEEDS 50 ENTRIES - "
           MOVE WS-REG-START(WS-REG-SUB)  TO WS-LST-START
           MOVE WS-REG-END(WS-REG-SUB)    TO WS-LST-END
           MOVE WS-REG-CRIT(WS-REG-SUB)   TO WS-LST-CRIT
           MOVE WS-REG-CALENDAR(WS-REG-SUB) TO WS-LST-CALENDAR
           MOVE WS-LIST-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       PROCESS-TRANSACTIONS.
               AND STR-ACTION NOT = "D"
               MOVE "01" TO WS-REASON-CODE
           ELSE
               EVALUATE STR-ACTION
                   WHEN "A"
                       MOVE 3 TO WS-FUNCTION-SUB
                   WHEN "C"
                       MOVE 4 TO WS-FUNCTION-SUB
                   WHEN "D"
                       MOVE 5 TO WS-FUNCTION-SUB
               END-EVALUATE
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REASON-CODE = SPACE
               IF STR-SUBSCRIBER-ID = SPACE
                   MOVE "02" TO WS-REASON-CODE
               ELSE
                   PERFORM EDIT-TRANSACTION-FIELDS
               END-IF
           END-IF.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-MATCH-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPERATOR-COUNT
               IF STR-OPERATOR-ID = WS-OPR-ID(WS-OPR-SUB)
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
               END-IF
           END-PERFORM
           IF STR-OPERATOR-ID = SPACE OR WS-OPR-MATCH-SUB = 0
               MOVE "10" TO WS-REASON-CODE
           ELSE
               IF WS-OPR-FUNCTION(WS-OPR-MATCH-SUB, WS-FUNCTION-SUB)
                   NOT = "Y"
                   MOVE "10" TO WS-REASON-CODE
               END-IF
           END-IF.
       FIND-REGISTRY-ENTRY.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   AND STR-CRITICALITY NOT = SPACE
                   MOVE "08" TO WS-REASON-CODE
               END-IF
               IF WS-REASON-CODE = SPACE
                   AND STR-CALENDAR NOT = SPACE
                   AND STR-CALENDAR NOT = WS-DEFAULT-CALENDAR
                   PERFORM EDIT-CALENDAR-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               AND STR-ACTION = "A"
               AND WS-REGISTRY-COUNT >= 50
               MOVE "09" TO WS-REASON-CODE
           END-IF.
       EDIT-CALENDAR-CODE.
           MOVE "N" TO WS-CALENDAR-FOUND
           IF WS-HOLIDAY-PRESENT = "Y"
               MOVE STR-CALENDAR TO HCR-CALENDAR
               MOVE 0 TO HCR-YEAR
               MOVE 0 TO HCR-MONTH
               MOVE 0 TO HCR-DAY
               START HOLIDAY-CAL-FILE KEY NOT < HCR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ HOLIDAY-CAL-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WS-HCF-STATUS = "00"
                                   AND HCR-CALENDAR = STR-CALENDAR
                                   MOVE "Y" TO WS-CALENDAR-FOUND
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-CALENDAR-FOUND = "N"
               MOVE "11" TO WS-REASON-CODE
           END-IF.
       EDIT-EFFECTIVE-START.
           IF STR-EFF-START-DATE NOT NUMERIC
               MOVE "06" TO WS-REASON-CODE
               MOVE STR-CRITICALITY
                   TO WS-REG-CRIT(WS-REGISTRY-COUNT)
           END-IF
           IF STR-CALENDAR = SPACE
               MOVE WS-DEFAULT-CALENDAR
                   TO WS-REG-CALENDAR(WS-REGISTRY-COUNT)
           ELSE
               MOVE STR-CALENDAR
                   TO WS-REG-CALENDAR(WS-REGISTRY-COUNT)
           END-IF
           MOVE "N" TO WS-REG-DELETED(WS-REGISTRY-COUNT)
           MOVE "ADD" TO WS-JOURNAL-ACTION
           MOVE SPACE TO WS-BEFORE-IMAGE
           MOVE WS-REGISTRY-COUNT TO WS-REG-SUB
           PERFORM BUILD-REGISTRY-IMAGE
           MOVE SUBSCRIBER-REG-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-MAINT-JOURNAL.
       CHANGE-SUBSCRIBER.
           MOVE WS-MATCH-SUB TO WS-REG-SUB
           PERFORM BUILD-REGISTRY-IMAGE
           MOVE SUBSCRIBER-REG-REC TO WS-BEFORE-IMAGE
           IF STR-SYSTEM-NAME NOT = SPACE
               MOVE STR-SYSTEM-NAME TO WS-REG-NAME(WS-MATCH-SUB)
           END-IF
           END-IF
           IF STR-CRITICALITY NOT = SPACE
               MOVE STR-CRITICALITY TO WS-REG-CRIT(WS-MATCH-SUB)
           END-IF
           IF STR-CALENDAR NOT = SPACE
               MOVE STR-CALENDAR TO WS-REG-CALENDAR(WS-MATCH-SUB)
           END-IF
           MOVE "CHANGE" TO WS-JOURNAL-ACTION
           PERFORM BUILD-REGISTRY-IMAGE
           MOVE SUBSCRIBER-REG-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-MAINT-JOURNAL.
       DELETE-SUBSCRIBER.
           MOVE WS-MATCH-SUB TO WS-REG-SUB
           PERFORM BUILD-REGISTRY-IMAGE
           MOVE SUBSCRIBER-REG-REC TO WS-BEFORE-IMAGE
           MOVE "Y" TO WS-REG-DELETED(WS-MATCH-SUB)
           MOVE "DELETE" TO WS-JOURNAL-ACTION
           MOVE SPACE TO WS-AFTER-IMAGE
           PERFORM WRITE-MAINT-JOURNAL.
       WRITE-MAINT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE WS-TIMESTAMP       TO MJR-TIMESTAMP
           MOVE STR-OPERATOR-ID    TO MJR-OPERATOR-ID
           MOVE "SUBMAINT"         TO MJR-PROGRAM
           MOVE WS-JOURNAL-ACTION  TO MJR-ACTION
           MOVE STR-SUBSCRIBER-ID  TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-TRANSACTION-LINE.
           MOVE STR-ACTION        TO WS-DTL-ACTION
           MOVE STR-SUBSCRIBER-ID TO WS-DTL-SUB-ID
           MOVE STR-SYSTEM-NAME   TO WS-DTL-SUB-NAME
           MOVE STR-OPERATOR-ID   TO WS-DTL-OPERATOR
           IF WS-REASON-CODE = SPACE
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DTL-DISPOSITION
               CLOSE SUBSCRIBER-NEW-FILE
           END-IF.
       WRITE-NEW-REGISTRY-REC.
           PERFORM BUILD-REGISTRY-IMAGE
           WRITE SUBSCRIBER-NEW-REC FROM SUBSCRIBER-REG-REC.
       BUILD-REGISTRY-IMAGE.
           MOVE SPACE TO SUBSCRIBER-REG-REC
           MOVE WS-REG-ID(WS-REG-SUB)     TO SBR-SUBSCRIBER-ID
           MOVE WS-REG-NAME(WS-REG-SUB)   TO SBR-SYSTEM-NAME
           MOVE WS-REG-START(WS-REG-SUB)  TO SBR-EFF-START-DATE
           MOVE WS-REG-END(WS-REG-SUB)    TO SBR-EFF-END-DATE
           MOVE WS-REG-CRIT(WS-REG-SUB)   TO SBR-CRITICALITY
           MOVE WS-REG-CALENDAR(WS-REG-SUB) TO SBR-CALENDAR.
       WRITE-MAINT-TOTALS.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           MOVE "  08 - CRITICALITY NOT C OR I" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  09 - REGISTRY FULL (50 ENTRIES)" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  10 - OPERATOR NOT AUTHORIZED FOR THIS ACTION"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  11 - CALENDAR CODE HAS NO ROWS ON HOLIDAY"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
