           SELECT SCHED-CAL-FILE ASSIGN TO SCHEDCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT SUBSCRIBER-REG-FILE ASSIGN TO SUBSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRF-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NFF-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
           SELECT FISCAL-CAL-FILE ASSIGN TO FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FCF-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRF-STATUS.
       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
           05  SCR-DAY-OF-WEEK        PIC 9(1).
           05  SCR-PROCESSING-FLAG    PIC X(1).
           05  FILLER                 PIC X(20).
           05  SCR-CALENDAR           PIC X(4).
       FD  SUBSCRIBER-REG-FILE
           RECORDING MODE IS F.
           COPY SUBSRREC.
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NOTIFREC.
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  FISCAL-CAL-FILE.
           COPY FISCREC.
       FD  CHECK-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
           COPY DATECOMN.
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-SCF-STATUS              PIC X(2).
       01  WS-SRF-STATUS              PIC X(2).
       01  WS-NFF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-FCF-STATUS              PIC X(2).
       01  WS-CRF-STATUS              PIC X(2).
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-NOTIFY-SEVERITY         PIC X(1).
       01  WS-CAL-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-SCHED-EOF-SWITCH        PIC X(1) VALUE "N".
       01  WS-SCHED-PRESENT           PIC X(1) VALUE "N".
       01  WS-REG-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-CHECK-CALENDAR          PIC X(4).
       01  WS-LAST-CALENDAR           PIC X(4).
       01  WS-CHK-COUNT               PIC 9(2) VALUE 1.
       01  WS-CHK-SUB                 PIC 9(2).
       01  WS-CHK-MATCH-SUB           PIC 9(2).
       01  WS-CALENDAR-TABLE.
           05  WS-CHK-ENTRY           OCCURS 10.
               10  WS-CHK-CALENDAR    PIC X(4).
               10  WS-CHK-HOLIDAYS    PIC 9(5).
               10  WS-CHK-SCHED       PIC 9(5).
       01  WS-FISCAL-EOF-SWITCH       PIC X(1) VALUE "N".
       01  WS-GAP-FOUND               PIC X(1).
       01  WS-TARGET-START            PIC 9(8).
       01  WS-TARGET-END              PIC 9(8).
       01  WS-COVERED-THRU            PIC 9(8) VALUE 0.
       01  WS-GAP-START               PIC 9(8).
       01  WS-GAP-END                 PIC 9(8).
       01  WS-IOD-GAP                 PIC 9(8).
       01  WS-IOD-GAP-END             PIC 9(8).
       01  WS-TARGET-YEAR             PIC 9(4).
       01  WS-MIN-HOLIDAYS            PIC 9(3).
       01  WS-HOLIDAY-COUNT           PIC 9(5) VALUE 0.
       01  WS-SCHED-COUNT             PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-SCHED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FISCAL-COUNT            PIC 9(5) VALUE 0.
       01  WS-FISCAL-ISSUE-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXPECTED-FLAG           PIC X(1).
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-DTL-CALENDAR        PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DATE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-MESSAGE         PIC X(55).
           05  FILLER                 PIC X(7) VALUE SPACE.
       01  WS-CALENDAR-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLN-CALENDAR        PIC X(4).
           05  FILLER                 PIC X(3) VALUE SPACE.
           05  WS-CLN-HOLIDAYS        PIC ZZZZ9.
           05  FILLER                 PIC X(5) VALUE SPACE.
           05  WS-CLN-SCHED           PIC ZZZZ9.
           05  FILLER                 PIC X(56) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           END-IF
           COMPUTE WS-IOD-REFERENCE =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           MOVE WS-DEFAULT-CALENDAR TO WS-CHK-CALENDAR(1)
           MOVE 0 TO WS-CHK-HOLIDAYS(1)
           MOVE 0 TO WS-CHK-SCHED(1)
           PERFORM WRITE-REPORT-HEADING
           PERFORM COUNT-TARGET-HOLIDAYS
           PERFORM LOAD-SUBSCRIBER-CALENDARS
           PERFORM CHECK-HOLIDAY-COVERAGE
           PERFORM CHECK-SCHEDULE-CALENDAR
           MOVE WS-DEFAULT-CALENDAR TO WS-CHECK-CALENDAR
           PERFORM CHECK-FISCAL-CALENDAR
           PERFORM WRITE-CHECK-TOTALS
           IF WS-HOLIDAY-PRESENT = "Y"
               CLOSE HOLIDAY-CAL-FILE
               CONTINUE
           ELSE
               MOVE "N" TO WS-CAL-EOF-SWITCH
               MOVE SPACE TO WS-LAST-CALENDAR
               MOVE 0 TO WS-CHK-MATCH-SUB
               MOVE LOW-VALUES TO HCR-KEY
               START HOLIDAY-CAL-FILE KEY NOT < HCR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CAL-EOF-SWITCH
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
                       NOT AT END
                           IF WS-HCF-STATUS = "00"
                               PERFORM COUNT-ONE-HOLIDAY
                           ELSE
                               MOVE "Y" TO WS-CAL-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       COUNT-ONE-HOLIDAY.
           IF HCR-CALENDAR NOT = WS-LAST-CALENDAR
               MOVE HCR-CALENDAR TO WS-LAST-CALENDAR
               MOVE HCR-CALENDAR TO WS-CHECK-CALENDAR
               PERFORM ADD-CHECK-CALENDAR
           END-IF
           IF HCR-YEAR = WS-TARGET-YEAR
               ADD 1 TO WS-HOLIDAY-COUNT
               IF WS-CHK-MATCH-SUB > 0
                   ADD 1 TO WS-CHK-HOLIDAYS(WS-CHK-MATCH-SUB)
               END-IF
           END-IF.
       LOAD-SUBSCRIBER-CALENDARS.
           OPEN INPUT SUBSCRIBER-REG-FILE
           IF WS-SRF-STATUS NOT = "00"
               CLOSE SUBSCRIBER-REG-FILE
           ELSE
               PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
                   READ SUBSCRIBER-REG-FILE
                       AT END
                           MOVE "Y" TO WS-REG-EOF-SWITCH
                       NOT AT END
                           IF SBR-ACTIVE-FLAG NOT = "I"
                               MOVE SBR-CALENDAR TO WS-CHECK-CALENDAR
                               IF WS-CHECK-CALENDAR = SPACE
                                   MOVE WS-DEFAULT-CALENDAR
                                       TO WS-CHECK-CALENDAR
                               END-IF
                               PERFORM ADD-CHECK-CALENDAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-REG-FILE
           END-IF.
       FIND-CHECK-CALENDAR.
           MOVE 0 TO WS-CHK-MATCH-SUB
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-CHK-COUNT
               IF WS-CHK-CALENDAR(WS-CHK-SUB) = WS-CHECK-CALENDAR
                   MOVE WS-CHK-SUB TO WS-CHK-MATCH-SUB
               END-IF
           END-PERFORM.
       ADD-CHECK-CALENDAR.
           PERFORM FIND-CHECK-CALENDAR
           IF WS-CHK-MATCH-SUB = 0
               IF WS-CHK-COUNT < 10
                   ADD 1 TO WS-CHK-COUNT
                   MOVE WS-CHK-COUNT TO WS-CHK-MATCH-SUB
                   MOVE WS-CHECK-CALENDAR
                       TO WS-CHK-CALENDAR(WS-CHK-MATCH-SUB)
                   MOVE 0 TO WS-CHK-HOLIDAYS(WS-CHK-MATCH-SUB)
                   MOVE 0 TO WS-CHK-SCHED(WS-CHK-MATCH-SUB)
               ELSE
                   MOVE WS-CHECK-CALENDAR TO WS-DTL-CALENDAR
                   MOVE SPACE TO WS-DTL-DATE
                   MOVE "MORE THAN 10 CALENDARS IN USE - NOT CHECKED"
                       TO WS-DTL-MESSAGE
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
           END-IF.
       CHECK-HOLIDAY-COVERAGE.
           IF WS-HOLIDAY-PRESENT = "N"
               MOVE SPACE TO WS-DTL-CALENDAR
               MOVE SPACE TO WS-DTL-DATE
               MOVE "HOLIDAY CLUSTER NOT FOUND - NO CALENDAR LOADED"
                   TO WS-DTL-MESSAGE
               PERFORM WRITE-DISCREPANCY-LINE
           ELSE
               PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-COUNT
                   IF WS-CHK-HOLIDAYS(WS-CHK-SUB) < WS-MIN-HOLIDAYS
                       MOVE WS-CHK-CALENDAR(WS-CHK-SUB)
                           TO WS-DTL-CALENDAR
                       MOVE SPACE TO WS-DTL-DATE
                       MOVE SPACE TO WS-DTL-MESSAGE
                       STRING "HOLIDAY COVERAGE BELOW MINIMUM - "
                              WS-CHK-HOLIDAYS(WS-CHK-SUB)
                              DELIMITED BY SIZE
                              " LOADED"
                              INTO WS-DTL-MESSAGE
                       PERFORM WRITE-DISCREPANCY-LINE
                   END-IF
               END-PERFORM
           END-IF.
       CHECK-SCHEDULE-CALENDAR.
           OPEN INPUT SCHED-CAL-FILE
               END-IF
               CLOSE SCHED-CAL-FILE
           END-IF
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-CHK-COUNT
               IF WS-CHK-SCHED(WS-CHK-SUB) = 0
                   MOVE WS-CHK-CALENDAR(WS-CHK-SUB) TO WS-DTL-CALENDAR
                   MOVE SPACE TO WS-DTL-DATE
                   MOVE SPACE TO WS-DTL-MESSAGE
                   STRING "NO SCHEDCAL DATES FOR TARGET YEAR - "
                          "RUN SCHEDGEN" DELIMITED BY SIZE
                          INTO WS-DTL-MESSAGE
                   PERFORM WRITE-DISCREPANCY-LINE
               END-IF
           END-PERFORM
           IF WS-UNKNOWN-SCHED-COUNT > 0
               MOVE SPACE TO WS-DTL-CALENDAR
               MOVE SPACE TO WS-DTL-DATE
               MOVE SPACE TO WS-DTL-MESSAGE
               STRING "SCHEDCAL ROWS FOR CALENDAR NOT IN USE - "
                      WS-UNKNOWN-SCHED-COUNT DELIMITED BY SIZE
                      " ROWS"
                      INTO WS-DTL-MESSAGE
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.
       CHECK-ONE-SCHED-DATE.
           IF SCR-YEAR NOT = WS-TARGET-YEAR
               CONTINUE
           ELSE
               MOVE SCR-CALENDAR TO WS-CHECK-CALENDAR
               IF WS-CHECK-CALENDAR = SPACE
                   MOVE WS-DEFAULT-CALENDAR TO WS-CHECK-CALENDAR
               END-IF
               PERFORM FIND-CHECK-CALENDAR
               IF WS-CHK-MATCH-SUB = 0
                   ADD 1 TO WS-UNKNOWN-SCHED-COUNT
               ELSE
                   ADD 1 TO WS-SCHED-COUNT
                   ADD 1 TO WS-CHK-SCHED(WS-CHK-MATCH-SUB)
                   PERFORM CHECK-SCHED-FLAG
               END-IF
           END-IF.
       CHECK-SCHED-FLAG.
           MOVE SCR-YEAR TO WS-YEAR
           MOVE SCR-MONTH TO WS-MONTH
           MOVE SCR-DAY TO WS-DAY
           PERFORM CLASSIFY-CHECK-DATE
           IF SCR-PROCESSING-FLAG NOT = WS-EXPECTED-FLAG
               MOVE WS-CHECK-CALENDAR TO WS-DTL-CALENDAR
               MOVE SCR-CAL-DATE TO WS-DTL-DATE
               ADD 1 TO WS-MISMATCH-COUNT
               IF WS-EXPECTED-FLAG = "N"
                   MOVE "SCHEDCAL SAYS PROCESS - HOLIDAY/WEEKEND "
                       TO WS-DTL-MESSAGE
               ELSE
                   MOVE "SCHEDCAL SAYS NON-PROC - NOT ON CALENDAR"
                       TO WS-DTL-MESSAGE
               END-IF
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.
       CHECK-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CAL-FILE
           IF WS-FCF-STATUS NOT = "00"
               CLOSE FISCAL-CAL-FILE
               MOVE SPACE TO WS-DTL-CALENDAR
               MOVE SPACE TO WS-DTL-DATE
               MOVE "FISCAL CLUSTER NOT FOUND - RUN FISCMNT"
                   TO WS-DTL-MESSAGE
               PERFORM WRITE-DISCREPANCY-LINE
           ELSE
               COMPUTE WS-TARGET-START = WS-TARGET-YEAR * 10000 + 101
               COMPUTE WS-TARGET-END = WS-TARGET-YEAR * 10000 + 1231
               COMPUTE FCL-FISCAL-YEAR = WS-TARGET-YEAR - 1
               MOVE 0 TO FCL-PERIOD
               START FISCAL-CAL-FILE KEY NOT < FCL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FISCAL-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-FISCAL-EOF-SWITCH = "Y"
                   READ FISCAL-CAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FISCAL-EOF-SWITCH
                       NOT AT END
                           IF WS-FCF-STATUS = "00"
                               AND FCL-FISCAL-YEAR
                                   NOT > WS-TARGET-YEAR + 1
                               PERFORM CHECK-ONE-FISCAL-PERIOD
                           ELSE
                               MOVE "Y" TO WS-FISCAL-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CAL-FILE
               IF WS-FISCAL-COUNT = 0
                   MOVE SPACE TO WS-DTL-DATE
                   MOVE "NO FISCAL PERIODS FOR TARGET YEAR"
                       TO WS-DTL-MESSAGE
                   PERFORM WRITE-FISCAL-ISSUE
               ELSE
                   IF WS-COVERED-THRU < WS-TARGET-END
                       PERFORM SET-FISCAL-GAP-START
                       MOVE WS-TARGET-END TO WS-GAP-END
                       PERFORM CHECK-FISCAL-GAP
                   END-IF
               END-IF
           END-IF.
       CHECK-ONE-FISCAL-PERIOD.
           IF FCL-START-DATE > WS-TARGET-END
               OR FCL-END-DATE < WS-TARGET-START
               CONTINUE
           ELSE
               ADD 1 TO WS-FISCAL-COUNT
               MOVE SPACE TO WS-DTL-DATE
               STRING "FY" FCL-FISCAL-YEAR " P" FCL-PERIOD
                      DELIMITED BY SIZE
                      INTO WS-DTL-DATE
               IF FCL-END-DATE < FCL-START-DATE
                   MOVE "FISCAL PERIOD ENDS BEFORE IT STARTS"
                       TO WS-DTL-MESSAGE
                   PERFORM WRITE-FISCAL-ISSUE
               ELSE
                   IF FCL-START-DATE NOT > WS-COVERED-THRU
                       MOVE SPACE TO WS-DTL-MESSAGE
                       STRING "FISCAL PERIOD OVERLAPS PRIOR PERIOD OR "
                              "IS OUT OF SEQUENCE"
                              DELIMITED BY SIZE
                              INTO WS-DTL-MESSAGE
                       PERFORM WRITE-FISCAL-ISSUE
                   ELSE
                       PERFORM SET-FISCAL-GAP-START
                       COMPUTE WS-GAP-END = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(FCL-START-DATE) - 1)
                       IF WS-GAP-START NOT > WS-GAP-END
                           PERFORM CHECK-FISCAL-GAP
                       END-IF
                   END-IF
                   IF FCL-END-DATE > WS-COVERED-THRU
                       MOVE FCL-END-DATE TO WS-COVERED-THRU
                   END-IF
               END-IF
           END-IF.
       SET-FISCAL-GAP-START.
           IF WS-COVERED-THRU < WS-TARGET-START
               MOVE WS-TARGET-START TO WS-GAP-START
           ELSE
               COMPUTE WS-GAP-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-COVERED-THRU) + 1)
           END-IF.
       CHECK-FISCAL-GAP.
           COMPUTE WS-IOD-GAP = FUNCTION INTEGER-OF-DATE(WS-GAP-START)
           COMPUTE WS-IOD-GAP-END = FUNCTION INTEGER-OF-DATE(WS-GAP-END)
           MOVE "N" TO WS-GAP-FOUND
           PERFORM UNTIL WS-IOD-GAP > WS-IOD-GAP-END
                      OR WS-GAP-FOUND = "Y"
               COMPUTE WS-CURRENT-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-IOD-GAP)
               PERFORM CLASSIFY-CHECK-DATE
               IF WS-EXPECTED-FLAG = "Y"
                   MOVE "Y" TO WS-GAP-FOUND
               ELSE
                   ADD 1 TO WS-IOD-GAP
               END-IF
           END-PERFORM
           IF WS-GAP-FOUND = "Y"
               MOVE SPACE TO WS-DTL-DATE
               STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                      DELIMITED BY SIZE
                      INTO WS-DTL-DATE
               MOVE "PROCESSING DAY IN NO FISCAL PERIOD - FISCAL GAP"
                   TO WS-DTL-MESSAGE
               PERFORM WRITE-FISCAL-ISSUE
           END-IF.
       WRITE-FISCAL-ISSUE.
           MOVE SPACE TO WS-DTL-CALENDAR
           ADD 1 TO WS-FISCAL-ISSUE-COUNT
           PERFORM WRITE-DISCREPANCY-LINE.
       CLASSIFY-CHECK-DATE.
           COMPUTE WS-IOD-CURRENT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           ELSE
               MOVE "Y" TO WS-EXPECTED-FLAG
               IF WS-HOLIDAY-PRESENT = "Y"
                   MOVE WS-CHECK-CALENDAR TO HCR-CALENDAR
                   MOVE WS-YEAR TO HCR-YEAR
                   MOVE WS-MONTH TO HCR-MONTH
                   MOVE WS-DAY TO HCR-DAY
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           MOVE "  CAL     HOLIDAYS  SCHEDCAL" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-CHK-COUNT
               MOVE WS-CHK-CALENDAR(WS-CHK-SUB) TO WS-CLN-CALENDAR
               MOVE WS-CHK-HOLIDAYS(WS-CHK-SUB) TO WS-CLN-HOLIDAYS
               MOVE WS-CHK-SCHED(WS-CHK-SUB) TO WS-CLN-SCHED
               MOVE WS-CALENDAR-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-PERFORM
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-CHK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "CALENDARS CHECKED         : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-HOLIDAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "HOLIDAYS FOR TARGET YEAR  : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-FISCAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "FISCAL PERIODS CHECKED    : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-FISCAL-ISSUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "FISCAL GAPS/OVERLAPS      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "EXCEPTIONS FOUND          : "
               MOVE WS-NOTIFY-SEVERITY  TO NFR-SEVERITY
               MOVE WS-NOTIFY-COND-CODE TO NFR-COND-CODE
               MOVE WS-NOTIFY-ACTION    TO NFR-ACTION-TEXT
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
