           SELECT MAINT-REPORT-FILE ASSIGN TO HOLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRF-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-TRAN-FILE
               10  HTR-MONTH          PIC X(2).
               10  HTR-DAY            PIC X(2).
           05  HTR-DESCRIPTION        PIC X(30).
           05  HTR-OPERATOR-ID        PIC X(8).
           05  HTR-CALENDAR           PIC X(4).
           05  FILLER                 PIC X(29).
       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
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
       01  WS-HTF-STATUS              PIC X(2).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-MRF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-IO-STATUS               PIC X(2).
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-CAL-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-REASON-CODE             PIC X(2).
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CALENDAR-COUNT          PIC 9(5) VALUE 0.
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-TRAN-CALENDAR           PIC X(4).
       01  WS-CODE-COUNT              PIC 9(2) VALUE 0.
       01  WS-CODE-SUB                PIC 9(2).
       01  WS-CODE-FOUND              PIC X(1).
       01  WS-CODE-INVALID            PIC X(1).
       01  WS-CODE-SPACE-SEEN         PIC X(1).
       01  WS-CODE-CHAR-SUB           PIC 9(1).
       01  WS-CALENDAR-CODES.
           05  WS-CAL-CODE            PIC X(4) OCCURS 10.
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
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  PIC 9(2) VALUE 31.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-CALENDAR        PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DATE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DESC            PIC X(30).
           05  WS-DTL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-FILE-STATUS     PIC X(9).
           05  FILLER                 PIC X(1) VALUE SPACE.
       01  WS-CAL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CAL-CALENDAR        PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CAL-DATE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CAL-DESC            PIC X(30).
           05  FILLER                 PIC X(32) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT MAINT-REPORT-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJF-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
               CLOSE MAINT-JOURNAL-FILE
               OPEN EXTEND MAINT-JOURNAL-FILE
           END-IF
           IF WS-MJF-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL-FILE ALLOCATION FAILED - STATUS "
                       WS-MJF-STATUS " - HOLMAINT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE HOLIDAY-TRAN-FILE
               CLOSE HOLIDAY-CAL-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TITLE
           MOVE "HOLIDAY CALENDAR BEFORE MAINTENANCE" TO RPT-HEADER-REC
           PERFORM LIST-HOLIDAY-CALENDAR
           PERFORM WRITE-MAINT-TOTALS
           CLOSE HOLIDAY-TRAN-FILE
           CLOSE HOLIDAY-CAL-FILE
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
                       WS-OAF-STATUS " - HOLMAINT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE HOLIDAY-TRAN-FILE
               CLOSE HOLIDAY-CAL-FILE
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
       LIST-HOLIDAY-CALENDAR.
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-CAL-EOF-SWITCH
           MOVE 0 TO WS-CALENDAR-COUNT
           MOVE 1 TO WS-CODE-COUNT
           MOVE WS-DEFAULT-CALENDAR TO WS-CAL-CODE(1)
           MOVE LOW-VALUES TO HCR-KEY
           START HOLIDAY-CAL-FILE KEY NOT < HCR-KEY
               INVALID KEY
                   NOT AT END
                       IF WS-HCF-STATUS = "00"
                           ADD 1 TO WS-CALENDAR-COUNT
                           MOVE HCR-CALENDAR TO WS-TRAN-CALENDAR
                           PERFORM FIND-CALENDAR-CODE
                           IF WS-CODE-FOUND = "N"
                               AND WS-CODE-COUNT < 10
                               ADD 1 TO WS-CODE-COUNT
                               MOVE HCR-CALENDAR
                                   TO WS-CAL-CODE(WS-CODE-COUNT)
                           END-IF
                           PERFORM WRITE-CALENDAR-LINE
                       ELSE
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       FIND-CALENDAR-CODE.
           MOVE "N" TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
               IF WS-CAL-CODE(WS-CODE-SUB) = WS-TRAN-CALENDAR
                   MOVE "Y" TO WS-CODE-FOUND
               END-IF
           END-PERFORM.
       WRITE-CALENDAR-LINE.
           MOVE HCR-CALENDAR TO WS-CAL-CALENDAR
           MOVE SPACE TO WS-CAL-DATE
           STRING HCR-YEAR DELIMITED BY SIZE
                  "-"
           WRITE RPT-HEADER-REC.
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON-CODE
           MOVE SPACE TO WS-IO-STATUS
           PERFORM EDIT-TRANSACTION
           IF WS-REASON-CODE = SPACE
               IF HTR-ACTION = "A"
           END-IF
           PERFORM WRITE-TRANSACTION-LINE.
       EDIT-TRANSACTION.
           IF HTR-CALENDAR = SPACE
               MOVE WS-DEFAULT-CALENDAR TO WS-TRAN-CALENDAR
           ELSE
               MOVE HTR-CALENDAR TO WS-TRAN-CALENDAR
           END-IF
           IF HTR-ACTION NOT = "A" AND HTR-ACTION NOT = "D"
               MOVE "01" TO WS-REASON-CODE
           ELSE
               IF HTR-ACTION = "A"
                   MOVE 1 TO WS-FUNCTION-SUB
               ELSE
                   MOVE 2 TO WS-FUNCTION-SUB
               END-IF
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REASON-CODE = SPACE
               IF HTR-TRAN-DATE NOT NUMERIC
                   MOVE "02" TO WS-REASON-CODE
               ELSE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE AND HTR-ACTION = "A"
               PERFORM FIND-CALENDAR-CODE
               IF WS-CODE-FOUND = "N"
                   PERFORM EDIT-CALENDAR-CODE
                   IF WS-CODE-INVALID = "Y"
                       MOVE "09" TO WS-REASON-CODE
                   ELSE
                       IF WS-CODE-COUNT NOT < 10
                           MOVE "08" TO WS-REASON-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EDIT-CALENDAR-CODE.
           MOVE "N" TO WS-CODE-INVALID
           MOVE "N" TO WS-CODE-SPACE-SEEN
           IF WS-TRAN-CALENDAR(1:1) = SPACE
               MOVE "Y" TO WS-CODE-INVALID
           END-IF
           PERFORM VARYING WS-CODE-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CODE-CHAR-SUB > 4
               IF WS-TRAN-CALENDAR(WS-CODE-CHAR-SUB:1) = SPACE
                   MOVE "Y" TO WS-CODE-SPACE-SEEN
               ELSE
                   IF WS-CODE-SPACE-SEEN = "Y"
                       MOVE "Y" TO WS-CODE-INVALID
                   END-IF
                   IF WS-TRAN-CALENDAR(WS-CODE-CHAR-SUB:1)
                       NOT ALPHABETIC-UPPER
                       AND WS-TRAN-CALENDAR(WS-CODE-CHAR-SUB:1)
                       NOT NUMERIC
                       MOVE "Y" TO WS-CODE-INVALID
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-MATCH-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPERATOR-COUNT
               IF HTR-OPERATOR-ID = WS-OPR-ID(WS-OPR-SUB)
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
               END-IF
           END-PERFORM
           IF HTR-OPERATOR-ID = SPACE OR WS-OPR-MATCH-SUB = 0
               MOVE "07" TO WS-REASON-CODE
           ELSE
               IF WS-OPR-FUNCTION(WS-OPR-MATCH-SUB, WS-FUNCTION-SUB)
                   NOT = "Y"
                   MOVE "07" TO WS-REASON-CODE
               END-IF
           END-IF.
       EDIT-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-INVALID
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-IOD-CURRENT - WS-IOD-REFERENCE, 7) + 1.
       ADD-HOLIDAY.
           MOVE WS-TRAN-CALENDAR TO HCR-CALENDAR
           MOVE WS-YEAR TO HCR-YEAR
           MOVE WS-MONTH TO HCR-MONTH
           MOVE WS-DAY TO HCR-DAY
               INVALID KEY
                   MOVE HTR-DESCRIPTION TO HCR-DESCRIPTION
                   WRITE HOLIDAY-CAL-REC
                   IF WS-HCF-STATUS = "00"
                       MOVE "ADD" TO WS-JOURNAL-ACTION
                       MOVE SPACE TO WS-BEFORE-IMAGE
                       MOVE HOLIDAY-CAL-REC TO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-JOURNAL
                       PERFORM FIND-CALENDAR-CODE
                       IF WS-CODE-FOUND = "N"
                           ADD 1 TO WS-CODE-COUNT
                           MOVE WS-TRAN-CALENDAR
                               TO WS-CAL-CODE(WS-CODE-COUNT)
                       END-IF
                   ELSE
                       PERFORM FLAG-UPDATE-FAILED
                   END-IF
               NOT INVALID KEY
                   MOVE "05" TO WS-REASON-CODE
           END-READ.
       DELETE-HOLIDAY.
           MOVE WS-TRAN-CALENDAR TO HCR-CALENDAR
           MOVE WS-YEAR TO HCR-YEAR
           MOVE WS-MONTH TO HCR-MONTH
           MOVE WS-DAY TO HCR-DAY
               INVALID KEY
                   MOVE "06" TO WS-REASON-CODE
               NOT INVALID KEY
                   MOVE HOLIDAY-CAL-REC TO WS-BEFORE-IMAGE
                   DELETE HOLIDAY-CAL-FILE RECORD
                   IF WS-HCF-STATUS = "00"
                       MOVE "DELETE" TO WS-JOURNAL-ACTION
                       MOVE SPACE TO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-JOURNAL
                   ELSE
                       PERFORM FLAG-UPDATE-FAILED
                   END-IF
           END-READ.
       FLAG-UPDATE-FAILED.
           MOVE "10" TO WS-REASON-CODE
           MOVE WS-HCF-STATUS TO WS-IO-STATUS.
       WRITE-MAINT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE WS-TIMESTAMP       TO MJR-TIMESTAMP
           MOVE HTR-OPERATOR-ID    TO MJR-OPERATOR-ID
           MOVE "HOLMAINT"         TO MJR-PROGRAM
           MOVE WS-JOURNAL-ACTION  TO MJR-ACTION
           MOVE HCR-KEY            TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-TRANSACTION-LINE.
           MOVE HTR-ACTION TO WS-DTL-ACTION
           MOVE WS-TRAN-CALENDAR TO WS-DTL-CALENDAR
           MOVE SPACE TO WS-DTL-DATE
           STRING HTR-YEAR DELIMITED BY SIZE
                  "-"
                  HTR-DAY DELIMITED BY SIZE
                  INTO WS-DTL-DATE
           MOVE HTR-DESCRIPTION TO WS-DTL-DESC
           MOVE HTR-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE SPACE TO WS-DTL-FILE-STATUS
           IF WS-IO-STATUS NOT = SPACE
               STRING "STATUS " WS-IO-STATUS DELIMITED BY SIZE
                   INTO WS-DTL-FILE-STATUS
           END-IF
           IF WS-REASON-CODE = SPACE
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DTL-DISPOSITION
           WRITE RPT-HEADER-REC
           MOVE "  06 - DELETE - DATE NOT ON CALENDAR"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  07 - OPERATOR NOT AUTHORIZED FOR THIS ACTION"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  08 - ADD - NEW CALENDAR CODE BUT 10 ALREADY IN USE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  09 - ADD - CALENDAR CODE BLANK OR NOT ALPHANUMERIC"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  10 - CALENDAR UPDATE FAILED - FILE STATUS SHOWN"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
