       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
           05  HCR-DESCRIPTION        PIC X(30).
       FD  SCHED-CAL-FILE
           RECORDING MODE IS F.
       01  SCHED-CAL-REC              PIC X(36).
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-SCHED-CAL-REC.
               10  SCR-PB-MONTH       PIC 9(2).
               10  FILLER             PIC X VALUE "-".
               10  SCR-PB-DAY         PIC 9(2).
           05  SCR-CALENDAR           PIC X(4).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-SCF-STATUS              PIC X(2).
       01  WS-HOLIDAY-PRESENT         PIC X(1) VALUE "N".
       01  WS-HOL-SCAN-EOF            PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-LAST-CALENDAR           PIC X(4).
       01  WS-CURRENT-CALENDAR        PIC X(4).
       01  WS-CALENDAR-COUNT          PIC 9(2) VALUE 1.
       01  WS-CAL-SUB                 PIC 9(2).
       01  WS-SCHED-CALENDARS.
           05  WS-SCHED-CALENDAR      PIC X(4) OCCURS 10.
       01  WS-TARGET-YEAR             PIC 9(4).
       01  WS-SCAN-DATE.
           05  WS-SCAN-YEAR           PIC 9(4).
       01  WS-SCAN-DAY-OF-WEEK        PIC 9(1).
       01  WS-SCAN-BUSINESS           PIC X(1).
       01  WS-RECORD-COUNT            PIC 9(5) VALUE 0.
       01  WS-CALENDAR-RECORDS        PIC 9(5) VALUE 0.
       01  WS-PROCESSING-COUNT        PIC 9(5) VALUE 0.
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
               STOP RUN
           END-IF
           PERFORM OPEN-HOLIDAY-CALENDAR
           MOVE WS-DEFAULT-CALENDAR TO WS-SCHED-CALENDAR(1)
           IF WS-HOLIDAY-PRESENT = "Y"
               PERFORM LOAD-CALENDAR-CODES
           END-IF
           COMPUTE WS-IOD-REFERENCE =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CALENDAR-COUNT
               MOVE WS-SCHED-CALENDAR(WS-CAL-SUB)
                   TO WS-CURRENT-CALENDAR
               MOVE 0 TO WS-CALENDAR-RECORDS
               MOVE 0 TO WS-PROCESSING-COUNT
               PERFORM GENERATE-YEAR-CALENDAR
               DISPLAY "CALENDAR " WS-CURRENT-CALENDAR " - "
                       WS-CALENDAR-RECORDS " DATES WRITTEN, "
                       WS-PROCESSING-COUNT " PROCESSING DAYS"
           END-PERFORM
           IF WS-HOLIDAY-PRESENT = "Y"
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           CLOSE SCHED-CAL-FILE
           DISPLAY "SCHEDGEN COMPLETE - YEAR " WS-TARGET-YEAR
                   " - " WS-RECORD-COUNT " DATES WRITTEN FOR "
                   WS-CALENDAR-COUNT " CALENDARS"
           STOP RUN.
       GET-TARGET-YEAR.
           IF LS-PARM-LENGTH = 4
           ELSE
               MOVE "Y" TO WS-HOLIDAY-PRESENT
           END-IF.
       LOAD-CALENDAR-CODES.
           MOVE "N" TO WS-HOL-SCAN-EOF
           MOVE WS-DEFAULT-CALENDAR TO WS-LAST-CALENDAR
           MOVE LOW-VALUES TO HCR-KEY
           START HOLIDAY-CAL-FILE KEY NOT < HCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOL-SCAN-EOF
           END-START
           PERFORM UNTIL WS-HOL-SCAN-EOF = "Y"
               READ HOLIDAY-CAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOL-SCAN-EOF
                   NOT AT END
                       IF WS-HCF-STATUS NOT = "00"
                           MOVE "Y" TO WS-HOL-SCAN-EOF
                       ELSE
                           IF HCR-CALENDAR NOT = WS-LAST-CALENDAR
                               AND HCR-CALENDAR
                                   NOT = WS-DEFAULT-CALENDAR
                               PERFORM ADD-CALENDAR-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ADD-CALENDAR-CODE.
           MOVE HCR-CALENDAR TO WS-LAST-CALENDAR
           IF WS-CALENDAR-COUNT < 10
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE HCR-CALENDAR TO WS-SCHED-CALENDAR(WS-CALENDAR-COUNT)
           ELSE
               DISPLAY "MORE THAN 10 CALENDARS ON HOLIDAY - "
                   "CALENDAR " HCR-CALENDAR " NOT GENERATED"
           END-IF.
       GENERATE-YEAR-CALENDAR.
           MOVE WS-TARGET-YEAR TO WS-YEAR
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           MOVE WS-SCAN-YEAR TO SCR-PB-YEAR
           MOVE WS-SCAN-MONTH TO SCR-PB-MONTH
           MOVE WS-SCAN-DAY TO SCR-PB-DAY
           MOVE WS-CURRENT-CALENDAR TO SCR-CALENDAR
           WRITE SCHED-CAL-REC FROM WS-SCHED-CAL-REC
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-CALENDAR-RECORDS.
       FIND-NEXT-BUSINESS-DATE.
           COMPUTE WS-IOD-SCAN =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) + 1
           ELSE
               MOVE "Y" TO WS-SCAN-BUSINESS
               IF WS-HOLIDAY-PRESENT = "Y"
                   MOVE WS-CURRENT-CALENDAR TO HCR-CALENDAR
                   MOVE WS-SCAN-YEAR TO HCR-YEAR
                   MOVE WS-SCAN-MONTH TO HCR-MONTH
                   MOVE WS-SCAN-DAY TO HCR-DAY
