           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NFF-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO AUDITMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NOTIFREC.
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       WORKING-STORAGE SECTION.
       01  WS-RPF-STATUS              PIC X(2).
       01  WS-IFF-STATUS              PIC X(2).
       01  WS-NFF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-NOTIFY-SEVERITY         PIC X(1).
       01  WS-NOTIFY-COND-CODE        PIC 9(4).
       01  WS-IF-RANGE-FROM           PIC X(10) VALUE SPACE.
       01  WS-IF-RANGE-TO             PIC X(10) VALUE SPACE.
       01  WS-NON-PROCESSING-DAY      PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-LAST-CALENDAR           PIC X(4).
       01  WS-CALENDARS-LOADED        PIC X(1) VALUE "N".
       01  WS-HOL-SCAN-EOF            PIC X(1).
       01  WS-REGIONAL-COUNT          PIC 9(2) VALUE 0.
       01  WS-CAL-SUB                 PIC 9(2).
       01  WS-REGIONAL-CALENDARS.
           05  WS-REGIONAL-CODE       PIC X(4) OCCURS 9.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-CHECKPOINT-STEP         PIC X(20).
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-RUNPARM-EOF             PIC X(1) VALUE "N".
       01  WS-CKPT-RETAIN-DAYS        PIC 9(3) VALUE 7.
       01  WS-CUTOVER-HHMM            PIC 9(4) VALUE 0.
       01  WS-PARM-AS-OF-DATE         PIC 9(8).
       01  WS-PARM-EFF-DATE           PIC 9(8).
       01  WS-CKPTDAYS-EFF-DATE       PIC 9(8).
       01  WS-CUTOVER-EFF-DATE        PIC 9(8).
       01  WS-CLOCK-HHMM              PIC 9(4).
       01  WS-DATE-SOURCE             PIC X(1) VALUE "S".
       01  WS-CKPT-CUTOFF-DATE        PIC 9(8).
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           PERFORM GET-RUN-DATE-PARM
           IF WS-CATCHUP-MODE = "Y"
               PERFORM CATCHUP-PROCESSING
               MOVE WS-CATCHUP-END-DATE TO WS-PARM-AS-OF-DATE
               PERFORM READ-RUN-PARMS
               PERFORM PURGE-OLD-CHECKPOINTS
               PERFORM WRITE-INTERFACE-TRAILER
               CLOSE RPT-HEADER-FILE
               STOP RUN
           END-IF
           PERFORM RESOLVE-RUN-DATE
           MOVE WS-CURRENT-DATE-NUM TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           PERFORM CHECK-RESTART-CHECKPOINT
           PERFORM DISPLAY-WELCOME
           MOVE "DISPLAY-WELCOME" TO WS-CHECKPOINT-STEP
               CLOSE CHECKPOINT-FILE
           END-IF.
       READ-RUN-PARMS.
           MOVE 7 TO WS-CKPT-RETAIN-DAYS
           MOVE 0 TO WS-CUTOVER-HHMM
           MOVE 0 TO WS-CKPTDAYS-EFF-DATE
           MOVE 0 TO WS-CUTOVER-EFF-DATE
           MOVE "N" TO WS-RUNPARM-EOF
           OPEN INPUT RUN-PARM-FILE
           IF WS-RPF-STATUS = "35"
               CLOSE RUN-PARM-FILE
               CLOSE RUN-PARM-FILE
           END-IF.
       APPLY-RUN-PARM.
           IF RPR-EFF-DATE NUMERIC
               MOVE RPR-EFF-DATE TO WS-PARM-EFF-DATE
           ELSE
               MOVE 0 TO WS-PARM-EFF-DATE
           END-IF
           IF WS-PARM-EFF-DATE <= WS-PARM-AS-OF-DATE
               EVALUATE RPR-KEYWORD
                   WHEN "CKPTDAYS"
                       IF RPR-VALUE(1:3) NUMERIC
                           AND RPR-VALUE(1:3) NOT = "000"
                           AND WS-PARM-EFF-DATE >= WS-CKPTDAYS-EFF-DATE
                           MOVE RPR-VALUE(1:3) TO WS-CKPT-RETAIN-DAYS
                           MOVE WS-PARM-EFF-DATE TO WS-CKPTDAYS-EFF-DATE
                       END-IF
                   WHEN "CUTOVER"
                       IF RPR-VALUE(1:4) NUMERIC
                           AND WS-PARM-EFF-DATE >= WS-CUTOVER-EFF-DATE
                           MOVE RPR-VALUE(1:4) TO WS-CUTOVER-HHMM
                           MOVE WS-PARM-EFF-DATE TO WS-CUTOVER-EFF-DATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       GET-AND-DISPLAY-DATE.
           STRING "Date: "
                  WS-YEAR DELIMITED BY SIZE
           IF WS-HCF-STATUS = "35"
               CLOSE HOLIDAY-CAL-FILE
           ELSE
               MOVE WS-DEFAULT-CALENDAR TO HCR-CALENDAR
               MOVE WS-YEAR TO HCR-YEAR
               MOVE WS-MONTH TO HCR-MONTH
               MOVE WS-DAY TO HCR-DAY
               ELSE
                   MOVE "Y" TO IFD-PROCESSING-FLAG
               END-IF
               PERFORM SET-REGIONAL-FLAGS
               WRITE INTERFACE-REC
               ADD 1 TO WS-IF-DETAIL-COUNT
               CLOSE INTERFACE-FILE
               MOVE "Y" TO WS-INTERFACE-OPENED
           END-IF.
       SET-REGIONAL-FLAGS.
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HCF-STATUS NOT = "00"
               CLOSE HOLIDAY-CAL-FILE
           ELSE
               IF WS-CALENDARS-LOADED = "N"
                   PERFORM LOAD-REGIONAL-CALENDARS
               END-IF
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-REGIONAL-COUNT
                   PERFORM SET-ONE-REGIONAL-FLAG
               END-PERFORM
               CLOSE HOLIDAY-CAL-FILE
           END-IF.
       LOAD-REGIONAL-CALENDARS.
           MOVE "Y" TO WS-CALENDARS-LOADED
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
                               PERFORM ADD-REGIONAL-CALENDAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ADD-REGIONAL-CALENDAR.
           MOVE HCR-CALENDAR TO WS-LAST-CALENDAR
           IF WS-REGIONAL-COUNT < 9
               ADD 1 TO WS-REGIONAL-COUNT
               MOVE HCR-CALENDAR TO WS-REGIONAL-CODE(WS-REGIONAL-COUNT)
           ELSE
               DISPLAY "MORE THAN 9 REGIONAL CALENDARS ON HOLIDAY - "
                   "CALENDAR " HCR-CALENDAR " NOT PUBLISHED ON HELLOIF"
           END-IF.
       SET-ONE-REGIONAL-FLAG.
           MOVE WS-REGIONAL-CODE(WS-CAL-SUB) TO IFD-CALENDAR(WS-CAL-SUB)
           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE "N" TO IFD-CALENDAR-FLAG(WS-CAL-SUB)
           ELSE
               MOVE WS-REGIONAL-CODE(WS-CAL-SUB) TO HCR-CALENDAR
               MOVE WS-YEAR TO HCR-YEAR
               MOVE WS-MONTH TO HCR-MONTH
               MOVE WS-DAY TO HCR-DAY
               READ HOLIDAY-CAL-FILE
                   INVALID KEY
                       MOVE "Y" TO IFD-CALENDAR-FLAG(WS-CAL-SUB)
                   NOT INVALID KEY
                       MOVE "N" TO IFD-CALENDAR-FLAG(WS-CAL-SUB)
               END-READ
           END-IF.
       WRITE-INTERFACE-HEADER.
           IF WS-IF-RANGE-FROM = SPACE
               STRING WS-YEAR DELIMITED BY SIZE
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
