       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-CONTROL-FILE ASSIGN TO DAILYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCR-KEY
               FILE STATUS IS WS-DCF-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKF-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYR-KEY
               FILE STATUS IS WS-CYF-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO AUDITMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMR-KEY
               FILE STATUS IS WS-AMF-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-KEY
               FILE STATUS IS WS-ATF-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCR-KEY
               FILE STATUS IS WS-HCF-STATUS.
           SELECT SCHED-CAL-FILE ASSIGN TO SCHEDCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKH-KEY
               FILE STATUS IS WS-AHF-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-CONTROL-FILE.
           COPY DAILYREC.
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  CYCLE-CONTROL-FILE.
           COPY CYCLEREC.
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       FD  ALERT-MASTER-FILE.
           COPY ALRTMREC.
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
       01  SCHED-CAL-REC.
           05  SCR-CAL-DATE           PIC X(10).
           05  SCR-DAY-OF-WEEK        PIC 9(1).
           05  SCR-PROCESSING-FLAG    PIC X(1).
           05  SCR-NEXT-BUS-DATE      PIC X(10).
           05  SCR-PREV-BUS-DATE      PIC X(10).
           05  SCR-CALENDAR           PIC X(4).
       FD  ACK-HIST-FILE.
           COPY ACKHREC.
       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-DCF-STATUS              PIC X(2).
       01  WS-CKF-STATUS              PIC X(2).
       01  WS-CYF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ATF-STATUS              PIC X(2).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-SCF-STATUS              PIC X(2).
       01  WS-AHF-STATUS              PIC X(2).
       01  WS-IRF-STATUS              PIC X(2).
       01  WS-EOF-SWITCH              PIC X(1).
       01  WS-DATE-INVALID            PIC X(1).
       01  WS-INQUIRY-DATE            PIC 9(8).
       01  WS-INQUIRY-DATE-TEXT       PIC X(10).
       01  WS-STORE-STATUS            PIC X(2).
       01  WS-CAL-AVAILABLE           PIC X(1) VALUE "N".
       01  WS-CAL-PROCESSING          PIC X(1) VALUE "Y".
       01  WS-HOLIDAY-FOUND           PIC X(1) VALUE "N".
       01  WS-HOL-SCAN-EOF            PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-SCHED-FOUND             PIC X(1) VALUE "N".
       01  WS-SCHED-FLAG              PIC X(1) VALUE SPACE.
       01  WS-CTL-AVAILABLE           PIC X(1) VALUE "N".
       01  WS-CTL-FOUND               PIC X(1) VALUE "N".
       01  WS-CTL-ENDED               PIC X(1) VALUE "N".
       01  WS-CTL-START-TIMESTAMP     PIC X(21) VALUE SPACE.
       01  WS-CKPT-COUNT              PIC 9(3) VALUE 0.
       01  WS-CKPT-PROGRAM-DONE       PIC X(1) VALUE "N".
       01  WS-CYC-COUNT               PIC 9(3) VALUE 0.
       01  WS-CYC-OPEN-COUNT          PIC 9(3) VALUE 0.
       01  WS-CYCLE-CLOSED            PIC X(1) VALUE "N".
       01  WS-AUD-AVAILABLE           PIC X(1) VALUE "N".
       01  WS-AUD-COUNT               PIC 9(3) VALUE 0.
       01  WS-AUD-HELLO-FOUND         PIC X(1) VALUE "N".
       01  WS-AUD-HELLO-STATUS        PIC X(10) VALUE SPACE.
       01  WS-AUD-HELLO-TIMESTAMP     PIC X(21) VALUE SPACE.
       01  WS-AUD-HELLO-BACKED-OUT    PIC X(1) VALUE "N".
       01  WS-AUD-BACKOUT-FOUND       PIC X(1) VALUE "N".
       01  WS-AUD-BACKOUT-TIMESTAMP   PIC X(21) VALUE SPACE.
       01  WS-ALR-COUNT               PIC 9(3) VALUE 0.
       01  WS-CRIT-OPEN-COUNT         PIC 9(3) VALUE 0.
       01  WS-ACK-COUNT               PIC 9(3) VALUE 0.
       01  WS-FINDING-COUNT           PIC 9(3) VALUE 0.
       01  WS-FINDING-TEXT            PIC X(60).
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-TS-SOURCE               PIC X(21).
       01  WS-TIME-WORK               PIC X(8).
       01  WS-LAG-WORK                PIC S9(12) COMP.
       01  WS-LAG-HH                  PIC 9(3).
       01  WS-LAG-MM                  PIC 9(2).
       01  WS-LAG-SS                  PIC 9(2).
       01  WS-LAG-REM                 PIC 9(9).
       01  WS-LAG-TEXT                PIC X(9).
       01  WS-DAY-NAME-VALUES         PIC X(21) VALUE
               "SUNMONTUEWEDTHUFRISAT".
       01  FILLER                     REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME            PIC X(3) OCCURS 7.
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
       01  WS-CKPT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CKL-STEP-NAME       PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CKL-TIME            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CKL-STATUS          PIC X(1).
           05  FILLER                 PIC X(45) VALUE SPACE.
       01  WS-CYCLE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CYL-SEQUENCE        PIC X(3).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CYL-JOB-NAME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CYL-STATUS          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CYL-START           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CYL-END             PIC X(8).
           05  FILLER                 PIC X(46) VALUE SPACE.
       01  WS-AUDIT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-AUL-JOB-NAME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AUL-TIME            PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AUL-STATUS          PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AUL-SOURCE          PIC X(1).
           05  FILLER                 PIC X(48) VALUE SPACE.
       01  WS-ALERT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-ALL-TIME            PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-JOB-NAME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-SEVERITY        PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-COND-CODE       PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-STATE           PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-ESCALATED       PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-ALL-ACTION          PIC X(40).
           05  FILLER                 PIC X(4) VALUE SPACE.
       01  WS-ACK-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-AKL-SUBSCRIBER-ID   PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AKL-CRIT            PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AKL-STATUS          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AKL-ACK-DATE        PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AKL-ACK-TIME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-AKL-LAG             PIC X(9).
           05  FILLER                 PIC X(29) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-INQUIRY-DATE
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-IRF-STATUS NOT = "00"
               DISPLAY "INQUIRY-REPORT-FILE ALLOCATION FAILED - "
                   "STATUS " WS-IRF-STATUS " - DATEINQ CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-INQUIRY-HEADING
           PERFORM REPORT-CALENDAR-CLASS
           PERFORM REPORT-DAILY-CONTROL
           PERFORM REPORT-CHECKPOINTS
           PERFORM REPORT-CYCLE-CONTROL
           PERFORM REPORT-AUDIT-MASTER
           PERFORM REPORT-ALERTS
           PERFORM REPORT-ACKNOWLEDGMENTS
           PERFORM WRITE-FINDINGS
           CLOSE INQUIRY-REPORT-FILE
           IF WS-FINDING-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "DATEINQ - " WS-FINDING-COUNT
                   " FINDING(S) FOR " WS-INQUIRY-DATE-TEXT
                   " - SEE INQRPT"
           ELSE
               DISPLAY "DATEINQ - NO CONTRADICTIONS FOR "
                   WS-INQUIRY-DATE-TEXT
           END-IF
           STOP RUN.
       GET-INQUIRY-DATE.
           IF LS-PARM-LENGTH NOT = 8
               DISPLAY "INVALID PARM - EXPECTED YYYYMMDD "
                   "(8 BYTES) - DATEINQ CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PARM-DATA(1:8) NOT NUMERIC
               DISPLAY "INVALID PARM - DATE NOT NUMERIC - "
                   "DATEINQ CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PARM-DATA(1:8) TO WS-INQUIRY-DATE
           MOVE WS-INQUIRY-DATE TO WS-CURRENT-DATE-NUM
           PERFORM EDIT-CALENDAR-DATE
           IF WS-DATE-INVALID = "Y"
               DISPLAY "INVALID PARM - NOT A CALENDAR DATE - "
                   "DATEINQ CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-INQUIRY-DATE-TEXT
           STRING WS-YEAR DELIMITED BY SIZE
                  "-"
                  WS-MONTH DELIMITED BY SIZE
                  "-"
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-INQUIRY-DATE-TEXT
           COMPUTE WS-IOD-REFERENCE =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           COMPUTE WS-IOD-CURRENT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-IOD-CURRENT - WS-IOD-REFERENCE, 7) + 1.
       EDIT-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-INVALID
           IF WS-YEAR < 1970 OR WS-YEAR > 2099
               MOVE "Y" TO WS-DATE-INVALID
           END-IF
           IF WS-MONTH < 1 OR WS-MONTH > 12
               MOVE "Y" TO WS-DATE-INVALID
           END-IF
           IF WS-DATE-INVALID = "N"
               MOVE WS-DAYS-IN-MONTH(WS-MONTH)
                   TO WS-MAX-DAY-IN-MONTH
               IF WS-MONTH = 2
                   AND FUNCTION MOD(WS-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY-IN-MONTH
               END-IF
               IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY-IN-MONTH
                   MOVE "Y" TO WS-DATE-INVALID
               END-IF
           END-IF.
       WRITE-INQUIRY-HEADING.
           MOVE "BUSINESS DATE INQUIRY REPORT - DATEINQ"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "BUSINESS DATE             : "
                  WS-INQUIRY-DATE-TEXT DELIMITED BY SIZE
                  " "
                  WS-DAY-NAME(WS-DAY-OF-WEEK) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-STORE-UNAVAILABLE.
           MOVE SPACE TO RPT-HEADER-REC
           IF WS-STORE-STATUS = "35"
               MOVE "  NOT AVAILABLE - CLUSTER OR DATASET NOT DEFINED"
                   TO RPT-HEADER-REC
           ELSE
               STRING "  NOT AVAILABLE - OPEN STATUS "
                      WS-STORE-STATUS DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC.
       REPORT-CALENDAR-CLASS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "CALENDAR CLASSIFICATION (HOLIDAY/SCHEDCAL)"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE "N" TO WS-CAL-PROCESSING
           END-IF
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HCF-STATUS NOT = "00"
               MOVE WS-HCF-STATUS TO WS-STORE-STATUS
               CLOSE HOLIDAY-CAL-FILE
               MOVE SPACE TO RPT-HEADER-REC
               STRING "HOLIDAY CALENDAR          : NOT AVAILABLE - "
                      "STATUS " WS-STORE-STATUS DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           ELSE
               MOVE "Y" TO WS-CAL-AVAILABLE
               MOVE WS-DEFAULT-CALENDAR TO HCR-CALENDAR
               MOVE WS-YEAR TO HCR-YEAR
               MOVE WS-MONTH TO HCR-MONTH
               MOVE WS-DAY TO HCR-DAY
               MOVE SPACE TO RPT-HEADER-REC
               READ HOLIDAY-CAL-FILE
                   INVALID KEY
                       MOVE "HOLIDAY CALENDAR          : NOT A HOLIDAY"
                           TO RPT-HEADER-REC
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLIDAY-FOUND
                       MOVE "N" TO WS-CAL-PROCESSING
                       STRING "HOLIDAY CALENDAR          : HOLIDAY - "
                              HCR-DESCRIPTION DELIMITED BY SIZE
                              INTO RPT-HEADER-REC
               END-READ
               WRITE RPT-HEADER-REC
               PERFORM REPORT-REGIONAL-HOLIDAYS
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           IF WS-CAL-PROCESSING = "Y"
               MOVE "CALENDAR CLASSIFICATION   : PROCESSING DAY"
                   TO RPT-HEADER-REC
           ELSE
               IF WS-HOLIDAY-FOUND = "Y"
                   MOVE "CALENDAR CLASSIFICATION   : NON-PROC - HOLIDAY"
                       TO RPT-HEADER-REC
               ELSE
                   MOVE "CALENDAR CLASSIFICATION   : NON-PROC - WEEKEND"
                       TO RPT-HEADER-REC
               END-IF
           END-IF
           WRITE RPT-HEADER-REC
           PERFORM REPORT-SCHEDULE-CALENDAR.
       REPORT-REGIONAL-HOLIDAYS.
           MOVE "N" TO WS-HOL-SCAN-EOF
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
                           IF HCR-CALENDAR NOT = WS-DEFAULT-CALENDAR
                               AND HCR-YEAR = WS-YEAR
                               AND HCR-MONTH = WS-MONTH
                               AND HCR-DAY = WS-DAY
                               MOVE SPACE TO RPT-HEADER-REC
                               STRING "REGIONAL HOLIDAY          : "
                                      HCR-CALENDAR " - "
                                      HCR-DESCRIPTION
                                      DELIMITED BY SIZE
                                      INTO RPT-HEADER-REC
                               WRITE RPT-HEADER-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       REPORT-SCHEDULE-CALENDAR.
           OPEN INPUT SCHED-CAL-FILE
           IF WS-SCF-STATUS NOT = "00"
               MOVE WS-SCF-STATUS TO WS-STORE-STATUS
               CLOSE SCHED-CAL-FILE
               MOVE SPACE TO RPT-HEADER-REC
               STRING "SCHEDCAL                  : NOT AVAILABLE - "
                      "STATUS " WS-STORE-STATUS DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SCHED-CAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF SCR-CAL-DATE = WS-INQUIRY-DATE-TEXT
                               AND (SCR-CALENDAR = WS-DEFAULT-CALENDAR
                                    OR SCR-CALENDAR = SPACE)
                               MOVE "Y" TO WS-SCHED-FOUND
                               MOVE "Y" TO WS-EOF-SWITCH
                               PERFORM WRITE-SCHEDULE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-CAL-FILE
               IF WS-SCHED-FOUND = "N"
                   MOVE SPACE TO RPT-HEADER-REC
                   STRING "SCHEDCAL                  : DATE NOT ON "
                          "CURRENT GENERATION" DELIMITED BY SIZE
                          INTO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-SCHEDULE-LINES.
           MOVE SCR-PROCESSING-FLAG TO WS-SCHED-FLAG
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SCHEDCAL PROCESSING FLAG  : "
                  SCR-PROCESSING-FLAG DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SCHEDCAL NEXT BUSINESS DAY: "
                  SCR-NEXT-BUS-DATE DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SCHEDCAL PREV BUSINESS DAY: "
                  SCR-PREV-BUS-DATE DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       REPORT-DAILY-CONTROL.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "DAILY RUN CONTROL (DAILYCTL)" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT DAILY-CONTROL-FILE
           IF WS-DCF-STATUS NOT = "00"
               MOVE WS-DCF-STATUS TO WS-STORE-STATUS
               CLOSE DAILY-CONTROL-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "Y" TO WS-CTL-AVAILABLE
               MOVE WS-INQUIRY-DATE TO DCR-KEY
               READ DAILY-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CTL-FOUND
               END-READ
               IF WS-CTL-FOUND = "Y"
                   PERFORM WRITE-DAILY-CONTROL-LINES
               ELSE
                   MOVE "  NO DAILYCTL ROW FOR DATE" TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
               CLOSE DAILY-CONTROL-FILE
           END-IF.
       WRITE-DAILY-CONTROL-LINES.
           MOVE DCR-START-TIMESTAMP TO WS-CTL-START-TIMESTAMP
           IF DCR-END-TIMESTAMP NOT = SPACE
               MOVE "Y" TO WS-CTL-ENDED
           END-IF
           MOVE SPACE TO RPT-HEADER-REC
           STRING "STATUS                    : "
                  DCR-STATUS DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE DCR-START-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE SPACE TO RPT-HEADER-REC
           STRING "START                     : "
                  WS-TIME-WORK DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE DCR-END-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE SPACE TO RPT-HEADER-REC
           STRING "END                       : "
                  WS-TIME-WORK DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF DCR-RUN-COUNT NUMERIC
               STRING "RUN COUNT                 : "
                      DCR-RUN-COUNT DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           ELSE
               MOVE "RUN COUNT                 : ---"
                   TO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PARM                      : "
                  DCR-PARM-VALUE DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF DCR-COND-CODE NUMERIC
               STRING "COND CODE                 : "
                      DCR-COND-CODE DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           ELSE
               MOVE "COND CODE                 : ----"
                   TO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC.
       REPORT-CHECKPOINTS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "RESTART CHECKPOINTS (CHKPOINT)" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKF-STATUS NOT = "00"
               MOVE WS-CKF-STATUS TO WS-STORE-STATUS
               CLOSE CHECKPOINT-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "  STEP                  TIME      S"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO CKR-KEY
               MOVE WS-INQUIRY-DATE TO CKR-RUN-DATE
               START CHECKPOINT-FILE KEY NOT < CKR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHECKPOINT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CKF-STATUS NOT = "00"
                               OR CKR-RUN-DATE NOT = WS-INQUIRY-DATE
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               PERFORM WRITE-CHECKPOINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               IF WS-CKPT-COUNT = 0
                   MOVE "  NO CHECKPOINTS FOR DATE (NONE OR PURGED)"
                       TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-CHECKPOINT-LINE.
           ADD 1 TO WS-CKPT-COUNT
           IF CKR-STEP-NAME = "PROGRAM-DONE"
               AND CKR-STEP-STATUS = "C"
               MOVE "Y" TO WS-CKPT-PROGRAM-DONE
           END-IF
           MOVE CKR-STEP-NAME TO WS-CKL-STEP-NAME
           MOVE CKR-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-CKL-TIME
           MOVE CKR-STEP-STATUS TO WS-CKL-STATUS
           MOVE WS-CKPT-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       REPORT-CYCLE-CONTROL.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "NIGHTLY CYCLE JOBS (CYCLECTL)" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYF-STATUS NOT = "00"
               MOVE WS-CYF-STATUS TO WS-STORE-STATUS
               CLOSE CYCLE-CONTROL-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "  SEQ JOB      S START    END"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-INQUIRY-DATE TO CYR-RUN-DATE
               MOVE LOW-VALUES TO CYR-JOB-NAME
               START CYCLE-CONTROL-FILE KEY NOT < CYR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CYCLE-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CYF-STATUS NOT = "00"
                               OR CYR-RUN-DATE NOT = WS-INQUIRY-DATE
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               PERFORM WRITE-CYCLE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-CONTROL-FILE
               IF WS-CYC-COUNT = 0
                   MOVE "  NO CYCLE JOBS REGISTERED FOR DATE"
                       TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-CYCLE-LINE.
           ADD 1 TO WS-CYC-COUNT
           IF CYR-CYCLE-STATUS NOT = "C"
               ADD 1 TO WS-CYC-OPEN-COUNT
           END-IF
           IF CYR-SEQUENCE NUMERIC
               MOVE CYR-SEQUENCE TO WS-CYL-SEQUENCE
           ELSE
               MOVE "---" TO WS-CYL-SEQUENCE
           END-IF
           MOVE CYR-JOB-NAME TO WS-CYL-JOB-NAME
           MOVE CYR-CYCLE-STATUS TO WS-CYL-STATUS
           MOVE CYR-START-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-CYL-START
           MOVE CYR-END-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-CYL-END
           MOVE WS-CYCLE-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       REPORT-AUDIT-MASTER.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "AUDIT MASTER ROWS - ALL JOBS (AUDITMST)"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AMF-STATUS NOT = "00"
               MOVE WS-AMF-STATUS TO WS-STORE-STATUS
               CLOSE AUDIT-MASTER-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "Y" TO WS-AUD-AVAILABLE
               MOVE "  JOB      TIME     STATUS     S"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO AMR-KEY
               START AUDIT-MASTER-FILE KEY NOT < AMR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUDIT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-AMF-STATUS NOT = "00"
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               IF AMR-RUN-DATE = WS-INQUIRY-DATE
                                   PERFORM WRITE-AUDIT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-MASTER-FILE
               IF WS-AUD-COUNT = 0
                   MOVE "  NO AUDIT MASTER ROWS FOR DATE"
                       TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-AUDIT-LINE.
           ADD 1 TO WS-AUD-COUNT
           IF AMR-JOB-NAME = "HELLO"
               MOVE "Y" TO WS-AUD-HELLO-FOUND
               MOVE AMR-STATUS TO WS-AUD-HELLO-STATUS
               MOVE AMR-TIMESTAMP TO WS-AUD-HELLO-TIMESTAMP
           END-IF
           IF AMR-JOB-NAME = "BACKOUT"
               MOVE "Y" TO WS-AUD-BACKOUT-FOUND
               MOVE AMR-TIMESTAMP TO WS-AUD-BACKOUT-TIMESTAMP
           END-IF
           MOVE AMR-JOB-NAME TO WS-AUL-JOB-NAME
           MOVE AMR-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-AUL-TIME
           MOVE AMR-STATUS TO WS-AUL-STATUS
           MOVE AMR-DATE-SOURCE TO WS-AUL-SOURCE
           MOVE WS-AUDIT-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       REPORT-ALERTS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "OPERATOR ALERTS (ALRTMST)" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ATF-STATUS NOT = "00"
               MOVE WS-ATF-STATUS TO WS-STORE-STATUS
               CLOSE ALERT-MASTER-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "  TIME     JOB      S COND STATE  E ACTION"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO ATR-KEY
               START ALERT-MASTER-FILE KEY NOT < ATR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ALERT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-ATF-STATUS NOT = "00"
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               IF ATR-RUN-DATE = WS-INQUIRY-DATE
                                   PERFORM WRITE-ALERT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-MASTER-FILE
               IF WS-ALR-COUNT = 0
                   MOVE "  NO ALERTS FOR DATE" TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-ALERT-LINE.
           ADD 1 TO WS-ALR-COUNT
           MOVE ATR-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-ALL-TIME
           MOVE ATR-JOB-NAME TO WS-ALL-JOB-NAME
           MOVE ATR-SEVERITY TO WS-ALL-SEVERITY
           IF ATR-COND-CODE NUMERIC
               MOVE ATR-COND-CODE TO WS-ALL-COND-CODE
           ELSE
               MOVE "----" TO WS-ALL-COND-CODE
           END-IF
           EVALUATE ATR-ALERT-STATUS
               WHEN "O"
                   MOVE "OPEN" TO WS-ALL-STATE
               WHEN "A"
                   MOVE "ACKED" TO WS-ALL-STATE
               WHEN "C"
                   MOVE "CLOSED" TO WS-ALL-STATE
               WHEN OTHER
                   MOVE ATR-ALERT-STATUS TO WS-ALL-STATE
           END-EVALUATE
           IF ATR-SEVERITY = "C" AND ATR-ALERT-STATUS NOT = "C"
               ADD 1 TO WS-CRIT-OPEN-COUNT
           END-IF
           MOVE ATR-ESCALATED-FLAG TO WS-ALL-ESCALATED
           MOVE ATR-ACTION-TEXT TO WS-ALL-ACTION
           MOVE WS-ALERT-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       REPORT-ACKNOWLEDGMENTS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "SUBSCRIBER ACKNOWLEDGMENTS (ACKHIST)"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           OPEN INPUT ACK-HIST-FILE
           IF WS-AHF-STATUS NOT = "00"
               MOVE WS-AHF-STATUS TO WS-STORE-STATUS
               CLOSE ACK-HIST-FILE
               PERFORM WRITE-STORE-UNAVAILABLE
           ELSE
               MOVE "  SUBSCR   C STATUS   ACK DATE   ACK TIME LAG"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO AKH-KEY
               START ACK-HIST-FILE KEY NOT < AKH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ACK-HIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-AHF-STATUS NOT = "00"
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               IF AKH-BUSINESS-DATE = WS-INQUIRY-DATE
                                   PERFORM WRITE-ACK-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-HIST-FILE
               IF WS-ACK-COUNT = 0
                   MOVE "  NO ACKNOWLEDGMENT CHECK RECORDED FOR DATE"
                       TO RPT-HEADER-REC
                   WRITE RPT-HEADER-REC
               END-IF
           END-IF.
       WRITE-ACK-LINE.
           ADD 1 TO WS-ACK-COUNT
           MOVE AKH-SUBSCRIBER-ID TO WS-AKL-SUBSCRIBER-ID
           MOVE AKH-CRITICALITY TO WS-AKL-CRIT
           EVALUATE AKH-ACK-STATUS
               WHEN "A"
                   MOVE "ACKED" TO WS-AKL-STATUS
               WHEN "M"
                   MOVE "MISSING" TO WS-AKL-STATUS
               WHEN "S"
                   MOVE "SKIPPED" TO WS-AKL-STATUS
               WHEN "U"
                   MOVE "UNKNOWN" TO WS-AKL-STATUS
               WHEN OTHER
                   MOVE AKH-ACK-STATUS TO WS-AKL-STATUS
           END-EVALUATE
           MOVE AKH-ACK-BUSINESS-DATE TO WS-AKL-ACK-DATE
           MOVE AKH-ACK-TIMESTAMP TO WS-TS-SOURCE
           PERFORM FORMAT-TIME-WORK
           MOVE WS-TIME-WORK TO WS-AKL-ACK-TIME
           IF AKH-LAG-FLAG = "Y"
               MOVE AKH-LAG-SECONDS TO WS-LAG-WORK
               PERFORM FORMAT-LAG-TEXT
               MOVE WS-LAG-TEXT TO WS-AKL-LAG
           ELSE
               MOVE "---:--:--" TO WS-AKL-LAG
           END-IF
           MOVE WS-ACK-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       FORMAT-TIME-WORK.
           IF WS-TS-SOURCE = SPACE
               MOVE "--:--:--" TO WS-TIME-WORK
           ELSE
               MOVE SPACE TO WS-TIME-WORK
               STRING WS-TS-SOURCE(9:2) DELIMITED BY SIZE
                      ":"
                      WS-TS-SOURCE(11:2) DELIMITED BY SIZE
                      ":"
                      WS-TS-SOURCE(13:2) DELIMITED BY SIZE
                      INTO WS-TIME-WORK
           END-IF.
       FORMAT-LAG-TEXT.
           IF WS-LAG-WORK > 3599999
               MOVE 3599999 TO WS-LAG-WORK
           END-IF
           COMPUTE WS-LAG-HH = WS-LAG-WORK / 3600
           COMPUTE WS-LAG-REM = FUNCTION MOD(WS-LAG-WORK, 3600)
           COMPUTE WS-LAG-MM = WS-LAG-REM / 60
           COMPUTE WS-LAG-SS = FUNCTION MOD(WS-LAG-REM, 60)
           MOVE SPACE TO WS-LAG-TEXT
           STRING WS-LAG-HH DELIMITED BY SIZE
                  ":"
                  WS-LAG-MM DELIMITED BY SIZE
                  ":"
                  WS-LAG-SS DELIMITED BY SIZE
                  INTO WS-LAG-TEXT.
       WRITE-FINDINGS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "FINDINGS" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-CYC-COUNT > 0
               IF WS-CYC-OPEN-COUNT = 0
                   MOVE "Y" TO WS-CYCLE-CLOSED
               END-IF
           ELSE
               IF WS-CTL-ENDED = "Y"
                   MOVE "Y" TO WS-CYCLE-CLOSED
               END-IF
           END-IF
           IF WS-AUD-HELLO-FOUND = "Y" AND WS-AUD-BACKOUT-FOUND = "Y"
               AND WS-AUD-BACKOUT-TIMESTAMP > WS-AUD-HELLO-TIMESTAMP
               MOVE "Y" TO WS-AUD-HELLO-BACKED-OUT
               MOVE "  NOTE - DATE BACKED OUT - HELLO NOT RERUN"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           IF WS-AUD-HELLO-STATUS = "COMPLETE"
               AND WS-CTL-AVAILABLE = "Y" AND WS-CTL-FOUND = "N"
               AND WS-AUD-HELLO-BACKED-OUT = "N"
               MOVE "COMPLETE AUDIT ROW WITH NO DAILYCTL ROW"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-HELLO-STATUS = "COMPLETE"
               AND WS-CTL-FOUND = "Y" AND WS-CTL-ENDED = "N"
               MOVE "COMPLETE AUDIT ROW BUT DAILYCTL RUN NOT ENDED"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-CTL-ENDED = "Y" AND WS-AUD-AVAILABLE = "Y"
               AND WS-AUD-HELLO-STATUS NOT = "COMPLETE"
               MOVE "DAILYCTL RUN ENDED BUT NO COMPLETE AUDIT ROW"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-CTL-FOUND = "Y" AND WS-CAL-PROCESSING = "N"
               MOVE "DAILYCTL ROW ON A NON-PROCESSING DAY"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-HELLO-STATUS = "COMPLETE"
               AND WS-CAL-PROCESSING = "N"
               AND WS-AUD-HELLO-BACKED-OUT = "N"
               MOVE "COMPLETE AUDIT ROW ON A NON-PROCESSING DAY"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-HELLO-STATUS = "NON-PROC"
               AND WS-CAL-PROCESSING = "Y"
               MOVE "NON-PROC AUDIT ROW ON A PROCESSING DAY"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-HELLO-STATUS = "NON-PROC" AND WS-CTL-FOUND = "Y"
               MOVE "NON-PROC AUDIT ROW BUT DAILYCTL ROW PRESENT"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-BACKOUT-FOUND = "Y" AND WS-CTL-FOUND = "Y"
               AND WS-CTL-START-TIMESTAMP < WS-AUD-BACKOUT-TIMESTAMP
               MOVE "DAILYCTL ROW STILL PRESENT AFTER BACKOUT"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-AUD-HELLO-STATUS = "COMPLETE"
               AND WS-CKPT-COUNT > 0 AND WS-CKPT-PROGRAM-DONE = "N"
               MOVE "COMPLETE AUDIT ROW BUT NO PROGRAM-DONE CHECKPOINT"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-CRIT-OPEN-COUNT > 0 AND WS-CYCLE-CLOSED = "Y"
               MOVE "OPEN CRITICAL ALERT ON A CLOSED CYCLE"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-SCHED-FOUND = "Y" AND WS-CAL-AVAILABLE = "Y"
               AND WS-SCHED-FLAG NOT = WS-CAL-PROCESSING
               MOVE "SCHEDCAL FLAG DISAGREES WITH HOLIDAY CALENDAR"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-ACK-COUNT > 0 AND WS-AUD-AVAILABLE = "Y"
               AND WS-AUD-HELLO-FOUND = "N"
               MOVE "ACKNOWLEDGMENTS RECORDED BUT NO HELLO AUDIT ROW"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-FINDING-COUNT = 0
               MOVE "  NO CONTRADICTIONS FOUND" TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-FINDING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "FINDINGS                  : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-FINDING-LINE.
           ADD 1 TO WS-FINDING-COUNT
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  - " WS-FINDING-TEXT DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
