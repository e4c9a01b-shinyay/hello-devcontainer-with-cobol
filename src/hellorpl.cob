       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLORPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-REG-FILE ASSIGN TO SUBSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRF-STATUS.
           SELECT DAILY-CONTROL-FILE ASSIGN TO DAILYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCR-KEY
               FILE STATUS IS WS-DCF-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO HOLIDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCR-KEY
               FILE STATUS IS WS-HCF-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO AUDITMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMR-KEY
               FILE STATUS IS WS-AMF-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALF-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO REPLAYIF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFF-STATUS.
           SELECT REPLAY-REPORT-FILE ASSIGN TO RPLYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIBER-REG-FILE
           RECORDING MODE IS F.
           COPY SUBSRREC.
       FD  DAILY-CONTROL-FILE.
           COPY DAILYREC.
       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
           05  HCR-DESCRIPTION        PIC X(30).
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  INTERFACE-FILE
           RECORDING MODE IS F.
           COPY HELLOIFR.
       FD  REPLAY-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-SRF-STATUS              PIC X(2).
       01  WS-DCF-STATUS              PIC X(2).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ALF-STATUS              PIC X(2).
       01  WS-IFF-STATUS              PIC X(2).
       01  WS-RRF-STATUS              PIC X(2).
       01  WS-SUBSCRIBER-ID           PIC X(8).
       01  WS-SUBSCRIBER-LENGTH       PIC S9(4) COMP.
       01  WS-SUBSCRIBER-NAME         PIC X(30) VALUE SPACE.
       01  WS-SUBSCRIBER-FOUND        PIC X(1) VALUE "N".
       01  WS-SUBSCRIBER-ACTIVE       PIC X(1) VALUE "N".
       01  WS-REG-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-HOLIDAY-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-HOL-SCAN-EOF            PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-LAST-CALENDAR           PIC X(4).
       01  WS-REGIONAL-COUNT          PIC 9(2) VALUE 0.
       01  WS-CAL-SUB                 PIC 9(2).
       01  WS-REGIONAL-CALENDARS.
           05  WS-REGIONAL-CODE       PIC X(4) OCCURS 9.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-IOD-FROM                PIC 9(8).
       01  WS-IOD-TO                  PIC 9(8).
       01  WS-IOD-LOOP                PIC 9(8).
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-IF-RANGE-FROM           PIC X(10) VALUE SPACE.
       01  WS-IF-RANGE-TO             PIC X(10) VALUE SPACE.
       01  WS-IF-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(3) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-REFUSE-REASON           PIC X(50) VALUE SPACE.
       01  WS-DAY-NAME-VALUES.
           05  FILLER                 PIC X(3) VALUE "SUN".
           05  FILLER                 PIC X(3) VALUE "MON".
           05  FILLER                 PIC X(3) VALUE "TUE".
           05  FILLER                 PIC X(3) VALUE "WED".
           05  FILLER                 PIC X(3) VALUE "THU".
           05  FILLER                 PIC X(3) VALUE "FRI".
           05  FILLER                 PIC X(3) VALUE "SAT".
       01  FILLER                     REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME            PIC X(3) OCCURS 7.
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
       01  WS-RPL-COUNT               PIC 9(3) VALUE 0.
       01  WS-RPL-SUB                 PIC 9(3).
       01  WS-REPLAY-TABLE.
           05  WS-RPL-ENTRY           OCCURS 366.
               10  WS-RPL-DATE        PIC 9(8).
               10  WS-RPL-DAY-OF-WEEK PIC 9(1).
               10  WS-RPL-CALENDAR    PIC X(8).
               10  WS-RPL-CONTROL     PIC X(12).
               10  WS-RPL-AUDIT       PIC X(10).
               10  WS-RPL-FLAG        PIC X(1).
               10  WS-RPL-RESULT      PIC X(24).
       01  WS-REPLAY-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  BUS DATE   DAY  CALENDAR DAILYCTL     ".
           05  FILLER                 PIC X(40)
               VALUE "HELLO AUD  F  RESULT".
       01  WS-REPLAY-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-RPD-DATE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-RPD-DAY             PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-RPD-CALENDAR        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-RPD-CONTROL         PIC X(12).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-RPD-AUDIT           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-RPD-FLAG            PIC X(1).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-RPD-RESULT          PIC X(24).
           05  FILLER                 PIC X(2) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(24).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-REPLAY-PARM
           OPEN OUTPUT REPLAY-REPORT-FILE
           IF WS-RRF-STATUS NOT = "00"
               DISPLAY "REPLAY-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-RRF-STATUS " - HELLORPL CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-SUBSCRIBER
           IF WS-SUBSCRIBER-FOUND = "N"
               MOVE "SUBSCRIBER NOT REGISTERED ON SUBSREG"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF
           IF WS-SUBSCRIBER-ACTIVE = "N"
               MOVE "SUBSCRIBER IS INACTIVE ON SUBSREG"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-REPLAY
           END-IF
           PERFORM OPEN-CONTROL-CLUSTERS
           PERFORM VARYING WS-IOD-LOOP FROM WS-IOD-FROM BY 1
               UNTIL WS-IOD-LOOP > WS-IOD-TO
               PERFORM CLASSIFY-REPLAY-DATE
           END-PERFORM
           CLOSE DAILY-CONTROL-FILE
           CLOSE AUDIT-MASTER-FILE
           IF WS-REFUSED-COUNT > 0
               MOVE "RANGE INCLUDES DATES HELLO NEVER PROCESSED"
                   TO WS-REFUSE-REASON
               IF WS-HOLIDAY-AVAILABLE = "Y"
                   CLOSE HOLIDAY-CAL-FILE
               END-IF
               PERFORM REFUSE-REPLAY
           END-IF
           IF WS-HOLIDAY-AVAILABLE = "Y"
               PERFORM LOAD-REGIONAL-CALENDARS
           END-IF
           PERFORM WRITE-REPLAY-GENERATION
           IF WS-HOLIDAY-AVAILABLE = "Y"
               CLOSE HOLIDAY-CAL-FILE
           END-IF
           PERFORM WRITE-REPLAY-AUDIT
           PERFORM WRITE-REPLAY-REPORT
           CLOSE REPLAY-REPORT-FILE
           DISPLAY "HELLORPL COMPLETE - " WS-IF-DETAIL-COUNT
               " BUSINESS DATE(S) REPLAYED FOR " WS-SUBSCRIBER-ID
           STOP RUN.
       GET-REPLAY-PARM.
           IF LS-PARM-LENGTH < 17 OR LS-PARM-LENGTH > 24
               DISPLAY "INVALID PARM - EXPECTED YYYYMMDDYYYYMMDD "
                   "FOLLOWED BY SUBSCRIBER ID (17-24 BYTES) - "
                   "HELLORPL CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PARM-DATA(1:16) NOT NUMERIC
               DISPLAY "INVALID PARM - DATE RANGE NOT NUMERIC - "
                   "HELLORPL CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SUBSCRIBER-LENGTH = LS-PARM-LENGTH - 16
           MOVE SPACE TO WS-SUBSCRIBER-ID
           MOVE LS-PARM-DATA(17:WS-SUBSCRIBER-LENGTH)
               TO WS-SUBSCRIBER-ID
           MOVE LS-PARM-DATA(1:8) TO WS-FROM-DATE
           MOVE LS-PARM-DATA(9:8) TO WS-TO-DATE
           MOVE WS-FROM-DATE TO WS-CURRENT-DATE-NUM
           PERFORM EDIT-CALENDAR-DATE
           IF WS-DATE-INVALID = "N"
               MOVE WS-TO-DATE TO WS-CURRENT-DATE-NUM
               PERFORM EDIT-CALENDAR-DATE
           END-IF
           IF WS-DATE-INVALID = "Y"
               DISPLAY "INVALID PARM - NOT A CALENDAR DATE - "
                   "HELLORPL CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "INVALID PARM - FROM DATE AFTER TO DATE - "
                   "HELLORPL CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-IOD-FROM = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-IOD-TO = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-IOD-TO - WS-IOD-FROM > 365
               DISPLAY "INVALID PARM - RANGE LONGER THAN 366 DAYS - "
                   "HELLORPL CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO WS-CURRENT-DATE-NUM
           STRING WS-YEAR DELIMITED BY SIZE
                  "-"
                  WS-MONTH DELIMITED BY SIZE
                  "-"
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-IF-RANGE-FROM
           MOVE WS-TO-DATE TO WS-CURRENT-DATE-NUM
           STRING WS-YEAR DELIMITED BY SIZE
                  "-"
                  WS-MONTH DELIMITED BY SIZE
                  "-"
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-IF-RANGE-TO.
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
       FIND-SUBSCRIBER.
           OPEN INPUT SUBSCRIBER-REG-FILE
           IF WS-SRF-STATUS NOT = "00"
               DISPLAY "SUBSCRIBER-REG-FILE ALLOCATION FAILED - "
                   "STATUS " WS-SRF-STATUS " - HELLORPL CANNOT "
                   "PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE REPLAY-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
               READ SUBSCRIBER-REG-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF-SWITCH
                   NOT AT END
                       IF SBR-SUBSCRIBER-ID = WS-SUBSCRIBER-ID
                           MOVE "Y" TO WS-SUBSCRIBER-FOUND
                           MOVE SBR-SYSTEM-NAME TO WS-SUBSCRIBER-NAME
                           IF SBR-ACTIVE-FLAG = "I"
                               MOVE "N" TO WS-SUBSCRIBER-ACTIVE
                           ELSE
                               MOVE "Y" TO WS-SUBSCRIBER-ACTIVE
                           END-IF
                           MOVE "Y" TO WS-REG-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSCRIBER-REG-FILE.
       OPEN-CONTROL-CLUSTERS.
           OPEN INPUT DAILY-CONTROL-FILE
           IF WS-DCF-STATUS = "35"
               DISPLAY "DAILY-CONTROL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE REPLAY-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AMF-STATUS = "35"
               DISPLAY "AUDIT-MASTER-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE DAILY-CONTROL-FILE
               CLOSE REPLAY-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HCF-STATUS = "35"
               CLOSE HOLIDAY-CAL-FILE
           ELSE
               MOVE "Y" TO WS-HOLIDAY-AVAILABLE
           END-IF.
       CLASSIFY-REPLAY-DATE.
           ADD 1 TO WS-RPL-COUNT
           MOVE WS-RPL-COUNT TO WS-RPL-SUB
           MOVE FUNCTION DATE-OF-INTEGER(WS-IOD-LOOP)
               TO WS-CURRENT-DATE-NUM
           MOVE WS-CURRENT-DATE-NUM TO WS-RPL-DATE(WS-RPL-SUB)
           COMPUTE WS-IOD-REFERENCE =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-IOD-LOOP - WS-IOD-REFERENCE, 7) + 1
           MOVE WS-DAY-OF-WEEK TO WS-RPL-DAY-OF-WEEK(WS-RPL-SUB)
           MOVE "BUSINESS" TO WS-RPL-CALENDAR(WS-RPL-SUB)
           IF WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE "WEEKEND" TO WS-RPL-CALENDAR(WS-RPL-SUB)
           ELSE
               IF WS-HOLIDAY-AVAILABLE = "Y"
                   MOVE WS-DEFAULT-CALENDAR TO HCR-CALENDAR
                   MOVE WS-YEAR TO HCR-YEAR
                   MOVE WS-MONTH TO HCR-MONTH
                   MOVE WS-DAY TO HCR-DAY
                   READ HOLIDAY-CAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "HOLIDAY"
                               TO WS-RPL-CALENDAR(WS-RPL-SUB)
                   END-READ
               END-IF
           END-IF
           MOVE "NO ROW" TO WS-RPL-CONTROL(WS-RPL-SUB)
           MOVE WS-YEAR TO DCR-YEAR
           MOVE WS-MONTH TO DCR-MONTH
           MOVE WS-DAY TO DCR-DAY
           READ DAILY-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DCR-END-TIMESTAMP = SPACE
                       MOVE "NOT ENDED" TO WS-RPL-CONTROL(WS-RPL-SUB)
                   ELSE
                       MOVE "ENDED" TO WS-RPL-CONTROL(WS-RPL-SUB)
                   END-IF
           END-READ
           MOVE "NONE" TO WS-RPL-AUDIT(WS-RPL-SUB)
           MOVE "HELLO" TO AMR-JOB-NAME
           MOVE WS-YEAR TO AMR-YEAR
           MOVE WS-MONTH TO AMR-MONTH
           MOVE WS-DAY TO AMR-DAY
           READ AUDIT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AMR-STATUS TO WS-RPL-AUDIT(WS-RPL-SUB)
           END-READ
           MOVE SPACE TO WS-RPL-FLAG(WS-RPL-SUB)
           EVALUATE TRUE
               WHEN WS-RPL-CONTROL(WS-RPL-SUB) = "ENDED"
                   MOVE "Y" TO WS-RPL-FLAG(WS-RPL-SUB)
               WHEN WS-RPL-CONTROL(WS-RPL-SUB) = "NOT ENDED"
                   MOVE "REFUSED - RUN NOT ENDED"
                       TO WS-RPL-RESULT(WS-RPL-SUB)
               WHEN WS-RPL-AUDIT(WS-RPL-SUB) = "NON-PROC"
                   MOVE "N" TO WS-RPL-FLAG(WS-RPL-SUB)
               WHEN WS-RPL-AUDIT(WS-RPL-SUB) = "COMPLETE"
                   MOVE "REFUSED - NO DAILYCTL ROW"
                       TO WS-RPL-RESULT(WS-RPL-SUB)
               WHEN OTHER
                   MOVE "REFUSED - NOT PROCESSED"
                       TO WS-RPL-RESULT(WS-RPL-SUB)
           END-EVALUATE
           IF WS-RPL-FLAG(WS-RPL-SUB) = SPACE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF (WS-RPL-FLAG(WS-RPL-SUB) = "Y"
                   AND WS-RPL-CALENDAR(WS-RPL-SUB) NOT = "BUSINESS")
                   OR (WS-RPL-FLAG(WS-RPL-SUB) = "N"
                   AND WS-RPL-CALENDAR(WS-RPL-SUB) = "BUSINESS")
                   MOVE "REPLAYED - CAL CHANGED"
                       TO WS-RPL-RESULT(WS-RPL-SUB)
               ELSE
                   MOVE "REPLAYED"
                       TO WS-RPL-RESULT(WS-RPL-SUB)
               END-IF
           END-IF.
       WRITE-REPLAY-GENERATION.
           OPEN OUTPUT INTERFACE-FILE
           IF WS-IFF-STATUS NOT = "00"
               DISPLAY "INTERFACE-FILE ALLOCATION FAILED - STATUS "
                       WS-IFF-STATUS " - REPLAYIF NOT WRITTEN"
               MOVE 95 TO RETURN-CODE
               CLOSE REPLAY-REPORT-FILE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE TO INTERFACE-REC
           MOVE "H"              TO IFR-RECORD-TYPE
           MOVE WS-TIMESTAMP     TO IFH-GEN-TIMESTAMP
           MOVE "HELLORPL"       TO IFH-PRODUCING-JOB
           MOVE WS-IF-RANGE-FROM TO IFH-RANGE-FROM
           MOVE WS-IF-RANGE-TO   TO IFH-RANGE-TO
           MOVE "R"              TO IFH-REPLAY-FLAG
           MOVE WS-SUBSCRIBER-ID TO IFH-REPLAY-SUBSCRIBER
           WRITE INTERFACE-REC
           PERFORM VARYING WS-RPL-SUB FROM 1 BY 1
               UNTIL WS-RPL-SUB > WS-RPL-COUNT
               MOVE WS-RPL-DATE(WS-RPL-SUB) TO WS-CURRENT-DATE-NUM
               MOVE SPACE TO INTERFACE-REC
               MOVE "D" TO IFR-RECORD-TYPE
               STRING WS-YEAR DELIMITED BY SIZE
                      "-"
                      WS-MONTH DELIMITED BY SIZE
                      "-"
                      WS-DAY DELIMITED BY SIZE
                      INTO IFD-BUSINESS-DATE
               MOVE WS-RPL-DAY-OF-WEEK(WS-RPL-SUB) TO IFD-DAY-OF-WEEK
               MOVE WS-RPL-FLAG(WS-RPL-SUB) TO IFD-PROCESSING-FLAG
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-REGIONAL-COUNT
                   PERFORM SET-ONE-REGIONAL-FLAG
               END-PERFORM
               WRITE INTERFACE-REC
               ADD 1 TO WS-IF-DETAIL-COUNT
           END-PERFORM
           MOVE SPACE TO INTERFACE-REC
           MOVE "T" TO IFR-RECORD-TYPE
           MOVE WS-IF-DETAIL-COUNT TO IFT-DETAIL-COUNT
           WRITE INTERFACE-REC
           CLOSE INTERFACE-FILE.
       LOAD-REGIONAL-CALENDARS.
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
                   "CALENDAR " HCR-CALENDAR " NOT PUBLISHED ON REPLAYIF"
           END-IF.
       SET-ONE-REGIONAL-FLAG.
           MOVE WS-REGIONAL-CODE(WS-CAL-SUB) TO IFD-CALENDAR(WS-CAL-SUB)
           IF WS-RPL-DAY-OF-WEEK(WS-RPL-SUB) = 1
               OR WS-RPL-DAY-OF-WEEK(WS-RPL-SUB) = 7
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
       WRITE-REPLAY-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-ALF-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           PERFORM VARYING WS-RPL-SUB FROM 1 BY 1
               UNTIL WS-RPL-SUB > WS-RPL-COUNT
               MOVE WS-RPL-DATE(WS-RPL-SUB) TO WS-CURRENT-DATE-NUM
               MOVE "HELLORPL"   TO ALR-JOB-NAME
               MOVE WS-YEAR      TO ALR-YEAR
               MOVE WS-MONTH     TO ALR-MONTH
               MOVE WS-DAY       TO ALR-DAY
               MOVE WS-TIMESTAMP TO ALR-TIMESTAMP
               MOVE "REPLAY"     TO ALR-STATUS
               MOVE "P"          TO ALR-DATE-SOURCE
               WRITE AUDIT-LOG-REC
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.
       REFUSE-REPLAY.
           PERFORM WRITE-REPLAY-REPORT
           CLOSE REPLAY-REPORT-FILE
           DISPLAY "HELLORPL - REPLAY REFUSED - " WS-REFUSE-REASON
           MOVE 12 TO RETURN-CODE
           STOP RUN.
       WRITE-REPLAY-REPORT.
           MOVE "HELLOIF SUBSCRIBER REPLAY REPORT - HELLORPL"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SUBSCRIBER                : "
                  WS-SUBSCRIBER-ID DELIMITED BY SIZE
                  " "
                  WS-SUBSCRIBER-NAME DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "BUSINESS-DATE RANGE       : "
                  WS-IF-RANGE-FROM DELIMITED BY SIZE
                  " THRU "
                  WS-IF-RANGE-TO DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-RPL-COUNT > 0
               MOVE SPACE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE WS-REPLAY-HEADER TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               PERFORM VARYING WS-RPL-SUB FROM 1 BY 1
                   UNTIL WS-RPL-SUB > WS-RPL-COUNT
                   PERFORM WRITE-REPLAY-LINE
               END-PERFORM
           END-IF
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-IF-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DETAIL RECORDS REPLAYED   : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DATES REFUSED             : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF WS-REFUSE-REASON NOT = SPACE
               STRING "*** REPLAY REFUSED - " DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           ELSE
               MOVE "*** REPLAY GENERATION WRITTEN - DAILYCTL, CHKPOINT"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "*** AND AUDIT COUNTS NOT CHANGED"
                   TO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC.
       WRITE-REPLAY-LINE.
           MOVE WS-RPL-DATE(WS-RPL-SUB) TO WS-CURRENT-DATE-NUM
           MOVE SPACE TO WS-RPD-DATE
           STRING WS-YEAR DELIMITED BY SIZE
                  "-"
                  WS-MONTH DELIMITED BY SIZE
                  "-"
                  WS-DAY DELIMITED BY SIZE
                  INTO WS-RPD-DATE
           MOVE WS-DAY-NAME(WS-RPL-DAY-OF-WEEK(WS-RPL-SUB))
               TO WS-RPD-DAY
           MOVE WS-RPL-CALENDAR(WS-RPL-SUB) TO WS-RPD-CALENDAR
           MOVE WS-RPL-CONTROL(WS-RPL-SUB)  TO WS-RPD-CONTROL
           MOVE WS-RPL-AUDIT(WS-RPL-SUB)    TO WS-RPD-AUDIT
           MOVE WS-RPL-FLAG(WS-RPL-SUB)     TO WS-RPD-FLAG
           MOVE WS-RPL-RESULT(WS-RPL-SUB)   TO WS-RPD-RESULT
           MOVE WS-REPLAY-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
