       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKSCORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-REG-FILE ASSIGN TO SUBSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRF-STATUS.
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKH-KEY
               FILE STATUS IS WS-AHF-STATUS.
           SELECT SCORE-REPORT-FILE ASSIGN TO SCORERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIBER-REG-FILE
           RECORDING MODE IS F.
           COPY SUBSRREC.
       FD  ACK-HIST-FILE.
           COPY ACKHREC.
       FD  SCORE-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
       01  WS-SRF-STATUS              PIC X(2).
       01  WS-AHF-STATUS              PIC X(2).
       01  WS-SCF-STATUS              PIC X(2).
       01  WS-REG-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-HIST-EOF-SWITCH         PIC X(1).
       01  WS-PARM-VALUE              PIC X(3).
       01  WS-PARM-VALUE-1            PIC X(1).
       01  WS-PARM-VALUE-2            PIC X(2).
       01  WS-SCORE-PERIOD            PIC 9(6).
       01  WS-PERIOD-START-DATE       PIC 9(8).
       01  WS-PERIOD-YEAR             PIC 9(4).
       01  WS-PERIOD-MONTH            PIC 9(2).
       01  WS-MISS-THRESHOLD          PIC 9(3) VALUE 5.
       01  WS-SUB-EXPECTED            PIC 9(3).
       01  WS-SUB-ACKED               PIC 9(3).
       01  WS-SUB-MISSED              PIC 9(3).
       01  WS-SUB-SKIPPED             PIC 9(3).
       01  WS-SUB-LAG-COUNT           PIC 9(3).
       01  WS-SUB-LAG-SUM             PIC S9(12) COMP.
       01  WS-SUB-LAG-MAX             PIC S9(12) COMP.
       01  WS-MISS-PCT                PIC 9(3).
       01  WS-LAG-WORK                PIC S9(12) COMP.
       01  WS-LAG-HH                  PIC 9(3).
       01  WS-LAG-MM                  PIC 9(2).
       01  WS-LAG-SS                  PIC 9(2).
       01  WS-LAG-REM                 PIC 9(9).
       01  WS-LAG-TEXT                PIC X(9).
       01  WS-SUBSCRIBER-COUNT        PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-EXPECTED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACKED             PIC 9(7) VALUE 0.
       01  WS-TOTAL-MISSED            PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZZZ9.
       01  WS-SCORE-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  SUBSCR   SYSTEM NAME          C EXP AC".
           05  FILLER                 PIC X(40)
               VALUE "K MIS PCT   AVG-LAG WORST-LAG FLAG".
       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-DTL-SUB-ID          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-SUB-NAME        PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-CRIT            PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-EXPECTED        PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-ACKED           PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-MISSED          PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-MISS-PCT        PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-AVG-LAG         PIC X(9).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-MAX-LAG         PIC X(9).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-FLAG            PIC X(4).
           05  FILLER                 PIC X(6) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(9).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-SCORECARD-PARM
           OPEN OUTPUT SCORE-REPORT-FILE
           IF WS-SCF-STATUS NOT = "00"
               DISPLAY "SCORE-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-SCF-STATUS " - ACKSCORE CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACK-HIST-FILE
           IF WS-AHF-STATUS = "35"
               DISPLAY "ACK-HIST-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE SCORE-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT SUBSCRIBER-REG-FILE
           IF WS-SRF-STATUS NOT = "00"
               DISPLAY "SUBSCRIBER-REG-FILE ALLOCATION FAILED - "
                   "STATUS " WS-SRF-STATUS " - ACKSCORE CANNOT "
                   "PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE ACK-HIST-FILE
               CLOSE SCORE-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-SCORECARD-TITLE
           PERFORM UNTIL WS-REG-EOF-SWITCH = "Y"
               READ SUBSCRIBER-REG-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF-SWITCH
                   NOT AT END
                       IF SBR-SUBSCRIBER-ID NOT = SPACE
                           PERFORM SCORE-ONE-SUBSCRIBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSCRIBER-REG-FILE
           CLOSE ACK-HIST-FILE
           PERFORM WRITE-SCORECARD-TOTALS
           CLOSE SCORE-REPORT-FILE
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ACKSCORE COMPLETE - " WS-SUBSCRIBER-COUNT
               " SUBSCRIBER(S) SCORED, " WS-FLAGGED-COUNT
               " OVER MISS-RATE THRESHOLD"
           STOP RUN.
       GET-SCORECARD-PARM.
           IF LS-PARM-LENGTH < 6 OR LS-PARM-LENGTH > 9
               DISPLAY "INVALID PARM - EXPECTED YYYYMM PLUS OPTIONAL "
                   "MISS-RATE PERCENT (6-9 BYTES) - ACKSCORE CANNOT "
                   "PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PARM-DATA(1:6) NOT NUMERIC
               DISPLAY "INVALID PARM - PERIOD NOT NUMERIC - "
                   "ACKSCORE CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PARM-DATA(1:6) TO WS-SCORE-PERIOD
           DIVIDE WS-SCORE-PERIOD BY 100
               GIVING WS-PERIOD-YEAR REMAINDER WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID PARM - MONTH NOT 01-12 - "
                   "ACKSCORE CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-START-DATE = WS-SCORE-PERIOD * 100 + 1
           MOVE LS-PARM-DATA(7:3) TO WS-PARM-VALUE
           EVALUATE LS-PARM-LENGTH
               WHEN 7
                   MOVE WS-PARM-VALUE TO WS-PARM-VALUE-1
                   IF WS-PARM-VALUE-1 NUMERIC
                       MOVE WS-PARM-VALUE-1 TO WS-MISS-THRESHOLD
                   ELSE
                       PERFORM PARM-NOT-NUMERIC-ERROR
                   END-IF
               WHEN 8
                   MOVE WS-PARM-VALUE TO WS-PARM-VALUE-2
                   IF WS-PARM-VALUE-2 NUMERIC
                       MOVE WS-PARM-VALUE-2 TO WS-MISS-THRESHOLD
                   ELSE
                       PERFORM PARM-NOT-NUMERIC-ERROR
                   END-IF
               WHEN 9
                   IF WS-PARM-VALUE NUMERIC
                       MOVE WS-PARM-VALUE TO WS-MISS-THRESHOLD
                   ELSE
                       PERFORM PARM-NOT-NUMERIC-ERROR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MISS-THRESHOLD > 100
               DISPLAY "INVALID PARM - MISS-RATE PERCENT OVER 100 - "
                   "ACKSCORE CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF.
       PARM-NOT-NUMERIC-ERROR.
           DISPLAY "INVALID PARM - MISS-RATE PERCENT NOT NUMERIC "
               "- ACKSCORE CANNOT PROCEED"
           MOVE 98 TO RETURN-CODE
           STOP RUN.
       WRITE-SCORECARD-TITLE.
           MOVE "SUBSCRIBER DELIVERY SLA SCORECARD - ACKSCORE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SCORECARD PERIOD          : "
                  WS-PERIOD-YEAR DELIMITED BY SIZE
                  "-"
                  WS-PERIOD-MONTH DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-MISS-THRESHOLD TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "MISS-RATE THRESHOLD (PCT) : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-SCORE-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       SCORE-ONE-SUBSCRIBER.
           ADD 1 TO WS-SUBSCRIBER-COUNT
           MOVE 0 TO WS-SUB-EXPECTED
           MOVE 0 TO WS-SUB-ACKED
           MOVE 0 TO WS-SUB-MISSED
           MOVE 0 TO WS-SUB-SKIPPED
           MOVE 0 TO WS-SUB-LAG-COUNT
           MOVE 0 TO WS-SUB-LAG-SUM
           MOVE 0 TO WS-SUB-LAG-MAX
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE SBR-SUBSCRIBER-ID TO AKH-SUBSCRIBER-ID
           MOVE WS-PERIOD-START-DATE TO AKH-BUSINESS-DATE
           START ACK-HIST-FILE KEY IS NOT < AKH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-HIST-EOF-SWITCH = "Y"
               READ ACK-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF WS-AHF-STATUS = "00"
                           AND AKH-SUBSCRIBER-ID = SBR-SUBSCRIBER-ID
                           AND AKH-YEAR = WS-PERIOD-YEAR
                           AND AKH-MONTH = WS-PERIOD-MONTH
                           PERFORM TALLY-HISTORY-ROW
                       ELSE
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-SCORECARD-LINE.
       TALLY-HISTORY-ROW.
           EVALUATE AKH-ACK-STATUS
               WHEN "A"
                   ADD 1 TO WS-SUB-EXPECTED
                   ADD 1 TO WS-SUB-ACKED
                   IF AKH-LAG-FLAG = "Y"
                       ADD 1 TO WS-SUB-LAG-COUNT
                       ADD AKH-LAG-SECONDS TO WS-SUB-LAG-SUM
                       IF AKH-LAG-SECONDS > WS-SUB-LAG-MAX
                           MOVE AKH-LAG-SECONDS TO WS-SUB-LAG-MAX
                       END-IF
                   END-IF
               WHEN "M"
                   ADD 1 TO WS-SUB-EXPECTED
                   ADD 1 TO WS-SUB-MISSED
               WHEN "S"
                   ADD 1 TO WS-SUB-SKIPPED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       WRITE-SCORECARD-LINE.
           MOVE SBR-SUBSCRIBER-ID TO WS-DTL-SUB-ID
           MOVE SBR-SYSTEM-NAME TO WS-DTL-SUB-NAME
           IF SBR-CRITICALITY = "C"
               MOVE "C" TO WS-DTL-CRIT
           ELSE
               MOVE "I" TO WS-DTL-CRIT
           END-IF
           MOVE WS-SUB-EXPECTED TO WS-DTL-EXPECTED
           MOVE WS-SUB-ACKED TO WS-DTL-ACKED
           MOVE WS-SUB-MISSED TO WS-DTL-MISSED
           MOVE SPACE TO WS-DTL-FLAG
           IF WS-SUB-EXPECTED > 0
               COMPUTE WS-MISS-PCT =
                   WS-SUB-MISSED * 100 / WS-SUB-EXPECTED
               MOVE WS-MISS-PCT TO WS-DTL-MISS-PCT
               IF WS-SUB-MISSED * 100
                   > WS-MISS-THRESHOLD * WS-SUB-EXPECTED
                   MOVE "MISS" TO WS-DTL-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           ELSE
               MOVE 0 TO WS-DTL-MISS-PCT
           END-IF
           IF WS-SUB-LAG-COUNT > 0
               COMPUTE WS-LAG-WORK =
                   WS-SUB-LAG-SUM / WS-SUB-LAG-COUNT
               PERFORM FORMAT-LAG-TEXT
               MOVE WS-LAG-TEXT TO WS-DTL-AVG-LAG
               MOVE WS-SUB-LAG-MAX TO WS-LAG-WORK
               PERFORM FORMAT-LAG-TEXT
               MOVE WS-LAG-TEXT TO WS-DTL-MAX-LAG
           ELSE
               MOVE "---:--:--" TO WS-DTL-AVG-LAG
               MOVE "---:--:--" TO WS-DTL-MAX-LAG
           END-IF
           ADD WS-SUB-EXPECTED TO WS-TOTAL-EXPECTED
           ADD WS-SUB-ACKED TO WS-TOTAL-ACKED
           ADD WS-SUB-MISSED TO WS-TOTAL-MISSED
           MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
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
       WRITE-SCORECARD-TOTALS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-SUBSCRIBER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "SUBSCRIBERS SCORED        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-EXPECTED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DATES EXPECTED            : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-ACKED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DATES ACKNOWLEDGED        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-MISSED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DATES MISSED              : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "OVER MISS-RATE THRESHOLD  : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
