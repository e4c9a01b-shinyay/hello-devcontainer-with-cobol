       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCLOSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CAL-FILE ASSIGN TO FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FCF-STATUS.
           SELECT FISCAL-SUM-FILE ASSIGN TO FISCSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSR-KEY
               FILE STATUS IS WS-FSF-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO AUDITMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMR-KEY
               FILE STATUS IS WS-AMF-STATUS.
           SELECT FISCAL-REPORT-FILE ASSIGN TO FCLSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-CAL-FILE.
           COPY FISCREC.
       FD  FISCAL-SUM-FILE.
           COPY FSUMREC.
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       FD  FISCAL-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
       01  WS-FCF-STATUS              PIC X(2).
       01  WS-FSF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-FRF-STATUS              PIC X(2).
       01  WS-CLOSE-MODE              PIC X(1).
       01  WS-FISCAL-YEAR             PIC 9(4).
       01  WS-FISCAL-PERIOD           PIC 9(2).
       01  WS-FISCAL-QUARTER          PIC 9(1).
       01  WS-START-DATE              PIC 9(8).
       01  WS-END-DATE                PIC 9(8).
       01  WS-SYSTEM-DATE             PIC 9(8).
       01  WS-COUNT-SOURCE            PIC X(14).
       01  WS-SUMMARY-USED            PIC X(1) VALUE "N".
       01  WS-PERIOD-FINAL            PIC X(1) VALUE "N".
       01  WS-MASTER-EOF              PIC X(1).
       01  WS-CAL-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-COMPLETE-COUNT          PIC 9(5) VALUE 0.
       01  WS-NONPROC-COUNT           PIC 9(5) VALUE 0.
       01  WS-BACKOUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OTHER-COUNT             PIC 9(5) VALUE 0.
       01  WS-TOTAL-COUNT             PIC 9(5) VALUE 0.
       01  WS-PERIODS-DEFINED         PIC 9(5) VALUE 0.
       01  WS-PERIODS-TALLIED         PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01  WS-COMPLETE-TOTAL          PIC 9(7) VALUE 0.
       01  WS-NONPROC-TOTAL           PIC 9(7) VALUE 0.
       01  WS-BACKOUT-TOTAL           PIC 9(7) VALUE 0.
       01  WS-OTHER-TOTAL             PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL             PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZZZ9.
       01  WS-QTR-SUB                 PIC 9(1).
       01  WS-QUARTER-TOTALS.
           05  WS-QTR-ENTRY           OCCURS 4.
               10  WS-QTR-PERIODS     PIC 9(5) VALUE 0.
               10  WS-QTR-COMPLETE    PIC 9(7) VALUE 0.
               10  WS-QTR-NONPROC     PIC 9(7) VALUE 0.
               10  WS-QTR-BACKOUT     PIC 9(7) VALUE 0.
               10  WS-QTR-OTHER       PIC 9(7) VALUE 0.
               10  WS-QTR-TOTAL       PIC 9(7) VALUE 0.
       01  WS-JOB-SUB                 PIC 9(1).
       01  WS-JOB-NAME-VALUES.
           05  FILLER                 PIC X(8) VALUE "BACKOUT".
           05  FILLER                 PIC X(8) VALUE "HELLO".
       01  FILLER                     REDEFINES WS-JOB-NAME-VALUES.
           05  WS-JOB-NAME            PIC X(8) OCCURS 2.
       01  WS-DATE-DISPLAY            PIC X(10).
       01  WS-DATE-WORK               PIC 9(8).
       01  WS-PERIOD-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  PERIOD  Q START      END        COMPL ".
           05  FILLER                 PIC X(40)
               VALUE "NPROC BACKO OTHER TOTAL".
       01  WS-QUARTER-HEADER.
           05  FILLER                 PIC X(23) VALUE SPACE.
           05  FILLER                 PIC X(40)
               VALUE "  COMPL   NPROC   BACKO   OTHER   TOTAL".
           05  FILLER                 PIC X(17) VALUE SPACE.
       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-PDL-PERIOD          PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-QUARTER         PIC 9(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-START           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-END             PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-COMPLETE        PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-NONPROC         PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-BACKOUT         PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-OTHER           PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PDL-TOTAL           PIC ZZZZ9.
           05  FILLER                 PIC X(17) VALUE SPACE.
       01  WS-QUARTER-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  FILLER                 PIC X(8) VALUE "QUARTER".
           05  WS-QTL-QUARTER         PIC 9(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-PERIODS         PIC Z9.
           05  FILLER                 PIC X(8) VALUE " PERIODS".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-COMPLETE        PIC ZZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-NONPROC         PIC ZZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-BACKOUT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-OTHER           PIC ZZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-QTL-TOTAL           PIC ZZZZZZ9.
           05  FILLER                 PIC X(17) VALUE SPACE.
       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-EXL-PERIOD          PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-EXL-MESSAGE         PIC X(50).
           05  FILLER                 PIC X(20) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-CLOSE-PARM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SYSTEM-DATE
           OPEN OUTPUT FISCAL-REPORT-FILE
           IF WS-FRF-STATUS NOT = "00"
               DISPLAY "FISCAL-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-FRF-STATUS " - FISCLOSE CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FISCAL-CAL-FILE
           IF WS-FCF-STATUS NOT = "00"
               DISPLAY "FISCAL-CAL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE AND "
                   "FISCMNT BEFORE SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE FISCAL-REPORT-FILE
               STOP RUN
           END-IF
           IF WS-CLOSE-MODE = "P"
               PERFORM CLOSE-FISCAL-PERIOD
           ELSE
               PERFORM ROLL-UP-FISCAL-PERIODS
           END-IF
           CLOSE FISCAL-CAL-FILE
           CLOSE FISCAL-REPORT-FILE
           STOP RUN.
       GET-CLOSE-PARM.
           EVALUATE TRUE
               WHEN LS-PARM-LENGTH = 6
                   AND LS-PARM-DATA(1:6) NUMERIC
                   MOVE "P" TO WS-CLOSE-MODE
                   MOVE LS-PARM-DATA(1:4) TO WS-FISCAL-YEAR
                   MOVE LS-PARM-DATA(5:2) TO WS-FISCAL-PERIOD
                   IF WS-FISCAL-PERIOD < 1 OR WS-FISCAL-PERIOD > 13
                       PERFORM PARM-NOT-VALID-ERROR
                   END-IF
               WHEN LS-PARM-LENGTH = 6
                   AND LS-PARM-DATA(1:4) NUMERIC
                   AND LS-PARM-DATA(5:1) = "Q"
                   AND LS-PARM-DATA(6:1) >= "1"
                   AND LS-PARM-DATA(6:1) <= "4"
                   MOVE "Q" TO WS-CLOSE-MODE
                   MOVE LS-PARM-DATA(1:4) TO WS-FISCAL-YEAR
                   MOVE LS-PARM-DATA(6:1) TO WS-FISCAL-QUARTER
               WHEN LS-PARM-LENGTH = 4
                   AND LS-PARM-DATA(1:4) NUMERIC
                   MOVE "Y" TO WS-CLOSE-MODE
                   MOVE LS-PARM-DATA(1:4) TO WS-FISCAL-YEAR
               WHEN OTHER
                   PERFORM PARM-NOT-VALID-ERROR
           END-EVALUATE
           IF WS-FISCAL-YEAR < 1970 OR WS-FISCAL-YEAR > 2099
               DISPLAY "PARM FISCAL YEAR OUT OF RANGE 1970-2099 - "
                   "FISCLOSE CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF.
       PARM-NOT-VALID-ERROR.
           DISPLAY "INVALID PARM - EXPECTED YYYYPP (CLOSE A FISCAL "
               "PERIOD), YYYYQN (QUARTER) OR YYYY (FISCAL YEAR) - "
               "FISCLOSE CANNOT PROCEED"
           MOVE 98 TO RETURN-CODE
           STOP RUN.
       CLOSE-FISCAL-PERIOD.
           MOVE WS-FISCAL-YEAR TO FCL-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO FCL-PERIOD
           READ FISCAL-CAL-FILE
               INVALID KEY
                   DISPLAY "FISCAL PERIOD " WS-FISCAL-YEAR "-"
                       WS-FISCAL-PERIOD " NOT ON THE FISCAL CALENDAR "
                       "- RUN FISCMNT - FISCLOSE REFUSED"
                   MOVE 12 TO RETURN-CODE
                   CLOSE FISCAL-CAL-FILE
                   CLOSE FISCAL-REPORT-FILE
                   STOP RUN
           END-READ
           MOVE FCL-QUARTER TO WS-FISCAL-QUARTER
           MOVE FCL-START-DATE TO WS-START-DATE
           MOVE FCL-END-DATE TO WS-END-DATE
           PERFORM READ-FISCAL-SUMMARY
           IF WS-SUMMARY-USED = "N"
               PERFORM SUMMARIZE-AUDIT-MASTER
               PERFORM SAVE-FISCAL-SUMMARY
           END-IF
           PERFORM WRITE-PERIOD-REPORT
           DISPLAY "FISCLOSE - FISCAL PERIOD " WS-FISCAL-YEAR "-"
               WS-FISCAL-PERIOD " TOTALS WRITTEN TO FCLSRPT".
       READ-FISCAL-SUMMARY.
           OPEN INPUT FISCAL-SUM-FILE
           IF WS-FSF-STATUS NOT = "00"
               CLOSE FISCAL-SUM-FILE
           ELSE
               MOVE WS-FISCAL-YEAR TO FSR-FISCAL-YEAR
               MOVE WS-FISCAL-PERIOD TO FSR-PERIOD
               READ FISCAL-SUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FSR-FINAL-FLAG = "F"
                           AND FSR-START-DATE = WS-START-DATE
                           AND FSR-END-DATE = WS-END-DATE
                           MOVE FSR-COMPLETE-COUNT
                               TO WS-COMPLETE-COUNT
                           MOVE FSR-NONPROC-COUNT TO WS-NONPROC-COUNT
                           MOVE FSR-BACKOUT-COUNT TO WS-BACKOUT-COUNT
                           MOVE FSR-OTHER-COUNT   TO WS-OTHER-COUNT
                           MOVE FSR-TOTAL-COUNT   TO WS-TOTAL-COUNT
                           MOVE "Y" TO WS-SUMMARY-USED
                           MOVE "Y" TO WS-PERIOD-FINAL
                           MOVE "SUMMARY RECORD" TO WS-COUNT-SOURCE
                       END-IF
               END-READ
               CLOSE FISCAL-SUM-FILE
           END-IF.
       SUMMARIZE-AUDIT-MASTER.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AMF-STATUS NOT = "00"
               DISPLAY "AUDIT-MASTER-FILE VSAM CLUSTER NOT FOUND - "
                   "FISCLOSE CANNOT PROCEED"
               MOVE 97 TO RETURN-CODE
               CLOSE AUDIT-MASTER-FILE
               CLOSE FISCAL-CAL-FILE
               CLOSE FISCAL-REPORT-FILE
               STOP RUN
           END-IF
           MOVE "AUDIT MASTER" TO WS-COUNT-SOURCE
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 2
               PERFORM TALLY-MASTER-PERIOD
           END-PERFORM
           CLOSE AUDIT-MASTER-FILE.
       TALLY-MASTER-PERIOD.
           MOVE "N" TO WS-MASTER-EOF
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO AMR-JOB-NAME
           MOVE WS-START-DATE TO AMR-RUN-DATE
           START AUDIT-MASTER-FILE KEY NOT < AMR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF WS-AMF-STATUS NOT = "00"
                           MOVE "Y" TO WS-MASTER-EOF
                       ELSE
                           MOVE AMR-RUN-DATE TO WS-DATE-WORK
                           IF AMR-JOB-NAME =
                                   WS-JOB-NAME(WS-JOB-SUB)
                               AND WS-DATE-WORK NOT > WS-END-DATE
                               PERFORM TALLY-MASTER-RECORD
                           ELSE
                               MOVE "Y" TO WS-MASTER-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       TALLY-MASTER-RECORD.
           ADD 1 TO WS-TOTAL-COUNT
           EVALUATE AMR-STATUS
               WHEN "COMPLETE"
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN "NON-PROC"
                   ADD 1 TO WS-NONPROC-COUNT
               WHEN "BACKOUT"
                   ADD 1 TO WS-BACKOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
       SAVE-FISCAL-SUMMARY.
           OPEN I-O FISCAL-SUM-FILE
           IF WS-FSF-STATUS = "35"
               OPEN OUTPUT FISCAL-SUM-FILE
               IF WS-FSF-STATUS = "00"
                   PERFORM BUILD-FISCAL-SUMMARY
                   WRITE FISCAL-SUM-REC
               END-IF
               CLOSE FISCAL-SUM-FILE
           ELSE
               IF WS-FSF-STATUS = "00"
                   MOVE WS-FISCAL-YEAR TO FSR-FISCAL-YEAR
                   MOVE WS-FISCAL-PERIOD TO FSR-PERIOD
                   READ FISCAL-SUM-FILE
                       INVALID KEY
                           PERFORM BUILD-FISCAL-SUMMARY
                           WRITE FISCAL-SUM-REC
                       NOT INVALID KEY
                           PERFORM BUILD-FISCAL-SUMMARY
                           REWRITE FISCAL-SUM-REC
                   END-READ
               END-IF
               CLOSE FISCAL-SUM-FILE
           END-IF.
       BUILD-FISCAL-SUMMARY.
           MOVE WS-FISCAL-YEAR    TO FSR-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD  TO FSR-PERIOD
           MOVE WS-FISCAL-QUARTER TO FSR-QUARTER
           MOVE WS-START-DATE     TO FSR-START-DATE
           MOVE WS-END-DATE       TO FSR-END-DATE
           MOVE WS-COMPLETE-COUNT TO FSR-COMPLETE-COUNT
           MOVE WS-NONPROC-COUNT  TO FSR-NONPROC-COUNT
           MOVE WS-BACKOUT-COUNT  TO FSR-BACKOUT-COUNT
           MOVE WS-OTHER-COUNT    TO FSR-OTHER-COUNT
           MOVE WS-TOTAL-COUNT    TO FSR-TOTAL-COUNT
           IF WS-END-DATE < WS-SYSTEM-DATE
               AND WS-TOTAL-COUNT > 0
               MOVE "F" TO FSR-FINAL-FLAG
               MOVE "Y" TO WS-PERIOD-FINAL
           ELSE
               MOVE SPACE TO FSR-FINAL-FLAG
           END-IF.
       WRITE-PERIOD-REPORT.
           MOVE "FISCAL PERIOD CLOSE REPORT - FISCLOSE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "FISCAL PERIOD             : "
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  "-"
                  WS-FISCAL-PERIOD DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "FISCAL QUARTER            : "
                  WS-FISCAL-QUARTER DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-START-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIOD START DATE         : "
                  WS-DATE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-END-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIOD END DATE           : "
                  WS-DATE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "COUNT SOURCE              : "
                  WS-COUNT-SOURCE DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-COMPLETE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PROCESSING DAYS COMPLETED : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-NONPROC-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "NON-PROCESSING DAYS       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-BACKOUT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "RUNS BACKED OUT           : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "OTHER/UNKNOWN STATUS      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL AUDIT RECORDS READ  : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF WS-PERIOD-FINAL = "Y"
               MOVE "FINAL FLAG                : F - COUNTS ARE FINAL"
                   TO RPT-HEADER-REC
           ELSE
               STRING "FINAL FLAG                : "
                      "NOT FINAL - RERUN AFTER THE PERIOD ENDS"
                      DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC.
       FORMAT-DATE-DISPLAY.
           MOVE SPACE TO WS-DATE-DISPLAY
           STRING WS-DATE-WORK(1:4) "-"
                  WS-DATE-WORK(5:2) "-"
                  WS-DATE-WORK(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-DISPLAY.
       ROLL-UP-FISCAL-PERIODS.
           OPEN INPUT FISCAL-SUM-FILE
           IF WS-FSF-STATUS NOT = "00"
               DISPLAY "FISCAL-SUM-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN FISCLOSE FOR EACH PERIOD BEFORE SUBMITTING "
                   "THE ROLL-UP"
               MOVE 97 TO RETURN-CODE
               CLOSE FISCAL-CAL-FILE
               CLOSE FISCAL-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-ROLL-UP-HEADING
           MOVE "N" TO WS-CAL-EOF-SWITCH
           MOVE WS-FISCAL-YEAR TO FCL-FISCAL-YEAR
           MOVE 0 TO FCL-PERIOD
           START FISCAL-CAL-FILE KEY NOT < FCL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CAL-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-CAL-EOF-SWITCH = "Y"
               READ FISCAL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SWITCH
                   NOT AT END
                       IF WS-FCF-STATUS = "00"
                           AND FCL-FISCAL-YEAR = WS-FISCAL-YEAR
                           PERFORM ROLL-UP-ONE-PERIOD
                       ELSE
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FISCAL-SUM-FILE
           IF WS-PERIODS-DEFINED = 0
               MOVE SPACE TO WS-EXL-PERIOD
               MOVE "NO FISCAL PERIODS ON THE CALENDAR - RUN FISCMNT"
                   TO WS-EXL-MESSAGE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM WRITE-ROLL-UP-TOTALS
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "FISCLOSE - " WS-EXCEPTION-COUNT
                   " PERIOD(S) MISSING OR NOT FINAL - SEE FCLSRPT"
           ELSE
               DISPLAY "FISCLOSE - ALL PERIODS FINAL FOR FISCAL YEAR "
                   WS-FISCAL-YEAR
           END-IF.
       WRITE-ROLL-UP-HEADING.
           IF WS-CLOSE-MODE = "Q"
               MOVE "FISCAL QUARTER SUMMARY REPORT - FISCLOSE"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE SPACE TO RPT-HEADER-REC
               STRING "FISCAL QUARTER            : "
                      WS-FISCAL-YEAR DELIMITED BY SIZE
                      " Q"
                      WS-FISCAL-QUARTER DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           ELSE
               MOVE "FISCAL YEAR SUMMARY REPORT - FISCLOSE"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE SPACE TO RPT-HEADER-REC
               STRING "FISCAL YEAR               : "
                      WS-FISCAL-YEAR DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-PERIOD-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       ROLL-UP-ONE-PERIOD.
           IF WS-CLOSE-MODE = "Y"
               OR FCL-QUARTER = WS-FISCAL-QUARTER
               ADD 1 TO WS-PERIODS-DEFINED
               MOVE FCL-FISCAL-YEAR TO FSR-FISCAL-YEAR
               MOVE FCL-PERIOD TO FSR-PERIOD
               READ FISCAL-SUM-FILE
                   INVALID KEY
                       PERFORM FORMAT-EXCEPTION-PERIOD
                       MOVE "NO PERIOD TOTALS - FISCLOSE NEVER RUN"
                           TO WS-EXL-MESSAGE
                       PERFORM WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       PERFORM CHECK-PERIOD-SUMMARY
               END-READ
           END-IF.
       CHECK-PERIOD-SUMMARY.
           PERFORM FORMAT-EXCEPTION-PERIOD
           IF FSR-FINAL-FLAG NOT = "F"
               MOVE "PERIOD NOT FINAL - RERUN FISCLOSE"
                   TO WS-EXL-MESSAGE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF FSR-START-DATE NOT = FCL-START-DATE
                   OR FSR-END-DATE NOT = FCL-END-DATE
                   OR FSR-QUARTER NOT = FCL-QUARTER
                   MOVE "CALENDAR CHANGED SINCE CLOSE - RERUN FISCLOSE"
                       TO WS-EXL-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM TALLY-PERIOD-SUMMARY
               END-IF
           END-IF.
       TALLY-PERIOD-SUMMARY.
           ADD 1 TO WS-PERIODS-TALLIED
           ADD FSR-COMPLETE-COUNT TO WS-COMPLETE-TOTAL
           ADD FSR-NONPROC-COUNT  TO WS-NONPROC-TOTAL
           ADD FSR-BACKOUT-COUNT  TO WS-BACKOUT-TOTAL
           ADD FSR-OTHER-COUNT    TO WS-OTHER-TOTAL
           ADD FSR-TOTAL-COUNT    TO WS-GRAND-TOTAL
           MOVE FSR-QUARTER TO WS-QTR-SUB
           ADD 1 TO WS-QTR-PERIODS(WS-QTR-SUB)
           ADD FSR-COMPLETE-COUNT TO WS-QTR-COMPLETE(WS-QTR-SUB)
           ADD FSR-NONPROC-COUNT  TO WS-QTR-NONPROC(WS-QTR-SUB)
           ADD FSR-BACKOUT-COUNT  TO WS-QTR-BACKOUT(WS-QTR-SUB)
           ADD FSR-OTHER-COUNT    TO WS-QTR-OTHER(WS-QTR-SUB)
           ADD FSR-TOTAL-COUNT    TO WS-QTR-TOTAL(WS-QTR-SUB)
           MOVE WS-EXL-PERIOD TO WS-PDL-PERIOD
           MOVE FSR-QUARTER TO WS-PDL-QUARTER
           MOVE FSR-START-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-PDL-START
           MOVE FSR-END-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-PDL-END
           MOVE FSR-COMPLETE-COUNT TO WS-PDL-COMPLETE
           MOVE FSR-NONPROC-COUNT  TO WS-PDL-NONPROC
           MOVE FSR-BACKOUT-COUNT  TO WS-PDL-BACKOUT
           MOVE FSR-OTHER-COUNT    TO WS-PDL-OTHER
           MOVE FSR-TOTAL-COUNT    TO WS-PDL-TOTAL
           MOVE WS-PERIOD-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       FORMAT-EXCEPTION-PERIOD.
           MOVE SPACE TO WS-EXL-PERIOD
           STRING FCL-FISCAL-YEAR DELIMITED BY SIZE
                  "-"
                  FCL-PERIOD DELIMITED BY SIZE
                  INTO WS-EXL-PERIOD.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-ROLL-UP-TOTALS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-CLOSE-MODE = "Y"
               MOVE WS-QUARTER-HEADER TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
                   PERFORM WRITE-QUARTER-LINE
               END-PERFORM
               MOVE SPACE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           MOVE WS-PERIODS-DEFINED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIODS ON CALENDAR       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-PERIODS-TALLIED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIODS FINAL             : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIODS MISSING/NOT FINAL : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-COMPLETE-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PROCESSING DAYS COMPLETED : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-NONPROC-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "NON-PROCESSING DAYS       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-BACKOUT-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "RUNS BACKED OUT           : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-OTHER-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "OTHER/UNKNOWN STATUS      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-GRAND-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL AUDIT RECORDS       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "*** FISCAL TOTALS INCOMPLETE - SEE EXCEPTIONS ***"
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       WRITE-QUARTER-LINE.
           MOVE WS-QTR-SUB TO WS-QTL-QUARTER
           MOVE WS-QTR-PERIODS(WS-QTR-SUB)  TO WS-QTL-PERIODS
           MOVE WS-QTR-COMPLETE(WS-QTR-SUB) TO WS-QTL-COMPLETE
           MOVE WS-QTR-NONPROC(WS-QTR-SUB)  TO WS-QTL-NONPROC
           MOVE WS-QTR-BACKOUT(WS-QTR-SUB)  TO WS-QTL-BACKOUT
           MOVE WS-QTR-OTHER(WS-QTR-SUB)    TO WS-QTL-OTHER
           MOVE WS-QTR-TOTAL(WS-QTR-SUB)    TO WS-QTL-TOTAL
           MOVE WS-QUARTER-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
