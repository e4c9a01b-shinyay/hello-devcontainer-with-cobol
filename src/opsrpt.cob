       01  WS-RPF-STATUS              PIC X(2).
       01  WS-RUNPARM-EOF             PIC X(1) VALUE "N".
       01  WS-CUTOVER-HHMM            PIC 9(4) VALUE 0.
       01  WS-PARM-AS-OF-DATE         PIC 9(8).
       01  WS-PARM-EFF-DATE           PIC 9(8).
       01  WS-CUTOVER-EFF-DATE        PIC 9(8).
       01  WS-DEADLINE-EFF-DATE       PIC 9(8).
       01  WS-CLOCK-HHMM              PIC 9(4).
       01  WS-DATE-SOURCE             PIC X(1) VALUE "S".
       01  WS-EOF-SWITCH              PIC X(1) VALUE "N".
           05  LS-PARM-DATA           PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           PERFORM GET-REPORT-DATE
           MOVE WS-CURRENT-DATE-NUM TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           OPEN OUTPUT OPS-REPORT-FILE
           IF WS-ORF-STATUS NOT = "00"
               DISPLAY "OPS-REPORT-FILE ALLOCATION FAILED - STATUS "
               END-IF
           END-IF.
       READ-RUN-PARMS.
           MOVE 0 TO WS-CUTOVER-HHMM
           MOVE 0 TO WS-CUTOVER-EFF-DATE
           MOVE 060000 TO WS-DEADLINE-HHMMSS
           MOVE 0 TO WS-DEADLINE-EFF-DATE
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
                   WHEN "CUTOVER"
                       IF RPR-VALUE(1:4) NUMERIC
                           AND WS-PARM-EFF-DATE >= WS-CUTOVER-EFF-DATE
                           MOVE RPR-VALUE(1:4) TO WS-CUTOVER-HHMM
                           MOVE WS-PARM-EFF-DATE TO WS-CUTOVER-EFF-DATE
                       END-IF
                   WHEN "DEADLINE"
                       IF RPR-VALUE(1:6) NUMERIC
                           AND WS-PARM-EFF-DATE >= WS-DEADLINE-EFF-DATE
                           MOVE RPR-VALUE(1:6) TO WS-DEADLINE-HHMMSS
                           MOVE WS-PARM-EFF-DATE TO WS-DEADLINE-EFF-DATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       LOAD-CHECKPOINT-STEPS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 5
           END-EVALUATE
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "BATCH-WINDOW DEADLINE     : "
                  WS-DEADLINE-HHMMSS(1:2) DELIMITED BY SIZE
                  ":"
                  WS-DEADLINE-HHMMSS(3:2) DELIMITED BY SIZE
                  ":"
                  WS-DEADLINE-HHMMSS(5:2) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  STEP                  HH:MM:SS  S  ELAPSED"
               TO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC
           IF WS-LATE-FINISH = "Y"
               MOVE SPACE TO RPT-HEADER-REC
               STRING "*** CYCLE FINISHED AFTER "
                      WS-DEADLINE-HHMMSS(1:2) DELIMITED BY SIZE
                      ":"
                      WS-DEADLINE-HHMMSS(3:2) DELIMITED BY SIZE
                      ":"
                      WS-DEADLINE-HHMMSS(5:2) DELIMITED BY SIZE
                      " DEADLINE ***"
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       WRITE-STEP-LINE.
