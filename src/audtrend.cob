       01  WS-TO-MONTHS               PIC 9(7).
       01  WS-SPAN-MONTHS             PIC 9(5).
       01  WS-DEADLINE-HHMMSS         PIC 9(6) VALUE 060000.
       01  WS-PARM-EFF-DATE           PIC 9(8).
       01  WS-DEADLINE-EFF-DATE       PIC 9(8).
       01  WS-RANGE-START-DATE        PIC 9(8).
       01  WS-RANGE-END-DATE          PIC 9(8).
       01  WS-DEADLINE-COUNT          PIC 9(2) VALUE 0.
       01  WS-DLN-SUB                 PIC 9(2).
       01  WS-DLN-MATCH-SUB           PIC 9(2).
       01  WS-DEADLINE-TABLE.
           05  WS-DLN-ENTRY           OCCURS 50.
               10  WS-DLN-EFF-DATE    PIC 9(8).
               10  WS-DLN-HHMMSS      PIC 9(6).
       01  WS-WORK-STATUS             PIC X(10).
       01  WS-WORK-TIMESTAMP          PIC X(21).
       01  WS-WORK-PERIOD             PIC 9(6).
           END-IF
           MOVE LS-PARM-DATA(1:6) TO WS-FROM-PERIOD
           MOVE LS-PARM-DATA(7:6) TO WS-TO-PERIOD
           COMPUTE WS-RANGE-START-DATE = WS-FROM-PERIOD * 100 + 1
           COMPUTE WS-RANGE-END-DATE = WS-TO-PERIOD * 100 + 31
           IF WS-FROM-PERIOD > WS-TO-PERIOD
               DISPLAY "INVALID PARM - FROM PERIOD AFTER TO PERIOD - "
                   "AUDTREND CANNOT PROCEED"
               CLOSE RUN-PARM-FILE
           END-IF.
       APPLY-RUN-PARM.
           IF RPR-EFF-DATE NUMERIC
               MOVE RPR-EFF-DATE TO WS-PARM-EFF-DATE
           ELSE
               MOVE 0 TO WS-PARM-EFF-DATE
           END-IF
           EVALUATE RPR-KEYWORD
               WHEN "DEADLINE"
                   IF RPR-VALUE(1:6) NUMERIC
                       PERFORM STORE-DEADLINE-ENTRY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       STORE-DEADLINE-ENTRY.
           MOVE 0 TO WS-DLN-MATCH-SUB
           PERFORM VARYING WS-DLN-SUB FROM 1 BY 1
               UNTIL WS-DLN-SUB > WS-DEADLINE-COUNT
               IF WS-DLN-EFF-DATE(WS-DLN-SUB) = WS-PARM-EFF-DATE
                   MOVE WS-DLN-SUB TO WS-DLN-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-DLN-MATCH-SUB > 0
               MOVE RPR-VALUE(1:6) TO WS-DLN-HHMMSS(WS-DLN-MATCH-SUB)
           ELSE
               IF WS-DEADLINE-COUNT < 50
                   ADD 1 TO WS-DEADLINE-COUNT
                   MOVE WS-PARM-EFF-DATE
                       TO WS-DLN-EFF-DATE(WS-DEADLINE-COUNT)
                   MOVE RPR-VALUE(1:6)
                       TO WS-DLN-HHMMSS(WS-DEADLINE-COUNT)
               ELSE
                   DISPLAY "DEADLINE TABLE EXCEEDS 50 ENTRIES - "
                       "EXTRA ENTRY IGNORED: " RPR-EFF-DATE
               END-IF
           END-IF.
       FIND-DEADLINE-IN-FORCE.
           MOVE 060000 TO WS-DEADLINE-HHMMSS
           MOVE 0 TO WS-DEADLINE-EFF-DATE
           PERFORM VARYING WS-DLN-SUB FROM 1 BY 1
               UNTIL WS-DLN-SUB > WS-DEADLINE-COUNT
               IF WS-DLN-EFF-DATE(WS-DLN-SUB) <= WS-WORK-DATE
                   AND WS-DLN-EFF-DATE(WS-DLN-SUB)
                       >= WS-DEADLINE-EFF-DATE
                   MOVE WS-DLN-HHMMSS(WS-DLN-SUB) TO WS-DEADLINE-HHMMSS
                   MOVE WS-DLN-EFF-DATE(WS-DLN-SUB)
                       TO WS-DEADLINE-EFF-DATE
               END-IF
           END-PERFORM.
       INIT-MONTH-TABLE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 120
                   MOVE WS-FINISH-HHMMSS
                       TO WS-MT-FIN-MAX(WS-MONTH-SUB)
               END-IF
               PERFORM FIND-DEADLINE-IN-FORCE
               IF WS-FINISH-HHMMSS > WS-DEADLINE-HHMMSS
                   AND WS-FINISH-HHMMSS < 120000
                   ADD 1 TO WS-MT-LATE(WS-MONTH-SUB)
                  LS-PARM-DATA(11:2) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-RANGE-START-DATE TO WS-WORK-DATE
           PERFORM FIND-DEADLINE-IN-FORCE
           MOVE SPACE TO RPT-HEADER-REC
           STRING "BATCH-WINDOW DEADLINE     : "
                  WS-DEADLINE-HHMMSS(1:2) DELIMITED BY SIZE
                  WS-DEADLINE-HHMMSS(5:2) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           PERFORM VARYING WS-DLN-SUB FROM 1 BY 1
               UNTIL WS-DLN-SUB > WS-DEADLINE-COUNT
               IF WS-DLN-EFF-DATE(WS-DLN-SUB) > WS-RANGE-START-DATE
                   AND WS-DLN-EFF-DATE(WS-DLN-SUB)
                       <= WS-RANGE-END-DATE
                   PERFORM WRITE-DEADLINE-CHANGE
               END-IF
           END-PERFORM
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TREND-HEADER TO RPT-HEADER-REC
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       WRITE-DEADLINE-CHANGE.
           MOVE SPACE TO RPT-HEADER-REC
           STRING "DEADLINE FROM "
                  WS-DLN-EFF-DATE(WS-DLN-SUB)(1:4) DELIMITED BY SIZE
                  "-"
                  WS-DLN-EFF-DATE(WS-DLN-SUB)(5:2) DELIMITED BY SIZE
                  "-"
                  WS-DLN-EFF-DATE(WS-DLN-SUB)(7:2) DELIMITED BY SIZE
                  "  : "
                  WS-DLN-HHMMSS(WS-DLN-SUB)(1:2) DELIMITED BY SIZE
                  ":"
                  WS-DLN-HHMMSS(WS-DLN-SUB)(3:2) DELIMITED BY SIZE
                  ":"
                  WS-DLN-HHMMSS(WS-DLN-SUB)(5:2) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-MONTH-LINE.
           COMPUTE WS-WORK-MONTHS =
               WS-FROM-MONTHS + WS-MONTH-SUB - 2
