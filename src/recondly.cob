       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-REC.
           05  HCR-KEY.
               10  HCR-CALENDAR       PIC X(4).
               10  HCR-YEAR           PIC 9(4).
               10  HCR-MONTH          PIC 9(2).
               10  HCR-DAY            PIC 9(2).
       01  WS-RPF-STATUS              PIC X(2).
       01  WS-RUNPARM-EOF             PIC X(1) VALUE "N".
       01  WS-CUTOVER-HHMM            PIC 9(4) VALUE 0.
       01  WS-PARM-AS-OF-DATE         PIC 9(8).
       01  WS-PARM-EFF-DATE           PIC 9(8).
       01  WS-CUTOVER-EFF-DATE        PIC 9(8).
       01  WS-CLOCK-HHMM              PIC 9(4).
       01  WS-DATE-SOURCE             PIC X(1) VALUE "S".
       01  WS-EOF-SWITCH              PIC X(1) VALUE "N".
       01  WS-HOLIDAY-PRESENT         PIC X(1) VALUE "N".
       01  WS-DEFAULT-CALENDAR        PIC X(4) VALUE "SHOP".
       01  WS-RUN-YEAR                PIC 9(4).
       01  WS-RUN-MONTH               PIC 9(2).
       01  WS-SYSTEM-DATE.
           05  LS-PARM-DATA           PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           PERFORM GET-TARGET-PERIOD
           OPEN OUTPUT RECON-REPORT-FILE
           END-IF
           MOVE WS-CURRENT-DATE TO WS-SYSTEM-DATE.
       READ-RUN-PARMS.
           MOVE 0 TO WS-CUTOVER-HHMM
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
       OPEN-CONTROL-FILES.
           OPEN INPUT DAILY-CONTROL-FILE
           IF WS-DCF-STATUS = "35"
           ELSE
               MOVE "Y" TO WS-DAY-IS-BUSINESS
               IF WS-HOLIDAY-PRESENT = "Y"
                   MOVE WS-DEFAULT-CALENDAR TO HCR-CALENDAR
                   MOVE WS-YEAR TO HCR-YEAR
                   MOVE WS-MONTH TO HCR-MONTH
                   MOVE WS-DAY TO HCR-DAY
