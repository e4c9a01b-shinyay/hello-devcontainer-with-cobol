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
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NOTIFREC.
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       FD  AUDIT-SUM-FILE.
       01  WS-ALF-STATUS              PIC X(2).
       01  WS-MSF-STATUS              PIC X(2).
       01  WS-NFF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ASF-STATUS              PIC X(2).
       01  WS-RPF-STATUS              PIC X(2).
       01  WS-RUNPARM-EOF             PIC X(1) VALUE "N".
       01  WS-CUTOVER-HHMM            PIC 9(4) VALUE 0.
       01  WS-PARM-AS-OF-DATE         PIC 9(8).
       01  WS-PARM-EFF-DATE           PIC 9(8).
       01  WS-CUTOVER-EFF-DATE        PIC 9(8).
       01  WS-CLOCK-HHMM              PIC 9(4).
       01  WS-DATE-SOURCE             PIC X(1) VALUE "S".
       01  WS-TIMESTAMP               PIC X(21).
           05  LS-PARM-DATA           PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARM-AS-OF-DATE
           PERFORM READ-RUN-PARMS
           PERFORM GET-TARGET-PERIOD
           PERFORM READ-PERIOD-SUMMARY
               END-IF
           END-IF.
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
       READ-PERIOD-SUMMARY.
           OPEN INPUT AUDIT-SUM-FILE
           IF WS-ASF-STATUS NOT = "00"
       TALLY-AUDIT-RECORD.
           IF ALR-YEAR = WS-RUN-YEAR
               AND ALR-MONTH = WS-RUN-MONTH
               AND (ALR-JOB-NAME = "HELLO"
                   OR ALR-JOB-NAME = "BACKOUT")
               ADD 1 TO WS-TOTAL-COUNT
               EVALUATE ALR-STATUS
                   WHEN "COMPLETE"
               MOVE WS-NOTIFY-SEVERITY   TO NFR-SEVERITY
               MOVE WS-NOTIFY-COND-CODE  TO NFR-COND-CODE
               MOVE WS-NOTIFY-ACTION     TO NFR-ACTION-TEXT
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
