       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRRELOAD.
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
           SELECT AUDIT-SUM-FILE ASSIGN TO AUDITSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASR-PERIOD
               FILE STATUS IS WS-ASF-STATUS.
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
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
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
           SELECT ACK-HIST-FILE ASSIGN TO ACKHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKH-KEY
               FILE STATUS IS WS-AHF-STATUS.
           SELECT DR-BACKUP-FILE ASSIGN TO DRBACKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBF-STATUS.
           SELECT RELOAD-REPORT-FILE ASSIGN TO RELDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRF-STATUS.
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
       FD  AUDIT-SUM-FILE.
           COPY AUDSUMRC.
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
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  FISCAL-CAL-FILE.
           COPY FISCREC.
       FD  FISCAL-SUM-FILE.
           COPY FSUMREC.
       FD  ACK-HIST-FILE.
           COPY ACKHREC.
       FD  DR-BACKUP-FILE
           RECORDING MODE IS F.
           COPY DRBKREC.
       FD  RELOAD-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
       01  WS-DCF-STATUS              PIC X(2).
       01  WS-CKF-STATUS              PIC X(2).
       01  WS-CYF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ASF-STATUS              PIC X(2).
       01  WS-ATF-STATUS              PIC X(2).
       01  WS-HCF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-FCF-STATUS              PIC X(2).
       01  WS-FSF-STATUS              PIC X(2).
       01  WS-AHF-STATUS              PIC X(2).
       01  WS-DBF-STATUS              PIC X(2).
       01  WS-RRF-STATUS              PIC X(2).
       01  WS-WRITE-STATUS            PIC X(2).
       01  WS-BACKUP-EOF              PIC X(1) VALUE "N".
       01  WS-HEADER-SEEN             PIC X(1) VALUE "N".
       01  WS-TRAILER-SEEN            PIC X(1) VALUE "N".
       01  WS-BACKUP-REFUSED          PIC X(1) VALUE "N".
       01  WS-REFUSE-REASON           PIC X(50) VALUE SPACE.
       01  WS-UNLOAD-TIMESTAMP        PIC X(21) VALUE SPACE.
       01  WS-PARM-WORK               PIC X(100) VALUE SPACE.
       01  WS-SELECT-ALL              PIC X(1) VALUE "N".
       01  WS-SELECT-NAMES.
           05  WS-SELECT-NAME         PIC X(8) OCCURS 11.
       01  WS-SEL-SUB                 PIC 9(2).
       01  WS-NAME-FOUND              PIC X(1).
       01  WS-CLU-SUB                 PIC 9(2).
       01  WS-BACKUP-TOTAL            PIC 9(9) VALUE 0.
       01  WS-TRAILER-TOTAL           PIC 9(9) VALUE 0.
       01  WS-TOTAL-LOADED            PIC 9(9) VALUE 0.
       01  WS-TOTAL-REJECTED          PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZZZZZ9.
       01  WS-CLUSTER-NAME-VALUES.
           05  FILLER                 PIC X(8) VALUE "DAILYCTL".
           05  FILLER                 PIC X(8) VALUE "CHKPOINT".
           05  FILLER                 PIC X(8) VALUE "CYCLECTL".
           05  FILLER                 PIC X(8) VALUE "AUDITMST".
           05  FILLER                 PIC X(8) VALUE "AUDITSUM".
           05  FILLER                 PIC X(8) VALUE "ALRTMST".
           05  FILLER                 PIC X(8) VALUE "HOLIDAY".
           05  FILLER                 PIC X(8) VALUE "ALRTRULE".
           05  FILLER                 PIC X(8) VALUE "FISCAL".
           05  FILLER                 PIC X(8) VALUE "FISCSUM".
           05  FILLER                 PIC X(8) VALUE "ACKHIST".
       01  FILLER                     REDEFINES WS-CLUSTER-NAME-VALUES.
           05  WS-CLUSTER-NAME        PIC X(8) OCCURS 11.
       01  WS-CLUSTER-TABLE.
           05  WS-CLUSTER-ENTRY       OCCURS 11.
               10  WS-CLU-SELECTED    PIC X(1).
               10  WS-CLU-OPENED      PIC X(1).
               10  WS-CLU-TRAILER     PIC 9(9).
               10  WS-CLU-BACKUP      PIC 9(9).
               10  WS-CLU-LOADED      PIC 9(9).
               10  WS-CLU-REJECTED    PIC 9(9).
       01  WS-CLUSTER-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  CLUSTER     TRAILER       READ     LOA".
           05  FILLER                 PIC X(40)
               VALUE "DED   REJECTED  RESULT".
       01  WS-CLUSTER-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-CLUSTER         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-TRAILER         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-READ            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-LOADED          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-REJECTED        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-RESULT          PIC X(12).
           05  FILLER                 PIC X(12) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(100).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               MOVE "N" TO WS-CLU-SELECTED(WS-CLU-SUB)
               MOVE "N" TO WS-CLU-OPENED(WS-CLU-SUB)
               MOVE 0 TO WS-CLU-TRAILER(WS-CLU-SUB)
               MOVE 0 TO WS-CLU-BACKUP(WS-CLU-SUB)
               MOVE 0 TO WS-CLU-LOADED(WS-CLU-SUB)
               MOVE 0 TO WS-CLU-REJECTED(WS-CLU-SUB)
           END-PERFORM
           PERFORM GET-CLUSTER-SELECTION
           OPEN OUTPUT RELOAD-REPORT-FILE
           IF WS-RRF-STATUS NOT = "00"
               DISPLAY "RELOAD-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-RRF-STATUS " - DRRELOAD CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VALIDATE-BACKUP
           IF WS-BACKUP-REFUSED = "Y"
               PERFORM WRITE-RELOAD-REPORT
               CLOSE RELOAD-REPORT-FILE
               DISPLAY "DRRELOAD - BACKUP REFUSED - " WS-REFUSE-REASON
               DISPLAY "DRRELOAD - NO CLUSTER WAS LOADED - SEE RELDRPT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-SELECTED-CLUSTERS
           PERFORM LOAD-SELECTED-CLUSTERS
           PERFORM CLOSE-SELECTED-CLUSTERS
           PERFORM WRITE-RELOAD-REPORT
           CLOSE RELOAD-REPORT-FILE
           IF WS-TOTAL-REJECTED > 0
               DISPLAY "DRRELOAD - " WS-TOTAL-REJECTED
                   " RECORD(S) NOT LOADED - SEE RELDRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DRRELOAD COMPLETE - " WS-TOTAL-LOADED
                   " RECORD(S) LOADED"
           END-IF
           STOP RUN.
       GET-CLUSTER-SELECTION.
           IF LS-PARM-LENGTH > 100
               DISPLAY "INVALID PARM - LONGER THAN 100 BYTES - "
                   "DRRELOAD CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM-WORK
           END-IF
           IF WS-PARM-WORK = SPACE OR WS-PARM-WORK = "ALL"
               MOVE "Y" TO WS-SELECT-ALL
               PERFORM VARYING WS-CLU-SUB FROM 1 BY 1
                   UNTIL WS-CLU-SUB > 11
                   MOVE "Y" TO WS-CLU-SELECTED(WS-CLU-SUB)
               END-PERFORM
           ELSE
               MOVE SPACE TO WS-SELECT-NAMES
               UNSTRING WS-PARM-WORK DELIMITED BY "," OR SPACE
                   INTO WS-SELECT-NAME(1) WS-SELECT-NAME(2)
                        WS-SELECT-NAME(3) WS-SELECT-NAME(4)
                        WS-SELECT-NAME(5) WS-SELECT-NAME(6)
                        WS-SELECT-NAME(7) WS-SELECT-NAME(8)
                        WS-SELECT-NAME(9) WS-SELECT-NAME(10)
                        WS-SELECT-NAME(11)
               END-UNSTRING
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > 11
                   IF WS-SELECT-NAME(WS-SEL-SUB) NOT = SPACE
                       PERFORM SELECT-NAMED-CLUSTER
                   END-IF
               END-PERFORM
           END-IF.
       SELECT-NAMED-CLUSTER.
           MOVE "N" TO WS-NAME-FOUND
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               IF WS-CLUSTER-NAME(WS-CLU-SUB)
                   = WS-SELECT-NAME(WS-SEL-SUB)
                   MOVE "Y" TO WS-CLU-SELECTED(WS-CLU-SUB)
                   MOVE "Y" TO WS-NAME-FOUND
               END-IF
           END-PERFORM
           IF WS-NAME-FOUND = "N"
               DISPLAY "INVALID PARM - UNKNOWN CLUSTER "
                   WS-SELECT-NAME(WS-SEL-SUB)
                   " - EXPECTED ALL OR A LIST OF DAILYCTL,CHKPOINT,"
                   "CYCLECTL,AUDITMST,AUDITSUM,ALRTMST,HOLIDAY,"
                   "ALRTRULE,FISCAL,FISCSUM,ACKHIST - "
                   "DRRELOAD CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF.
       VALIDATE-BACKUP.
           OPEN INPUT DR-BACKUP-FILE
           IF WS-DBF-STATUS NOT = "00"
               DISPLAY "DR-BACKUP-FILE ALLOCATION FAILED - STATUS "
                       WS-DBF-STATUS " - DRRELOAD CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE RELOAD-REPORT-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-BACKUP-EOF
           PERFORM UNTIL WS-BACKUP-EOF = "Y"
               READ DR-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF
                   NOT AT END
                       PERFORM CHECK-BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE DR-BACKUP-FILE
           IF WS-BACKUP-REFUSED = "N" AND WS-HEADER-SEEN = "N"
               MOVE "Y" TO WS-BACKUP-REFUSED
               MOVE "BACKUP IS EMPTY - NO HEADER RECORD"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-BACKUP-REFUSED = "N" AND WS-TRAILER-SEEN = "N"
               MOVE "Y" TO WS-BACKUP-REFUSED
               MOVE "NO TRAILER - BACKUP WAS CUT SHORT"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-BACKUP-REFUSED = "N"
               PERFORM VARYING WS-CLU-SUB FROM 1 BY 1
                   UNTIL WS-CLU-SUB > 11
                   IF WS-CLU-TRAILER(WS-CLU-SUB)
                       NOT = WS-CLU-BACKUP(WS-CLU-SUB)
                       MOVE "Y" TO WS-BACKUP-REFUSED
                       MOVE "TRAILER COUNTS DO NOT MATCH THE DETAILS"
                           TO WS-REFUSE-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BACKUP-REFUSED = "N"
               AND WS-TRAILER-TOTAL NOT = WS-BACKUP-TOTAL
               MOVE "Y" TO WS-BACKUP-REFUSED
               MOVE "TRAILER TOTAL DOES NOT MATCH THE DETAILS"
                   TO WS-REFUSE-REASON
           END-IF.
       CHECK-BACKUP-RECORD.
           IF WS-BACKUP-REFUSED = "N"
               IF WS-HEADER-SEEN = "N" AND DBR-RECORD-TYPE NOT = "H"
                   MOVE "Y" TO WS-BACKUP-REFUSED
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-BACKUP-REFUSED = "N" AND WS-TRAILER-SEEN = "Y"
               MOVE "Y" TO WS-BACKUP-REFUSED
               MOVE "RECORDS FOLLOW THE TRAILER"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-BACKUP-REFUSED = "N"
               EVALUATE DBR-RECORD-TYPE
                   WHEN "H"
                       IF WS-HEADER-SEEN = "Y"
                           MOVE "Y" TO WS-BACKUP-REFUSED
                           MOVE "MORE THAN ONE HEADER RECORD"
                               TO WS-REFUSE-REASON
                       ELSE
                           MOVE "Y" TO WS-HEADER-SEEN
                           MOVE DBH-UNLOAD-TIMESTAMP
                               TO WS-UNLOAD-TIMESTAMP
                       END-IF
                   WHEN "D"
                       PERFORM COUNT-BACKUP-DETAIL
                   WHEN "T"
                       PERFORM CAPTURE-BACKUP-TRAILER
                   WHEN OTHER
                       MOVE "Y" TO WS-BACKUP-REFUSED
                       MOVE "UNKNOWN RECORD TYPE IN BACKUP"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.
       COUNT-BACKUP-DETAIL.
           PERFORM FIND-CLUSTER-NAME
           IF WS-NAME-FOUND = "N"
               MOVE "Y" TO WS-BACKUP-REFUSED
               MOVE "DETAIL RECORD FOR AN UNKNOWN CLUSTER"
                   TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-CLU-BACKUP(WS-CLU-SUB)
               ADD 1 TO WS-BACKUP-TOTAL
           END-IF.
       CAPTURE-BACKUP-TRAILER.
           MOVE "Y" TO WS-TRAILER-SEEN
           MOVE DBT-TOTAL-COUNT TO WS-TRAILER-TOTAL
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               IF DBT-CLUSTER-NAME(WS-CLU-SUB)
                   NOT = WS-CLUSTER-NAME(WS-CLU-SUB)
                   OR DBT-RECORD-COUNT(WS-CLU-SUB) NOT NUMERIC
                   MOVE "Y" TO WS-BACKUP-REFUSED
                   MOVE "TRAILER LAYOUT NOT RECOGNIZED"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE DBT-RECORD-COUNT(WS-CLU-SUB)
                       TO WS-CLU-TRAILER(WS-CLU-SUB)
               END-IF
           END-PERFORM.
       FIND-CLUSTER-NAME.
           MOVE "N" TO WS-NAME-FOUND
           MOVE 1 TO WS-CLU-SUB
           PERFORM UNTIL WS-NAME-FOUND = "Y" OR WS-CLU-SUB > 11
               IF WS-CLUSTER-NAME(WS-CLU-SUB) = DBR-CLUSTER-NAME
                   MOVE "Y" TO WS-NAME-FOUND
               ELSE
                   ADD 1 TO WS-CLU-SUB
               END-IF
           END-PERFORM.
       OPEN-SELECTED-CLUSTERS.
           IF WS-CLU-SELECTED(1) = "Y"
               OPEN OUTPUT DAILY-CONTROL-FILE
               IF WS-DCF-STATUS = "35"
                   DISPLAY "DAILY-CONTROL-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(1)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(2) = "Y"
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKF-STATUS = "35"
                   DISPLAY "CHECKPOINT-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(2)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(3) = "Y"
               OPEN OUTPUT CYCLE-CONTROL-FILE
               IF WS-CYF-STATUS = "35"
                   DISPLAY "CYCLE-CONTROL-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(3)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(4) = "Y"
               OPEN OUTPUT AUDIT-MASTER-FILE
               IF WS-AMF-STATUS = "35"
                   DISPLAY "AUDIT-MASTER-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(4)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(5) = "Y"
               OPEN OUTPUT AUDIT-SUM-FILE
               IF WS-ASF-STATUS = "35"
                   DISPLAY "AUDIT-SUM-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(5)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(6) = "Y"
               OPEN OUTPUT ALERT-MASTER-FILE
               IF WS-ATF-STATUS = "35"
                   DISPLAY "ALERT-MASTER-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(6)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(7) = "Y"
               OPEN OUTPUT HOLIDAY-CAL-FILE
               IF WS-HCF-STATUS = "35"
                   DISPLAY "HOLIDAY-CAL-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(7)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(8) = "Y"
               OPEN OUTPUT ALERT-RULE-FILE
               IF WS-RLF-STATUS = "35"
                   DISPLAY "ALERT-RULE-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(8)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(9) = "Y"
               OPEN OUTPUT FISCAL-CAL-FILE
               IF WS-FCF-STATUS = "35"
                   DISPLAY "FISCAL-CAL-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(9)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(10) = "Y"
               OPEN OUTPUT FISCAL-SUM-FILE
               IF WS-FSF-STATUS = "35"
                   DISPLAY "FISCAL-SUM-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(10)
               END-IF
           END-IF
           IF WS-CLU-SELECTED(11) = "Y"
               OPEN OUTPUT ACK-HIST-FILE
               IF WS-AHF-STATUS = "35"
                   DISPLAY "ACK-HIST-FILE VSAM CLUSTER NOT FOUND "
                       "- RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE "
                       "BEFORE SUBMITTING THIS JOB"
                   PERFORM REFUSE-MISSING-CLUSTER
               ELSE
                   MOVE "Y" TO WS-CLU-OPENED(11)
               END-IF
           END-IF.
       REFUSE-MISSING-CLUSTER.
           MOVE 97 TO RETURN-CODE
           PERFORM CLOSE-SELECTED-CLUSTERS
           CLOSE RELOAD-REPORT-FILE
           STOP RUN.
       LOAD-SELECTED-CLUSTERS.
           OPEN INPUT DR-BACKUP-FILE
           MOVE "N" TO WS-BACKUP-EOF
           PERFORM UNTIL WS-BACKUP-EOF = "Y"
               READ DR-BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF
                   NOT AT END
                       IF DBR-RECORD-TYPE = "D"
                           PERFORM FIND-CLUSTER-NAME
                           IF WS-CLU-SELECTED(WS-CLU-SUB) = "Y"
                               PERFORM LOAD-CLUSTER-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DR-BACKUP-FILE.
       LOAD-CLUSTER-RECORD.
           EVALUATE WS-CLU-SUB
               WHEN 1
                   MOVE DBD-CLUSTER-REC TO DAILY-CONTROL-REC
                   WRITE DAILY-CONTROL-REC
                   MOVE WS-DCF-STATUS TO WS-WRITE-STATUS
               WHEN 2
                   MOVE DBD-CLUSTER-REC TO CHECKPOINT-REC
                   WRITE CHECKPOINT-REC
                   MOVE WS-CKF-STATUS TO WS-WRITE-STATUS
               WHEN 3
                   MOVE DBD-CLUSTER-REC TO CYCLE-CONTROL-REC
                   WRITE CYCLE-CONTROL-REC
                   MOVE WS-CYF-STATUS TO WS-WRITE-STATUS
               WHEN 4
                   MOVE DBD-CLUSTER-REC TO AUDIT-MASTER-REC
                   WRITE AUDIT-MASTER-REC
                   MOVE WS-AMF-STATUS TO WS-WRITE-STATUS
               WHEN 5
                   MOVE DBD-CLUSTER-REC TO AUDIT-SUM-REC
                   WRITE AUDIT-SUM-REC
                   MOVE WS-ASF-STATUS TO WS-WRITE-STATUS
               WHEN 6
                   MOVE DBD-CLUSTER-REC TO ALERT-MASTER-REC
                   WRITE ALERT-MASTER-REC
                   MOVE WS-ATF-STATUS TO WS-WRITE-STATUS
               WHEN 7
                   MOVE DBD-CLUSTER-REC TO HOLIDAY-CAL-REC
                   WRITE HOLIDAY-CAL-REC
                   MOVE WS-HCF-STATUS TO WS-WRITE-STATUS
               WHEN 8
                   MOVE DBD-CLUSTER-REC TO ALERT-RULE-REC
                   WRITE ALERT-RULE-REC
                   MOVE WS-RLF-STATUS TO WS-WRITE-STATUS
               WHEN 9
                   MOVE DBD-CLUSTER-REC TO FISCAL-CAL-REC
                   WRITE FISCAL-CAL-REC
                   MOVE WS-FCF-STATUS TO WS-WRITE-STATUS
               WHEN 10
                   MOVE DBD-CLUSTER-REC TO FISCAL-SUM-REC
                   WRITE FISCAL-SUM-REC
                   MOVE WS-FSF-STATUS TO WS-WRITE-STATUS
               WHEN 11
                   MOVE DBD-CLUSTER-REC TO ACK-HISTORY-REC
                   WRITE ACK-HISTORY-REC
                   MOVE WS-AHF-STATUS TO WS-WRITE-STATUS
           END-EVALUATE
           IF WS-WRITE-STATUS = "00"
               ADD 1 TO WS-CLU-LOADED(WS-CLU-SUB)
               ADD 1 TO WS-TOTAL-LOADED
           ELSE
               ADD 1 TO WS-CLU-REJECTED(WS-CLU-SUB)
               ADD 1 TO WS-TOTAL-REJECTED
               DISPLAY WS-CLUSTER-NAME(WS-CLU-SUB)
                   " RECORD NOT LOADED - STATUS " WS-WRITE-STATUS
           END-IF.
       CLOSE-SELECTED-CLUSTERS.
           IF WS-CLU-OPENED(1) = "Y"
               CLOSE DAILY-CONTROL-FILE
               MOVE "N" TO WS-CLU-OPENED(1)
           END-IF
           IF WS-CLU-OPENED(2) = "Y"
               CLOSE CHECKPOINT-FILE
               MOVE "N" TO WS-CLU-OPENED(2)
           END-IF
           IF WS-CLU-OPENED(3) = "Y"
               CLOSE CYCLE-CONTROL-FILE
               MOVE "N" TO WS-CLU-OPENED(3)
           END-IF
           IF WS-CLU-OPENED(4) = "Y"
               CLOSE AUDIT-MASTER-FILE
               MOVE "N" TO WS-CLU-OPENED(4)
           END-IF
           IF WS-CLU-OPENED(5) = "Y"
               CLOSE AUDIT-SUM-FILE
               MOVE "N" TO WS-CLU-OPENED(5)
           END-IF
           IF WS-CLU-OPENED(6) = "Y"
               CLOSE ALERT-MASTER-FILE
               MOVE "N" TO WS-CLU-OPENED(6)
           END-IF
           IF WS-CLU-OPENED(7) = "Y"
               CLOSE HOLIDAY-CAL-FILE
               MOVE "N" TO WS-CLU-OPENED(7)
           END-IF
           IF WS-CLU-OPENED(8) = "Y"
               CLOSE ALERT-RULE-FILE
               MOVE "N" TO WS-CLU-OPENED(8)
           END-IF
           IF WS-CLU-OPENED(9) = "Y"
               CLOSE FISCAL-CAL-FILE
               MOVE "N" TO WS-CLU-OPENED(9)
           END-IF
           IF WS-CLU-OPENED(10) = "Y"
               CLOSE FISCAL-SUM-FILE
               MOVE "N" TO WS-CLU-OPENED(10)
           END-IF
           IF WS-CLU-OPENED(11) = "Y"
               CLOSE ACK-HIST-FILE
               MOVE "N" TO WS-CLU-OPENED(11)
           END-IF.
       WRITE-RELOAD-REPORT.
           MOVE "CONTROL CLUSTER DR RELOAD REPORT - DRRELOAD"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "BACKUP UNLOAD TIMESTAMP   : "
                  WS-UNLOAD-TIMESTAMP DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF WS-SELECT-ALL = "Y"
               STRING "CLUSTERS SELECTED         : ALL"
                   DELIMITED BY SIZE
                   INTO RPT-HEADER-REC
           ELSE
               STRING "CLUSTERS SELECTED         : "
                      WS-PARM-WORK DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           IF WS-BACKUP-REFUSED = "Y"
               STRING "BACKUP VALIDATION         : REFUSED - "
                      WS-REFUSE-REASON DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           ELSE
               STRING "BACKUP VALIDATION         : TRAILER COUNTS "
                      "MATCH" DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-CLUSTER-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               PERFORM WRITE-CLUSTER-LINE
           END-PERFORM
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-BACKUP-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL RECORDS READ        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-LOADED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL RECORDS LOADED      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL RECORDS REJECTED    : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-BACKUP-REFUSED = "Y"
               MOVE "*** BACKUP REFUSED - NO CLUSTER WAS LOADED ***"
                   TO RPT-HEADER-REC
           ELSE
               IF WS-TOTAL-REJECTED > 0
                   MOVE "*** RELOAD INCOMPLETE - RECORDS NOT LOADED ***"
                       TO RPT-HEADER-REC
               ELSE
                   MOVE "*** RELOAD COMPLETE - CLUSTERS RECONCILE ***"
                       TO RPT-HEADER-REC
               END-IF
           END-IF
           WRITE RPT-HEADER-REC.
       WRITE-CLUSTER-LINE.
           MOVE WS-CLUSTER-NAME(WS-CLU-SUB) TO WS-CLL-CLUSTER
           MOVE WS-CLU-TRAILER(WS-CLU-SUB)  TO WS-CLL-TRAILER
           MOVE WS-CLU-BACKUP(WS-CLU-SUB)   TO WS-CLL-READ
           MOVE WS-CLU-LOADED(WS-CLU-SUB)   TO WS-CLL-LOADED
           MOVE WS-CLU-REJECTED(WS-CLU-SUB) TO WS-CLL-REJECTED
           EVALUATE TRUE
               WHEN WS-BACKUP-REFUSED = "Y"
                   AND WS-CLU-TRAILER(WS-CLU-SUB)
                       = WS-CLU-BACKUP(WS-CLU-SUB)
                   MOVE "COUNTS MATCH" TO WS-CLL-RESULT
               WHEN WS-BACKUP-REFUSED = "Y"
                   MOVE "MISMATCH" TO WS-CLL-RESULT
               WHEN WS-CLU-SELECTED(WS-CLU-SUB) = "N"
                   MOVE "NOT SELECTED" TO WS-CLL-RESULT
               WHEN WS-CLU-LOADED(WS-CLU-SUB)
                   = WS-CLU-BACKUP(WS-CLU-SUB)
                   MOVE "RECONCILED" TO WS-CLL-RESULT
               WHEN OTHER
                   MOVE "EXCEPTIONS" TO WS-CLL-RESULT
           END-EVALUATE
           MOVE WS-CLUSTER-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
