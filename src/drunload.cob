       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRUNLOAD.
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
           SELECT UNLOAD-REPORT-FILE ASSIGN TO UNLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-URF-STATUS.
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
       FD  UNLOAD-REPORT-FILE
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
       01  WS-URF-STATUS              PIC X(2).
       01  WS-CLUSTER-EOF             PIC X(1) VALUE "N".
       01  WS-UNLOAD-ERROR            PIC X(1) VALUE "N".
       01  WS-READ-STATUS             PIC X(2).
       01  WS-UNLOAD-TIMESTAMP        PIC X(21).
       01  WS-TOTAL-UNLOADED          PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZZZZZ9.
       01  WS-CLU-SUB                 PIC 9(2).
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
       01  WS-CLUSTER-COUNTS.
           05  WS-CLUSTER-COUNT       PIC 9(9) OCCURS 11.
       01  WS-CLUSTER-OPEN-FLAGS.
           05  WS-CLU-OPENED          PIC X(1) OCCURS 11.
       01  WS-CLUSTER-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  CLUSTER    RECORDS UNLOADED".
           05  FILLER                 PIC X(40) VALUE SPACE.
       01  WS-CLUSTER-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-CLL-CLUSTER         PIC X(8).
           05  FILLER                 PIC X(10) VALUE SPACE.
           05  WS-CLL-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(51) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-UNLOAD-TIMESTAMP
           OPEN OUTPUT UNLOAD-REPORT-FILE
           IF WS-URF-STATUS NOT = "00"
               DISPLAY "UNLOAD-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-URF-STATUS " - DRUNLOAD CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DR-BACKUP-FILE
           IF WS-DBF-STATUS NOT = "00"
               DISPLAY "DR-BACKUP-FILE ALLOCATION FAILED - STATUS "
                       WS-DBF-STATUS " - DRUNLOAD CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE UNLOAD-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               MOVE 0 TO WS-CLUSTER-COUNT(WS-CLU-SUB)
               MOVE "N" TO WS-CLU-OPENED(WS-CLU-SUB)
           END-PERFORM
           PERFORM OPEN-CONTROL-CLUSTERS
           PERFORM WRITE-BACKUP-HEADER
           PERFORM UNLOAD-DAILY-CONTROL
           PERFORM UNLOAD-CHECKPOINT
           PERFORM UNLOAD-CYCLE-CONTROL
           PERFORM UNLOAD-AUDIT-MASTER
           PERFORM UNLOAD-AUDIT-SUM
           PERFORM UNLOAD-ALERT-MASTER
           PERFORM UNLOAD-HOLIDAY-CAL
           PERFORM UNLOAD-ALERT-RULE
           PERFORM UNLOAD-FISCAL-CAL
           PERFORM UNLOAD-FISCAL-SUM
           PERFORM UNLOAD-ACK-HIST
           IF WS-UNLOAD-ERROR = "N"
               PERFORM WRITE-BACKUP-TRAILER
           END-IF
           PERFORM CLOSE-CONTROL-CLUSTERS
           CLOSE DR-BACKUP-FILE
           PERFORM WRITE-UNLOAD-REPORT
           CLOSE UNLOAD-REPORT-FILE
           IF WS-UNLOAD-ERROR = "Y"
               DISPLAY "DRUNLOAD - UNLOAD FAILED - DRBACKUP HAS NO "
                   "TRAILER AND MUST NOT BE USED FOR RELOAD"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "DRUNLOAD COMPLETE - " WS-TOTAL-UNLOADED
                   " RECORD(S) UNLOADED FROM 11 CLUSTERS"
           END-IF
           STOP RUN.
       OPEN-CONTROL-CLUSTERS.
           OPEN INPUT DAILY-CONTROL-FILE
           IF WS-DCF-STATUS = "35"
               DISPLAY "DAILY-CONTROL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-DCF-STATUS NOT = "00"
               DISPLAY "DAILY-CONTROL-FILE OPEN FAILED - STATUS "
                   WS-DCF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(1)
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKF-STATUS = "35"
               DISPLAY "CHECKPOINT-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-CKF-STATUS NOT = "00"
               DISPLAY "CHECKPOINT-FILE OPEN FAILED - STATUS "
                   WS-CKF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(2)
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYF-STATUS = "35"
               DISPLAY "CYCLE-CONTROL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-CYF-STATUS NOT = "00"
               DISPLAY "CYCLE-CONTROL-FILE OPEN FAILED - STATUS "
                   WS-CYF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(3)
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AMF-STATUS = "35"
               DISPLAY "AUDIT-MASTER-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-AMF-STATUS NOT = "00"
               DISPLAY "AUDIT-MASTER-FILE OPEN FAILED - STATUS "
                   WS-AMF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(4)
           OPEN INPUT AUDIT-SUM-FILE
           IF WS-ASF-STATUS = "35"
               DISPLAY "AUDIT-SUM-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-ASF-STATUS NOT = "00"
               DISPLAY "AUDIT-SUM-FILE OPEN FAILED - STATUS "
                   WS-ASF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(5)
           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ATF-STATUS = "35"
               DISPLAY "ALERT-MASTER-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-ATF-STATUS NOT = "00"
               DISPLAY "ALERT-MASTER-FILE OPEN FAILED - STATUS "
                   WS-ATF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(6)
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HCF-STATUS = "35"
               DISPLAY "HOLIDAY-CAL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-HCF-STATUS NOT = "00"
               DISPLAY "HOLIDAY-CAL-FILE OPEN FAILED - STATUS "
                   WS-HCF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(7)
           OPEN INPUT ALERT-RULE-FILE
           IF WS-RLF-STATUS = "35"
               DISPLAY "ALERT-RULE-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-RLF-STATUS NOT = "00"
               DISPLAY "ALERT-RULE-FILE OPEN FAILED - STATUS "
                   WS-RLF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(8)
           OPEN INPUT FISCAL-CAL-FILE
           IF WS-FCF-STATUS = "35"
               DISPLAY "FISCAL-CAL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-FCF-STATUS NOT = "00"
               DISPLAY "FISCAL-CAL-FILE OPEN FAILED - STATUS "
                   WS-FCF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(9)
           OPEN INPUT FISCAL-SUM-FILE
           IF WS-FSF-STATUS = "35"
               DISPLAY "FISCAL-SUM-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-FSF-STATUS NOT = "00"
               DISPLAY "FISCAL-SUM-FILE OPEN FAILED - STATUS "
                   WS-FSF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(10)
           OPEN INPUT ACK-HIST-FILE
           IF WS-AHF-STATUS = "35"
               DISPLAY "ACK-HIST-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           IF WS-AHF-STATUS NOT = "00"
               DISPLAY "ACK-HIST-FILE OPEN FAILED - STATUS "
                   WS-AHF-STATUS " - DRUNLOAD CANNOT PROCEED"
               PERFORM REFUSE-MISSING-CLUSTER
           END-IF
           MOVE "Y" TO WS-CLU-OPENED(11).
       REFUSE-MISSING-CLUSTER.
           MOVE 97 TO RETURN-CODE
           PERFORM CLOSE-CONTROL-CLUSTERS
           CLOSE DR-BACKUP-FILE
           CLOSE UNLOAD-REPORT-FILE
           STOP RUN.
       CLOSE-CONTROL-CLUSTERS.
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
       WRITE-BACKUP-HEADER.
           MOVE SPACE TO DR-BACKUP-REC
           MOVE "H" TO DBR-RECORD-TYPE
           MOVE WS-UNLOAD-TIMESTAMP TO DBH-UNLOAD-TIMESTAMP
           MOVE "DRUNLOAD" TO DBH-PRODUCING-JOB
           PERFORM WRITE-BACKUP-RECORD.
       UNLOAD-DAILY-CONTROL.
           MOVE 1 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO DCR-KEY
           START DAILY-CONTROL-FILE KEY NOT < DCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ DAILY-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-DCF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE DAILY-CONTROL-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-DCF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-DCF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-CHECKPOINT.
           MOVE 2 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO CKR-KEY
           START CHECKPOINT-FILE KEY NOT < CKR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-CKF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE CHECKPOINT-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-CKF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-CKF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-CYCLE-CONTROL.
           MOVE 3 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO CYR-KEY
           START CYCLE-CONTROL-FILE KEY NOT < CYR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ CYCLE-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-CYF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE CYCLE-CONTROL-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-CYF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-CYF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-AUDIT-MASTER.
           MOVE 4 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO AMR-KEY
           START AUDIT-MASTER-FILE KEY NOT < AMR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-AMF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE AUDIT-MASTER-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-AMF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-AMF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-AUDIT-SUM.
           MOVE 5 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE 0 TO ASR-PERIOD
           START AUDIT-SUM-FILE KEY NOT < ASR-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ AUDIT-SUM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-ASF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE AUDIT-SUM-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-ASF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-ASF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-ALERT-MASTER.
           MOVE 6 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO ATR-KEY
           START ALERT-MASTER-FILE KEY NOT < ATR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ ALERT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-ATF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE ALERT-MASTER-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-ATF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-ATF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-HOLIDAY-CAL.
           MOVE 7 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO HCR-KEY
           START HOLIDAY-CAL-FILE KEY NOT < HCR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ HOLIDAY-CAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-HCF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE HOLIDAY-CAL-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-HCF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-HCF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-ALERT-RULE.
           MOVE 8 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO RUL-KEY
           START ALERT-RULE-FILE KEY NOT < RUL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ ALERT-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-RLF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE ALERT-RULE-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-RLF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-RLF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-FISCAL-CAL.
           MOVE 9 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE 0 TO FCL-FISCAL-YEAR
           MOVE 0 TO FCL-PERIOD
           START FISCAL-CAL-FILE KEY NOT < FCL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ FISCAL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-FCF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE FISCAL-CAL-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-FCF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-FCF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-FISCAL-SUM.
           MOVE 10 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE 0 TO FSR-FISCAL-YEAR
           MOVE 0 TO FSR-PERIOD
           START FISCAL-SUM-FILE KEY NOT < FSR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ FISCAL-SUM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-FSF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE FISCAL-SUM-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-FSF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-FSF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       UNLOAD-ACK-HIST.
           MOVE 11 TO WS-CLU-SUB
           MOVE "N" TO WS-CLUSTER-EOF
           MOVE LOW-VALUES TO AKH-KEY
           START ACK-HIST-FILE KEY NOT < AKH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLUSTER-EOF
           END-START
           PERFORM UNTIL WS-CLUSTER-EOF = "Y"
               READ ACK-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLUSTER-EOF
                   NOT AT END
                       IF WS-AHF-STATUS = "00"
                           MOVE SPACE TO DR-BACKUP-REC
                           MOVE ACK-HISTORY-REC TO DBD-CLUSTER-REC
                           PERFORM WRITE-DETAIL-RECORD
                       END-IF
               END-READ
               IF WS-AHF-STATUS NOT = "00" AND WS-CLUSTER-EOF = "N"
                   MOVE WS-AHF-STATUS TO WS-READ-STATUS
                   PERFORM FLAG-READ-ERROR
               END-IF
           END-PERFORM.
       WRITE-DETAIL-RECORD.
           MOVE "D" TO DBR-RECORD-TYPE
           MOVE WS-CLUSTER-NAME(WS-CLU-SUB) TO DBR-CLUSTER-NAME
           PERFORM WRITE-BACKUP-RECORD
           ADD 1 TO WS-CLUSTER-COUNT(WS-CLU-SUB)
           ADD 1 TO WS-TOTAL-UNLOADED.
       FLAG-READ-ERROR.
           DISPLAY WS-CLUSTER-NAME(WS-CLU-SUB) " READ FAILED - STATUS "
               WS-READ-STATUS " - UNLOAD OF THIS CLUSTER INCOMPLETE"
           MOVE "Y" TO WS-UNLOAD-ERROR
           MOVE "Y" TO WS-CLUSTER-EOF.
       WRITE-BACKUP-RECORD.
           WRITE DR-BACKUP-REC
           IF WS-DBF-STATUS NOT = "00"
               DISPLAY "DR-BACKUP-FILE WRITE FAILED - STATUS "
                   WS-DBF-STATUS " - DRUNLOAD CANNOT PROCEED"
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-CONTROL-CLUSTERS
               CLOSE DR-BACKUP-FILE
               CLOSE UNLOAD-REPORT-FILE
               STOP RUN
           END-IF.
       WRITE-BACKUP-TRAILER.
           MOVE SPACE TO DR-BACKUP-REC
           MOVE "T" TO DBR-RECORD-TYPE
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               MOVE WS-CLUSTER-NAME(WS-CLU-SUB)
                   TO DBT-CLUSTER-NAME(WS-CLU-SUB)
               MOVE WS-CLUSTER-COUNT(WS-CLU-SUB)
                   TO DBT-RECORD-COUNT(WS-CLU-SUB)
           END-PERFORM
           MOVE WS-TOTAL-UNLOADED TO DBT-TOTAL-COUNT
           PERFORM WRITE-BACKUP-RECORD.
       WRITE-UNLOAD-REPORT.
           MOVE "CONTROL CLUSTER DR UNLOAD REPORT - DRUNLOAD"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "UNLOAD TIMESTAMP          : "
                  WS-UNLOAD-TIMESTAMP DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-CLUSTER-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           PERFORM VARYING WS-CLU-SUB FROM 1 BY 1 UNTIL WS-CLU-SUB > 11
               MOVE WS-CLUSTER-NAME(WS-CLU-SUB) TO WS-CLL-CLUSTER
               MOVE WS-CLUSTER-COUNT(WS-CLU-SUB) TO WS-CLL-COUNT
               MOVE WS-CLUSTER-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-PERFORM
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-TOTAL-UNLOADED TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TOTAL RECORDS UNLOADED    : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-UNLOAD-ERROR = "Y"
               MOVE "*** UNLOAD FAILED - NO TRAILER WRITTEN - DO NOT "
                   TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               MOVE "*** USE THIS DRBACKUP GENERATION FOR RELOAD"
                   TO RPT-HEADER-REC
           ELSE
               MOVE "*** DRBACKUP COMPLETE - TRAILER WRITTEN ***"
                   TO RPT-HEADER-REC
           END-IF
           WRITE RPT-HEADER-REC.
