       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERFY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HIST-FILE ASSIGN TO AUDITHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHF-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALF-STATUS.
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
           SELECT FISCAL-SUM-FILE ASSIGN TO FISCSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSR-KEY
               FILE STATUS IS WS-FSF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO VERFYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE
           RECORDING MODE IS F.
       01  AUDIT-HIST-REC.
           05  AHR-JOB-NAME           PIC X(8).
           05  AHR-RUN-DATE           PIC X(8).
           05  AHR-TIMESTAMP          PIC X(21).
           05  AHR-STATUS             PIC X(10).
           05  AHR-DATE-SOURCE        PIC X(1).
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  AUDIT-MASTER-FILE.
           COPY AUDMREC.
       FD  AUDIT-SUM-FILE.
           COPY AUDSUMRC.
       FD  FISCAL-SUM-FILE.
           COPY FSUMREC.
       FD  MAINT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MAINTJRN.
       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
       01  WS-AHF-STATUS              PIC X(2).
       01  WS-ALF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ASF-STATUS              PIC X(2).
       01  WS-FSF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-VRF-STATUS              PIC X(2).
       01  WS-RUN-MODE                PIC X(7).
       01  WS-HIST-EOF                PIC X(1) VALUE "N".
       01  WS-LOG-EOF                 PIC X(1) VALUE "N".
       01  WS-MASTER-EOF              PIC X(1) VALUE "N".
       01  WS-SUM-EOF                 PIC X(1) VALUE "N".
       01  WS-PERIOD-DIFFERS          PIC X(1) VALUE "N".
       01  WS-MASTER-OPEN             PIC X(1) VALUE "N".
       01  WS-SUM-OPEN                PIC X(1) VALUE "N".
       01  WS-JOURNAL-OPEN            PIC X(1) VALUE "N".
       01  WS-FISCAL-OPEN             PIC X(1) VALUE "N".
       01  WS-FISCAL-EOF              PIC X(1) VALUE "N".
       01  WS-FISCAL-DATE             PIC 9(8).
       01  WS-FISCAL-DELETED          PIC 9(7) VALUE 0.
       01  WS-SYSTEM-DATE.
           05  WS-SYS-YEAR            PIC 9(4).
           05  WS-SYS-MONTH           PIC 9(2).
           05  WS-SYS-DAY             PIC 9(2).
       01  WS-SYSTEM-PERIOD           PIC 9(6).
       01  WS-WORK-PERIOD             PIC 9(6).
       01  WS-HIST-READ               PIC 9(7) VALUE 0.
       01  WS-LOG-READ                PIC 9(7) VALUE 0.
       01  WS-OTHER-JOB-ROWS          PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXTRA-COUNT             PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-PERIOD-DIFF-COUNT       PIC 9(7) VALUE 0.
       01  WS-MASTER-BEFORE           PIC 9(7) VALUE 0.
       01  WS-MASTER-AFTER            PIC 9(7) VALUE 0.
       01  WS-SUM-BEFORE              PIC 9(7) VALUE 0.
       01  WS-SUM-AFTER               PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZZZ9.
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-KEY-COUNT               PIC 9(5) VALUE 0.
       01  WS-KEY-SUB                 PIC 9(5).
       01  WS-KEY-MATCH-SUB           PIC 9(5).
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY           OCCURS 9999.
               10  WS-KEY-JOB         PIC X(8).
               10  WS-KEY-DATE        PIC X(8).
               10  WS-KEY-TIMESTAMP   PIC X(21).
               10  WS-KEY-STATUS      PIC X(10).
               10  WS-KEY-SOURCE      PIC X(1).
               10  WS-KEY-MATCHED     PIC X(1).
       01  WS-PERIOD-COUNT            PIC 9(3) VALUE 0.
       01  WS-PER-SUB                 PIC 9(3).
       01  WS-PER-MATCH-SUB           PIC 9(3).
       01  WS-PERIOD-TABLE.
           05  WS-PER-ENTRY           OCCURS 600.
               10  WS-PER-PERIOD      PIC 9(6).
               10  WS-PER-COMPLETE    PIC 9(5).
               10  WS-PER-NONPROC     PIC 9(5).
               10  WS-PER-BACKOUT     PIC 9(5).
               10  WS-PER-OTHER       PIC 9(5).
               10  WS-PER-TOTAL       PIC 9(5).
               10  WS-PER-AFFECTED    PIC X(1).
               10  WS-PER-ON-FILE     PIC X(1).
       01  WS-DERIVED-COUNTS.
           05  WS-DRV-COMPLETE        PIC 9(5).
           05  WS-DRV-NONPROC         PIC 9(5).
           05  WS-DRV-BACKOUT         PIC 9(5).
           05  WS-DRV-OTHER           PIC 9(5).
           05  WS-DRV-TOTAL           PIC 9(5).
       01  WS-DIFF-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  JOB      RUN DATE   FINDING           ".
           05  FILLER                 PIC X(40)
               VALUE " HISTORY    AUDITMST   ACTION".
       01  WS-DIFF-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-DFL-JOB             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DFL-DATE            PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DFL-FINDING         PIC X(18).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DFL-HIST-STATUS     PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DFL-MST-STATUS      PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DFL-ACTION          PIC X(8).
           05  FILLER                 PIC X(9) VALUE SPACE.
       01  WS-PERIOD-HEADER.
           05  FILLER                 PIC X(40)
               VALUE "  PERIOD  SOURCE   COMPL NPROC BACKO OTH".
           05  FILLER                 PIC X(40)
               VALUE "ER TOTAL F  ACTION".
       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-PRL-PERIOD          PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-SOURCE          PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-COMPLETE        PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-NONPROC         PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-BACKOUT         PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-OTHER           PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-TOTAL           PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PRL-FLAG            PIC X(1).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-PRL-ACTION          PIC X(8).
           05  FILLER                 PIC X(20) VALUE SPACE.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(7).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-MODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SYSTEM-DATE
           COMPUTE WS-SYSTEM-PERIOD =
               WS-SYS-YEAR * 100 + WS-SYS-MONTH
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-VRF-STATUS NOT = "00"
               DISPLAY "VERIFY-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-VRF-STATUS " - AUDVERFY CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AUDIT-HISTORY
           PERFORM LOAD-AUDIT-LOG
           PERFORM OPEN-AUDIT-CLUSTERS
           PERFORM WRITE-REPORT-HEADING
           PERFORM COMPARE-AUDIT-MASTER
           PERFORM FIND-MISSING-MASTER-ROWS
           CLOSE AUDIT-MASTER-FILE
           MOVE "N" TO WS-MASTER-OPEN
           PERFORM BUILD-PERIOD-TOTALS
           PERFORM COMPARE-PERIOD-TOTALS
           PERFORM CHECK-MISSING-PERIOD-ROWS
           IF WS-RUN-MODE = "REBUILD"
               PERFORM COUNT-SUM-AFTER
               PERFORM COUNT-MASTER-AFTER
           ELSE
               MOVE WS-MASTER-BEFORE TO WS-MASTER-AFTER
               MOVE WS-SUM-BEFORE TO WS-SUM-AFTER
           END-IF
           CLOSE AUDIT-SUM-FILE
           IF WS-RUN-MODE = "REBUILD"
               IF WS-FISCAL-OPEN = "Y"
                   CLOSE FISCAL-SUM-FILE
               END-IF
               CLOSE MAINT-JOURNAL-FILE
           END-IF
           PERFORM WRITE-VERIFY-TOTALS
           CLOSE VERIFY-REPORT-FILE
           IF WS-MISSING-COUNT = 0 AND WS-EXTRA-COUNT = 0
               AND WS-MISMATCH-COUNT = 0 AND WS-PERIOD-DIFF-COUNT = 0
               DISPLAY "AUDVERFY - AUDITMST AND AUDITSUM AGREE WITH "
                   "THE AUDIT HISTORY"
           ELSE
               IF WS-RUN-MODE = "REBUILD"
                   DISPLAY "AUDVERFY - AUDITMST AND AUDITSUM REBUILT "
                       "FROM THE AUDIT HISTORY - SEE VERFYRPT"
               ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "AUDVERFY - DIFFERENCES FOUND - SEE "
                       "VERFYRPT"
               END-IF
           END-IF
           IF WS-FISCAL-DELETED > 0
               DISPLAY "AUDVERFY - " WS-FISCAL-DELETED
                   " FISCAL PERIOD SUMMARY ROW(S) DELETED - RERUN "
                   "FISCLOSE"
           END-IF
           STOP RUN.
       GET-RUN-MODE.
           MOVE SPACE TO WS-RUN-MODE
           IF LS-PARM-LENGTH = 6
               MOVE LS-PARM-DATA(1:6) TO WS-RUN-MODE
           END-IF
           IF LS-PARM-LENGTH = 7
               MOVE LS-PARM-DATA(1:7) TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE NOT = "VERIFY" AND WS-RUN-MODE NOT = "REBUILD"
               DISPLAY "INVALID PARM - EXPECTED VERIFY OR REBUILD - "
                   "AUDVERFY CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-AUDIT-HISTORY.
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-AHF-STATUS = "35"
               CLOSE AUDIT-HIST-FILE
           ELSE
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ AUDIT-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           MOVE AUDIT-HIST-REC TO AUDIT-LOG-REC
                           PERFORM APPLY-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-HIST-FILE
           END-IF.
       LOAD-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-ALF-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
           ELSE
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           PERFORM APPLY-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
       APPLY-AUDIT-ROW.
           IF ALR-JOB-NAME NOT = "HELLO"
               AND ALR-JOB-NAME NOT = "BACKOUT"
               ADD 1 TO WS-OTHER-JOB-ROWS
           ELSE
               MOVE 0 TO WS-KEY-MATCH-SUB
               PERFORM VARYING WS-KEY-SUB FROM WS-KEY-COUNT BY -1
                   UNTIL WS-KEY-SUB < 1 OR WS-KEY-MATCH-SUB > 0
                   IF WS-KEY-JOB(WS-KEY-SUB) = ALR-JOB-NAME
                       AND WS-KEY-DATE(WS-KEY-SUB) = ALR-RUN-DATE
                       MOVE WS-KEY-SUB TO WS-KEY-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-KEY-MATCH-SUB = 0
                   PERFORM ADD-KEY-ENTRY
               ELSE
                   IF ALR-JOB-NAME = "BACKOUT"
                       OR ALR-STATUS = "COMPLETE"
                       OR ALR-STATUS = "NON-PROC"
                       MOVE ALR-TIMESTAMP
                           TO WS-KEY-TIMESTAMP(WS-KEY-MATCH-SUB)
                       MOVE ALR-STATUS
                           TO WS-KEY-STATUS(WS-KEY-MATCH-SUB)
                       MOVE ALR-DATE-SOURCE
                           TO WS-KEY-SOURCE(WS-KEY-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
       ADD-KEY-ENTRY.
           IF WS-KEY-COUNT >= 9999
               DISPLAY "AUDIT HISTORY EXCEEDS 9999 JOB/DATE KEYS - "
                   "AUDVERFY CANNOT PROCEED"
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-AUDIT-CLUSTERS
               CLOSE VERIFY-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE ALR-JOB-NAME    TO WS-KEY-JOB(WS-KEY-COUNT)
           MOVE ALR-RUN-DATE    TO WS-KEY-DATE(WS-KEY-COUNT)
           MOVE ALR-TIMESTAMP   TO WS-KEY-TIMESTAMP(WS-KEY-COUNT)
           MOVE ALR-STATUS      TO WS-KEY-STATUS(WS-KEY-COUNT)
           MOVE ALR-DATE-SOURCE TO WS-KEY-SOURCE(WS-KEY-COUNT)
           MOVE "N"             TO WS-KEY-MATCHED(WS-KEY-COUNT).
       OPEN-AUDIT-CLUSTERS.
           IF WS-RUN-MODE = "REBUILD"
               OPEN I-O AUDIT-MASTER-FILE
           ELSE
               OPEN INPUT AUDIT-MASTER-FILE
           END-IF
           IF WS-AMF-STATUS = "35"
               DISPLAY "AUDIT-MASTER-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE VERIFY-REPORT-FILE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-MASTER-OPEN
           IF WS-RUN-MODE = "REBUILD"
               OPEN I-O AUDIT-SUM-FILE
           ELSE
               OPEN INPUT AUDIT-SUM-FILE
           END-IF
           IF WS-ASF-STATUS = "35"
               DISPLAY "AUDIT-SUM-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE AUDIT-MASTER-FILE
               CLOSE VERIFY-REPORT-FILE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-SUM-OPEN
           IF WS-RUN-MODE = "REBUILD"
               PERFORM OPEN-MAINT-JOURNAL
               OPEN I-O FISCAL-SUM-FILE
               IF WS-FSF-STATUS = "00"
                   MOVE "Y" TO WS-FISCAL-OPEN
               ELSE
                   CLOSE FISCAL-SUM-FILE
               END-IF
           END-IF.
       OPEN-MAINT-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJF-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
               CLOSE MAINT-JOURNAL-FILE
               OPEN EXTEND MAINT-JOURNAL-FILE
           END-IF
           IF WS-MJF-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL-FILE ALLOCATION FAILED - STATUS "
                       WS-MJF-STATUS " - AUDVERFY CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE AUDIT-MASTER-FILE
               CLOSE AUDIT-SUM-FILE
               CLOSE VERIFY-REPORT-FILE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-JOURNAL-OPEN.
       CLOSE-AUDIT-CLUSTERS.
           IF WS-MASTER-OPEN = "Y"
               CLOSE AUDIT-MASTER-FILE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF
           IF WS-SUM-OPEN = "Y"
               CLOSE AUDIT-SUM-FILE
               MOVE "N" TO WS-SUM-OPEN
           END-IF
           IF WS-FISCAL-OPEN = "Y"
               CLOSE FISCAL-SUM-FILE
               MOVE "N" TO WS-FISCAL-OPEN
           END-IF
           IF WS-JOURNAL-OPEN = "Y"
               CLOSE MAINT-JOURNAL-FILE
               MOVE "N" TO WS-JOURNAL-OPEN
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE "AUDIT MASTER VERIFY AND REBUILD REPORT - AUDVERFY"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "MODE                      : "
                  WS-RUN-MODE DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-HIST-READ TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITHST ROWS READ        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-LOG-READ TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITLOG ROWS READ        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-OTHER-JOB-ROWS TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "ROWS NOT KEPT ON AUDITMST : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-KEY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "JOB/DATE KEYS IN HISTORY  : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "AUDIT MASTER DIFFERENCES" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-DIFF-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       COMPARE-AUDIT-MASTER.
           MOVE "N" TO WS-MASTER-EOF
           MOVE LOW-VALUES TO AMR-KEY
           START AUDIT-MASTER-FILE KEY NOT < AMR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF WS-AMF-STATUS = "00"
                           ADD 1 TO WS-MASTER-BEFORE
                           PERFORM CHECK-MASTER-ROW
                       ELSE
                           MOVE "Y" TO WS-MASTER-EOF
                       END-IF
               END-READ
           END-PERFORM.
       CHECK-MASTER-ROW.
           MOVE 0 TO WS-KEY-MATCH-SUB
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   OR WS-KEY-MATCH-SUB > 0
               IF WS-KEY-JOB(WS-KEY-SUB) = AMR-JOB-NAME
                   AND WS-KEY-DATE(WS-KEY-SUB) = AMR-RUN-DATE
                   MOVE WS-KEY-SUB TO WS-KEY-MATCH-SUB
               END-IF
           END-PERFORM
           MOVE AMR-JOB-NAME TO WS-DFL-JOB
           IF WS-KEY-MATCH-SUB = 0
               ADD 1 TO WS-EXTRA-COUNT
               MOVE "EXTRA ROW" TO WS-DFL-FINDING
               MOVE SPACE TO WS-DFL-HIST-STATUS
               MOVE AMR-STATUS TO WS-DFL-MST-STATUS
               MOVE SPACE TO WS-DFL-ACTION
               IF WS-RUN-MODE = "REBUILD"
                   DELETE AUDIT-MASTER-FILE RECORD
                   IF WS-AMF-STATUS = "00"
                       MOVE "DELETED" TO WS-DFL-ACTION
                   ELSE
                       MOVE "FAILED" TO WS-DFL-ACTION
                   END-IF
               END-IF
               MOVE AMR-RUN-DATE(1:6) TO WS-WORK-PERIOD
               PERFORM MARK-PERIOD-AFFECTED
               PERFORM WRITE-DIFF-LINE
               IF WS-DFL-ACTION = "DELETED"
                   PERFORM INVALIDATE-FISCAL-SUMMARY
               END-IF
           ELSE
               MOVE "Y" TO WS-KEY-MATCHED(WS-KEY-MATCH-SUB)
               IF AMR-STATUS NOT = WS-KEY-STATUS(WS-KEY-MATCH-SUB)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "STATUS MISMATCH" TO WS-DFL-FINDING
                   MOVE WS-KEY-STATUS(WS-KEY-MATCH-SUB)
                       TO WS-DFL-HIST-STATUS
                   MOVE AMR-STATUS TO WS-DFL-MST-STATUS
                   MOVE SPACE TO WS-DFL-ACTION
                   IF WS-RUN-MODE = "REBUILD"
                       MOVE WS-KEY-TIMESTAMP(WS-KEY-MATCH-SUB)
                           TO AMR-TIMESTAMP
                       MOVE WS-KEY-STATUS(WS-KEY-MATCH-SUB)
                           TO AMR-STATUS
                       MOVE WS-KEY-SOURCE(WS-KEY-MATCH-SUB)
                           TO AMR-DATE-SOURCE
                       REWRITE AUDIT-MASTER-REC
                       IF WS-AMF-STATUS = "00"
                           MOVE "REPLACED" TO WS-DFL-ACTION
                       ELSE
                           MOVE "FAILED" TO WS-DFL-ACTION
                       END-IF
                   END-IF
                   MOVE AMR-RUN-DATE(1:6) TO WS-WORK-PERIOD
                   PERFORM MARK-PERIOD-AFFECTED
                   PERFORM WRITE-DIFF-LINE
                   IF WS-DFL-ACTION = "REPLACED"
                       PERFORM INVALIDATE-FISCAL-SUMMARY
                   END-IF
               END-IF
           END-IF.
       FIND-MISSING-MASTER-ROWS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-MATCHED(WS-KEY-SUB) = "N"
                   PERFORM REPORT-MISSING-ROW
               END-IF
           END-PERFORM.
       REPORT-MISSING-ROW.
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-KEY-JOB(WS-KEY-SUB) TO WS-DFL-JOB
           MOVE "MISSING ROW" TO WS-DFL-FINDING
           MOVE WS-KEY-STATUS(WS-KEY-SUB) TO WS-DFL-HIST-STATUS
           MOVE SPACE TO WS-DFL-MST-STATUS
           MOVE SPACE TO WS-DFL-ACTION
           MOVE WS-KEY-JOB(WS-KEY-SUB)       TO AMR-JOB-NAME
           MOVE WS-KEY-DATE(WS-KEY-SUB)      TO AMR-RUN-DATE
           IF WS-RUN-MODE = "REBUILD"
               MOVE WS-KEY-TIMESTAMP(WS-KEY-SUB) TO AMR-TIMESTAMP
               MOVE WS-KEY-STATUS(WS-KEY-SUB)    TO AMR-STATUS
               MOVE WS-KEY-SOURCE(WS-KEY-SUB)    TO AMR-DATE-SOURCE
               WRITE AUDIT-MASTER-REC
               IF WS-AMF-STATUS = "00"
                   MOVE "ADDED" TO WS-DFL-ACTION
               ELSE
                   MOVE "FAILED" TO WS-DFL-ACTION
               END-IF
           END-IF
           MOVE WS-KEY-DATE(WS-KEY-SUB)(1:6) TO WS-WORK-PERIOD
           PERFORM MARK-PERIOD-AFFECTED
           PERFORM WRITE-DIFF-LINE
           IF WS-DFL-ACTION = "ADDED"
               PERFORM INVALIDATE-FISCAL-SUMMARY
           END-IF.
       WRITE-DIFF-LINE.
           MOVE SPACE TO WS-DFL-DATE
           STRING AMR-YEAR DELIMITED BY SIZE
                  "-"
                  AMR-MONTH DELIMITED BY SIZE
                  "-"
                  AMR-DAY DELIMITED BY SIZE
                  INTO WS-DFL-DATE
           MOVE WS-DIFF-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       INVALIDATE-FISCAL-SUMMARY.
           IF WS-FISCAL-OPEN = "Y" AND AMR-RUN-DATE NUMERIC
               MOVE AMR-RUN-DATE TO WS-FISCAL-DATE
               MOVE "N" TO WS-FISCAL-EOF
               MOVE 0 TO FSR-FISCAL-YEAR
               MOVE 0 TO FSR-PERIOD
               START FISCAL-SUM-FILE KEY NOT < FSR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FISCAL-EOF
               END-START
               PERFORM UNTIL WS-FISCAL-EOF = "Y"
                   READ FISCAL-SUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FISCAL-EOF
                       NOT AT END
                           IF WS-FSF-STATUS NOT = "00"
                               MOVE "Y" TO WS-FISCAL-EOF
                           ELSE
                               IF WS-FISCAL-DATE NOT < FSR-START-DATE
                                   AND WS-FISCAL-DATE
                                       NOT > FSR-END-DATE
                                   PERFORM DELETE-FISCAL-SUMMARY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       DELETE-FISCAL-SUMMARY.
           MOVE FISCAL-SUM-REC TO WS-BEFORE-IMAGE
           DELETE FISCAL-SUM-FILE RECORD
           IF WS-FSF-STATUS = "00"
               ADD 1 TO WS-FISCAL-DELETED
               PERFORM WRITE-MAINT-JOURNAL
               MOVE SPACE TO RPT-HEADER-REC
               STRING "    FISCAL PERIOD " FSR-FISCAL-YEAR "-"
                      FSR-PERIOD " SUMMARY DELETED - RERUN FISCLOSE"
                      DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       WRITE-MAINT-JOURNAL.
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE FUNCTION CURRENT-DATE TO MJR-TIMESTAMP
           MOVE SPACE              TO MJR-OPERATOR-ID
           MOVE "AUDVERFY"         TO MJR-PROGRAM
           MOVE "REBUILD"          TO MJR-ACTION
           MOVE FSR-KEY            TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE SPACE              TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       FIND-PERIOD-ENTRY.
           MOVE 0 TO WS-PER-MATCH-SUB
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                   OR WS-PER-MATCH-SUB > 0
               IF WS-PER-PERIOD(WS-PER-SUB) = WS-WORK-PERIOD
                   MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-PER-MATCH-SUB = 0
               IF WS-PERIOD-COUNT >= 600
                   DISPLAY "AUDIT HISTORY EXCEEDS 600 PERIODS - "
                       "AUDVERFY CANNOT PROCEED"
                   MOVE 12 TO RETURN-CODE
                   PERFORM CLOSE-AUDIT-CLUSTERS
                   CLOSE VERIFY-REPORT-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PER-MATCH-SUB
               MOVE WS-WORK-PERIOD TO WS-PER-PERIOD(WS-PER-MATCH-SUB)
               MOVE 0 TO WS-PER-COMPLETE(WS-PER-MATCH-SUB)
               MOVE 0 TO WS-PER-NONPROC(WS-PER-MATCH-SUB)
               MOVE 0 TO WS-PER-BACKOUT(WS-PER-MATCH-SUB)
               MOVE 0 TO WS-PER-OTHER(WS-PER-MATCH-SUB)
               MOVE 0 TO WS-PER-TOTAL(WS-PER-MATCH-SUB)
               MOVE "N" TO WS-PER-AFFECTED(WS-PER-MATCH-SUB)
               MOVE "N" TO WS-PER-ON-FILE(WS-PER-MATCH-SUB)
           END-IF.
       MARK-PERIOD-AFFECTED.
           PERFORM FIND-PERIOD-ENTRY
           MOVE "Y" TO WS-PER-AFFECTED(WS-PER-MATCH-SUB).
       BUILD-PERIOD-TOTALS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-KEY-DATE(WS-KEY-SUB)(1:6) TO WS-WORK-PERIOD
               PERFORM FIND-PERIOD-ENTRY
               ADD 1 TO WS-PER-TOTAL(WS-PER-MATCH-SUB)
               EVALUATE WS-KEY-STATUS(WS-KEY-SUB)
                   WHEN "COMPLETE"
                       ADD 1 TO WS-PER-COMPLETE(WS-PER-MATCH-SUB)
                   WHEN "NON-PROC"
                       ADD 1 TO WS-PER-NONPROC(WS-PER-MATCH-SUB)
                   WHEN "BACKOUT"
                       ADD 1 TO WS-PER-BACKOUT(WS-PER-MATCH-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-PER-OTHER(WS-PER-MATCH-SUB)
               END-EVALUATE
           END-PERFORM.
       COMPARE-PERIOD-TOTALS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "AUDITSUM PERIOD DIFFERENCES" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-PERIOD-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-SUM-EOF
           MOVE 0 TO ASR-PERIOD
           START AUDIT-SUM-FILE KEY NOT < ASR-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-SUM-EOF
           END-START
           PERFORM UNTIL WS-SUM-EOF = "Y"
               READ AUDIT-SUM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUM-EOF
                   NOT AT END
                       IF WS-ASF-STATUS = "00"
                           ADD 1 TO WS-SUM-BEFORE
                           PERFORM CHECK-PERIOD-ROW
                       ELSE
                           MOVE "Y" TO WS-SUM-EOF
                       END-IF
               END-READ
           END-PERFORM.
       CHECK-PERIOD-ROW.
           MOVE ASR-PERIOD TO WS-WORK-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           MOVE "Y" TO WS-PER-ON-FILE(WS-PER-MATCH-SUB)
           PERFORM LOAD-DERIVED-COUNTS
           MOVE "N" TO WS-PERIOD-DIFFERS
           IF ASR-COMPLETE-COUNT NOT = WS-DRV-COMPLETE
               OR ASR-NONPROC-COUNT NOT = WS-DRV-NONPROC
               OR ASR-BACKOUT-COUNT NOT = WS-DRV-BACKOUT
               OR ASR-OTHER-COUNT NOT = WS-DRV-OTHER
               OR ASR-TOTAL-COUNT NOT = WS-DRV-TOTAL
               ADD 1 TO WS-PERIOD-DIFF-COUNT
               MOVE "Y" TO WS-PERIOD-DIFFERS
               MOVE "Y" TO WS-PER-AFFECTED(WS-PER-MATCH-SUB)
           END-IF
           IF WS-PERIOD-DIFFERS = "Y"
               OR (WS-RUN-MODE = "REBUILD"
                   AND WS-PER-AFFECTED(WS-PER-MATCH-SUB) = "Y")
               MOVE "ON FILE" TO WS-PRL-SOURCE
               MOVE ASR-COMPLETE-COUNT TO WS-PRL-COMPLETE
               MOVE ASR-NONPROC-COUNT  TO WS-PRL-NONPROC
               MOVE ASR-BACKOUT-COUNT  TO WS-PRL-BACKOUT
               MOVE ASR-OTHER-COUNT    TO WS-PRL-OTHER
               MOVE ASR-TOTAL-COUNT    TO WS-PRL-TOTAL
               MOVE ASR-FINAL-FLAG     TO WS-PRL-FLAG
               MOVE SPACE TO WS-PRL-ACTION
               PERFORM WRITE-PERIOD-LINE
               PERFORM BUILD-DERIVED-SUMMARY
               IF WS-RUN-MODE = "REBUILD"
                   REWRITE AUDIT-SUM-REC
                   IF WS-ASF-STATUS = "00"
                       MOVE "REPLACED" TO WS-PRL-ACTION
                   ELSE
                       MOVE "FAILED" TO WS-PRL-ACTION
                   END-IF
               END-IF
               PERFORM WRITE-DERIVED-LINE
           END-IF.
       CHECK-MISSING-PERIOD-ROWS.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
               IF WS-PER-ON-FILE(WS-PER-SUB) = "N"
                   AND WS-PER-TOTAL(WS-PER-SUB) > 0
                   PERFORM CHECK-MISSING-PERIOD
               END-IF
           END-PERFORM.
       CHECK-MISSING-PERIOD.
           MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
           MOVE WS-PER-PERIOD(WS-PER-SUB) TO WS-WORK-PERIOD
           MOVE "N" TO WS-PERIOD-DIFFERS
           IF WS-WORK-PERIOD < WS-SYSTEM-PERIOD
               ADD 1 TO WS-PERIOD-DIFF-COUNT
               MOVE "Y" TO WS-PERIOD-DIFFERS
           END-IF
           IF WS-PERIOD-DIFFERS = "Y"
               OR (WS-RUN-MODE = "REBUILD"
                   AND WS-PER-AFFECTED(WS-PER-SUB) = "Y")
               MOVE "NO ROW" TO WS-PRL-SOURCE
               MOVE 0 TO WS-PRL-COMPLETE
               MOVE 0 TO WS-PRL-NONPROC
               MOVE 0 TO WS-PRL-BACKOUT
               MOVE 0 TO WS-PRL-OTHER
               MOVE 0 TO WS-PRL-TOTAL
               MOVE SPACE TO WS-PRL-FLAG
               MOVE SPACE TO WS-PRL-ACTION
               PERFORM WRITE-PERIOD-LINE
               PERFORM LOAD-DERIVED-COUNTS
               PERFORM BUILD-DERIVED-SUMMARY
               IF WS-RUN-MODE = "REBUILD"
                   WRITE AUDIT-SUM-REC
                   IF WS-ASF-STATUS = "00"
                       MOVE "ADDED" TO WS-PRL-ACTION
                   ELSE
                       MOVE "FAILED" TO WS-PRL-ACTION
                   END-IF
               END-IF
               PERFORM WRITE-DERIVED-LINE
           END-IF.
       COUNT-SUM-AFTER.
           MOVE 0 TO WS-SUM-AFTER
           MOVE "N" TO WS-SUM-EOF
           MOVE 0 TO ASR-PERIOD
           START AUDIT-SUM-FILE KEY NOT < ASR-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-SUM-EOF
           END-START
           PERFORM UNTIL WS-SUM-EOF = "Y"
               READ AUDIT-SUM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUM-EOF
                   NOT AT END
                       IF WS-ASF-STATUS = "00"
                           ADD 1 TO WS-SUM-AFTER
                       ELSE
                           MOVE "Y" TO WS-SUM-EOF
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-DERIVED-COUNTS.
           MOVE WS-PER-COMPLETE(WS-PER-MATCH-SUB) TO WS-DRV-COMPLETE
           MOVE WS-PER-NONPROC(WS-PER-MATCH-SUB)  TO WS-DRV-NONPROC
           MOVE WS-PER-BACKOUT(WS-PER-MATCH-SUB)  TO WS-DRV-BACKOUT
           MOVE WS-PER-OTHER(WS-PER-MATCH-SUB)    TO WS-DRV-OTHER
           MOVE WS-PER-TOTAL(WS-PER-MATCH-SUB)    TO WS-DRV-TOTAL.
       BUILD-DERIVED-SUMMARY.
           MOVE WS-WORK-PERIOD  TO ASR-PERIOD
           MOVE WS-DRV-COMPLETE TO ASR-COMPLETE-COUNT
           MOVE WS-DRV-NONPROC  TO ASR-NONPROC-COUNT
           MOVE WS-DRV-BACKOUT  TO ASR-BACKOUT-COUNT
           MOVE WS-DRV-OTHER    TO ASR-OTHER-COUNT
           MOVE WS-DRV-TOTAL    TO ASR-TOTAL-COUNT
           IF WS-WORK-PERIOD < WS-SYSTEM-PERIOD
               AND WS-DRV-TOTAL > 0
               MOVE "F" TO ASR-FINAL-FLAG
           ELSE
               MOVE SPACE TO ASR-FINAL-FLAG
           END-IF.
       WRITE-DERIVED-LINE.
           MOVE "DERIVED" TO WS-PRL-SOURCE
           MOVE WS-DRV-COMPLETE TO WS-PRL-COMPLETE
           MOVE WS-DRV-NONPROC  TO WS-PRL-NONPROC
           MOVE WS-DRV-BACKOUT  TO WS-PRL-BACKOUT
           MOVE WS-DRV-OTHER    TO WS-PRL-OTHER
           MOVE WS-DRV-TOTAL    TO WS-PRL-TOTAL
           MOVE ASR-FINAL-FLAG  TO WS-PRL-FLAG
           PERFORM WRITE-PERIOD-LINE.
       WRITE-PERIOD-LINE.
           MOVE SPACE TO WS-PRL-PERIOD
           STRING WS-WORK-PERIOD(1:4) DELIMITED BY SIZE
                  "-"
                  WS-WORK-PERIOD(5:2) DELIMITED BY SIZE
                  INTO WS-PRL-PERIOD
           MOVE WS-PERIOD-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       COUNT-MASTER-AFTER.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AMF-STATUS NOT = "00"
               CLOSE AUDIT-MASTER-FILE
           ELSE
               MOVE "N" TO WS-MASTER-EOF
               MOVE LOW-VALUES TO AMR-KEY
               START AUDIT-MASTER-FILE KEY NOT < AMR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ AUDIT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-AMF-STATUS = "00"
                               ADD 1 TO WS-MASTER-AFTER
                           ELSE
                               MOVE "Y" TO WS-MASTER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-MASTER-FILE
           END-IF.
       WRITE-VERIFY-TOTALS.
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "MISSING AUDITMST ROWS     : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-EXTRA-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "EXTRA AUDITMST ROWS       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "STATUS MISMATCHES         : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-PERIOD-DIFF-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "PERIOD TOTALS DISAGREEING : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-MASTER-BEFORE TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITMST ROWS BEFORE      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-MASTER-AFTER TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITMST ROWS AFTER       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-SUM-BEFORE TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITSUM ROWS BEFORE      : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-SUM-AFTER TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "AUDITSUM ROWS AFTER       : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-RUN-MODE = "REBUILD"
               MOVE WS-FISCAL-DELETED TO WS-COUNT-DISPLAY
               MOVE SPACE TO RPT-HEADER-REC
               STRING "FISCSUM ROWS DELETED      : "
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF WS-MISSING-COUNT = 0 AND WS-EXTRA-COUNT = 0
               AND WS-MISMATCH-COUNT = 0 AND WS-PERIOD-DIFF-COUNT = 0
               MOVE "*** AUDITMST AND AUDITSUM AGREE WITH HISTORY ***"
                   TO RPT-HEADER-REC
           ELSE
               IF WS-RUN-MODE = "REBUILD"
                   MOVE "*** AUDITMST AND AUDITSUM REBUILT ***"
                       TO RPT-HEADER-REC
               ELSE
                   MOVE "*** DIFFERENCES FOUND - RUN WITH REBUILD ***"
                       TO RPT-HEADER-REC
               END-IF
           END-IF
           WRITE RPT-HEADER-REC.
