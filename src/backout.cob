               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASR-PERIOD
               FILE STATUS IS WS-ASF-STATUS.
           SELECT FISCAL-SUM-FILE ASSIGN TO FISCSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSR-KEY
               FILE STATUS IS WS-FSF-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-CONTROL-FILE.
           COPY AUDMREC.
       FD  AUDIT-SUM-FILE.
           COPY AUDSUMRC.
       FD  FISCAL-SUM-FILE.
           COPY FSUMREC.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
           COPY OPERAREC.
       FD  MAINT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MAINTJRN.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-DCF-STATUS              PIC X(2).
       01  WS-BRF-STATUS              PIC X(2).
       01  WS-AMF-STATUS              PIC X(2).
       01  WS-ASF-STATUS              PIC X(2).
       01  WS-FSF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-AUTHORIZED     PIC X(1) VALUE "N".
       01  WS-OPERATOR-LENGTH         PIC S9(4) COMP.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-JOURNAL-KEY             PIC X(30).
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-AUDIT-STATUS            PIC X(10).
       01  WS-CONTROL-REMOVED         PIC X(1) VALUE "N".
       01  WS-SUMMARY-CLEARED         PIC X(1) VALUE "N".
       01  WS-FISCAL-CLEARED          PIC X(1) VALUE "N".
       01  WS-FISCAL-EOF-SWITCH       PIC X(1) VALUE "N".
       01  WS-CONTROL-OLD-STATUS      PIC X(1).
       01  WS-CONTROL-OLD-COUNT       PIC 9(3) VALUE 0.
       01  WS-CHECKPOINTS-REMOVED     PIC 9(1) VALUE 0.
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH         PIC S9(4) COMP.
           05  LS-PARM-DATA           PIC X(16).
       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM GET-BACKOUT-DATE
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM OPEN-MAINT-JOURNAL
           PERFORM REMOVE-CONTROL-RECORD
           PERFORM REMOVE-CHECKPOINT-RECORDS
           PERFORM WRITE-BACKOUT-AUDIT
           PERFORM INVALIDATE-PERIOD-SUMMARY
           PERFORM INVALIDATE-FISCAL-SUMMARY
           PERFORM WRITE-BACKOUT-REPORT
           CLOSE MAINT-JOURNAL-FILE
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY "BACKOUT COMPLETE FOR " WS-CURRENT-DATE
           STOP RUN.
       GET-BACKOUT-DATE.
           IF LS-PARM-LENGTH < 9 OR LS-PARM-LENGTH > 16
               DISPLAY "INVALID PARM - EXPECTED YYYYMMDD FOLLOWED BY "
                   "OPERATOR ID (9-16 BYTES) - BACKOUT CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-OPERATOR-LENGTH = LS-PARM-LENGTH - 8
           MOVE SPACE TO WS-OPERATOR-ID
           MOVE LS-PARM-DATA(9:WS-OPERATOR-LENGTH) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "INVALID PARM - OPERATOR ID IS BLANK - BACKOUT "
                   "CANNOT PROCEED"
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-OPERATOR-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OAF-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTH-FILE ALLOCATION FAILED - STATUS "
                       WS-OAF-STATUS " - BACKOUT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE BACKOUT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPR-EOF-SWITCH = "Y"
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF-SWITCH
                   NOT AT END
                       IF OAR-OPERATOR-ID = WS-OPERATOR-ID
                           AND OAR-OPERATOR-ID NOT = SPACE
                           AND OAR-BACKOUT = "Y"
                           MOVE "Y" TO WS-OPERATOR-AUTHORIZED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTHORIZED = "N"
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "FOR BACKOUT - BACKOUT REFUSED"
               PERFORM WRITE-REPORT-TITLE
               MOVE "BACKOUT REJECTED - OPERATOR NOT AUTHORIZED"
                   TO WS-DTL-TEXT
               MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               CLOSE BACKOUT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
                       WS-MJF-STATUS " - BACKOUT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE BACKOUT-REPORT-FILE
               STOP RUN
           END-IF.
       REMOVE-CONTROL-RECORD.
           OPEN I-O DAILY-CONTROL-FILE
           IF WS-DCF-STATUS = "35"
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE MAINT-JOURNAL-FILE
               CLOSE BACKOUT-REPORT-FILE
               STOP RUN
           END-IF
                   IF DCR-RUN-COUNT NUMERIC
                       MOVE DCR-RUN-COUNT TO WS-CONTROL-OLD-COUNT
                   END-IF
                   MOVE DAILY-CONTROL-REC TO WS-BEFORE-IMAGE
                   DELETE DAILY-CONTROL-FILE RECORD
                   IF WS-DCF-STATUS = "00"
                       MOVE "Y" TO WS-CONTROL-REMOVED
                       MOVE DCR-KEY TO WS-JOURNAL-KEY
                       PERFORM WRITE-MAINT-JOURNAL
                   END-IF
           END-READ
           CLOSE DAILY-CONTROL-FILE
               PERFORM WRITE-REPORT-TITLE
               MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
               CLOSE MAINT-JOURNAL-FILE
               CLOSE BACKOUT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHECKPOINT-REC TO WS-BEFORE-IMAGE
                   DELETE CHECKPOINT-FILE RECORD
                   IF WS-CKF-STATUS = "00"
                       ADD 1 TO WS-CHECKPOINTS-REMOVED
                       MOVE CKR-KEY TO WS-JOURNAL-KEY
                       PERFORM WRITE-MAINT-JOURNAL
                   END-IF
           END-READ.
       WRITE-BACKOUT-AUDIT.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AUDIT-SUM-REC TO WS-BEFORE-IMAGE
                       DELETE AUDIT-SUM-FILE RECORD
                       IF WS-ASF-STATUS = "00"
                           MOVE "Y" TO WS-SUMMARY-CLEARED
                           MOVE ASR-PERIOD TO WS-JOURNAL-KEY
                           PERFORM WRITE-MAINT-JOURNAL
                       END-IF
               END-READ
               CLOSE AUDIT-SUM-FILE
           END-IF.
       INVALIDATE-FISCAL-SUMMARY.
           OPEN I-O FISCAL-SUM-FILE
           IF WS-FSF-STATUS NOT = "00"
               CLOSE FISCAL-SUM-FILE
           ELSE
               MOVE 0 TO FSR-FISCAL-YEAR
               MOVE 0 TO FSR-PERIOD
               START FISCAL-SUM-FILE KEY NOT < FSR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FISCAL-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-FISCAL-EOF-SWITCH = "Y"
                   READ FISCAL-SUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FISCAL-EOF-SWITCH
                       NOT AT END
                           IF WS-FSF-STATUS NOT = "00"
                               MOVE "Y" TO WS-FISCAL-EOF-SWITCH
                           ELSE
                               IF WS-CURRENT-DATE-NUM
                                       NOT < FSR-START-DATE
                                   AND WS-CURRENT-DATE-NUM
                                       NOT > FSR-END-DATE
                                   PERFORM DELETE-FISCAL-SUMMARY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-SUM-FILE
           END-IF.
       DELETE-FISCAL-SUMMARY.
           MOVE FISCAL-SUM-REC TO WS-BEFORE-IMAGE
           DELETE FISCAL-SUM-FILE RECORD
           IF WS-FSF-STATUS = "00"
               MOVE "Y" TO WS-FISCAL-CLEARED
               MOVE FSR-KEY TO WS-JOURNAL-KEY
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
       WRITE-MAINT-JOURNAL.
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE FUNCTION CURRENT-DATE TO MJR-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO MJR-OPERATOR-ID
           MOVE "BACKOUT"          TO MJR-PROGRAM
           MOVE "BACKOUT"          TO MJR-ACTION
           MOVE WS-JOURNAL-KEY     TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE SPACE              TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-REPORT-TITLE.
           MOVE "RUN BACKOUT CONFIRMATION REPORT - BACKOUT"
               TO RPT-HEADER-REC
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "REQUESTED BY OPERATOR     : "
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-BACKOUT-REPORT.
           PERFORM WRITE-REPORT-TITLE
               MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           IF WS-FISCAL-CLEARED = "Y"
               MOVE SPACE TO WS-DTL-TEXT
               STRING "FISCAL PERIOD SUMMARY DELETED - RERUN FISCLOSE "
                      "TO REBUILD FINAL COUNTS"
                      DELIMITED BY SIZE
                      INTO WS-DTL-TEXT
               MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF
           MOVE SPACE TO WS-DTL-TEXT
           MOVE "NOTE - THE HELLOIF GENERATION FOR THIS DATE MUST BE"
               TO WS-DTL-TEXT
