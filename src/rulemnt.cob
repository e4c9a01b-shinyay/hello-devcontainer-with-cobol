       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULEMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-TRAN-FILE ASSIGN TO RULETRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTF-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO ALRTRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RLF-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO RULERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRF-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAF-STATUS.
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-TRAN-FILE
           RECORDING MODE IS F.
       01  RULE-TRAN-REC.
           05  RTR-ACTION             PIC X(1).
           05  RTR-KEY.
               10  RTR-JOB-NAME       PIC X(8).
               10  RTR-COND-CODE      PIC X(4).
           05  RTR-OPERATOR-ID        PIC X(8).
           05  RTR-RULE-DATA.
               10  RTR-SEVERITY       PIC X(1).
               10  RTR-ACTION-TEXT    PIC X(40).
               10  FILLER             PIC X(18).
           05  RTR-WINDOW-DATA        REDEFINES RTR-RULE-DATA.
               10  RTR-SUPP-SEVERITY  PIC X(1).
               10  RTR-SUPP-START.
                   15  RTR-START-DATE PIC X(8).
                   15  RTR-START-TIME PIC X(4).
               10  RTR-SUPP-END.
                   15  RTR-END-DATE   PIC X(8).
                   15  RTR-END-TIME   PIC X(4).
               10  FILLER             PIC X(34).
       FD  ALERT-RULE-FILE.
           COPY RULEREC.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
           COPY OPERAREC.
       FD  MAINT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY MAINTJRN.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-RTF-STATUS              PIC X(2).
       01  WS-RLF-STATUS              PIC X(2).
       01  WS-MRF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-IO-STATUS               PIC X(2).
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-RULE-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-RULE-FOUND              PIC X(1) VALUE "N".
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-REASON-CODE             PIC X(2).
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-RULE-COUNT              PIC 9(5) VALUE 0.
       01  WS-WINDOW-COUNT            PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-JOURNAL-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-AFTER-IMAGE             PIC X(130).
       01  WS-FUNCTION-SUB            PIC 9(1).
       01  WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01  WS-OPR-SUB                 PIC 9(2).
       01  WS-OPR-MATCH-SUB           PIC 9(2).
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY           OCCURS 50.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-FUNCTION    PIC X(1) OCCURS 9.
       01  WS-EDIT-TIME.
           05  WS-EDIT-HOUR           PIC 9(2).
           05  WS-EDIT-MINUTE         PIC 9(2).
       01  WS-WINDOW-TEXT-START       PIC X(16).
       01  WS-WINDOW-TEXT-END         PIC X(16).
       01  WS-MAX-DAY-IN-MONTH        PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 28.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
           05  PIC 9(2) VALUE 30.
           05  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH           REDEFINES WS-DAYS-IN-MONTH-VALUES
                                       PIC 9(2) OCCURS 12.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION          PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-JOB-NAME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-COND-CODE       PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-FILE-STATUS     PIC X(9).
           05  FILLER                 PIC X(34) VALUE SPACE.
       01  WS-LIST-HEADER.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  FILLER                 PIC X(8) VALUE "JOB".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(4) VALUE "COND".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(8) VALUE "SEVERITY".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(40) VALUE "ACTION TEXT".
           05  FILLER                 PIC X(15) VALUE SPACE.
       01  WS-LIST-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-JOB-NAME        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-COND-CODE       PIC 9(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-SEVERITY        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-ACTION-TEXT     PIC X(40).
           05  FILLER                 PIC X(15) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MRF-STATUS NOT = "00"
               DISPLAY "MAINT-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-MRF-STATUS " - RULEMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALERT-RULE-FILE
           IF WS-RLF-STATUS = "35"
               DISPLAY "ALERT-RULE-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT RULE-TRAN-FILE
           IF WS-RTF-STATUS NOT = "00"
               DISPLAY "RULE-TRAN-FILE ALLOCATION FAILED - STATUS "
                       WS-RTF-STATUS " - RULEMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE ALERT-RULE-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           OPEN EXTEND MAINT-JOURNAL-FILE
           IF WS-MJF-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL-FILE
               CLOSE MAINT-JOURNAL-FILE
               OPEN EXTEND MAINT-JOURNAL-FILE
           END-IF
           IF WS-MJF-STATUS NOT = "00"
               DISPLAY "MAINT-JOURNAL-FILE ALLOCATION FAILED - STATUS "
                       WS-MJF-STATUS " - RULEMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE RULE-TRAN-FILE
               CLOSE ALERT-RULE-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TITLE
           MOVE "ALERT RULE CATALOG BEFORE MAINTENANCE"
               TO RPT-HEADER-REC
           PERFORM LIST-RULE-CATALOG
           PERFORM PROCESS-TRANSACTIONS
           MOVE "ALERT RULE CATALOG AFTER MAINTENANCE"
               TO RPT-HEADER-REC
           PERFORM LIST-RULE-CATALOG
           PERFORM WRITE-MAINT-TOTALS
           CLOSE RULE-TRAN-FILE
           CLOSE ALERT-RULE-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RULEMNT COMPLETE - ACCEPTED " WS-ACCEPTED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
           STOP RUN.
       WRITE-REPORT-TITLE.
           MOVE "ALERT RULE CATALOG MAINTENANCE REPORT - RULEMNT"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OAF-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTH-FILE ALLOCATION FAILED - STATUS "
                       WS-OAF-STATUS " - RULEMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE RULE-TRAN-FILE
               CLOSE ALERT-RULE-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPR-EOF-SWITCH = "Y"
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-OPERATOR-ENTRY
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE.
       LOAD-OPERATOR-ENTRY.
           IF OAR-OPERATOR-ID = SPACE
               CONTINUE
           ELSE
               IF WS-OPERATOR-COUNT < 50
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OAR-OPERATOR-ID
                       TO WS-OPR-ID(WS-OPERATOR-COUNT)
                   PERFORM VARYING WS-FUNCTION-SUB FROM 1 BY 1
                       UNTIL WS-FUNCTION-SUB > 9
                       MOVE OAR-FUNCTION(WS-FUNCTION-SUB)
                           TO WS-OPR-FUNCTION(WS-OPERATOR-COUNT,
                                              WS-FUNCTION-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "OPERATOR TABLE EXCEEDS 50 ENTRIES - "
                       "EXTRA ENTRY IGNORED: " OAR-OPERATOR-ID
               END-IF
           END-IF.
       LIST-RULE-CATALOG.
           WRITE RPT-HEADER-REC
           MOVE WS-LIST-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-RULE-EOF-SWITCH
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-WINDOW-COUNT
           MOVE LOW-VALUES TO RUL-KEY
           START ALERT-RULE-FILE KEY NOT < RUL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RULE-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-RULE-EOF-SWITCH = "Y"
               READ ALERT-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RULE-EOF-SWITCH
                   NOT AT END
                       IF WS-RLF-STATUS = "00"
                           ADD 1 TO WS-RULE-COUNT
                           PERFORM WRITE-RULE-LINE
                       ELSE
                           MOVE "Y" TO WS-RULE-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  RULES ON CATALOG        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-WINDOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  SUPPRESSION WINDOWS SET : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-RULE-LINE.
           MOVE RUL-JOB-NAME TO WS-LST-JOB-NAME
           MOVE RUL-COND-CODE TO WS-LST-COND-CODE
           IF RUL-SEVERITY = SPACE
               MOVE "BUILT-IN" TO WS-LST-SEVERITY
           ELSE
               MOVE RUL-SEVERITY TO WS-LST-SEVERITY
           END-IF
           IF RUL-ACTION-TEXT = SPACE
               MOVE "(BUILT-IN ACTION TEXT)" TO WS-LST-ACTION-TEXT
           ELSE
               MOVE RUL-ACTION-TEXT TO WS-LST-ACTION-TEXT
           END-IF
           MOVE WS-LIST-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           IF RUL-SUPP-START-DATE NOT = 0
               ADD 1 TO WS-WINDOW-COUNT
               MOVE SPACE TO WS-WINDOW-TEXT-START
               STRING RUL-SUPP-START-DATE(1:4) "-"
                      RUL-SUPP-START-DATE(5:2) "-"
                      RUL-SUPP-START-DATE(7:2) " "
                      RUL-SUPP-START-TIME(1:2) ":"
                      RUL-SUPP-START-TIME(3:2) DELIMITED BY SIZE
                      INTO WS-WINDOW-TEXT-START
               MOVE SPACE TO WS-WINDOW-TEXT-END
               STRING RUL-SUPP-END-DATE(1:4) "-"
                      RUL-SUPP-END-DATE(5:2) "-"
                      RUL-SUPP-END-DATE(7:2) " "
                      RUL-SUPP-END-TIME(1:2) ":"
                      RUL-SUPP-END-TIME(3:2) DELIMITED BY SIZE
                      INTO WS-WINDOW-TEXT-END
               MOVE SPACE TO RPT-HEADER-REC
               STRING "      SUPPRESSED TO " RUL-SUPP-SEVERITY
                      " FROM " WS-WINDOW-TEXT-START
                      " THRU " WS-WINDOW-TEXT-END
                      DELIMITED BY SIZE
                      INTO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       PROCESS-TRANSACTIONS.
           MOVE "TRANSACTIONS APPLIED" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-TRAN-EOF-SWITCH
           PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
               READ RULE-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       APPLY-TRANSACTION.
           MOVE SPACE TO WS-REASON-CODE
           MOVE SPACE TO WS-IO-STATUS
           PERFORM EDIT-TRANSACTION
           IF WS-REASON-CODE = SPACE
               EVALUATE RTR-ACTION
                   WHEN "A"
                       PERFORM ADD-RULE
                   WHEN "C"
                       PERFORM CHANGE-RULE
                   WHEN "D"
                       PERFORM DELETE-RULE
                   WHEN "S"
                       PERFORM SET-SUPPRESSION-WINDOW
                   WHEN "R"
                       PERFORM REMOVE-SUPPRESSION-WINDOW
               END-EVALUATE
           END-IF
           PERFORM WRITE-TRANSACTION-LINE.
       EDIT-TRANSACTION.
           IF RTR-ACTION NOT = "A" AND RTR-ACTION NOT = "C"
               AND RTR-ACTION NOT = "D" AND RTR-ACTION NOT = "S"
               AND RTR-ACTION NOT = "R"
               MOVE "01" TO WS-REASON-CODE
           ELSE
               MOVE 9 TO WS-FUNCTION-SUB
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REASON-CODE = SPACE
               IF RTR-JOB-NAME = SPACE OR RTR-COND-CODE NOT NUMERIC
                   MOVE "02" TO WS-REASON-CODE
               ELSE
                   PERFORM FIND-RULE
                   PERFORM EDIT-TRANSACTION-FIELDS
               END-IF
           END-IF.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-MATCH-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPERATOR-COUNT
               IF RTR-OPERATOR-ID = WS-OPR-ID(WS-OPR-SUB)
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
               END-IF
           END-PERFORM
           IF RTR-OPERATOR-ID = SPACE OR WS-OPR-MATCH-SUB = 0
               MOVE "09" TO WS-REASON-CODE
           ELSE
               IF WS-OPR-FUNCTION(WS-OPR-MATCH-SUB, WS-FUNCTION-SUB)
                   NOT = "Y"
                   MOVE "09" TO WS-REASON-CODE
               END-IF
           END-IF.
       FIND-RULE.
           MOVE RTR-JOB-NAME TO RUL-JOB-NAME
           MOVE RTR-COND-CODE TO RUL-COND-CODE
           READ ALERT-RULE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RULE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND
           END-READ.
       EDIT-TRANSACTION-FIELDS.
           IF RTR-ACTION = "A" AND WS-RULE-FOUND = "Y"
               MOVE "04" TO WS-REASON-CODE
           END-IF
           IF RTR-ACTION NOT = "A" AND WS-RULE-FOUND = "N"
               MOVE "05" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACE
               AND (RTR-ACTION = "A" OR RTR-ACTION = "C")
               IF RTR-SEVERITY NOT = SPACE AND RTR-SEVERITY NOT = "W"
                   AND RTR-SEVERITY NOT = "E"
                   AND RTR-SEVERITY NOT = "C"
                   MOVE "03" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE AND RTR-ACTION = "S"
               PERFORM EDIT-SUPPRESSION-WINDOW
           END-IF.
       EDIT-SUPPRESSION-WINDOW.
           IF RTR-SUPP-SEVERITY NOT = SPACE
               AND RTR-SUPP-SEVERITY NOT = "W"
               AND RTR-SUPP-SEVERITY NOT = "E"
               MOVE "06" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACE
               IF RTR-SUPP-START NOT NUMERIC
                   OR RTR-SUPP-END NOT NUMERIC
                   MOVE "07" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               MOVE RTR-START-DATE TO WS-CURRENT-DATE
               MOVE RTR-START-TIME TO WS-EDIT-TIME
               PERFORM EDIT-WINDOW-DATE-TIME
               IF WS-DATE-INVALID = "Y"
                   MOVE "07" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               MOVE RTR-END-DATE TO WS-CURRENT-DATE
               MOVE RTR-END-TIME TO WS-EDIT-TIME
               PERFORM EDIT-WINDOW-DATE-TIME
               IF WS-DATE-INVALID = "Y"
                   MOVE "07" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               IF RTR-SUPP-END < RTR-SUPP-START
                   MOVE "08" TO WS-REASON-CODE
               END-IF
           END-IF.
       EDIT-WINDOW-DATE-TIME.
           PERFORM EDIT-CALENDAR-DATE
           IF WS-EDIT-HOUR > 23 OR WS-EDIT-MINUTE > 59
               MOVE "Y" TO WS-DATE-INVALID
           END-IF.
       EDIT-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-INVALID
           IF WS-YEAR < 1970 OR WS-YEAR > 2099
               MOVE "Y" TO WS-DATE-INVALID
           END-IF
           IF WS-MONTH < 1 OR WS-MONTH > 12
               MOVE "Y" TO WS-DATE-INVALID
           END-IF
           IF WS-DATE-INVALID = "N"
               MOVE WS-DAYS-IN-MONTH(WS-MONTH)
                   TO WS-MAX-DAY-IN-MONTH
               IF WS-MONTH = 2
                   AND FUNCTION MOD(WS-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY-IN-MONTH
               END-IF
               IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY-IN-MONTH
                   MOVE "Y" TO WS-DATE-INVALID
               END-IF
           END-IF.
       ADD-RULE.
           MOVE SPACE TO ALERT-RULE-REC
           MOVE RTR-JOB-NAME TO RUL-JOB-NAME
           MOVE RTR-COND-CODE TO RUL-COND-CODE
           MOVE RTR-SEVERITY TO RUL-SEVERITY
           MOVE RTR-ACTION-TEXT TO RUL-ACTION-TEXT
           MOVE 0 TO RUL-SUPP-START-DATE
           MOVE 0 TO RUL-SUPP-START-TIME
           MOVE 0 TO RUL-SUPP-END-DATE
           MOVE 0 TO RUL-SUPP-END-TIME
           WRITE ALERT-RULE-REC
           IF WS-RLF-STATUS = "00"
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE SPACE TO WS-BEFORE-IMAGE
               MOVE ALERT-RULE-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       CHANGE-RULE.
           MOVE ALERT-RULE-REC TO WS-BEFORE-IMAGE
           IF RTR-SEVERITY NOT = SPACE
               MOVE RTR-SEVERITY TO RUL-SEVERITY
           END-IF
           IF RTR-ACTION-TEXT NOT = SPACE
               MOVE RTR-ACTION-TEXT TO RUL-ACTION-TEXT
           END-IF
           REWRITE ALERT-RULE-REC
           IF WS-RLF-STATUS = "00"
               MOVE "CHANGE" TO WS-JOURNAL-ACTION
               MOVE ALERT-RULE-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       DELETE-RULE.
           MOVE ALERT-RULE-REC TO WS-BEFORE-IMAGE
           DELETE ALERT-RULE-FILE RECORD
           IF WS-RLF-STATUS = "00"
               MOVE "DELETE" TO WS-JOURNAL-ACTION
               MOVE SPACE TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       SET-SUPPRESSION-WINDOW.
           MOVE ALERT-RULE-REC TO WS-BEFORE-IMAGE
           IF RTR-SUPP-SEVERITY = SPACE
               MOVE "W" TO RUL-SUPP-SEVERITY
           ELSE
               MOVE RTR-SUPP-SEVERITY TO RUL-SUPP-SEVERITY
           END-IF
           MOVE RTR-SUPP-START TO RUL-SUPP-START
           MOVE RTR-SUPP-END TO RUL-SUPP-END
           REWRITE ALERT-RULE-REC
           IF WS-RLF-STATUS = "00"
               MOVE "SUPPRESS" TO WS-JOURNAL-ACTION
               MOVE ALERT-RULE-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       REMOVE-SUPPRESSION-WINDOW.
           MOVE ALERT-RULE-REC TO WS-BEFORE-IMAGE
           MOVE SPACE TO RUL-SUPP-SEVERITY
           MOVE 0 TO RUL-SUPP-START-DATE
           MOVE 0 TO RUL-SUPP-START-TIME
           MOVE 0 TO RUL-SUPP-END-DATE
           MOVE 0 TO RUL-SUPP-END-TIME
           REWRITE ALERT-RULE-REC
           IF WS-RLF-STATUS = "00"
               MOVE "UNSUPPR" TO WS-JOURNAL-ACTION
               MOVE ALERT-RULE-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       FLAG-UPDATE-FAILED.
           MOVE "10" TO WS-REASON-CODE
           MOVE WS-RLF-STATUS TO WS-IO-STATUS.
       WRITE-MAINT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE WS-TIMESTAMP       TO MJR-TIMESTAMP
           MOVE RTR-OPERATOR-ID    TO MJR-OPERATOR-ID
           MOVE "RULEMNT"          TO MJR-PROGRAM
           MOVE WS-JOURNAL-ACTION  TO MJR-ACTION
           MOVE RUL-KEY            TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-TRANSACTION-LINE.
           MOVE RTR-ACTION      TO WS-DTL-ACTION
           MOVE RTR-JOB-NAME    TO WS-DTL-JOB-NAME
           MOVE RTR-COND-CODE   TO WS-DTL-COND-CODE
           MOVE RTR-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE SPACE TO WS-DTL-FILE-STATUS
           IF WS-IO-STATUS NOT = SPACE
               STRING "STATUS " WS-IO-STATUS DELIMITED BY SIZE
                   INTO WS-DTL-FILE-STATUS
           END-IF
           IF WS-REASON-CODE = SPACE
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DTL-DISPOSITION
               MOVE SPACE TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-DTL-DISPOSITION
               MOVE WS-REASON-CODE TO WS-DTL-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-MAINT-TOTALS.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TRANSACTIONS ACCEPTED     : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "TRANSACTIONS REJECTED     : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "REASON CODES" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  01 - ACTION CODE NOT A, C, D, S OR R"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  02 - JOB NAME BLANK OR CONDITION CODE NOT NUMERIC"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  03 - SEVERITY NOT W, E OR C" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  04 - ADD - RULE ALREADY ON CATALOG"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  05 - RULE NOT ON CATALOG" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  06 - SUPPRESSED SEVERITY NOT W OR E"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  07 - WINDOW START OR END NOT A VALID DATE AND TIME"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  08 - WINDOW END BEFORE WINDOW START"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  09 - OPERATOR NOT AUTHORIZED FOR THIS ACTION"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  10 - CATALOG UPDATE FAILED - FILE STATUS SHOWN"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
