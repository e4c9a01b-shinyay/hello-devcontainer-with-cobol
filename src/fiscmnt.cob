       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-TRAN-FILE ASSIGN TO FISCTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FTF-STATUS.
           SELECT FISCAL-CAL-FILE ASSIGN TO FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FCF-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO FISCRPT
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
       FD  FISCAL-TRAN-FILE
           RECORDING MODE IS F.
       01  FISCAL-TRAN-REC.
           05  FTR-ACTION             PIC X(1).
           05  FTR-KEY.
               10  FTR-FISCAL-YEAR    PIC X(4).
               10  FTR-PERIOD         PIC X(2).
           05  FTR-QUARTER            PIC X(1).
           05  FTR-START-DATE         PIC X(8).
           05  FTR-END-DATE           PIC X(8).
           05  FTR-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(48).
       FD  FISCAL-CAL-FILE.
           COPY FISCREC.
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
       01  WS-FTF-STATUS              PIC X(2).
       01  WS-FCF-STATUS              PIC X(2).
       01  WS-MRF-STATUS              PIC X(2).
       01  WS-OAF-STATUS              PIC X(2).
       01  WS-MJF-STATUS              PIC X(2).
       01  WS-IO-STATUS               PIC X(2).
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-OPR-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-CAL-EOF-SWITCH          PIC X(1) VALUE "N".
       01  WS-PERIOD-FOUND            PIC X(1) VALUE "N".
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-REASON-CODE             PIC X(2).
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-PERIOD-COUNT            PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-TIMESTAMP               PIC X(21).
       01  WS-JOURNAL-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE            PIC X(130).
       01  WS-AFTER-IMAGE             PIC X(130).
       01  WS-NEW-QUARTER             PIC X(1).
       01  WS-NEW-START-DATE          PIC X(8).
       01  WS-NEW-END-DATE            PIC X(8).
       01  WS-IOD-START               PIC 9(8).
       01  WS-IOD-END                 PIC 9(8).
       01  WS-FUNCTION-SUB            PIC 9(2).
       01  WS-OPERATOR-COUNT          PIC 9(2) VALUE 0.
       01  WS-OPR-SUB                 PIC 9(2).
       01  WS-OPR-MATCH-SUB           PIC 9(2).
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY           OCCURS 50.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-FUNCTION    PIC X(1) OCCURS 10.
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
           05  WS-DTL-FISCAL-YEAR     PIC X(4).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-PERIOD          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-QUARTER         PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-START-DATE      PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-END-DATE        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON          PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-FILE-STATUS     PIC X(9).
           05  FILLER                 PIC X(20) VALUE SPACE.
       01  WS-LIST-HEADER.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  FILLER                 PIC X(4) VALUE "FY".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(3) VALUE "PER".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(1) VALUE "Q".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "START".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "END".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(4) VALUE "DAYS".
           05  FILLER                 PIC X(41) VALUE SPACE.
       01  WS-LIST-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-FISCAL-YEAR     PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-PERIOD          PIC 9(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-QUARTER         PIC 9(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-START-DATE      PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-END-DATE        PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-DAYS            PIC ZZZ9.
           05  FILLER                 PIC X(41) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MRF-STATUS NOT = "00"
               DISPLAY "MAINT-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-MRF-STATUS " - FISCMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FISCAL-CAL-FILE
           IF WS-FCF-STATUS = "35"
               DISPLAY "FISCAL-CAL-FILE VSAM CLUSTER NOT FOUND - "
                   "RUN THE IDCAMS DEFINE CLUSTER PREREQUISITE BEFORE "
                   "SUBMITTING THIS JOB"
               MOVE 97 TO RETURN-CODE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT FISCAL-TRAN-FILE
           IF WS-FTF-STATUS NOT = "00"
               DISPLAY "FISCAL-TRAN-FILE ALLOCATION FAILED - STATUS "
                       WS-FTF-STATUS " - FISCMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE FISCAL-CAL-FILE
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
                       WS-MJF-STATUS " - FISCMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE FISCAL-TRAN-FILE
               CLOSE FISCAL-CAL-FILE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TITLE
           MOVE "FISCAL CALENDAR BEFORE MAINTENANCE" TO RPT-HEADER-REC
           PERFORM LIST-FISCAL-CALENDAR
           PERFORM PROCESS-TRANSACTIONS
           MOVE "FISCAL CALENDAR AFTER MAINTENANCE" TO RPT-HEADER-REC
           PERFORM LIST-FISCAL-CALENDAR
           PERFORM WRITE-MAINT-TOTALS
           CLOSE FISCAL-TRAN-FILE
           CLOSE FISCAL-CAL-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FISCMNT COMPLETE - ACCEPTED " WS-ACCEPTED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
           STOP RUN.
       WRITE-REPORT-TITLE.
           MOVE "FISCAL CALENDAR MAINTENANCE REPORT - FISCMNT"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OAF-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTH-FILE ALLOCATION FAILED - STATUS "
                       WS-OAF-STATUS " - FISCMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE FISCAL-TRAN-FILE
               CLOSE FISCAL-CAL-FILE
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
                       UNTIL WS-FUNCTION-SUB > 10
                       MOVE OAR-FUNCTION(WS-FUNCTION-SUB)
                           TO WS-OPR-FUNCTION(WS-OPERATOR-COUNT,
                                              WS-FUNCTION-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "OPERATOR TABLE EXCEEDS 50 ENTRIES - "
                       "EXTRA ENTRY IGNORED: " OAR-OPERATOR-ID
               END-IF
           END-IF.
       LIST-FISCAL-CALENDAR.
           WRITE RPT-HEADER-REC
           MOVE WS-LIST-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-CAL-EOF-SWITCH
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE LOW-VALUES TO FCL-KEY
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
                           ADD 1 TO WS-PERIOD-COUNT
                           PERFORM WRITE-CALENDAR-LINE
                       ELSE
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  PERIODS ON CALENDAR     : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-CALENDAR-LINE.
           MOVE FCL-FISCAL-YEAR TO WS-LST-FISCAL-YEAR
           MOVE FCL-PERIOD TO WS-LST-PERIOD
           MOVE FCL-QUARTER TO WS-LST-QUARTER
           MOVE SPACE TO WS-LST-START-DATE
           STRING FCL-START-DATE(1:4) "-"
                  FCL-START-DATE(5:2) "-"
                  FCL-START-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-LST-START-DATE
           MOVE SPACE TO WS-LST-END-DATE
           STRING FCL-END-DATE(1:4) "-"
                  FCL-END-DATE(5:2) "-"
                  FCL-END-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-LST-END-DATE
           COMPUTE WS-IOD-START =
               FUNCTION INTEGER-OF-DATE(FCL-START-DATE)
           COMPUTE WS-IOD-END =
               FUNCTION INTEGER-OF-DATE(FCL-END-DATE)
           COMPUTE WS-LST-DAYS = WS-IOD-END - WS-IOD-START + 1
           MOVE WS-LIST-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       PROCESS-TRANSACTIONS.
           MOVE "TRANSACTIONS APPLIED" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-TRAN-EOF-SWITCH
           PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
               READ FISCAL-TRAN-FILE
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
               EVALUATE FTR-ACTION
                   WHEN "A"
                       PERFORM ADD-PERIOD
                   WHEN "C"
                       PERFORM CHANGE-PERIOD
                   WHEN "D"
                       PERFORM DELETE-PERIOD
               END-EVALUATE
           END-IF
           PERFORM WRITE-TRANSACTION-LINE.
       EDIT-TRANSACTION.
           IF FTR-ACTION NOT = "A" AND FTR-ACTION NOT = "C"
               AND FTR-ACTION NOT = "D"
               MOVE "01" TO WS-REASON-CODE
           ELSE
               MOVE 10 TO WS-FUNCTION-SUB
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REASON-CODE = SPACE
               IF FTR-FISCAL-YEAR NOT NUMERIC
                   OR FTR-PERIOD NOT NUMERIC
                   MOVE "02" TO WS-REASON-CODE
               ELSE
                   IF FTR-FISCAL-YEAR < "1970"
                       OR FTR-FISCAL-YEAR > "2099"
                       OR FTR-PERIOD < "01" OR FTR-PERIOD > "13"
                       MOVE "02" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               PERFORM FIND-PERIOD
               PERFORM EDIT-TRANSACTION-FIELDS
           END-IF.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-MATCH-SUB
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPERATOR-COUNT
               IF FTR-OPERATOR-ID = WS-OPR-ID(WS-OPR-SUB)
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH-SUB
               END-IF
           END-PERFORM
           IF FTR-OPERATOR-ID = SPACE OR WS-OPR-MATCH-SUB = 0
               MOVE "08" TO WS-REASON-CODE
           ELSE
               IF WS-OPR-FUNCTION(WS-OPR-MATCH-SUB, WS-FUNCTION-SUB)
                   NOT = "Y"
                   MOVE "08" TO WS-REASON-CODE
               END-IF
           END-IF.
       FIND-PERIOD.
           MOVE FTR-FISCAL-YEAR TO FCL-FISCAL-YEAR
           MOVE FTR-PERIOD TO FCL-PERIOD
           READ FISCAL-CAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PERIOD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERIOD-FOUND
           END-READ.
       EDIT-TRANSACTION-FIELDS.
           IF FTR-ACTION = "A" AND WS-PERIOD-FOUND = "Y"
               MOVE "06" TO WS-REASON-CODE
           END-IF
           IF FTR-ACTION NOT = "A" AND WS-PERIOD-FOUND = "N"
               MOVE "07" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACE AND FTR-ACTION NOT = "D"
               MOVE FTR-QUARTER TO WS-NEW-QUARTER
               MOVE FTR-START-DATE TO WS-NEW-START-DATE
               MOVE FTR-END-DATE TO WS-NEW-END-DATE
               IF FTR-ACTION = "C"
                   PERFORM DEFAULT-CHANGE-FIELDS
               END-IF
               PERFORM EDIT-PERIOD-VALUES
           END-IF.
       DEFAULT-CHANGE-FIELDS.
           IF FTR-QUARTER = SPACE
               MOVE FCL-QUARTER TO WS-NEW-QUARTER
           END-IF
           IF FTR-START-DATE = SPACE
               MOVE FCL-START-DATE TO WS-NEW-START-DATE
           END-IF
           IF FTR-END-DATE = SPACE
               MOVE FCL-END-DATE TO WS-NEW-END-DATE
           END-IF.
       EDIT-PERIOD-VALUES.
           IF WS-NEW-QUARTER < "1" OR WS-NEW-QUARTER > "4"
               MOVE "03" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACE
               IF WS-NEW-START-DATE NOT NUMERIC
                   MOVE "04" TO WS-REASON-CODE
               ELSE
                   MOVE WS-NEW-START-DATE TO WS-CURRENT-DATE
                   PERFORM EDIT-CALENDAR-DATE
                   IF WS-DATE-INVALID = "Y"
                       MOVE "04" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               IF WS-NEW-END-DATE NOT NUMERIC
                   MOVE "04" TO WS-REASON-CODE
               ELSE
                   MOVE WS-NEW-END-DATE TO WS-CURRENT-DATE
                   PERFORM EDIT-CALENDAR-DATE
                   IF WS-DATE-INVALID = "Y"
                       MOVE "04" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               IF WS-NEW-END-DATE < WS-NEW-START-DATE
                   MOVE "05" TO WS-REASON-CODE
               END-IF
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
       ADD-PERIOD.
           MOVE FTR-FISCAL-YEAR   TO FCL-FISCAL-YEAR
           MOVE FTR-PERIOD        TO FCL-PERIOD
           MOVE WS-NEW-QUARTER    TO FCL-QUARTER
           MOVE WS-NEW-START-DATE TO FCL-START-DATE
           MOVE WS-NEW-END-DATE   TO FCL-END-DATE
           WRITE FISCAL-CAL-REC
           IF WS-FCF-STATUS = "00"
               MOVE "ADD" TO WS-JOURNAL-ACTION
               MOVE SPACE TO WS-BEFORE-IMAGE
               MOVE FISCAL-CAL-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       CHANGE-PERIOD.
           MOVE FISCAL-CAL-REC TO WS-BEFORE-IMAGE
           MOVE WS-NEW-QUARTER    TO FCL-QUARTER
           MOVE WS-NEW-START-DATE TO FCL-START-DATE
           MOVE WS-NEW-END-DATE   TO FCL-END-DATE
           REWRITE FISCAL-CAL-REC
           IF WS-FCF-STATUS = "00"
               MOVE "CHANGE" TO WS-JOURNAL-ACTION
               MOVE FISCAL-CAL-REC TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       DELETE-PERIOD.
           MOVE FISCAL-CAL-REC TO WS-BEFORE-IMAGE
           DELETE FISCAL-CAL-FILE RECORD
           IF WS-FCF-STATUS = "00"
               MOVE "DELETE" TO WS-JOURNAL-ACTION
               MOVE SPACE TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-JOURNAL
           ELSE
               PERFORM FLAG-UPDATE-FAILED
           END-IF.
       FLAG-UPDATE-FAILED.
           MOVE "09" TO WS-REASON-CODE
           MOVE WS-FCF-STATUS TO WS-IO-STATUS.
       WRITE-MAINT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACE              TO MAINT-JOURNAL-REC
           MOVE WS-TIMESTAMP       TO MJR-TIMESTAMP
           MOVE FTR-OPERATOR-ID    TO MJR-OPERATOR-ID
           MOVE "FISCMNT"          TO MJR-PROGRAM
           MOVE WS-JOURNAL-ACTION  TO MJR-ACTION
           MOVE FCL-KEY            TO MJR-KEY
           MOVE WS-BEFORE-IMAGE    TO MJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MJR-AFTER-IMAGE
           WRITE MAINT-JOURNAL-REC.
       WRITE-TRANSACTION-LINE.
           MOVE FTR-ACTION      TO WS-DTL-ACTION
           MOVE FTR-FISCAL-YEAR TO WS-DTL-FISCAL-YEAR
           MOVE FTR-PERIOD      TO WS-DTL-PERIOD
           MOVE FTR-QUARTER     TO WS-DTL-QUARTER
           MOVE FTR-START-DATE  TO WS-DTL-START-DATE
           MOVE FTR-END-DATE    TO WS-DTL-END-DATE
           MOVE FTR-OPERATOR-ID TO WS-DTL-OPERATOR
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
           MOVE "  01 - ACTION CODE NOT A, C OR D" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  02 - FISCAL YEAR OR PERIOD (01-13) NOT VALID"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  03 - QUARTER NOT 1-4" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  04 - START OR END NOT A VALID CALENDAR DATE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  05 - END DATE BEFORE START DATE" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  06 - ADD - PERIOD ALREADY ON CALENDAR"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  07 - PERIOD NOT ON CALENDAR" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  08 - OPERATOR NOT AUTHORIZED FOR THIS ACTION"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  09 - CALENDAR UPDATE FAILED - FILE STATUS SHOWN"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
