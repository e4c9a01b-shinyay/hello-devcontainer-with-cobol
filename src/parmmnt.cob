       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS DISPLAY-DEVICE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPF-STATUS.
           SELECT PARM-TRAN-FILE ASSIGN TO PARMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTF-STATUS.
           SELECT PARM-NEW-FILE ASSIGN TO RUNPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNF-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO PARMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
           COPY RUNPARMR.
       FD  PARM-TRAN-FILE
           RECORDING MODE IS F.
       01  PARM-TRAN-REC.
           05  PTR-ACTION             PIC X(1).
           05  FILLER                 PIC X(1).
           05  PTR-KEYWORD            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PTR-VALUE              PIC X(10).
           05  FILLER                 PIC X(1).
           05  PTR-EFF-DATE           PIC X(8).
           05  FILLER                 PIC X(50).
       FD  PARM-NEW-FILE
           RECORDING MODE IS F.
       01  PARM-NEW-REC               PIC X(80).
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTHDR.
       WORKING-STORAGE SECTION.
           COPY DATECOMN.
       01  WS-RPF-STATUS              PIC X(2).
       01  WS-PTF-STATUS              PIC X(2).
       01  WS-PNF-STATUS              PIC X(2).
       01  WS-MRF-STATUS              PIC X(2).
       01  WS-PARM-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-TRAN-EOF-SWITCH         PIC X(1) VALUE "N".
       01  WS-DATE-INVALID            PIC X(1) VALUE "N".
       01  WS-SWAP-SWITCH             PIC X(1) VALUE "N".
       01  WS-IN-FORCE-SWITCH         PIC X(1) VALUE "N".
       01  WS-REASON-CODE             PIC X(2).
       01  WS-SYSTEM-DATE             PIC 9(8).
       01  WS-TRAN-EFF-DATE           PIC X(8).
       01  WS-EDIT-KEYWORD            PIC X(8).
       01  WS-EDIT-VALUE              PIC X(10).
       01  WS-EDIT-EFF-DATE           PIC X(8).
       01  WS-EDIT-SUB                PIC 9(3).
       01  WS-LATER-SWITCH            PIC X(1) VALUE "N".
       01  WS-KEYWORD-ON-FILE         PIC X(1) VALUE "N".
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY           PIC ZZZZ9.
       01  WS-VALUE-HH                PIC 9(2).
       01  WS-VALUE-MM                PIC 9(2).
       01  WS-VALUE-SS                PIC 9(2).
       01  WS-KEYWORD-SUB             PIC 9(1).
       01  WS-PARM-COUNT              PIC 9(3) VALUE 0.
       01  WS-PRM-SUB                 PIC 9(3).
       01  WS-NEXT-SUB                PIC 9(3).
       01  WS-MATCH-SUB               PIC 9(3).
       01  WS-PRM-HOLD                PIC X(80).
       01  WS-PARM-TABLE.
           05  WS-PRM-ENTRY           OCCURS 100.
               10  WS-PRM-KEYWORD     PIC X(8).
               10  WS-PRM-EQUALS      PIC X(1).
               10  WS-PRM-VALUE       PIC X(10).
               10  WS-PRM-EFF-DATE    PIC X(8).
               10  FILLER             PIC X(53).
       01  WS-KNOWN-KEYWORD-VALUES.
           05  PIC X(8) VALUE "CKPTDAYS".
           05  PIC X(8) VALUE "CUTOVER".
           05  PIC X(8) VALUE "DEADLINE".
       01  WS-KNOWN-KEYWORD           REDEFINES WS-KNOWN-KEYWORD-VALUES
                                       PIC X(8) OCCURS 3.
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
           05  WS-DTL-KEYWORD         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-VALUE           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-DISPOSITION     PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-DTL-REASON          PIC X(2).
           05  FILLER                 PIC X(38) VALUE SPACE.
       01  WS-LIST-HEADER.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  FILLER                 PIC X(8) VALUE "KEYWORD".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "VALUE".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(9) VALUE "EFFECTIVE".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(7) VALUE "STATUS".
           05  FILLER                 PIC X(41) VALUE SPACE.
       01  WS-LIST-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-KEYWORD         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-VALUE           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-LST-EFF-DATE        PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-LST-STATUS          PIC X(7).
           05  FILLER                 PIC X(41) VALUE SPACE.
       01  WS-DEFAULT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACE.
           05  WS-DFL-KEYWORD         PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  FILLER                 PIC X(69)
               VALUE "NO VALUE IN FORCE - PROGRAM DEFAULT APPLIES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SYSTEM-DATE
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MRF-STATUS NOT = "00"
               DISPLAY "MAINT-REPORT-FILE ALLOCATION FAILED - STATUS "
                       WS-MRF-STATUS " - PARMMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-TRAN-FILE
           IF WS-PTF-STATUS NOT = "00"
               DISPLAY "PARM-TRAN-FILE ALLOCATION FAILED - STATUS "
                       WS-PTF-STATUS " - PARMMNT CANNOT PROCEED"
               MOVE 95 TO RETURN-CODE
               CLOSE MAINT-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TITLE
           PERFORM LOAD-RUN-PARMS
           PERFORM SORT-PARM-TABLE
           MOVE "RUN PARAMETERS BEFORE MAINTENANCE" TO RPT-HEADER-REC
           PERFORM LIST-RUN-PARMS
           PERFORM PROCESS-TRANSACTIONS
           PERFORM SORT-PARM-TABLE
           MOVE "RUN PARAMETERS AFTER MAINTENANCE" TO RPT-HEADER-REC
           PERFORM LIST-RUN-PARMS
           PERFORM WRITE-NEW-RUN-PARMS
           PERFORM WRITE-MAINT-TOTALS
           CLOSE PARM-TRAN-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "PARMMNT COMPLETE - ACCEPTED " WS-ACCEPTED-COUNT
                   " REJECTED " WS-REJECTED-COUNT
           STOP RUN.
       WRITE-REPORT-TITLE.
           MOVE "RUN PARAMETER MAINTENANCE REPORT - PARMMNT"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "STATUS AS OF SYSTEM DATE  : "
                  WS-SYSTEM-DATE(1:4) DELIMITED BY SIZE
                  "-"
                  WS-SYSTEM-DATE(5:2) DELIMITED BY SIZE
                  "-"
                  WS-SYSTEM-DATE(7:2) DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RPF-STATUS = "35"
               CLOSE RUN-PARM-FILE
           ELSE
               PERFORM UNTIL WS-PARM-EOF-SWITCH = "Y"
                   READ RUN-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-PARM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-FILE
           END-IF.
       LOAD-PARM-ENTRY.
           IF RPR-KEYWORD = SPACE
               CONTINUE
           ELSE
               IF WS-PARM-COUNT < 100
                   ADD 1 TO WS-PARM-COUNT
                   MOVE RUN-PARM-REC TO WS-PRM-ENTRY(WS-PARM-COUNT)
                   IF RPR-EFF-DATE = SPACE
                       MOVE "00000000"
                           TO WS-PRM-EFF-DATE(WS-PARM-COUNT)
                   END-IF
               ELSE
                   DISPLAY "RUN PARAMETER TABLE EXCEEDS 100 ENTRIES - "
                       "EXTRA ENTRY IGNORED: " RPR-KEYWORD
               END-IF
           END-IF.
       SORT-PARM-TABLE.
           MOVE "Y" TO WS-SWAP-SWITCH
           PERFORM UNTIL WS-SWAP-SWITCH = "N"
               MOVE "N" TO WS-SWAP-SWITCH
               PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB >= WS-PARM-COUNT
                   COMPUTE WS-NEXT-SUB = WS-PRM-SUB + 1
                   IF WS-PRM-KEYWORD(WS-PRM-SUB)
                       > WS-PRM-KEYWORD(WS-NEXT-SUB)
                       OR (WS-PRM-KEYWORD(WS-PRM-SUB)
                           = WS-PRM-KEYWORD(WS-NEXT-SUB)
                       AND WS-PRM-EFF-DATE(WS-PRM-SUB)
                           > WS-PRM-EFF-DATE(WS-NEXT-SUB))
                       MOVE WS-PRM-ENTRY(WS-PRM-SUB) TO WS-PRM-HOLD
                       MOVE WS-PRM-ENTRY(WS-NEXT-SUB)
                           TO WS-PRM-ENTRY(WS-PRM-SUB)
                       MOVE WS-PRM-HOLD TO WS-PRM-ENTRY(WS-NEXT-SUB)
                       MOVE "Y" TO WS-SWAP-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM.
       LIST-RUN-PARMS.
           WRITE RPT-HEADER-REC
           MOVE WS-LIST-HEADER TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > WS-PARM-COUNT
               PERFORM WRITE-PARM-LINE
           END-PERFORM
           PERFORM VARYING WS-KEYWORD-SUB FROM 1 BY 1
               UNTIL WS-KEYWORD-SUB > 3
               PERFORM CHECK-VALUE-IN-FORCE
           END-PERFORM
           MOVE WS-PARM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  CARDS ON RUNPARM        : "
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       WRITE-PARM-LINE.
           MOVE WS-PRM-KEYWORD(WS-PRM-SUB)  TO WS-LST-KEYWORD
           MOVE WS-PRM-VALUE(WS-PRM-SUB)    TO WS-LST-VALUE
           MOVE WS-PRM-EFF-DATE(WS-PRM-SUB) TO WS-LST-EFF-DATE
           PERFORM SET-PARM-STATUS
           MOVE WS-LIST-LINE TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
       SET-PARM-STATUS.
           IF WS-PRM-KEYWORD(WS-PRM-SUB) NOT = "CKPTDAYS"
               AND WS-PRM-KEYWORD(WS-PRM-SUB) NOT = "CUTOVER"
               AND WS-PRM-KEYWORD(WS-PRM-SUB) NOT = "DEADLINE"
               MOVE "IGNORED" TO WS-LST-STATUS
           ELSE
               MOVE WS-PRM-SUB TO WS-EDIT-SUB
               PERFORM VALIDATE-PARM-ENTRY
               EVALUATE TRUE
                   WHEN WS-REASON-CODE NOT = SPACE
                       MOVE "INVALID" TO WS-LST-STATUS
                   WHEN WS-PRM-EFF-DATE(WS-PRM-SUB) > WS-SYSTEM-DATE
                       MOVE "PENDING" TO WS-LST-STATUS
                   WHEN OTHER
                       PERFORM CHECK-LATER-IN-FORCE
                       IF WS-LATER-SWITCH = "Y"
                           MOVE "HISTORY" TO WS-LST-STATUS
                       ELSE
                           MOVE "CURRENT" TO WS-LST-STATUS
                       END-IF
               END-EVALUATE
           END-IF.
       CHECK-LATER-IN-FORCE.
           MOVE "N" TO WS-LATER-SWITCH
           COMPUTE WS-NEXT-SUB = WS-PRM-SUB + 1
           PERFORM VARYING WS-NEXT-SUB FROM WS-NEXT-SUB BY 1
               UNTIL WS-NEXT-SUB > WS-PARM-COUNT
               IF WS-PRM-KEYWORD(WS-NEXT-SUB)
                   = WS-PRM-KEYWORD(WS-PRM-SUB)
                   AND WS-PRM-EFF-DATE(WS-NEXT-SUB)
                       NOT > WS-SYSTEM-DATE
                   MOVE WS-NEXT-SUB TO WS-EDIT-SUB
                   PERFORM VALIDATE-PARM-ENTRY
                   IF WS-REASON-CODE = SPACE
                       MOVE "Y" TO WS-LATER-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
       VALIDATE-PARM-ENTRY.
           MOVE SPACE TO WS-REASON-CODE
           MOVE WS-PRM-KEYWORD(WS-EDIT-SUB)  TO WS-EDIT-KEYWORD
           MOVE WS-PRM-VALUE(WS-EDIT-SUB)    TO WS-EDIT-VALUE
           MOVE WS-PRM-EFF-DATE(WS-EDIT-SUB) TO WS-EDIT-EFF-DATE
           PERFORM EDIT-PARM-CARD.
       CHECK-VALUE-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-SWITCH
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > WS-PARM-COUNT
               IF WS-PRM-KEYWORD(WS-PRM-SUB)
                   = WS-KNOWN-KEYWORD(WS-KEYWORD-SUB)
                   AND WS-PRM-EFF-DATE(WS-PRM-SUB)
                       NOT > WS-SYSTEM-DATE
                   MOVE WS-PRM-SUB TO WS-EDIT-SUB
                   PERFORM VALIDATE-PARM-ENTRY
                   IF WS-REASON-CODE = SPACE
                       MOVE "Y" TO WS-IN-FORCE-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IN-FORCE-SWITCH = "N"
               MOVE WS-KNOWN-KEYWORD(WS-KEYWORD-SUB) TO WS-DFL-KEYWORD
               MOVE WS-DEFAULT-LINE TO RPT-HEADER-REC
               WRITE RPT-HEADER-REC
           END-IF.
       PROCESS-TRANSACTIONS.
           MOVE "TRANSACTIONS APPLIED" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "N" TO WS-TRAN-EOF-SWITCH
           PERFORM UNTIL WS-TRAN-EOF-SWITCH = "Y"
               READ PARM-TRAN-FILE
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
           PERFORM EDIT-TRANSACTION
           IF WS-REASON-CODE = SPACE
               EVALUATE PTR-ACTION
                   WHEN "A"
                       PERFORM ADD-RUN-PARM
                   WHEN "C"
                       PERFORM CHANGE-RUN-PARM
               END-EVALUATE
           END-IF
           PERFORM WRITE-TRANSACTION-LINE.
       EDIT-TRANSACTION.
           IF PTR-EFF-DATE = SPACE
               MOVE "00000000" TO WS-TRAN-EFF-DATE
           ELSE
               MOVE PTR-EFF-DATE TO WS-TRAN-EFF-DATE
           END-IF
           IF PTR-ACTION NOT = "A" AND PTR-ACTION NOT = "C"
               MOVE "01" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACE
               MOVE PTR-KEYWORD      TO WS-EDIT-KEYWORD
               MOVE PTR-VALUE        TO WS-EDIT-VALUE
               MOVE WS-TRAN-EFF-DATE TO WS-EDIT-EFF-DATE
               PERFORM EDIT-PARM-CARD
           END-IF
           IF WS-REASON-CODE = SPACE
               PERFORM FIND-PARM-ENTRY
               IF PTR-ACTION = "A" AND WS-MATCH-SUB > 0
                   MOVE "05" TO WS-REASON-CODE
               END-IF
               IF PTR-ACTION = "C" AND WS-MATCH-SUB = 0
                   MOVE "06" TO WS-REASON-CODE
               END-IF
               IF PTR-ACTION = "C" AND WS-MATCH-SUB > 0
                   AND WS-TRAN-EFF-DATE NOT > WS-SYSTEM-DATE
                   MOVE "08" TO WS-REASON-CODE
               END-IF
               IF PTR-ACTION = "A" AND WS-MATCH-SUB = 0
                   AND WS-KEYWORD-ON-FILE = "Y"
                   AND WS-TRAN-EFF-DATE NOT > WS-SYSTEM-DATE
                   MOVE "09" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACE
               AND PTR-ACTION = "A"
               AND WS-PARM-COUNT >= 100
               MOVE "07" TO WS-REASON-CODE
           END-IF.
       EDIT-PARM-CARD.
           EVALUATE WS-EDIT-KEYWORD
               WHEN "CKPTDAYS"
                   PERFORM EDIT-CKPTDAYS-VALUE
               WHEN "CUTOVER"
                   PERFORM EDIT-CUTOVER-VALUE
               WHEN "DEADLINE"
                   PERFORM EDIT-DEADLINE-VALUE
               WHEN OTHER
                   MOVE "02" TO WS-REASON-CODE
           END-EVALUATE
           IF WS-REASON-CODE = SPACE
               PERFORM EDIT-EFFECTIVE-DATE
           END-IF.
       EDIT-CKPTDAYS-VALUE.
           IF WS-EDIT-VALUE(1:3) NOT NUMERIC
               OR WS-EDIT-VALUE(4:7) NOT = SPACE
               MOVE "03" TO WS-REASON-CODE
           ELSE
               IF WS-EDIT-VALUE(1:3) = "000"
                   OR WS-EDIT-VALUE(1:3) > "365"
                   MOVE "03" TO WS-REASON-CODE
               END-IF
           END-IF.
       EDIT-CUTOVER-VALUE.
           IF WS-EDIT-VALUE(1:4) NOT NUMERIC
               OR WS-EDIT-VALUE(5:6) NOT = SPACE
               MOVE "03" TO WS-REASON-CODE
           ELSE
               MOVE WS-EDIT-VALUE(1:2) TO WS-VALUE-HH
               MOVE WS-EDIT-VALUE(3:2) TO WS-VALUE-MM
               IF WS-VALUE-HH > 23 OR WS-VALUE-MM > 59
                   MOVE "03" TO WS-REASON-CODE
               END-IF
           END-IF.
       EDIT-DEADLINE-VALUE.
           IF WS-EDIT-VALUE(1:6) NOT NUMERIC
               OR WS-EDIT-VALUE(7:4) NOT = SPACE
               MOVE "03" TO WS-REASON-CODE
           ELSE
               MOVE WS-EDIT-VALUE(1:2) TO WS-VALUE-HH
               MOVE WS-EDIT-VALUE(3:2) TO WS-VALUE-MM
               MOVE WS-EDIT-VALUE(5:2) TO WS-VALUE-SS
               IF WS-VALUE-HH > 11 OR WS-VALUE-MM > 59
                   OR WS-VALUE-SS > 59
                   MOVE "03" TO WS-REASON-CODE
               END-IF
           END-IF.
       EDIT-EFFECTIVE-DATE.
           IF WS-EDIT-EFF-DATE NOT NUMERIC
               MOVE "04" TO WS-REASON-CODE
           ELSE
               IF WS-EDIT-EFF-DATE NOT = "00000000"
                   MOVE WS-EDIT-EFF-DATE TO WS-CURRENT-DATE
                   PERFORM EDIT-CALENDAR-DATE
                   IF WS-DATE-INVALID = "Y"
                       MOVE "04" TO WS-REASON-CODE
                   END-IF
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
       FIND-PARM-ENTRY.
           MOVE 0 TO WS-MATCH-SUB
           MOVE "N" TO WS-KEYWORD-ON-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > WS-PARM-COUNT
               IF PTR-KEYWORD = WS-PRM-KEYWORD(WS-PRM-SUB)
                   MOVE "Y" TO WS-KEYWORD-ON-FILE
                   IF WS-TRAN-EFF-DATE = WS-PRM-EFF-DATE(WS-PRM-SUB)
                       MOVE WS-PRM-SUB TO WS-MATCH-SUB
                   END-IF
               END-IF
           END-PERFORM.
       ADD-RUN-PARM.
           ADD 1 TO WS-PARM-COUNT
           MOVE SPACE TO WS-PRM-ENTRY(WS-PARM-COUNT)
           MOVE PTR-KEYWORD TO WS-PRM-KEYWORD(WS-PARM-COUNT)
           MOVE "=" TO WS-PRM-EQUALS(WS-PARM-COUNT)
           MOVE PTR-VALUE TO WS-PRM-VALUE(WS-PARM-COUNT)
           MOVE WS-TRAN-EFF-DATE TO WS-PRM-EFF-DATE(WS-PARM-COUNT).
       CHANGE-RUN-PARM.
           MOVE PTR-VALUE TO WS-PRM-VALUE(WS-MATCH-SUB).
       WRITE-TRANSACTION-LINE.
           MOVE PTR-ACTION       TO WS-DTL-ACTION
           MOVE PTR-KEYWORD      TO WS-DTL-KEYWORD
           MOVE PTR-VALUE        TO WS-DTL-VALUE
           MOVE WS-TRAN-EFF-DATE TO WS-DTL-EFF-DATE
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
       WRITE-NEW-RUN-PARMS.
           OPEN OUTPUT PARM-NEW-FILE
           IF WS-PNF-STATUS NOT = "00"
               DISPLAY "PARM-NEW-FILE ALLOCATION FAILED - STATUS "
                       WS-PNF-STATUS " - NEW RUNPARM NOT WRITTEN"
               MOVE 95 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PARM-COUNT
                   WRITE PARM-NEW-REC FROM WS-PRM-ENTRY(WS-PRM-SUB)
               END-PERFORM
               CLOSE PARM-NEW-FILE
           END-IF.
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
           MOVE "  01 - ACTION CODE NOT A OR C" TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  02 - KEYWORD NOT CKPTDAYS, CUTOVER OR DEADLINE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  03 - VALUE OUT OF RANGE FOR KEYWORD"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "       CKPTDAYS 001-365, CUTOVER HHMM 0000-2359,"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "       DEADLINE HHMMSS 000000-115959"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  04 - EFFECTIVE DATE NOT A VALID DATE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  05 - ADD - KEYWORD ALREADY ON FILE FOR THAT DATE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  06 - CHANGE - KEYWORD NOT ON FILE FOR THAT DATE"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE "  07 - RUN PARAMETER TABLE FULL (100 ENTRIES)"
               TO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  08 - CHANGE - VALUE ALREADY IN FORCE, ADD A NEW "
                  "EFFECTIVE DATE" DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC
           MOVE SPACE TO RPT-HEADER-REC
           STRING "  09 - ADD - KEYWORD ON FILE, EFFECTIVE DATE "
                  "MUST BE AFTER TODAY" DELIMITED BY SIZE
                  INTO RPT-HEADER-REC
           WRITE RPT-HEADER-REC.
