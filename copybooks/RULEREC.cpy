      ******************************************************************
      * RULEREC - KEYED ALERT RULE CATALOG RECORD LAYOUT
      * One row per job name plus condition code, giving the severity
      * (W, E or C - see NOTIFREC) and operator action text every
      * NOTIFY writer uses for that alert. A blank severity or blank
      * action text means keep the program's built-in value; a job
      * and condition code with no row at all uses the built-in
      * values unchanged. A rule may carry one suppression window,
      * YYYYMMDDHHMM to YYYYMMDDHHMM inclusive on the clock of the
      * alert: a matching alert raised inside the window is still
      * written to NOTIFY, but at the suppressed severity (W or E)
      * so it does not page. Zero window start and end means no
      * window. RULEMNT maintains the catalog from RULETRAN cards.
      * COPY into the FILE SECTION of any program that reads or
      * writes the ALRTRULE cluster.
      ******************************************************************
       01  ALERT-RULE-REC.
           05  RUL-KEY.
               10  RUL-JOB-NAME       PIC X(8).
               10  RUL-COND-CODE      PIC 9(4).
           05  RUL-SEVERITY           PIC X(1).
           05  RUL-ACTION-TEXT        PIC X(40).
           05  RUL-SUPP-SEVERITY      PIC X(1).
           05  RUL-SUPP-START.
               10  RUL-SUPP-START-DATE PIC 9(8).
               10  RUL-SUPP-START-TIME PIC 9(4).
           05  RUL-SUPP-END.
               10  RUL-SUPP-END-DATE  PIC 9(8).
               10  RUL-SUPP-END-TIME  PIC 9(4).
