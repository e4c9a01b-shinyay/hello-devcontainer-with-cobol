      ******************************************************************
      * DRBKREC - CONTROL-CLUSTER DISASTER-RECOVERY BACKUP RECORD
      * 209-byte record for the DRBACKUP generation DRUNLOAD writes
      * after the nightly cycle: one H header (unload timestamp,
      * producing job), one D detail per cluster record carrying the
      * source cluster name and the record image, and one T trailer
      * holding the record count unloaded from each of the eleven
      * clusters in the fixed order DAILYCTL, CHKPOINT, CYCLECTL,
      * AUDITMST, AUDITSUM, ALRTMST, HOLIDAY, ALRTRULE, FISCAL,
      * FISCSUM, ACKHIST plus the total. DRRELOAD refuses a backup
      * with no trailer or whose trailer counts do not match the
      * details present. COPY into the FILE SECTION of any program
      * that writes or reads a DRBACKUP generation.
      ******************************************************************
       01  DR-BACKUP-REC.
           05  DBR-RECORD-TYPE        PIC X(1).
           05  DBR-CLUSTER-NAME       PIC X(8).
           05  DBR-HEADER-DATA.
               10  DBH-UNLOAD-TIMESTAMP PIC X(21).
               10  DBH-PRODUCING-JOB  PIC X(8).
               10  FILLER             PIC X(171).
           05  DBR-DETAIL-DATA        REDEFINES DBR-HEADER-DATA.
               10  DBD-CLUSTER-REC    PIC X(126).
               10  FILLER             PIC X(74).
           05  DBR-TRAILER-DATA       REDEFINES DBR-HEADER-DATA.
               10  DBT-CLUSTER-ENTRY  OCCURS 11.
                   15  DBT-CLUSTER-NAME PIC X(8).
                   15  DBT-RECORD-COUNT PIC 9(9).
               10  DBT-TOTAL-COUNT    PIC 9(9).
               10  FILLER             PIC X(4).
