      ******************************************************************
      *    COPYBOOK    : RUNREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE RUNCTL VSAM KSDS - THE
      *                   OVERNIGHT BATCH RUN-CONTROL LOG.  ONE RECORD
      *                   PER BUSINESS DATE AND SUITE STEP (THE STEP'S
      *                   OWN PROGRAM NAME), WRITTEN AT STATUS S WHEN
      *                   THE STEP STARTS AND SET TO E WITH THE END
      *                   TIMESTAMP AND RETURN CODE WHEN IT FINISHES.
      *                   A RECORD LEFT AT S MEANS THE STEP ABENDED OR
      *                   STOPPED ON A FATAL ERROR.  A STEP HAS
      *                   COMPLETED CLEANLY WHEN IT IS AT E WITH A
      *                   RETURN CODE BELOW 12.  RUN-RERUN-LOCKED IS
      *                   SET BY THE FIRST CLEAN COMPLETION AND NEVER
      *                   CLEARED - A LATER START FOR THE SAME DATE IS
      *                   REFUSED UNLESS A RUNOVR OVERRIDE CARD IS
      *                   SUPPLIED (TEST9033 IN REPORT MODE CHANGES
      *                   NOTHING, SO IT NEITHER SETS NOR CHECKS THE
      *                   LOCK).  THE LAST OVERRIDE USED IS KEPT ON
      *                   THE RECORD.  THE BUSINESS DATE LEADS THE KEY
      *                   SO ONE NIGHT'S STEPS SIT TOGETHER.  STEP
      *                   ORDER AND PREREQUISITES ARE IN RUNSTEPS.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-BUSINESS-DATE       PIC X(008).
               10  RUN-MYNAME              PIC X(012).
           05  RUN-STATUS                  PIC X(001).
               88  RUN-STATUS-STARTED          VALUE 'S'.
               88  RUN-STATUS-ENDED            VALUE 'E'.
           05  RUN-START-TIMESTAMP         PIC X(016).
           05  RUN-END-TIMESTAMP           PIC X(016).
           05  RUN-RETURN-CODE             PIC 9(004).
           05  RUN-MODE                    PIC X(008).
           05  RUN-START-COUNT             PIC 9(004).
           05  RUN-RERUN-LOCK-SW           PIC X(001).
               88  RUN-RERUN-LOCKED            VALUE 'Y'.
           05  RUN-OVERRIDE-ACTION         PIC X(005).
               88  RUN-OVERRIDE-RERUN          VALUE 'RERUN'.
               88  RUN-OVERRIDE-FORCE          VALUE 'FORCE'.
           05  RUN-OVERRIDE-USERID         PIC X(008).
           05  RUN-OVERRIDE-REASON         PIC X(040).
           05  FILLER                      PIC X(027).
