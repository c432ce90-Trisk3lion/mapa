      ******************************************************************
      *    COPYBOOK    : RUNSTEPS
      *    DESCRIPTION  : WORKING-STORAGE TABLE OF THE OVERNIGHT BATCH
      *                   SUITE - ONE ENTRY PER STEP IN RUNNING ORDER
      *                   WITH UP TO THREE PREREQUISITE STEPS THAT
      *                   MUST HAVE COMPLETED CLEANLY ON RUNCTL (SEE
      *                   RUNREC) FOR THE SAME BUSINESS DATE BEFORE
      *                   THE STEP MAY START.  COPIED BY EVERY SUITE
      *                   STEP, BY TEST9032 (WHICH CHECKS THE PREVIOUS
      *                   NIGHT'S SUITE) AND BY THE TEST9043 MORNING
      *                   BATCH-STATUS REPORT.
      *                     TEST9033 AFTER TEST9030 - THE REMEDIATION
      *                       ACTS ON WHAT THE CHECKER REPORTED.
      *                     TEST9028 AFTER TEST9030 AND TEST9033 - NO
      *                       CMOTDBLR ROW IS ARCHIVED AWAY WHILE THE
      *                       CROSS-CHECK STILL NEEDS IT AS THE SOURCE
      *                       OF RECORD.
      *                     TEST9036 AFTER TEST9023 AND TEST9025 - THE
      *                       AGING AND MATCHING SEE GASPPEND AND
      *                       EFGHPUB BEFORE RETENTION PURGES THEM.
      *                     TEST9037 AFTER TEST9018 - THE TREND IS
      *                       TAKEN OVER A RECONCILED DAY.
      *                   A NEW STEP IS ADDED HERE AND RUN-STEP-MAX
      *                   RAISED TO MATCH.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  RUN-STEP-VALUES.
           05  FILLER                      PIC X(012) VALUE 'test9018'.
           05  FILLER                      PIC X(036) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9021'.
           05  FILLER                      PIC X(036) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9023'.
           05  FILLER                      PIC X(036) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9025'.
           05  FILLER                      PIC X(036) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9030'.
           05  FILLER                      PIC X(036) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9033'.
           05  FILLER                      PIC X(012) VALUE 'test9030'.
           05  FILLER                      PIC X(024) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9028'.
           05  FILLER                      PIC X(012) VALUE 'test9030'.
           05  FILLER                      PIC X(012) VALUE 'test9033'.
           05  FILLER                      PIC X(012) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9036'.
           05  FILLER                      PIC X(012) VALUE 'test9023'.
           05  FILLER                      PIC X(012) VALUE 'test9025'.
           05  FILLER                      PIC X(012) VALUE SPACES.
           05  FILLER                      PIC X(012) VALUE 'test9037'.
           05  FILLER                      PIC X(012) VALUE 'test9018'.
           05  FILLER                      PIC X(024) VALUE SPACES.
       01  RUN-STEP-TABLE REDEFINES RUN-STEP-VALUES.
           05  RUN-STEP-ENTRY OCCURS 9 TIMES INDEXED BY RUN-STEP-IDX.
               10  RUN-STEP-MYNAME         PIC X(012).
               10  RUN-STEP-PREREQ         PIC X(012)
                                           OCCURS 3 TIMES
                                           INDEXED BY RUN-PREREQ-IDX.
       01  RUN-STEP-LIMITS.
           05  RUN-STEP-MAX                PIC 9(004) COMP VALUE 9.
           05  RUN-PREREQ-MAX              PIC 9(004) COMP VALUE 3.
