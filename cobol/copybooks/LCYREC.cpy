      ******************************************************************
      *    COPYBOOK    : LCYREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE LCYRULE VSAM KSDS -
      *                   THE OPERATIONS-MAINTAINED STATUS LIFECYCLE
      *                   RULES TABLE.  ONE RECORD PER FILE AND
      *                   CURRENT STATUS, KEYED THE SAME WAY AS
      *                   LIMFILE.  LCY-AGE-DAYS IS HOW LONG A RECORD
      *                   MAY SIT IN THAT STATUS WITH NO ACTIVITY (BY
      *                   ITS LAST-UPDATE DATE) BEFORE LCY-ACTION IS
      *                   TAKEN: A PENDING ROW EITHER PROMOTES THE
      *                   RECORD TO ACTIVE OR QUEUES IT ON THE LCYWORK
      *                   OPERATOR WORKLIST, AN ACTIVE ROW SETS THE
      *                   RECORD INACTIVE.  APPLIED BY THE CMOTDBLR
      *                   BROWSE IN TEST9017 AND LISTED BY THE NIGHTLY
      *                   STATUS-CHANGE REPORT (TEST9038).  A MISSING
      *                   ROW, OR ZERO DAYS, MEANS NO RULE FOR THAT
      *                   STATUS.  LIKE LIMFILE, THE RULES ARE DATA,
      *                   NOT CODE.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  LIFECYCLE-RULE-RECORD.
           05  LCY-KEY.
               10  LCY-FILE-NAME           PIC X(008).
               10  LCY-STATUS              PIC X(001).
           05  LCY-AGE-DAYS                PIC 9(004) COMP.
           05  LCY-ACTION                  PIC X(001).
               88  LCY-ACTION-PROMOTE          VALUE 'A'.
               88  LCY-ACTION-WORKLIST         VALUE 'W'.
               88  LCY-ACTION-INACTIVATE       VALUE 'I'.
           05  LCY-DESCRIPTION             PIC X(030).
           05  FILLER                      PIC X(019).
