      ******************************************************************
      *    COPYBOOK    : LCWREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE LCYWORK VSAM KSDS -
      *                   THE OPERATOR WORKLIST OF CMOTDBLR RECORDS
      *                   THAT HAVE SAT PENDING PAST THE LCYRULE AGE
      *                   LIMIT WHERE THE RULE SAYS A PERSON, NOT THE
      *                   BROWSE, DECIDES.  ONE ENTRY PER CMOT KEY,
      *                   WRITTEN OPEN BY THE CMOTDBLR BROWSE IN
      *                   TEST9017 THE FIRST TIME THE RECORD AGES OUT,
      *                   AND CLOSED BY THE NIGHTLY STATUS-CHANGE
      *                   REPORT (TEST9038) ONCE THE RECORD HAS LEFT
      *                   PENDING - THE SAME LIFE THE GASPPEND
      *                   NOTICES HAVE.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  LIFECYCLE-WORK-RECORD.
           05  LCW-KEY.
               10  LCW-CMOT-KEY            PIC X(008).
           05  LCW-QUEUED-TIMESTAMP.
               10  LCW-QUEUED-DATE         PIC X(008).
               10  LCW-QUEUED-TIME         PIC X(008).
           05  LCW-STATUS                  PIC X(001).
               88  LCW-STATUS-OPEN             VALUE 'O'.
               88  LCW-STATUS-CLOSED           VALUE 'C'.
           05  LCW-LAST-UPDATE-DATE        PIC X(008).
           05  LCW-AGE-DAYS                PIC 9(004) COMP.
           05  LCW-REASON                  PIC X(040).
           05  LCW-CLOSED-TIMESTAMP        PIC X(016).
           05  LCW-CLOSED-STATUS           PIC X(001).
           05  LCW-TRANSID                 PIC X(004).
           05  FILLER                      PIC X(019).
