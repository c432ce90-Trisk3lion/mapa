      *                     CONFIRM ATTEMPT REFUSED FOR LACK OF
      *                     AUTHFILE AUTHORITY, WITH THE REFUSAL
      *                     REASON IN THE AFTER IMAGE.
      *     2026-10-15 PJM  ADDED AUDIT-POSTED-TRAN-TYPE IN THE
      *                     AFTER IMAGE, BEHIND THE 80-BYTE RECORD -
      *                     THE POSTING PATHS STAMP THE CMOT
      *                     TRANSACTION TYPE (ADD/CHANGE/REVERSAL)
      *                     THE WRITE OR REWRITE CARRIED, SO THE GL
      *                     JOURNAL CAN TELL A CHANGE FROM A
      *                     REVERSAL.  SPACE MEANS THE ENTRY WAS NOT
      *                     A POSTING (MAINTENANCE, REMEDIATION).
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP             PIC X(016).
               88  AUDIT-ACTION-REFUSED        VALUE 'R'.
           05  AUDIT-BEFORE-IMAGE          PIC X(240).
           05  AUDIT-AFTER-IMAGE           PIC X(240).
           05  FILLER REDEFINES AUDIT-AFTER-IMAGE.
               10  FILLER                  PIC X(080).
               10  AUDIT-POSTED-TRAN-TYPE  PIC X(001).
                   88  AUDIT-POSTED-ADD        VALUE 'A'.
                   88  AUDIT-POSTED-CHANGE     VALUE 'C'.
                   88  AUDIT-POSTED-REVERSAL   VALUE 'R'.
               10  FILLER                  PIC X(159).
