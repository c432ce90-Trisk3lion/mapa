      *    DESCRIPTION  : RECORD LAYOUT FOR THE AUTHFILE VSAM KSDS -
      *                   THE APPLICATION-LEVEL OPERATOR AUTHORITY
      *                   TABLE, KEYED BY USERID.  THE MAINTENANCE
      *                   TRANSACTIONS (GASM, REPM, CTLM, KEYM AND THE
      *                   AUTM TABLE MAINTENANCE ITSELF) CHECK IT AT
      *                   THEIR CONFIRM STEP: WHICH FUNCTIONS THE
      *                   OPERATOR MAY DRIVE, WHETHER THEY MAY
      *                   SECURITY REVIEW CAN SEE WHO TRIED WHAT.
      *    MOD HISTORY  :
      *     2026-09-01 PJM  INITIAL VERSION.
      *     2026-10-15 PJM  ADDED AUT-KEYM-SW OUT OF THE FILLER FOR THE
      *                     KEYM KEY MASTER MAINTENANCE TRANSACTION.
      ******************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  AUT-KEY.
           05  AUT-CONFIRM-SW              PIC X(001).
               88  AUT-CONFIRM-ALLOWED         VALUE 'Y'.
           05  AUT-REPM-MAX-AMOUNT         PIC S9(09)V99 COMP-3.
           05  AUT-KEYM-SW                 PIC X(001).
               88  AUT-KEYM-ALLOWED            VALUE 'Y'.
           05  FILLER                      PIC X(018).
