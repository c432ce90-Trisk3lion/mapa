      ******************************************************************
      *    COPYBOOK    : GLMREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE GLMAP VSAM KSDS - THE
      *                   OPERATIONS-MAINTAINED GENERAL LEDGER MAPPING
      *                   TABLE BEHIND THE DAILY GL JOURNAL (TEST9040).
      *                   ONE ROW PER POSTED FILE, CMOT TRANSACTION
      *                   TYPE AND RECORD STATUS, GIVING THE LEDGER
      *                   ACCOUNTS THAT SUMMARY LINE IS BOOKED TO.
      *                   ROWS ARE NEEDED FOR THE ADD (A) AND CHANGE
      *                   (C) TYPES ONLY - A REVERSAL IS BOOKED AS THE
      *                   CONTRA OF THE ADD ROW FOR ITS FILE AND
      *                   STATUS, DEBIT AND CREDIT SWAPPED.  A POSTING
      *                   WITH NO ROW IS FLAGGED AND HOLDS THE
      *                   JOURNAL BACK.  LIKE LIMFILE, THE MAPPING IS
      *                   DATA, NOT CODE.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  GL-MAPPING-RECORD.
           05  GLM-KEY.
               10  GLM-FILE-NAME           PIC X(008).
               10  GLM-TRAN-TYPE           PIC X(001).
               10  GLM-STATUS              PIC X(001).
           05  GLM-DEBIT-ACCOUNT           PIC X(012).
           05  GLM-CREDIT-ACCOUNT          PIC X(012).
           05  GLM-DESCRIPTION             PIC X(030).
           05  GLM-LAST-MAINT-DATE         PIC X(008).
           05  GLM-LAST-MAINT-USERID       PIC X(008).
           05  FILLER                      PIC X(020).
