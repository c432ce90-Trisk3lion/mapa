      *                   THE DATA FIELDS GENERATE SYMBOLIC GROUPS.
      *    MOD HISTORY  :
      *     2026-09-01 PJM  INITIAL VERSION.
      *     2026-10-15 PJM  ADDED AUTKEY (KEYM ALLOWED FLAG).
      ******************************************************************
       01  AUTMMAPI.
           05  FILLER                      PIC X(012).
           05  FILLER REDEFINES AUTCFMF.
               10  AUTCFMA                 PIC X(001).
           05  AUTCFMI                     PIC X(001).
           05  AUTKEYL                     PIC S9(004) COMP.
           05  AUTKEYF                     PIC X(001).
           05  FILLER REDEFINES AUTKEYF.
               10  AUTKEYA                 PIC X(001).
           05  AUTKEYI                     PIC X(001).
           05  AUTMAXL                     PIC S9(004) COMP.
           05  AUTMAXF                     PIC X(001).
           05  FILLER REDEFINES AUTMAXF.
           05  FILLER                      PIC X(003).
           05  AUTCFMO                     PIC X(001).
           05  FILLER                      PIC X(003).
           05  AUTKEYO                     PIC X(001).
           05  FILLER                      PIC X(003).
           05  AUTMAXO                     PIC X(011).
           05  FILLER                      PIC X(003).
           05  AUTAPPO                     PIC X(001).
