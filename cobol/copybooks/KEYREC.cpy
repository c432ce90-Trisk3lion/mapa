      ******************************************************************
      *    COPYBOOK    : KEYREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE KEYMAST VSAM KSDS - THE
      *                   KEY MASTER REGISTRY.  ONE RECORD PER ACCOUNT
      *                   KEY (THE CMOT-KEY POSTED TO CARROT AND
      *                   VETINARI) GIVING ITS OPEN DATE, CLOSE DATE,
      *                   ITS OPEN/CLOSED/FROZEN STATE AND THE BUSINESS
      *                   UNIT THAT OWNS IT.  THE POSTING PATHS
      *                   (TEST9017, THE TEST9027 BULK INTAKE, THE REPM
      *                   RESUBMIT IN TEST9022 AND THE HLDM RELEASE IN
      *                   TEST9031) REJECT A POSTING TO A KEY THAT IS
      *                   NOT ON THE FILE OR IS CLOSED, AND HOLD ONE TO
      *                   A FROZEN KEY.  A GASPODE DELETE NOTICE IS
      *                   REFUSED WHILE THE KEY IS STILL OPEN WITH A
      *                   NONZERO BALANCE.  MAINTAINED ONLINE BY THE
      *                   KEYM TRANSACTION (TEST9044), WHICH JOURNALS
      *                   EVERY CHANGE TO AUDTFILE; TEST9045 REPORTS THE
      *                   KEYS OPENED, CLOSED AND FROZEN EACH DAY FROM
      *                   THAT JOURNAL.  KYM-FROZEN-DATE IS THE DATE OF
      *                   THE LATEST FREEZE AND IS KEPT AFTER A THAW.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  KEY-MASTER-RECORD.
           05  KYM-KEY.
               10  KYM-ACCOUNT-KEY         PIC X(008).
           05  KYM-STATE                   PIC X(001).
               88  KYM-STATE-OPEN              VALUE 'O'.
               88  KYM-STATE-CLOSED            VALUE 'C'.
               88  KYM-STATE-FROZEN            VALUE 'F'.
               88  KYM-STATE-VALID             VALUE 'O' 'C' 'F'.
           05  KYM-OPEN-DATE               PIC X(008).
           05  KYM-CLOSE-DATE              PIC X(008).
           05  KYM-FROZEN-DATE             PIC X(008).
           05  KYM-BUSINESS-UNIT           PIC X(008).
           05  KYM-LAST-MAINT-DATE         PIC X(008).
           05  KYM-LAST-MAINT-USERID       PIC X(008).
           05  FILLER                      PIC X(023).
