      ******************************************************************
      *    COPYBOOK    : SLAREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE SLAFILE VSAM KSDS - THE
      *                   OPERATIONS-MAINTAINED WORKLIST SERVICE-LEVEL
      *                   TABLE.  ONE RECORD PER HUMAN WORKLIST, KEYED
      *                   BY THE WORKLIST'S FILE NAME (REPRFILE,
      *                   HOLDFILE, GASPPEND, EXCPLOG), HOLDING THE
      *                   TARGET TIME TO RESOLVE AN ENTRY IN MINUTES
      *                   OF ELAPSED CLOCK TIME.  THE WEEKLY/MONTHLY
      *                   SLA REPORT (TEST9048) COUNTS AN ENTRY
      *                   RESOLVED LATER THAN THE TARGET, OR STILL OPEN
      *                   AT PERIOD END AND OLDER THAN IT, AS A BREACH.
      *                   A MISSING ROW OR A ZERO TARGET MEANS NO
      *                   TARGET - NOTHING IS COUNTED AS BREACHED.
      *                   SLA-RESOLVE-TRANSID IS THE TRANSACTION WHOSE
      *                   AUDTFILE ENTRIES NAME THE OPERATOR FOR A
      *                   WORKLIST THAT DOES NOT CARRY ONE ITSELF
      *                   (REPM FOR REPRFILE, GASM FOR GASPPEND); SPACES
      *                   MEAN THAT DEFAULT.  LIKE LIMFILE, THE TARGETS
      *                   ARE DATA, NOT CODE - OPERATIONS LOADS AND
      *                   RETUNES THE ROWS WITHOUT A RECOMPILE.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  SERVICE-LEVEL-RECORD.
           05  SLA-KEY.
               10  SLA-WORKLIST            PIC X(008).
           05  SLA-DESCRIPTION             PIC X(030).
           05  SLA-TARGET-MINUTES          PIC 9(007).
           05  SLA-RESOLVE-TRANSID         PIC X(004).
           05  FILLER                      PIC X(031).
