      *                     CTLMSET.bms FOR THE EXCM MONITOR FIELDS.
      *     2026-09-01 PJM  ADDED CTLAUTM AND CTLFAUT, PLACED AFTER
      *                     CTLCNF TO MATCH THEIR ROW-19 POSITION.
      *     2026-10-15 PJM  ADDED CTLFLCR AND CTLFLCW (LIFECYCLE RULES
      *                     AND WORKLIST FILES) FOR ROW 20.
      ******************************************************************
       01  CTLMMAPI.
           05  FILLER                      PIC X(012).
           05  FILLER REDEFINES CTLFAUTF.
               10  CTLFAUTA                PIC X(001).
           05  CTLFAUTI                    PIC X(008).
           05  CTLFLCRL                    PIC S9(004) COMP.
           05  CTLFLCRF                    PIC X(001).
           05  FILLER REDEFINES CTLFLCRF.
               10  CTLFLCRA                PIC X(001).
           05  CTLFLCRI                    PIC X(008).
           05  CTLFLCWL                    PIC S9(004) COMP.
           05  CTLFLCWF                    PIC X(001).
           05  FILLER REDEFINES CTLFLCWF.
               10  CTLFLCWA                PIC X(001).
           05  CTLFLCWI                    PIC X(008).
           05  CTLMSGL                     PIC S9(004) COMP.
           05  CTLMSGF                     PIC X(001).
           05  FILLER REDEFINES CTLMSGF.
           05  FILLER                      PIC X(003).
           05  CTLFAUTO                    PIC X(008).
           05  FILLER                      PIC X(003).
           05  CTLFLCRO                    PIC X(008).
           05  FILLER                      PIC X(003).
           05  CTLFLCWO                    PIC X(008).
           05  FILLER                      PIC X(003).
           05  CTLMSGO                     PIC X(079).
