      ******************************************************************
      *    COPYBOOK    : PRVREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE PATREVW VSAM KSDS - THE
      *                   POSTING PATTERN REVIEW LIST.  ONE RECORD PER
      *                   ACCOUNT KEY FLAGGED BY THE NIGHTLY PATTERN
      *                   REPORT (TEST9047) - TOO MANY POSTINGS IN A
      *                   DAY, REPEATED ADD/REVERSAL PAIRS, A RUN OF
      *                   AMOUNTS JUST UNDER LIM-MAX-AMOUNT, OR TOO
      *                   MUCH POSTED IN TOTAL.  FROM THE DAY AFTER
      *                   PRV-FLAGGED-DATE UP TO AND INCLUDING
      *                   PRV-HOLD-DATE (THE NEXT BUSINESS DAY ON
      *                   BUSCAL) THE POSTING PATHS (TEST9017,
      *                   TEST9027) LAND EVERY POSTING TO THE KEY ON
      *                   HOLDFILE FOR A SUPERVISOR, AND THE REPM
      *                   RESUBMIT (TEST9022) REFUSES IT.  A KEY
      *                   FLAGGED AGAIN IS REWRITTEN WITH THE NEW
      *                   DATES; A ROW PAST ITS HOLD DATE IS INERT.
      *                   THE Y/N SWITCHES SAY WHICH RULES TRIPPED.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  PATTERN-REVIEW-RECORD.
           05  PRV-KEY.
               10  PRV-ACCOUNT-KEY         PIC X(008).
           05  PRV-FLAGGED-DATE            PIC X(008).
           05  PRV-HOLD-DATE               PIC X(008).
           05  PRV-RULES-TRIPPED.
               10  PRV-POSTINGS-SW         PIC X(001).
                   88  PRV-POSTINGS-TRIPPED    VALUE 'Y'.
               10  PRV-PAIRS-SW            PIC X(001).
                   88  PRV-PAIRS-TRIPPED       VALUE 'Y'.
               10  PRV-NEAR-LIMIT-SW       PIC X(001).
                   88  PRV-NEAR-LIMIT-TRIPPED  VALUE 'Y'.
               10  PRV-CUMULATIVE-SW       PIC X(001).
                   88  PRV-CUMULATIVE-TRIPPED  VALUE 'Y'.
           05  PRV-POSTING-COUNT           PIC 9(005).
           05  PRV-PAIR-COUNT              PIC 9(005).
           05  PRV-NEAR-LIMIT-COUNT        PIC 9(005).
           05  PRV-CUMULATIVE-AMOUNT       PIC S9(13)V99 COMP-3.
           05  PRV-RUN-DATE                PIC X(008).
           05  FILLER                      PIC X(021).
