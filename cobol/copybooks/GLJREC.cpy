      ******************************************************************
      *    COPYBOOK    : GLJREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE GLJRNL DAILY GENERAL
      *                   LEDGER JOURNAL-ENTRY FILE WRITTEN BY TEST9040
      *                   FOR THE ACCOUNTING SYSTEM.  ONE HEADER, ONE
      *                   DETAIL PER SUMMARY LINE (POSTED FILE, CMOT
      *                   TRANSACTION TYPE, RECORD STATUS), ONE
      *                   TRAILER.  HEADER AND TRAILER BOTH CARRY THE
      *                   ENTRY COUNT AND THE DEBIT AND CREDIT TOTALS
      *                   SO THE RECEIVING SIDE CAN PROVE THE FILE
      *                   FROM EITHER END.  AMOUNTS ARE UNSIGNED
      *                   DISPLAY - THE ACCOUNT SIDE CARRIES THE SIGN.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE             PIC X(001).
               88  GLJ-HEADER                  VALUE 'H'.
               88  GLJ-DETAIL                  VALUE 'D'.
               88  GLJ-TRAILER                 VALUE 'T'.
           05  GLJ-BUSINESS-DATE           PIC X(008).
           05  GLJ-BODY                    PIC X(111).
           05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10  GLJH-SOURCE-SYSTEM      PIC X(008).
               10  GLJH-CREATED-DATE       PIC X(008).
               10  GLJH-CREATED-TIME       PIC X(008).
               10  GLJH-ENTRY-COUNT        PIC 9(007).
               10  GLJH-DEBIT-TOTAL        PIC 9(013)V99.
               10  GLJH-CREDIT-TOTAL       PIC 9(013)V99.
               10  FILLER                  PIC X(050).
           05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10  GLJD-LINE-NUMBER        PIC 9(005).
               10  GLJD-FILE-NAME          PIC X(008).
               10  GLJD-TRAN-TYPE          PIC X(001).
               10  GLJD-STATUS             PIC X(001).
               10  GLJD-CONTRA-FLAG        PIC X(001).
                   88  GLJD-CONTRA             VALUE 'Y'.
               10  GLJD-DEBIT-ACCOUNT      PIC X(012).
               10  GLJD-CREDIT-ACCOUNT     PIC X(012).
               10  GLJD-AMOUNT             PIC 9(013)V99.
               10  GLJD-POSTING-COUNT      PIC 9(007).
               10  GLJD-DESCRIPTION        PIC X(030).
               10  FILLER                  PIC X(019).
           05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10  GLJT-ENTRY-COUNT        PIC 9(007).
               10  GLJT-DEBIT-TOTAL        PIC 9(013)V99.
               10  GLJT-CREDIT-TOTAL       PIC 9(013)V99.
               10  GLJT-POSTING-COUNT      PIC 9(009).
               10  FILLER                  PIC X(065).
