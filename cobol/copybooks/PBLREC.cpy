      ******************************************************************
      *    COPYBOOK    : PBLREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE PERBAL VSAM KSDS - THE
      *                   MONTH-END PERIOD BALANCE HISTORY.  ONE RECORD
      *                   PER PERIOD (YYYYMM), FILE (CARROT OR VETINARI)
      *                   AND ACCOUNT KEY, HOLDING THE KEY'S AMOUNT AND
      *                   STATUS AS THEY STOOD WHEN THE MONTH-END CLOSE
      *                   (TEST9046) RAN AFTER TEST9032 FINAL ON THE
      *                   LAST BUSINESS DAY OF THE PERIOD.  THE PERIOD
      *                   LEADS THE KEY SO ONE MONTH'S SNAPSHOT SITS
      *                   TOGETHER AND IS THE NEXT MONTH'S OPENING
      *                   BALANCE.  A RERUN FOR THE SAME PERIOD
      *                   REPLACES THAT PERIOD'S ROWS WHOLESALE.  THE
      *                   ROWS ARE NEVER ARCHIVED OR PURGED - THEY ARE
      *                   THE PERMANENT MONTH-BY-MONTH RECORD ONCE THE
      *                   DAILY DETAIL IS GONE.
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  PERIOD-BALANCE-RECORD.
           05  PBL-KEY.
               10  PBL-PERIOD              PIC X(006).
               10  PBL-FILE-NAME           PIC X(008).
               10  PBL-ACCOUNT-KEY         PIC X(008).
           05  PBL-AMOUNT                  PIC S9(09)V99 COMP-3.
           05  PBL-STATUS                  PIC X(001).
               88  PBL-STATUS-ACTIVE           VALUE 'A'.
               88  PBL-STATUS-INACTIVE         VALUE 'I'.
               88  PBL-STATUS-PENDING          VALUE 'P'.
           05  PBL-DESCRIPTION             PIC X(030).
           05  PBL-BUSINESS-DATE           PIC X(008).
           05  PBL-RUN-DATE                PIC X(008).
           05  FILLER                      PIC X(005).
