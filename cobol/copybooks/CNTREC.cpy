      *                     FOR THE DAY (REVERSALS SUBTRACT), SO THE
      *                     RECONCILIATION PROVES THE MONEY AS WELL
      *                     AS THE RECORD COUNTS.
      *     2026-10-15 PJM  ADDED CNT-STATUS-CHANGES OUT OF THE LAST
      *                     OF THE FILLER - CMOTDBLR RECORDS MOVED TO
      *                     A NEW STATUS BY THE LCYRULE LIFECYCLE
      *                     RULES DURING THE BROWSE.  THE RECORD HAS
      *                     NO FILLER LEFT - THE NEXT FIELD GROWS IT.
      ******************************************************************
       01  CONTROL-TOTALS-RECORD.
           05  CNT-KEY.
           05  CNT-GASPODE-DELETES         PIC 9(009) COMP.
           05  CNT-CARROT-AMOUNT           PIC S9(13)V99 COMP-3.
           05  CNT-VETINARI-AMOUNT         PIC S9(13)V99 COMP-3.
           05  CNT-STATUS-CHANGES          PIC 9(009) COMP.
