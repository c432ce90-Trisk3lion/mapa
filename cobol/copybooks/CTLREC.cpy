      *     2026-09-01 PJM  ADDED CTL-AUTM-TRANSID AND CTL-FILE-
      *                     AUTHORITY FOR THE OPERATOR AUTHORITY
      *                     TABLE.  RECORD NOW 202 BYTES.
      *     2026-10-15 PJM  ADDED CTL-FILE-LCYRULE AND CTL-FILE-
      *                     LCYWORK FOR THE CMOTDBLR STATUS LIFECYCLE
      *                     RULES AND ITS OPERATOR WORKLIST, CARVED
      *                     OUT OF THE TRAILING FILLER SO NO EXISTING
      *                     FIELD MOVES - RECORD STAYS 202 BYTES AND
      *                     THE CLUSTER NEEDS NO REDEFINE.  ROWS
      *                     WRITTEN BEFORE THIS CHANGE CARRY SPACES
      *                     HERE UNTIL SET THROUGH CTLM.
      ******************************************************************
       01  CTL-RECORD.
           05  CTL-KEY.
               10  CTL-TDQ-EFGHOUT         PIC X(004).
               10  CTL-TDQ-EXCEPTION       PIC X(004).
               10  CTL-TDQ-REJECT          PIC X(004).
           05  CTL-MORE-FILE-NAMES.
               10  CTL-FILE-LCYRULE        PIC X(008).
               10  CTL-FILE-LCYWORK        PIC X(008).
           05  FILLER                      PIC X(004).
