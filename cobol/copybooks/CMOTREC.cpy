      *                     ADDS.  SPACE MEANS A LEGACY RECORD AND
      *                     KEEPS THE OLD FAN-OUT (CARROT ADD,
      *                     VETINARI CHANGE).
      *     2026-10-15 PJM  CMOT-STATUS AND CMOT-LAST-UPDATE-DATE
      *                     GROUPED AS CMOT-STATUS-DATE-KEY, THE
      *                     ALTERNATE KEY (WITH DUPLICATES) OF THE
      *                     CMOTDBLR STATUS/DATE ALTERNATE INDEX, SO
      *                     THE ARCHIVE (TEST9028) AND THE DUMP
      *                     (TEST9020) CAN GO STRAIGHT TO ONE STATUS
      *                     AND DATE RANGE.  LAYOUT UNCHANGED.
      ******************************************************************
       01  CMOT-RECORD.
           05  CMOT-KEY                    PIC X(008).
           05  CMOT-DESCRIPTION            PIC X(030).
           05  CMOT-AMOUNT                 PIC S9(09)V99 COMP-3.
           05  CMOT-STATUS-DATE-KEY.
               10  CMOT-STATUS             PIC X(001).
                   88  CMOT-STATUS-ACTIVE      VALUE 'A'.
                   88  CMOT-STATUS-INACTIVE    VALUE 'I'.
                   88  CMOT-STATUS-PENDING     VALUE 'P'.
               10  CMOT-LAST-UPDATE-DATE   PIC X(008).
           05  CMOT-TRAN-TYPE              PIC X(001).
               88  CMOT-TRAN-ADD               VALUE 'A'.
               88  CMOT-TRAN-CHANGE            VALUE 'C'.
