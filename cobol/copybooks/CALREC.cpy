      ******************************************************************
      *    COPYBOOK    : CALREC
      *    DESCRIPTION  : RECORD LAYOUT FOR THE BUSCAL VSAM KSDS - THE
      *                   OPERATIONS-MAINTAINED BUSINESS CALENDAR.  ONE
      *                   RECORD PER CALENDAR DATE SAYING WHETHER IT IS
      *                   A BUSINESS DAY, A WEEKEND DAY OR A HOLIDAY.
      *                   A YEAR IS LOADED BY THE CALENDAR MAINTENANCE
      *                   JOB (TEST9041 GEN CARD - MONDAY TO FRIDAY
      *                   BUSINESS, SATURDAY AND SUNDAY WEEKEND) AND
      *                   THE HOLIDAYS ARE THEN MARKED ONE CARD EACH;
      *                   TEST9042 LISTS A YEAR.  TEST9032 WILL ONLY
      *                   OPEN A DATE HELD HERE AS A BUSINESS DAY, AND
      *                   THE AGING AND CUTOFF CALCULATIONS COUNT
      *                   BUSINESS DAYS FROM IT.  THOSE CALCULATIONS
      *                   TREAT A DATE NOT ON THE FILE AS A BUSINESS
      *                   DAY, SO A YEAR NOT YET LOADED AGES IN
      *                   CALENDAR DAYS RATHER THAN NOT AT ALL.
      *                   CAL-DAY-OF-WEEK RUNS 1 (MONDAY) TO 7
      *                   (SUNDAY).
      *    MOD HISTORY  :
      *     2026-10-15 PJM  INITIAL VERSION.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-KEY.
               10  CAL-DATE                PIC X(008).
           05  CAL-DAY-TYPE                PIC X(001).
               88  CAL-BUSINESS-DAY            VALUE 'B'.
               88  CAL-WEEKEND                 VALUE 'W'.
               88  CAL-HOLIDAY                 VALUE 'H'.
           05  CAL-DAY-OF-WEEK             PIC 9(001).
               88  CAL-SATURDAY-OR-SUNDAY      VALUE 6 7.
           05  CAL-DESCRIPTION             PIC X(030).
           05  CAL-LAST-MAINT-DATE         PIC X(008).
           05  CAL-LAST-MAINT-USERID       PIC X(008).
           05  FILLER                      PIC X(024).
