      ******************************************************************
      *    RATEHIST.cpy
      *    Exchange-rate history record (RATEHIST.DAT, keyed on
      *    RK-RATE-KEY).  RATES.DAT is replaced every day; RATEHST
      *    files each day's lines here so the rates are kept:
      *        - the currency and the rate's effective date (the
      *          key, so a currency has one rate per effective
      *          date and the history reads back by currency in
      *          date order),
      *        - the rate to USD, in XRATREC's nine-digit form
      *          (three integer and six implied decimal places),
      *        - the rate file it was filed from and when.
      *    Read by MSTREVL for the period-end rates the month-end
      *    revaluation values the master at.
      *
      *    No VALUE clauses in this copybook - it is also used under
      *    an FD in the FILE SECTION.
      ******************************************************************
       01  RATE-HISTORY-RECORD.
           05  RK-RATE-KEY.
               10  RK-CURRENCY-CODE        PIC X(03).
               10  RK-EFFECTIVE-DATE       PIC X(08).
           05  RK-RATE-TO-USD              PIC 9(03)V9(06).
           05  RK-SOURCE-FILENAME          PIC X(40).
           05  RK-FILED-TIMESTAMP          PIC X(14).
