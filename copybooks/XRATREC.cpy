      *    RPTPGM (per-currency report totals) so both ends of the
      *    day convert with the same rates.  A record carrying a
      *    currency the table does not cover is a hard failure in
      *    both programs - never a silent pass-through.  RATES.DAT
      *    is replaced daily; RATEHST keeps each day's lines in the
      *    rate history (RATEHIST.cpy) for MSTREVL's month-end
      *    revaluation.
      ******************************************************************
       01  WS-RATE-LINE-AREA.
           05  XR-CURRENCY-CODE            PIC X(03).
