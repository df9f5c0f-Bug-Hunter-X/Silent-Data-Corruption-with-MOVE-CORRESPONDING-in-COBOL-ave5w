      ******************************************************************
      *    RVLREC.cpy
      *    Month-end revaluation file records (<base>.RVF, written
      *    by MSTREVL for finance to post).  Every record is 80
      *    bytes and told apart by its first byte:
      *        H  header   - one, first: interface id, run date, the
      *                      prior and current period-end dates the
      *                      master was valued at, and the master
      *                      file revalued
      *        D  detail   - one posting line: currency, record
      *                      type, which amount field, the account
      *                      role, DR or CR, and the USD amount
      *                      (always positive - the side carries the
      *                      sign), with the local-currency balance
      *                      and the two period-end rates it was
      *                      valued at
      *        C  control  - one per currency, after its details:
      *                      detail count, total debits and total
      *                      credits (always equal), and the
      *                      currency's net unrealized gain or loss
      *        T  trailer  - one, last: detail count, currency
      *                      count, master records read, and total
      *                      debits and credits across currencies
      *
      *    For each currency / record type / amount field the
      *    unrealized gain or loss - the balance's USD value at the
      *    current period-end rate less its value at the prior
      *    period-end rate - is posted to its BALANCE account (DR for
      *    a gain, CR for a loss, the same way GLPOST posts an
      *    increase) against the FXREVAL account on the other side,
      *    so every currency nets to zero.  A bucket with no gain or
      *    loss writes no details.  All posting amounts are USD.
      *
      *    No VALUE clauses in this copybook - each area is cleared
      *    and filled before it is written.
      ******************************************************************
       01  RV-REVALUATION-HEADER-AREA.
           05  VH-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  VH-INTERFACE-ID             PIC X(08).
           05  FILLER                      PIC X(01).
           05  VH-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  VH-PRIOR-PERIOD-END         PIC X(08).
           05  FILLER                      PIC X(01).
           05  VH-CURRENT-PERIOD-END       PIC X(08).
           05  FILLER                      PIC X(01).
           05  VH-MASTER-FILENAME          PIC X(40).
           05  FILLER                      PIC X(02).

       01  RV-REVALUATION-DETAIL-AREA.
           05  VD-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  VD-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(01).
      *    The master records' DB-RECORD-TYPE ('1', '2', or the
      *    unrecognized value itself).
           05  VD-MASTER-RECORD-TYPE       PIC X(01).
           05  FILLER                      PIC X(01).
      *    'FIELD2' or 'FIELD5'.
           05  VD-AMOUNT-FIELD             PIC X(06).
           05  FILLER                      PIC X(01).
      *    'BALANCE' or 'FXREVAL'.
           05  VD-ACCOUNT-ROLE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  VD-DEBIT-CREDIT             PIC X(02).
               88  VD-DEBIT                   VALUE 'DR'.
               88  VD-CREDIT                  VALUE 'CR'.
           05  FILLER                      PIC X(01).
           05  VD-AMOUNT                   PIC 9(13)V99.
           05  FILLER                      PIC X(01).
           05  VD-LOCAL-BALANCE            PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  VD-PRIOR-RATE               PIC 9(03)V9(06).
           05  FILLER                      PIC X(01).
           05  VD-CURRENT-RATE             PIC 9(03)V9(06).
           05  FILLER                      PIC X(01).

       01  RV-REVALUATION-CONTROL-AREA.
           05  VC-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  VC-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  VC-DETAIL-COUNT             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  VC-TOTAL-DEBITS             PIC 9(13)V99.
           05  FILLER                      PIC X(01).
           05  VC-TOTAL-CREDITS            PIC 9(13)V99.
           05  FILLER                      PIC X(01).
           05  VC-NET-GAIN-LOSS            PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(18).

       01  RV-REVALUATION-TRAILER-AREA.
           05  VT-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  VT-DETAIL-COUNT             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  VT-CURRENCY-COUNT           PIC 9(03).
           05  FILLER                      PIC X(01).
           05  VT-MASTER-RECORDS           PIC 9(09).
           05  FILLER                      PIC X(01).
           05  VT-TOTAL-DEBITS             PIC 9(15)V99.
           05  FILLER                      PIC X(01).
           05  VT-TOTAL-CREDITS            PIC 9(15)V99.
           05  FILLER                      PIC X(21).
