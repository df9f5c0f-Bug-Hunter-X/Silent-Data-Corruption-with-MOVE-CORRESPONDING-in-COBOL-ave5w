      ******************************************************************
      *    GLPREC.cpy
      *    General-ledger posting file records (<base>.GLP, written
      *    by GLPOST for the GL interface).  Every record is 80
      *    bytes and told apart by its first byte:
      *        H  header   - one, first: interface id, posting date,
      *                      'N' normal or 'R' reversal (a backout's
      *                      journal), and the journal or manifest
      *                      the postings came from
      *        D  detail   - one posting line: currency, FIELD3
      *                      code, which amount field moved, the
      *                      account role, DR or CR, and the amount
      *                      (always positive - the side carries the
      *                      sign)
      *        C  control  - one per currency, after its details:
      *                      detail count, total debits and total
      *                      credits, which are always equal
      *        T  trailer  - one, last: detail count, currency
      *                      count, journal entries read, and total
      *                      debits and credits across currencies
      *
      *    For each currency / FIELD3 / amount field the net
      *    movement on the master is posted to its BALANCE account
      *    (DR for an increase, CR for a decrease) against the
      *    CLEARING account on the other side, so every currency
      *    nets to zero.  GLPOST never writes a file that does not.
      *
      *    No VALUE clauses in this copybook - each area is cleared
      *    and filled before it is written.
      ******************************************************************
       01  GL-POSTING-HEADER-AREA.
           05  GH-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  GH-INTERFACE-ID             PIC X(08).
           05  FILLER                      PIC X(01).
           05  GH-POSTING-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  GH-POSTING-TYPE             PIC X(01).
               88  GH-NORMAL-POSTING          VALUE 'N'.
               88  GH-REVERSING-POSTING       VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  GH-SOURCE-FILENAME          PIC X(40).
           05  FILLER                      PIC X(18).

       01  GL-POSTING-DETAIL-AREA.
           05  GD-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  GD-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  GD-FIELD3-CODE              PIC X(05).
           05  FILLER                      PIC X(01).
      *    'FIELD2' or 'FIELD5'.
           05  GD-AMOUNT-FIELD             PIC X(06).
           05  FILLER                      PIC X(01).
      *    'BALANCE' or 'CLEARING'.
           05  GD-ACCOUNT-ROLE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  GD-DEBIT-CREDIT             PIC X(02).
               88  GD-DEBIT                   VALUE 'DR'.
               88  GD-CREDIT                  VALUE 'CR'.
           05  FILLER                      PIC X(01).
           05  GD-AMOUNT                   PIC 9(13)V99.
           05  FILLER                      PIC X(34).

       01  GL-POSTING-CONTROL-AREA.
           05  GC-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  GC-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  GC-DETAIL-COUNT             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  GC-TOTAL-DEBITS             PIC 9(13)V99.
           05  FILLER                      PIC X(01).
           05  GC-TOTAL-CREDITS            PIC 9(13)V99.
           05  FILLER                      PIC X(35).

       01  GL-POSTING-TRAILER-AREA.
           05  GT-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  GT-DETAIL-COUNT             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  GT-CURRENCY-COUNT           PIC 9(03).
           05  FILLER                      PIC X(01).
           05  GT-JOURNAL-ENTRIES          PIC 9(09).
           05  FILLER                      PIC X(01).
           05  GT-TOTAL-DEBITS             PIC 9(15)V99.
           05  FILLER                      PIC X(01).
           05  GT-TOTAL-CREDITS            PIC 9(15)V99.
           05  FILLER                      PIC X(21).
