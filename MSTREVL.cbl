      ******************************************************************
      *    PROGRAM-ID. MSTREVL.
      *    Month-end currency revaluation of the master's standing
      *    balances.  RPTPGM and CONVPGM only ever convert at the
      *    day's rates, so nothing says how much the FIELD2/FIELD5
      *    balances held on MASTER.DAT moved in USD because the
      *    rates moved.  This program reads the master once, in key
      *    order, totals every non-USD amount by its own currency,
      *    record type and amount field, and values each total at
      *    two period-end rates from the rate history RATEHST keeps
      *    (RATEHIST.DAT):
      *        - the prior period end's rate,
      *        - the current period end's rate,
      *    the difference being the unrealized gain or loss on that
      *    balance over the period.  USD amounts need no
      *    revaluation and are only counted; a blank FIELD5
      *    currency (a STANDARD record) holds no FIELD5 balance.
      *
      *    A period-end rate is the latest rate in the history with
      *    an effective date on or before the period end and inside
      *    the same calendar month - a rate from an earlier month is
      *    stale, not a period-end rate.  The current period end
      *    defaults to the last day of the month before the run
      *    date; the prior period end is always the last day of the
      *    month before the current one.
      *
      *    Produces:
      *        - a paged revaluation report (<base>.RVL) in RPTPGM's
      *          style: for each currency its two rates, then the
      *          local balance, the USD value at each rate and the
      *          gain or loss for each record type, with a currency
      *          total; then the USD figures by record type across
      *          all currencies and a grand total;
      *        - a revaluation file (<base>.RVF, RVLREC.cpy layout)
      *          finance posts: balanced DR/CR lines per currency,
      *          record type and amount field, a control record per
      *          currency, and a trailer.
      *
      *    A currency held on the master with no prior or no current
      *    period-end rate is a hard failure, the same as NORATE in
      *    CONVPGM and RPTPGM: each one is listed on the console and
      *    the report, and the revaluation file is left empty (as
      *    GLPOST leaves a refused posting file) so finance can never
      *    post a previous month's file or a partial one.  An amount
      *    on the master that is not numeric refuses the file the
      *    same way.
      *
      *    Return code 8 when the revaluation file is refused, 12
      *    when a file could not be opened or written or the
      *    currency table overflowed.
      *
      *    Command line: up to two space-separated tokens -
      *        token 1: current period-end date (YYYYMMDD), or '*'
      *                 for the default
      *        token 2: master filename (default MASTER.DAT)
      *    The report and revaluation file hang off the master's
      *    basename.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTREVL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RK-RATE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REVALUATION-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVALUATION-FILE
               ASSIGN TO DYNAMIC WS-REVALUATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MS-RECORD-KEY               PIC X(10).
           05  MS-RECORD-DATA              PIC X(78).

       FD  RATE-HISTORY-FILE.
       COPY RATEHIST.

       FD  REVALUATION-REPORT-FILE
           RECORDING MODE IS F.
       01  REVALUATION-REPORT-LINE         PIC X(80).

       FD  REVALUATION-FILE
           RECORDING MODE IS F.
       01  REVALUATION-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DBREC.

       COPY RVLREC.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-MASTER-FILENAME          PIC X(80) VALUE
               'MASTER.DAT'.
           05  WS-HISTORY-FILENAME         PIC X(80) VALUE
               'RATEHIST.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-REVALUATION-FILENAME     PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
               88  WS-MASTER-OK               VALUE '00' '02'.
           05  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
               88  WS-HISTORY-OK              VALUE '00' '02'.
               88  WS-HISTORY-EOF             VALUE '10'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.
           05  WS-REVALUATION-STATUS       PIC X(02) VALUE '00'.
               88  WS-REVALUATION-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-HISTORY-EOF-REACHED     VALUE 'Y'.
      *    Set once the master and the report are open -
      *    9000-TERMINATE only closes them when a run actually
      *    started.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
      *    Set by anything that means the revaluation file must not
      *    be written; WS-REFUSAL-REASON says what.
           05  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-REVALUATION-REFUSED     VALUE 'Y'.
           05  WS-RUN-ABORTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-ABORTED             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(09) VALUE 0.
           05  WS-AMOUNTS-REVALUED         PIC 9(09) VALUE 0.
           05  WS-USD-AMOUNTS              PIC 9(09) VALUE 0.
           05  WS-AMOUNT-ERRORS            PIC 9(09) VALUE 0.
           05  WS-NORATE-COUNT             PIC 9(09) VALUE 0.
           05  WS-HISTORY-READ             PIC 9(09) VALUE 0.
           05  WS-REVALUATION-LINES        PIC 9(09) VALUE 0.

      ******************************************************************
      *    Revaluation table - one entry per non-USD currency held on
      *    the master, in order of first sight, built as the master
      *    is read (the master holds whatever history loaded, so the
      *    currency list cannot come from a rate file).  Each carries
      *    its two period-end rates (date spaces = none found) and a
      *    bucket per record type (1 STANDARD, 2 EXTENDED, 3 any
      *    other type byte) and amount field (1 FIELD2, 2 FIELD5).
      *    The USD values are worked on each bucket's local total,
      *    so the report's columns always multiply back exactly.
      ******************************************************************
       01  WS-REVALUATION-AREA.
           05  WS-CCY-COUNT                PIC 9(02) VALUE 0.
           05  WS-CCY-REVAL-ENTRY OCCURS 10 TIMES.
               10  CR-CURRENCY             PIC X(03).
               10  CR-PRIOR-RATE           PIC 9(03)V9(06).
               10  CR-PRIOR-DATE           PIC X(08).
               10  CR-CURRENT-RATE         PIC 9(03)V9(06).
               10  CR-CURRENT-DATE         PIC X(08).
               10  CR-LOCAL-TOTAL          PIC S9(13)V99.
               10  CR-PRIOR-USD            PIC S9(15)V99.
               10  CR-CURRENT-USD          PIC S9(15)V99.
               10  CR-GAIN-LOSS            PIC S9(15)V99.
               10  CR-TYPE-ENTRY OCCURS 3 TIMES.
                   15  CR-TYPE-BYTE        PIC X(01).
                   15  CR-FIELD-ENTRY OCCURS 2 TIMES.
                       20  CR-AMOUNT-COUNT PIC 9(09).
                       20  CR-BUCKET-LOCAL PIC S9(13)V99.
                       20  CR-BUCKET-PRIOR-USD
                                           PIC S9(15)V99.
                       20  CR-BUCKET-CURRENT-USD
                                           PIC S9(15)V99.
                       20  CR-BUCKET-GAIN-LOSS
                                           PIC S9(15)V99.

       01  WS-CCY-MAX                      PIC 9(02) VALUE 10.
       01  WS-CCY-IDX                      PIC 9(02) VALUE 0.
       01  WS-SEARCH-IDX                   PIC 9(02) VALUE 0.
       01  WS-TYPE-IDX                     PIC 9(01) VALUE 0.
       01  WS-FIELD-IDX                    PIC 9(01) VALUE 0.
       01  WS-LOOKUP-CURRENCY              PIC X(03) VALUE SPACES.
       01  WS-AMOUNT-WORK                  PIC S9(07)V99 VALUE 0.

      *    USD figures by record type across all currencies, and the
      *    grand totals - only currencies with both rates add in.
       01  WS-TYPE-SUMMARY-AREA.
           05  WS-TYPE-SUMMARY-ENTRY OCCURS 3 TIMES.
               10  TS-AMOUNT-COUNT         PIC 9(09).
               10  TS-PRIOR-USD            PIC S9(15)V99.
               10  TS-CURRENT-USD          PIC S9(15)V99.
               10  TS-GAIN-LOSS            PIC S9(15)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-PRIOR-USD          PIC S9(15)V99 VALUE 0.
           05  WS-GRAND-CURRENT-USD        PIC S9(15)V99 VALUE 0.
           05  WS-GRAND-GAIN-LOSS          PIC S9(15)V99 VALUE 0.

      *    Revaluation file totals, built as the details are written.
       01  WS-POSTING-TOTALS.
           05  WS-POSTING-AMOUNT           PIC 9(13)V99 VALUE 0.
           05  WS-CCY-DETAIL-COUNT         PIC 9(07) VALUE 0.
           05  WS-CCY-DEBITS               PIC 9(13)V99 VALUE 0.
           05  WS-CCY-CREDITS              PIC 9(13)V99 VALUE 0.
           05  WS-GRAND-DEBITS             PIC 9(15)V99 VALUE 0.
           05  WS-GRAND-CREDITS            PIC 9(15)V99 VALUE 0.

       01  WS-REFUSAL-REASON               PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Period-end dates.  The period starts are the first of each
      *    period end's month - the earliest effective date a
      *    period-end rate may carry.
      ******************************************************************
       01  WS-PERIOD-DATES.
           05  WS-CURRENT-PERIOD-END       PIC X(08) VALUE SPACES.
           05  WS-CURRENT-PERIOD-START     PIC X(08) VALUE SPACES.
           05  WS-PRIOR-PERIOD-END         PIC X(08) VALUE SPACES.
           05  WS-PRIOR-PERIOD-START       PIC X(08) VALUE SPACES.

       01  WS-DATE-WORK                    PIC 9(08) VALUE 0.
       01  WS-DATE-INTEGER                 PIC 9(07) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(26) VALUE
               'MONTH-END REVALUATION     '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(08) VALUE '  PRIOR '.
           05  HL-PRIOR-PERIOD-END         PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               '  CURRENT '.
           05  HL-CURRENT-PERIOD-END       PIC X(08).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(08) VALUE 'CCY TYPE'.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               'LOCAL AMOUNT'.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               'USD AT PRIOR'.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               'USD AT CURRENT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               'GAIN/(LOSS) USD'.

       01  WS-RATE-REPORT-LINE-AREA.
           05  RR-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(13) VALUE
               '  PRIOR RATE '.
           05  RR-PRIOR-RATE               PIC ZZ9.999999.
           05  RR-PRIOR-RATE-X REDEFINES RR-PRIOR-RATE
                                           PIC X(10).
           05  FILLER                      PIC X(05) VALUE ' EFF '.
           05  RR-PRIOR-DATE               PIC X(08).
           05  FILLER                      PIC X(16) VALUE
               '  CURRENT RATE '.
           05  RR-CURRENT-RATE             PIC ZZ9.999999.
           05  RR-CURRENT-RATE-X REDEFINES RR-CURRENT-RATE
                                           PIC X(10).
           05  FILLER                      PIC X(05) VALUE ' EFF '.
           05  RR-CURRENT-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-REVAL-LINE-AREA.
           05  RL-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  RL-TYPE-LABEL               PIC X(08).
           05  FILLER                      PIC X(01).
           05  RL-LOCAL-AMOUNT             PIC -(12)9.99.
           05  FILLER                      PIC X(01).
           05  RL-PRIOR-USD                PIC -(12)9.99.
           05  FILLER                      PIC X(01).
           05  RL-CURRENT-USD              PIC -(12)9.99.
           05  FILLER                      PIC X(01).
           05  RL-GAIN-LOSS                PIC -(12)9.99.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(28).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-PERIOD-END                PIC X(08) VALUE SPACES.
       01  WS-CL-MASTER-NAME               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-READ-MASTER UNTIL WS-EOF-REACHED
               PERFORM 3000-LOAD-PERIOD-END-RATES
               PERFORM 3500-CHECK-RATE-COVERAGE
               PERFORM 4000-VALUE-ONE-CURRENCY
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM 5000-PRINT-REVALUATION
               IF WS-REVALUATION-REFUSED
                   PERFORM 6900-REFUSE-REVALUATION-FILE
               ELSE
                   PERFORM 6000-WRITE-REVALUATION-FILE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    A period-end date that is not a real YYYYMMDD date stops
      *    the run before anything is opened - a revaluation at the
      *    wrong month end would post a plausible, wrong figure.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE WS-TYPE-SUMMARY-AREA
           PERFORM 1110-APPLY-COMMAND-LINE
           IF NOT WS-RUN-ABORTED
               PERFORM 1120-COMPUTE-PERIOD-DATES
               PERFORM 1150-OPEN-FILES
           END-IF.

      ******************************************************************
      *    1110-APPLY-COMMAND-LINE
      *    Two optional tokens: current period end, master filename.
      *    '*' holds the date's place so a master can be named alone.
      ******************************************************************
       1110-APPLY-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-PERIOD-END WS-CL-MASTER-NAME
               END-UNSTRING
               IF WS-CL-MASTER-NAME NOT = SPACES
                   MOVE WS-CL-MASTER-NAME TO WS-MASTER-FILENAME
               END-IF
               IF WS-CL-PERIOD-END NOT = SPACES
                   AND WS-CL-PERIOD-END NOT = '*'
                   IF WS-CL-PERIOD-END IS NUMERIC
                       MOVE WS-CL-PERIOD-END TO WS-DATE-WORK
                   ELSE
                       MOVE 0 TO WS-DATE-WORK
                   END-IF
                   IF WS-DATE-WORK = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK)
                           NOT = 0
                       DISPLAY 'MSTREVL PERIOD END ' WS-CL-PERIOD-END
                           ' NOT YYYYMMDD - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       SET WS-RUN-ABORTED TO TRUE
                   ELSE
                       MOVE WS-CL-PERIOD-END TO WS-CURRENT-PERIOD-END
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    1120-COMPUTE-PERIOD-DATES
      *    The day before the first of a month is the last day of
      *    the month before it, so both defaults come from the first
      *    of a month less one day.
      ******************************************************************
       1120-COMPUTE-PERIOD-DATES.
           IF WS-CURRENT-PERIOD-END = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD-START(1:6)
               MOVE '01' TO WS-CURRENT-PERIOD-START(7:2)
               MOVE WS-CURRENT-PERIOD-START TO WS-DATE-WORK
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-WORK TO WS-CURRENT-PERIOD-END
           END-IF
           MOVE WS-CURRENT-PERIOD-END(1:6)
               TO WS-CURRENT-PERIOD-START(1:6)
           MOVE '01' TO WS-CURRENT-PERIOD-START(7:2)
           MOVE WS-CURRENT-PERIOD-START TO WS-DATE-WORK
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-WORK TO WS-PRIOR-PERIOD-END
           MOVE WS-PRIOR-PERIOD-END(1:6) TO WS-PRIOR-PERIOD-START(1:6)
           MOVE '01' TO WS-PRIOR-PERIOD-START(7:2)
           DISPLAY 'MSTREVL REVALUING '
               FUNCTION TRIM(WS-MASTER-FILENAME)
               ' FROM PERIOD END ' WS-PRIOR-PERIOD-END
               ' TO ' WS-CURRENT-PERIOD-END.

      ******************************************************************
      *    1150-OPEN-FILES
      *    Output names hang off the master's basename.  The rate
      *    history is opened only once the master has been read,
      *    when the currencies it must cover are known.
      ******************************************************************
       1150-OPEN-FILES.
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-MASTER-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME
           END-UNSTRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.RVL'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.RVF'
               DELIMITED BY SIZE
               INTO WS-REVALUATION-FILENAME
           END-STRING
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'MSTREVL UNABLE TO OPEN MASTER FILE, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REVALUATION-REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY 'MSTREVL UNABLE TO OPEN REVALUATION '
                       'REPORT, STATUS=' WS-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE MASTER-FILE
               ELSE
                   SET WS-RUN-STARTED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2000-READ-MASTER
      *    Every record's FIELD2, and its FIELD5 where it carries a
      *    FIELD5 currency, goes into its currency's bucket for the
      *    record's type.
      ******************************************************************
       2000-READ-MASTER.
           READ MASTER-FILE INTO DB-RECORD
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               IF NOT WS-MASTER-OK
                   DISPLAY 'MSTREVL MASTER READ FAILED, STATUS='
                       WS-MASTER-STATUS
                   MOVE 'MASTER FILE COULD NOT BE READ'
                       TO WS-REFUSAL-REASON
                   SET WS-REVALUATION-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE DB-RECORD-TYPE
                       WHEN '1'
                           MOVE 1 TO WS-TYPE-IDX
                       WHEN '2'
                           MOVE 2 TO WS-TYPE-IDX
                       WHEN OTHER
                           MOVE 3 TO WS-TYPE-IDX
                   END-EVALUATE
                   MOVE 1 TO WS-FIELD-IDX
                   MOVE DB-RECORD-FIELD2-CURRENCY TO WS-LOOKUP-CURRENCY
                   IF DB-RECORD-FIELD2 IS NUMERIC
                       MOVE DB-RECORD-FIELD2 TO WS-AMOUNT-WORK
                       PERFORM 2100-ADD-AMOUNT
                   ELSE
                       PERFORM 2900-REPORT-AMOUNT-ERROR
                   END-IF
                   IF DB-RECORD-FIELD5-CURRENCY NOT = SPACES
                       MOVE 2 TO WS-FIELD-IDX
                       MOVE DB-RECORD-FIELD5-CURRENCY
                           TO WS-LOOKUP-CURRENCY
                       IF DB-RECORD-FIELD5 IS NUMERIC
                           MOVE DB-RECORD-FIELD5 TO WS-AMOUNT-WORK
                           PERFORM 2100-ADD-AMOUNT
                       ELSE
                           PERFORM 2900-REPORT-AMOUNT-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-ADD-AMOUNT.
           IF WS-LOOKUP-CURRENCY = 'USD'
               ADD 1 TO WS-USD-AMOUNTS
           ELSE
               PERFORM 2200-FIND-CCY-ENTRY
               IF WS-CCY-IDX > 0
                   ADD 1 TO WS-AMOUNTS-REVALUED
                   ADD 1 TO CR-AMOUNT-COUNT(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   ADD WS-AMOUNT-WORK TO CR-BUCKET-LOCAL(WS-CCY-IDX,
                       WS-TYPE-IDX, WS-FIELD-IDX)
                   IF WS-TYPE-IDX = 3
                       MOVE DB-RECORD-TYPE
                           TO CR-TYPE-BYTE(WS-CCY-IDX, 3)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-FIND-CCY-ENTRY
      *    Leaves WS-CCY-IDX at WS-LOOKUP-CURRENCY's entry, creating
      *    one on first sight.  A full table means part of the
      *    master would go unrevalued - that refuses the file and
      *    grades the run 12, it is not a warning.
      ******************************************************************
       2200-FIND-CCY-ENTRY.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CCY-COUNT
                      OR WS-CCY-IDX > 0
               IF CR-CURRENCY(WS-SEARCH-IDX) = WS-LOOKUP-CURRENCY
                   MOVE WS-SEARCH-IDX TO WS-CCY-IDX
               END-IF
           END-PERFORM
           IF WS-CCY-IDX = 0
               IF WS-CCY-COUNT >= WS-CCY-MAX
                   IF NOT WS-REVALUATION-REFUSED
                       DISPLAY 'MSTREVL CURRENCY TABLE FULL AT '
                           WS-CCY-MAX ' ENTRIES - REVALUATION REFUSED'
                       MOVE 'CURRENCY TABLE FULL' TO WS-REFUSAL-REASON
                   END-IF
                   DISPLAY 'MSTREVL CURRENCY ' WS-LOOKUP-CURRENCY
                       ' ON KEY ' DB-RECORD-KEY ' NOT REVALUED'
                   SET WS-REVALUATION-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IDX
                   INITIALIZE WS-CCY-REVAL-ENTRY(WS-CCY-IDX)
                   MOVE WS-LOOKUP-CURRENCY TO CR-CURRENCY(WS-CCY-IDX)
                   MOVE '1' TO CR-TYPE-BYTE(WS-CCY-IDX, 1)
                   MOVE '2' TO CR-TYPE-BYTE(WS-CCY-IDX, 2)
               END-IF
           END-IF.

       2900-REPORT-AMOUNT-ERROR.
           DISPLAY 'MSTREVL AMOUNT NOT NUMERIC ON KEY ' DB-RECORD-KEY
               ' FIELD' WS-FIELD-IDX
           ADD 1 TO WS-AMOUNT-ERRORS
           IF NOT WS-REVALUATION-REFUSED
               MOVE 'MASTER AMOUNT NOT NUMERIC' TO WS-REFUSAL-REASON
           END-IF
           SET WS-REVALUATION-REFUSED TO TRUE.

      ******************************************************************
      *    3000-LOAD-PERIOD-END-RATES
      *    The history reads back by currency in effective-date
      *    order; for each currency the master holds, the latest
      *    rate inside each period end's month, on or before the
      *    period end, is the period-end rate.
      ******************************************************************
       3000-LOAD-PERIOD-END-RATES.
           OPEN INPUT RATE-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY 'MSTREVL UNABLE TO OPEN RATE HISTORY, STATUS='
                   WS-HISTORY-STATUS
               IF NOT WS-REVALUATION-REFUSED
                   MOVE 'RATE HISTORY COULD NOT BE OPENED'
                       TO WS-REFUSAL-REASON
               END-IF
               SET WS-REVALUATION-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3100-READ-ONE-HISTORY-RATE
                   UNTIL WS-HISTORY-EOF-REACHED
               CLOSE RATE-HISTORY-FILE
           END-IF.

       3100-READ-ONE-HISTORY-RATE.
           READ RATE-HISTORY-FILE
               AT END SET WS-HISTORY-EOF-REACHED TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-HISTORY-EOF-REACHED
                   CONTINUE
               WHEN NOT WS-HISTORY-OK
                   DISPLAY 'MSTREVL RATE HISTORY READ FAILED, STATUS='
                       WS-HISTORY-STATUS
                   IF NOT WS-REVALUATION-REFUSED
                       MOVE 'RATE HISTORY COULD NOT BE READ'
                           TO WS-REFUSAL-REASON
                   END-IF
                   SET WS-REVALUATION-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
                   SET WS-HISTORY-EOF-REACHED TO TRUE
               WHEN RK-RATE-TO-USD IS NOT NUMERIC
                   CONTINUE
               WHEN RK-RATE-TO-USD = 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-HISTORY-READ
                   PERFORM 3200-TAKE-PERIOD-END-RATE
           END-EVALUATE.

       3200-TAKE-PERIOD-END-RATE.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CCY-COUNT
                      OR WS-CCY-IDX > 0
               IF CR-CURRENCY(WS-SEARCH-IDX) = RK-CURRENCY-CODE
                   MOVE WS-SEARCH-IDX TO WS-CCY-IDX
               END-IF
           END-PERFORM
           IF WS-CCY-IDX > 0
               IF RK-EFFECTIVE-DATE >= WS-PRIOR-PERIOD-START
                   AND RK-EFFECTIVE-DATE <= WS-PRIOR-PERIOD-END
                   AND (CR-PRIOR-DATE(WS-CCY-IDX) = SPACES
                    OR RK-EFFECTIVE-DATE > CR-PRIOR-DATE(WS-CCY-IDX))
                   MOVE RK-RATE-TO-USD TO CR-PRIOR-RATE(WS-CCY-IDX)
                   MOVE RK-EFFECTIVE-DATE TO CR-PRIOR-DATE(WS-CCY-IDX)
               END-IF
               IF RK-EFFECTIVE-DATE >= WS-CURRENT-PERIOD-START
                   AND RK-EFFECTIVE-DATE <= WS-CURRENT-PERIOD-END
                   AND (CR-CURRENT-DATE(WS-CCY-IDX) = SPACES
                    OR RK-EFFECTIVE-DATE > CR-CURRENT-DATE(WS-CCY-IDX))
                   MOVE RK-RATE-TO-USD TO CR-CURRENT-RATE(WS-CCY-IDX)
                   MOVE RK-EFFECTIVE-DATE
                       TO CR-CURRENT-DATE(WS-CCY-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *    3500-CHECK-RATE-COVERAGE
      *    Every currency held must have both period-end rates.
      *    Each gap is named on the console, the way NORATE names
      *    the currency and key, and refuses the revaluation file.
      ******************************************************************
       3500-CHECK-RATE-COVERAGE.
           PERFORM 3510-CHECK-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           IF WS-NORATE-COUNT > 0
               IF NOT WS-REVALUATION-REFUSED
                   MOVE 'PERIOD-END RATE MISSING' TO WS-REFUSAL-REASON
               END-IF
               SET WS-REVALUATION-REFUSED TO TRUE
           END-IF.

       3510-CHECK-ONE-CURRENCY.
           IF CR-PRIOR-DATE(WS-CCY-IDX) = SPACES
               DISPLAY 'MSTREVL NO RATE FOR CURRENCY '
                   CR-CURRENCY(WS-CCY-IDX) ' AT PRIOR PERIOD END '
                   WS-PRIOR-PERIOD-END
               ADD 1 TO WS-NORATE-COUNT
           END-IF
           IF CR-CURRENT-DATE(WS-CCY-IDX) = SPACES
               DISPLAY 'MSTREVL NO RATE FOR CURRENCY '
                   CR-CURRENCY(WS-CCY-IDX) ' AT CURRENT PERIOD END '
                   WS-CURRENT-PERIOD-END
               ADD 1 TO WS-NORATE-COUNT
           END-IF.

      ******************************************************************
      *    4000-VALUE-ONE-CURRENCY
      *    Each bucket's local total at both rates, rounded to the
      *    cent, and the gain or loss between them.  A currency
      *    missing either rate keeps only its local totals.
      ******************************************************************
       4000-VALUE-ONE-CURRENCY.
           PERFORM 4100-TOTAL-ONE-BUCKET
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
               AFTER WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 2.

       4100-TOTAL-ONE-BUCKET.
           ADD CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX, WS-FIELD-IDX)
               TO CR-LOCAL-TOTAL(WS-CCY-IDX)
           IF CR-PRIOR-DATE(WS-CCY-IDX) NOT = SPACES
               AND CR-CURRENT-DATE(WS-CCY-IDX) NOT = SPACES
               COMPUTE CR-BUCKET-PRIOR-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) ROUNDED =
                   CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   * CR-PRIOR-RATE(WS-CCY-IDX)
               COMPUTE CR-BUCKET-CURRENT-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) ROUNDED =
                   CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   * CR-CURRENT-RATE(WS-CCY-IDX)
               COMPUTE CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) =
                   CR-BUCKET-CURRENT-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   - CR-BUCKET-PRIOR-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
               ADD CR-BUCKET-PRIOR-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   TO CR-PRIOR-USD(WS-CCY-IDX)
                      TS-PRIOR-USD(WS-TYPE-IDX)
                      WS-GRAND-PRIOR-USD
               ADD CR-BUCKET-CURRENT-USD(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   TO CR-CURRENT-USD(WS-CCY-IDX)
                      TS-CURRENT-USD(WS-TYPE-IDX)
                      WS-GRAND-CURRENT-USD
               ADD CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   TO CR-GAIN-LOSS(WS-CCY-IDX)
                      TS-GAIN-LOSS(WS-TYPE-IDX)
                      WS-GRAND-GAIN-LOSS
               ADD CR-AMOUNT-COUNT(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX)
                   TO TS-AMOUNT-COUNT(WS-TYPE-IDX)
           END-IF.

      ******************************************************************
      *    5000-PRINT-REVALUATION
      *    Per currency: its rates, a line per record type it is held
      *    under (FIELD2 and FIELD5 together - both are that
      *    currency), and its total.  Then the USD figures by record
      *    type across currencies, the grand total, the outcome and
      *    the counts.
      ******************************************************************
       5000-PRINT-REVALUATION.
           PERFORM 5100-PRINT-PAGE-HEADING
           PERFORM 5200-PRINT-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-PAGE-HEADING
           END-IF
           MOVE 'RECORD TYPE SUMMARY - USD, ALL CURRENCIES WITH RATES'
               TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           PERFORM 5400-PRINT-TYPE-SUMMARY
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
           MOVE SPACES TO WS-REVAL-LINE-AREA
           MOVE 'GRAND' TO RL-TYPE-LABEL
           MOVE WS-GRAND-PRIOR-USD TO RL-PRIOR-USD
           MOVE WS-GRAND-CURRENT-USD TO RL-CURRENT-USD
           MOVE WS-GRAND-GAIN-LOSS TO RL-GAIN-LOSS
           MOVE WS-REVAL-LINE-AREA TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-PRIOR-PERIOD-END TO HL-PRIOR-PERIOD-END
           MOVE WS-CURRENT-PERIOD-END TO HL-CURRENT-PERIOD-END
           MOVE WS-PAGE-COUNT TO HL-PAGE-NUMBER
           MOVE WS-HEADING-LINE-AREA TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       5200-PRINT-ONE-CURRENCY.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-PAGE-HEADING
           END-IF
           MOVE CR-CURRENCY(WS-CCY-IDX) TO RR-CURRENCY
           IF CR-PRIOR-DATE(WS-CCY-IDX) = SPACES
               MOVE '   NO RATE' TO RR-PRIOR-RATE-X
               MOVE SPACES TO RR-PRIOR-DATE
           ELSE
               MOVE CR-PRIOR-RATE(WS-CCY-IDX) TO RR-PRIOR-RATE
               MOVE CR-PRIOR-DATE(WS-CCY-IDX) TO RR-PRIOR-DATE
           END-IF
           IF CR-CURRENT-DATE(WS-CCY-IDX) = SPACES
               MOVE '   NO RATE' TO RR-CURRENT-RATE-X
               MOVE SPACES TO RR-CURRENT-DATE
           ELSE
               MOVE CR-CURRENT-RATE(WS-CCY-IDX) TO RR-CURRENT-RATE
               MOVE CR-CURRENT-DATE(WS-CCY-IDX) TO RR-CURRENT-DATE
           END-IF
           MOVE WS-RATE-REPORT-LINE-AREA TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           PERFORM 5300-PRINT-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
           MOVE SPACES TO WS-REVAL-LINE-AREA
           MOVE CR-CURRENCY(WS-CCY-IDX) TO RL-CURRENCY
           MOVE 'TOTAL' TO RL-TYPE-LABEL
           MOVE CR-LOCAL-TOTAL(WS-CCY-IDX) TO RL-LOCAL-AMOUNT
           IF CR-PRIOR-DATE(WS-CCY-IDX) NOT = SPACES
               AND CR-CURRENT-DATE(WS-CCY-IDX) NOT = SPACES
               MOVE CR-PRIOR-USD(WS-CCY-IDX) TO RL-PRIOR-USD
               MOVE CR-CURRENT-USD(WS-CCY-IDX) TO RL-CURRENT-USD
               MOVE CR-GAIN-LOSS(WS-CCY-IDX) TO RL-GAIN-LOSS
           END-IF
           MOVE WS-REVAL-LINE-AREA TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

      *    A record type the currency is not held under prints no
      *    line; the USD columns stay blank without both rates.
       5300-PRINT-ONE-TYPE.
           IF CR-AMOUNT-COUNT(WS-CCY-IDX, WS-TYPE-IDX, 1) > 0
               OR CR-AMOUNT-COUNT(WS-CCY-IDX, WS-TYPE-IDX, 2) > 0
               MOVE SPACES TO WS-REVAL-LINE-AREA
               MOVE CR-CURRENCY(WS-CCY-IDX) TO RL-CURRENCY
               PERFORM 5350-SET-TYPE-LABEL
               COMPUTE RL-LOCAL-AMOUNT =
                   CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX, 1)
                   + CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX, 2)
               IF CR-PRIOR-DATE(WS-CCY-IDX) NOT = SPACES
                   AND CR-CURRENT-DATE(WS-CCY-IDX) NOT = SPACES
                   COMPUTE RL-PRIOR-USD =
                       CR-BUCKET-PRIOR-USD(WS-CCY-IDX, WS-TYPE-IDX, 1)
                       + CR-BUCKET-PRIOR-USD(WS-CCY-IDX, WS-TYPE-IDX,
                           2)
                   COMPUTE RL-CURRENT-USD =
                       CR-BUCKET-CURRENT-USD(WS-CCY-IDX, WS-TYPE-IDX,
                           1)
                       + CR-BUCKET-CURRENT-USD(WS-CCY-IDX,
                           WS-TYPE-IDX, 2)
                   COMPUTE RL-GAIN-LOSS =
                       CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX, 1)
                       + CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                           2)
               END-IF
               MOVE WS-REVAL-LINE-AREA TO REVALUATION-REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
           END-IF.

       5350-SET-TYPE-LABEL.
           EVALUATE WS-TYPE-IDX
               WHEN 1
                   MOVE 'STANDARD' TO RL-TYPE-LABEL
               WHEN 2
                   MOVE 'EXTENDED' TO RL-TYPE-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN' TO RL-TYPE-LABEL
           END-EVALUATE.

       5400-PRINT-TYPE-SUMMARY.
           IF TS-AMOUNT-COUNT(WS-TYPE-IDX) > 0
               MOVE SPACES TO WS-REVAL-LINE-AREA
               PERFORM 5350-SET-TYPE-LABEL
               MOVE TS-PRIOR-USD(WS-TYPE-IDX) TO RL-PRIOR-USD
               MOVE TS-CURRENT-USD(WS-TYPE-IDX) TO RL-CURRENT-USD
               MOVE TS-GAIN-LOSS(WS-TYPE-IDX) TO RL-GAIN-LOSS
               MOVE WS-REVAL-LINE-AREA TO REVALUATION-REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
           END-IF.

       5900-WRITE-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'MSTREVL REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    6000-WRITE-REVALUATION-FILE
      *    Header, then per currency its detail pairs and control
      *    record, then the trailer.
      ******************************************************************
       6000-WRITE-REVALUATION-FILE.
           OPEN OUTPUT REVALUATION-FILE
           IF NOT WS-REVALUATION-OK
               DISPLAY 'MSTREVL UNABLE TO OPEN REVALUATION FILE, '
                   'STATUS=' WS-REVALUATION-STATUS
               MOVE 'REVALUATION FILE COULD NOT BE OPENED'
                   TO WS-REFUSAL-REASON
               SET WS-REVALUATION-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RV-REVALUATION-HEADER-AREA
               MOVE 'H' TO VH-RECORD-TYPE
               MOVE 'MASTERFX' TO VH-INTERFACE-ID
               MOVE WS-RUN-DATE TO VH-RUN-DATE
               MOVE WS-PRIOR-PERIOD-END TO VH-PRIOR-PERIOD-END
               MOVE WS-CURRENT-PERIOD-END TO VH-CURRENT-PERIOD-END
               MOVE WS-MASTER-FILENAME TO VH-MASTER-FILENAME
               MOVE RV-REVALUATION-HEADER-AREA TO REVALUATION-RECORD
               PERFORM 6950-WRITE-REVALUATION-RECORD
               PERFORM 6100-WRITE-ONE-CURRENCY
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE SPACES TO RV-REVALUATION-TRAILER-AREA
               MOVE 'T' TO VT-RECORD-TYPE
               MOVE WS-REVALUATION-LINES TO VT-DETAIL-COUNT
               MOVE WS-CCY-COUNT TO VT-CURRENCY-COUNT
               MOVE WS-RECORDS-READ TO VT-MASTER-RECORDS
               MOVE WS-GRAND-DEBITS TO VT-TOTAL-DEBITS
               MOVE WS-GRAND-CREDITS TO VT-TOTAL-CREDITS
               MOVE RV-REVALUATION-TRAILER-AREA TO REVALUATION-RECORD
               PERFORM 6950-WRITE-REVALUATION-RECORD
               CLOSE REVALUATION-FILE
           END-IF.

       6100-WRITE-ONE-CURRENCY.
           MOVE 0 TO WS-CCY-DETAIL-COUNT
           MOVE 0 TO WS-CCY-DEBITS
           MOVE 0 TO WS-CCY-CREDITS
           PERFORM 6200-WRITE-ONE-BUCKET
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
               AFTER WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 2
           MOVE SPACES TO RV-REVALUATION-CONTROL-AREA
           MOVE 'C' TO VC-RECORD-TYPE
           MOVE CR-CURRENCY(WS-CCY-IDX) TO VC-CURRENCY
           MOVE WS-CCY-DETAIL-COUNT TO VC-DETAIL-COUNT
           MOVE WS-CCY-DEBITS TO VC-TOTAL-DEBITS
           MOVE WS-CCY-CREDITS TO VC-TOTAL-CREDITS
           MOVE CR-GAIN-LOSS(WS-CCY-IDX) TO VC-NET-GAIN-LOSS
           MOVE RV-REVALUATION-CONTROL-AREA TO REVALUATION-RECORD
           PERFORM 6950-WRITE-REVALUATION-RECORD
           ADD WS-CCY-DEBITS TO WS-GRAND-DEBITS
           ADD WS-CCY-CREDITS TO WS-GRAND-CREDITS.

      *    A gain is DR BALANCE / CR FXREVAL, a loss the other way
      *    round; the pair always nets to zero.
       6200-WRITE-ONE-BUCKET.
           IF CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                   WS-FIELD-IDX) NOT = 0
               IF CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) > 0
                   MOVE CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) TO WS-POSTING-AMOUNT
               ELSE
                   COMPUTE WS-POSTING-AMOUNT =
                       0 - CR-BUCKET-GAIN-LOSS(WS-CCY-IDX,
                           WS-TYPE-IDX, WS-FIELD-IDX)
               END-IF
               MOVE SPACES TO RV-REVALUATION-DETAIL-AREA
               MOVE 'D' TO VD-RECORD-TYPE
               MOVE CR-CURRENCY(WS-CCY-IDX) TO VD-CURRENCY
               MOVE CR-TYPE-BYTE(WS-CCY-IDX, WS-TYPE-IDX)
                   TO VD-MASTER-RECORD-TYPE
               IF WS-FIELD-IDX = 1
                   MOVE 'FIELD2' TO VD-AMOUNT-FIELD
               ELSE
                   MOVE 'FIELD5' TO VD-AMOUNT-FIELD
               END-IF
               MOVE WS-POSTING-AMOUNT TO VD-AMOUNT
               MOVE CR-BUCKET-LOCAL(WS-CCY-IDX, WS-TYPE-IDX,
                   WS-FIELD-IDX) TO VD-LOCAL-BALANCE
               MOVE CR-PRIOR-RATE(WS-CCY-IDX) TO VD-PRIOR-RATE
               MOVE CR-CURRENT-RATE(WS-CCY-IDX) TO VD-CURRENT-RATE
               MOVE 'BALANCE' TO VD-ACCOUNT-ROLE
               IF CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) > 0
                   SET VD-DEBIT TO TRUE
               ELSE
                   SET VD-CREDIT TO TRUE
               END-IF
               PERFORM 6300-WRITE-DETAIL-LINE
               MOVE 'FXREVAL' TO VD-ACCOUNT-ROLE
               IF CR-BUCKET-GAIN-LOSS(WS-CCY-IDX, WS-TYPE-IDX,
                       WS-FIELD-IDX) > 0
                   SET VD-CREDIT TO TRUE
               ELSE
                   SET VD-DEBIT TO TRUE
               END-IF
               PERFORM 6300-WRITE-DETAIL-LINE
           END-IF.

       6300-WRITE-DETAIL-LINE.
           MOVE RV-REVALUATION-DETAIL-AREA TO REVALUATION-RECORD
           PERFORM 6950-WRITE-REVALUATION-RECORD
           ADD 1 TO WS-REVALUATION-LINES
           ADD 1 TO WS-CCY-DETAIL-COUNT
           IF VD-DEBIT
               ADD WS-POSTING-AMOUNT TO WS-CCY-DEBITS
           ELSE
               ADD WS-POSTING-AMOUNT TO WS-CCY-CREDITS
           END-IF.

      *    A refused run still truncates the revaluation file, so
      *    finance finds nothing rather than an earlier month's file.
       6900-REFUSE-REVALUATION-FILE.
           OPEN OUTPUT REVALUATION-FILE
           IF WS-REVALUATION-OK
               CLOSE REVALUATION-FILE
           END-IF
           DISPLAY 'MSTREVL REVALUATION FILE REFUSED - '
               FUNCTION TRIM(WS-REFUSAL-REASON)
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       6950-WRITE-REVALUATION-RECORD.
           WRITE REVALUATION-RECORD
           IF NOT WS-REVALUATION-OK
               DISPLAY 'MSTREVL REVALUATION FILE WRITE FAILED, STATUS='
                   WS-REVALUATION-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Closes the report with the outcome and the run's counts.
      *    Amounts revalued plus USD amounts always equals the
      *    numeric amounts read.
      ******************************************************************
       8000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 11 > WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           IF WS-REVALUATION-REFUSED
               STRING 'REVALUATION FILE REFUSED - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFUSAL-REASON)
                           DELIMITED BY SIZE
                   INTO REVALUATION-REPORT-LINE
               END-STRING
           ELSE
               STRING 'REVALUATION FILE WRITTEN - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVALUATION-FILENAME)
                           DELIMITED BY SIZE
                   INTO REVALUATION-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'MASTER RECORDS READ' TO TL-LABEL
           MOVE WS-RECORDS-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'AMOUNTS REVALUED' TO TL-LABEL
           MOVE WS-AMOUNTS-REVALUED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'USD AMOUNTS (NOT REVALUED)' TO TL-LABEL
           MOVE WS-USD-AMOUNTS TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'AMOUNTS NOT NUMERIC' TO TL-LABEL
           MOVE WS-AMOUNT-ERRORS TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CURRENCIES HELD' TO TL-LABEL
           MOVE WS-CCY-COUNT TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PERIOD-END RATES MISSING' TO TL-LABEL
           MOVE WS-NORATE-COUNT TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'REVALUATION LINES WRITTEN' TO TL-LABEL
           MOVE WS-REVALUATION-LINES TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO REVALUATION-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               PERFORM 8000-PRINT-TOTALS
               CLOSE MASTER-FILE
               CLOSE REVALUATION-REPORT-FILE
           END-IF
           DISPLAY 'MSTREVL RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'MSTREVL AMOUNTS REVALUED: ' WS-AMOUNTS-REVALUED
           DISPLAY 'MSTREVL USD AMOUNTS:      ' WS-USD-AMOUNTS
           DISPLAY 'MSTREVL RATES MISSING:    ' WS-NORATE-COUNT
           DISPLAY 'MSTREVL REVALUATION LINES:' WS-REVALUATION-LINES.
