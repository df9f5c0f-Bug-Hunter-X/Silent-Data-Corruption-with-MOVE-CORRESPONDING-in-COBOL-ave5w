      ******************************************************************
      *    PROGRAM-ID. RATEHST.
      *    Exchange-rate history filing.  RATES.DAT (XRATREC.cpy
      *    layout) is replaced by each day's rates, and CONVPGM and
      *    RPTPGM only ever see the day in hand.  This program files
      *    every line of a day's rate file into the keyed rate
      *    history (RATEHIST.DAT, RATEHIST.cpy layout) under its
      *    currency and effective date, so the rates in force on
      *    any past date - the month-end rates MSTREVL revalues the
      *    master at above all - are still on hand after RATES.DAT
      *    has moved on.  Run it each day once RATES.DAT is in.
      *
      *    Each rate line is:
      *        FILED     - no rate on file for that currency and
      *                    effective date; added
      *        KEPT      - the same rate is already on file (a rate
      *                    file carried forward, or filed twice);
      *                    nothing changes
      *        REPLACED  - a different rate is on file for the date;
      *                    the new one replaces it and the report
      *                    shows both.  A corrected rate is taken,
      *                    but a month already revalued at the old
      *                    one needs rerunning, so it is flagged
      *        REFUSED   - the line fails its edits (blank currency,
      *                    rate not numeric or zero, effective date
      *                    not a valid YYYYMMDD) and is skipped
      *
      *    Return code 4 when any line was refused or replaced, 8
      *    when the rate file held no lines, 12 when a file could
      *    not be opened or written.
      *
      *    Command line: optional rate filename (default RATES.DAT).
      *    The filing report goes to <base>.RHR.  The history is
      *    created on first use, the same way REFMNT creates the
      *    reference code table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEHST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE
               ASSIGN TO DYNAMIC WS-RATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RATE-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-RATE-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FILING-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD                     PIC X(24).

       FD  RATE-HISTORY-FILE.
       COPY RATEHIST.

       FD  FILING-REPORT-FILE
           RECORDING MODE IS F.
       01  FILING-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY XRATREC.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-RATE-FILENAME            PIC X(80) VALUE
               'RATES.DAT'.
           05  WS-HISTORY-FILENAME         PIC X(80) VALUE
               'RATEHIST.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-RATE-STATUS              PIC X(02) VALUE '00'.
               88  WS-RATE-FILE-OK            VALUE '00'.
           05  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
               88  WS-HISTORY-OK              VALUE '00' '02'.
               88  WS-HISTORY-NOT-FOUND       VALUE '35'.
               88  WS-HISTORY-NO-RECORD       VALUE '23'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
      *    Set once all three files opened - 9000-TERMINATE only
      *    prints totals and closes when a run actually started.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-READ               PIC 9(09) VALUE 0.
           05  WS-RATES-FILED              PIC 9(09) VALUE 0.
           05  WS-RATES-KEPT               PIC 9(09) VALUE 0.
           05  WS-RATES-REPLACED           PIC 9(09) VALUE 0.
           05  WS-LINES-REFUSED            PIC 9(09) VALUE 0.

      *    What became of the line in hand, for the report.
       01  WS-FILING-ACTION                PIC X(08) VALUE SPACES.
       01  WS-REFUSAL-REASON               PIC X(30) VALUE SPACES.
       01  WS-BEFORE-RATE                  PIC 9(03)V9(06) VALUE 0.
       01  WS-EDIT-DATE                    PIC 9(08) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(26) VALUE
               'RATE HISTORY FILING       '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  FILE '.
           05  HL-RATE-FILE-NAME           PIC X(28).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-HEADING               PIC X(80) VALUE
           'ACTION    CCY  EFF DATE  ON FILE     FILED       NOTE'.

       01  WS-FILING-LINE-AREA.
           05  FG-ACTION                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FG-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FG-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FG-BEFORE-RATE              PIC ZZ9.999999.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FG-FILED-RATE               PIC ZZ9.999999.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FG-NOTE                     PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(24).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                PIC X(14) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           PERFORM 2000-FILE-RATE-LINES UNTIL WS-EOF-REACHED
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    The history is opened I-O so a rate filed twice is found
      *    and compared rather than duplicated.  Status 35 means no
      *    history yet - it is created empty (OPEN OUTPUT/CLOSE) and
      *    reopened I-O, so the first day's rates start it.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-RATE-FILENAME
           END-IF
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-RATE-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME
           END-UNSTRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.RHR'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-FILE-OK
               DISPLAY 'RATEHST UNABLE TO OPEN RATE FILE, STATUS='
                   WS-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               PERFORM 1150-OPEN-HISTORY-AND-REPORT
           END-IF.

       1150-OPEN-HISTORY-AND-REPORT.
           OPEN I-O RATE-HISTORY-FILE
           IF WS-HISTORY-NOT-FOUND
               DISPLAY 'RATEHST NO RATE HISTORY YET - CREATING '
                   FUNCTION TRIM(WS-HISTORY-FILENAME)
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
           END-IF
           IF NOT WS-HISTORY-OK
               DISPLAY 'RATEHST UNABLE TO OPEN RATE HISTORY, '
                   'STATUS=' WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RATE-FILE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               OPEN OUTPUT FILING-REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY 'RATEHST UNABLE TO OPEN FILING REPORT, '
                       'STATUS=' WS-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE RATE-FILE
                   CLOSE RATE-HISTORY-FILE
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   SET WS-RUN-STARTED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2000-FILE-RATE-LINES
      *    Each line that passes its edits reads its key first, so
      *    the rate already on file is on hand for the comparison
      *    and the report.
      ******************************************************************
       2000-FILE-RATE-LINES.
           READ RATE-FILE INTO WS-RATE-LINE-AREA
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               ADD 1 TO WS-LINES-READ
               MOVE SPACES TO WS-REFUSAL-REASON
               MOVE 0 TO WS-BEFORE-RATE
               PERFORM 2100-EDIT-RATE-LINE
               IF WS-REFUSAL-REASON = SPACES
                   PERFORM 2200-FILE-ONE-RATE
               END-IF
               IF WS-REFUSAL-REASON NOT = SPACES
                   MOVE 'REFUSED' TO WS-FILING-ACTION
                   ADD 1 TO WS-LINES-REFUSED
               END-IF
               PERFORM 3000-REPORT-RATE-LINE
           END-IF.

       2100-EDIT-RATE-LINE.
           MOVE 0 TO WS-EDIT-DATE
           IF XR-EFFECTIVE-DATE IS NUMERIC
               MOVE XR-EFFECTIVE-DATE TO WS-EDIT-DATE
           END-IF
           EVALUATE TRUE
               WHEN XR-CURRENCY-CODE = SPACES
                   MOVE 'CURRENCY IS BLANK' TO WS-REFUSAL-REASON
               WHEN XR-RATE-TO-USD IS NOT NUMERIC
                   MOVE 'RATE NOT NUMERIC' TO WS-REFUSAL-REASON
               WHEN XR-RATE-TO-USD = 0
                   MOVE 'RATE IS ZERO' TO WS-REFUSAL-REASON
               WHEN XR-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO WS-REFUSAL-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE)
                       NOT = 0
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-FILE-ONE-RATE.
           MOVE XR-CURRENCY-CODE TO RK-CURRENCY-CODE
           MOVE XR-EFFECTIVE-DATE TO RK-EFFECTIVE-DATE
           READ RATE-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-HISTORY-OK
                   MOVE RK-RATE-TO-USD TO WS-BEFORE-RATE
                   IF RK-RATE-TO-USD = XR-RATE-TO-USD
                       MOVE 'KEPT' TO WS-FILING-ACTION
                       ADD 1 TO WS-RATES-KEPT
                   ELSE
                       PERFORM 2300-BUILD-HISTORY-RECORD
                       REWRITE RATE-HISTORY-RECORD
                       IF WS-HISTORY-OK
                           MOVE 'REPLACED' TO WS-FILING-ACTION
                           ADD 1 TO WS-RATES-REPLACED
                       ELSE
                           PERFORM 2950-HISTORY-WRITE-FAILED
                       END-IF
                   END-IF
               WHEN WS-HISTORY-NO-RECORD
                   PERFORM 2300-BUILD-HISTORY-RECORD
                   WRITE RATE-HISTORY-RECORD
                   IF WS-HISTORY-OK
                       MOVE 'FILED' TO WS-FILING-ACTION
                       ADD 1 TO WS-RATES-FILED
                   ELSE
                       PERFORM 2950-HISTORY-WRITE-FAILED
                   END-IF
               WHEN OTHER
                   DISPLAY 'RATEHST RATE HISTORY READ FAILED FOR '
                       XR-CURRENCY-CODE ' ' XR-EFFECTIVE-DATE
                       ' STATUS=' WS-HISTORY-STATUS
                   MOVE 'RATE HISTORY READ FAILED' TO WS-REFUSAL-REASON
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       2300-BUILD-HISTORY-RECORD.
           MOVE XR-CURRENCY-CODE TO RK-CURRENCY-CODE
           MOVE XR-EFFECTIVE-DATE TO RK-EFFECTIVE-DATE
           MOVE XR-RATE-TO-USD TO RK-RATE-TO-USD
           MOVE WS-RATE-FILENAME TO RK-SOURCE-FILENAME
           MOVE WS-RUN-TIMESTAMP TO RK-FILED-TIMESTAMP.

       2950-HISTORY-WRITE-FAILED.
           DISPLAY 'RATEHST RATE HISTORY UPDATE FAILED FOR '
               XR-CURRENCY-CODE ' ' XR-EFFECTIVE-DATE
               ' STATUS=' WS-HISTORY-STATUS
           MOVE 'RATE HISTORY UPDATE FAILED' TO WS-REFUSAL-REASON
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      *    3000-REPORT-RATE-LINE
      *    One line per rate line read.  ON FILE is the rate the
      *    history already held for the date (KEPT and REPLACED
      *    only); a refused line prints its reason as the note.
      ******************************************************************
       3000-REPORT-RATE-LINE.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-FILING-LINE-AREA
           MOVE WS-FILING-ACTION TO FG-ACTION
           MOVE XR-CURRENCY-CODE TO FG-CURRENCY
           MOVE XR-EFFECTIVE-DATE TO FG-EFFECTIVE-DATE
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE WS-REFUSAL-REASON TO FG-NOTE
           ELSE
               MOVE XR-RATE-TO-USD TO FG-FILED-RATE
               IF WS-FILING-ACTION NOT = 'FILED'
                   MOVE WS-BEFORE-RATE TO FG-BEFORE-RATE
               END-IF
               IF WS-FILING-ACTION = 'REPLACED'
                   MOVE 'RERUN ANY REVALUATION AT IT'
                       TO FG-NOTE
               END-IF
           END-IF
           MOVE WS-FILING-LINE-AREA TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-RATE-FILENAME TO HL-RATE-FILE-NAME
           MOVE WS-PAGE-COUNT TO HL-PAGE-NUMBER
           MOVE WS-HEADING-LINE-AREA TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3900-WRITE-REPORT-LINE.
           WRITE FILING-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'RATEHST REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Filed plus kept plus replaced plus refused always equals
      *    lines read.
      ******************************************************************
       8000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'RATE LINES READ' TO TL-LABEL
           MOVE WS-LINES-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RATES FILED' TO TL-LABEL
           MOVE WS-RATES-FILED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RATES KEPT' TO TL-LABEL
           MOVE WS-RATES-KEPT TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RATES REPLACED' TO TL-LABEL
           MOVE WS-RATES-REPLACED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LINES REFUSED' TO TL-LABEL
           MOVE WS-LINES-REFUSED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO FILING-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               IF WS-PAGE-COUNT = 0
                   PERFORM 3100-PRINT-PAGE-HEADING
               END-IF
               PERFORM 8000-PRINT-TOTALS
               CLOSE RATE-FILE
               CLOSE RATE-HISTORY-FILE
               CLOSE FILING-REPORT-FILE
               IF WS-LINES-READ = 0
                   DISPLAY 'RATEHST RATE FILE '
                       FUNCTION TRIM(WS-RATE-FILENAME)
                       ' IS EMPTY - NO RATES FILED'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF (WS-LINES-REFUSED > 0 OR WS-RATES-REPLACED > 0)
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'RATEHST RATE LINES READ:  ' WS-LINES-READ
           DISPLAY 'RATEHST RATES FILED:      ' WS-RATES-FILED
           DISPLAY 'RATEHST RATES KEPT:       ' WS-RATES-KEPT
           DISPLAY 'RATEHST RATES REPLACED:   ' WS-RATES-REPLACED
           DISPLAY 'RATEHST LINES REFUSED:    ' WS-LINES-REFUSED.
