      ******************************************************************
      *    PROGRAM-ID. FEEDTRND.
      *    Feed volume and reject-rate trend report, off the run
      *    history CONVPGM appends to at the end of every run
      *    (RUNHIST.DAT - see RUNHIST.cpy).  Each feed's run for the
      *    report's business date is compared with the same feed's
      *    own trailing average over the window of business dates
      *    before it, and flagged when:
      *        - its record count swings more than
      *          WS-VOLUME-SWING-PCT either way from the average,
      *        - its reject rate, overall or for any one reason
      *          code, runs more than WS-DRIFT-POINTS percentage
      *          points above the average rate - the slow creep a
      *          reject ceiling never sees until it is crossed,
      *        - it did not run at all, having run on at least half
      *          the window's business dates (a feed that sends
      *          weekly is not expected daily).
      *    A feed is its input filename and run mode: a delta feed
      *    is trended against its own delta runs only.  Validate-
      *    only trials are prescreens, not loads, and are left out.
      *    Runs that failed outright (grade 12 or 16) count as
      *    today's run - their volume is what the report should
      *    shout about - but never go into an average.  A feed
      *    with fewer than WS-MIN-BASELINE-RUNS runs in the window
      *    is listed without being judged.  Where a feed ran more
      *    than once on the report date the last run stands.
      *
      *    Return code 8 when anything is flagged, so the scheduler
      *    can page someone; 12 when the history cannot be read, the
      *    report cannot be written, or the feed table overflows.
      *
      *    Command line: optional business date (YYYYMMDD, default
      *    the latest business date on the history), then optional
      *    window size in business dates (default 10, at most 60).
      *    The report goes to FEEDTRND.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDTRND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY RUNHIST.

       FD  TREND-REPORT-FILE
           RECORDING MODE IS F.
       01  TREND-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DYNAMIC-FILENAMES.
           05  WS-HISTORY-FILENAME         PIC X(80) VALUE
               'RUNHIST.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE
               'FEEDTRND.RPT'.

       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
               88  WS-HISTORY-OK              VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-TREND-ABORTED           VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-WAS-OPENED       VALUE 'Y'.
           05  WS-FEED-ALERT-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FEED-HAS-ALERT          VALUE 'Y'.
           05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND             VALUE 'Y'.
           05  WS-VOLUME-ALERT-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-VOLUME-ALERT            VALUE 'Y'.
           05  WS-RATE-ALERT-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RATE-ALERT              VALUE 'Y'.

      *    'Y' against each reason in WS-REASON-NAME order whose
      *    rate drifted.
       01  WS-REASON-ALERT-FLAGS.
           05  WS-REASON-ALERT-FLAG        PIC X(01) OCCURS 7 TIMES.

      ******************************************************************
      *    Trend thresholds.
      ******************************************************************
       01  WS-TREND-THRESHOLDS.
           05  WS-VOLUME-SWING-PCT         PIC 9(03) VALUE 50.
           05  WS-DRIFT-POINTS             PIC 9(02)V99 VALUE 2.00.
           05  WS-MIN-BASELINE-RUNS        PIC 9(03) VALUE 3.
           05  WS-WINDOW-SIZE              PIC 9(03) VALUE 10.
           05  WS-WINDOW-MAX               PIC 9(03) VALUE 60.

       01  WS-COUNTERS.
           05  WS-HISTORY-LINES            PIC 9(09) VALUE 0.
           05  WS-FEEDS-LISTED             PIC 9(05) VALUE 0.
           05  WS-FEEDS-FLAGGED            PIC 9(05) VALUE 0.
           05  WS-ALERT-COUNT              PIC 9(05) VALUE 0.

       01  WS-REPORT-DATE                  PIC X(08) VALUE SPACES.

      ******************************************************************
      *    Window of business dates the averages are taken over -
      *    the WS-WINDOW-SIZE latest dates before the report date
      *    that any feed ran on, held newest first.
      ******************************************************************
       01  WS-WINDOW-TABLE-AREA.
           05  WS-WINDOW-COUNT             PIC 9(03) VALUE 0.
           05  WS-WINDOW-DATE              PIC X(08)
                                           OCCURS 60 TIMES.

      ******************************************************************
      *    Reason codes in RH-REJECT-COUNT order.
      ******************************************************************
       01  WS-REASON-NAME-VALUES.
           05  FILLER                      PIC X(10) VALUE 'DUPKEY'.
           05  FILLER                      PIC X(10) VALUE 'BADFIELD'.
           05  FILLER                      PIC X(10) VALUE 'UNKTYPE'.
           05  FILLER                      PIC X(10) VALUE 'NORATE'.
           05  FILLER                      PIC X(10) VALUE 'RECONFAIL'.
           05  FILLER                      PIC X(10) VALUE 'BADCODE'.
           05  FILLER                      PIC X(10) VALUE 'NOXREF'.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-VALUES.
           05  WS-REASON-NAME              PIC X(10) OCCURS 7 TIMES.

       01  WS-REASON-MAX                   PIC 9(02) VALUE 7.

      ******************************************************************
      *    Feed table - one entry per input filename and run mode
      *    seen on the report date or in the window: the run that
      *    stands for the report date, and the window's sums.
      ******************************************************************
       01  WS-FEED-MAX                     PIC 9(03) VALUE 300.
       01  WS-FEED-TABLE-AREA.
           05  WS-FEED-COUNT               PIC 9(03) VALUE 0.
           05  WS-FEED-ENTRY OCCURS 300 TIMES.
               10  FT-FEED-KEY.
                   15  FT-INPUT-FILENAME   PIC X(80).
                   15  FT-RUN-MODE         PIC X(01).
               10  FT-PROVIDER-ID          PIC X(08).
               10  FT-TODAY-SWITCH         PIC X(01).
                   88  FT-RAN-TODAY           VALUE 'Y'.
               10  FT-TODAY-TIMESTAMP      PIC X(14).
               10  FT-TODAY-READ           PIC 9(09).
               10  FT-TODAY-PROCESSED      PIC 9(09).
               10  FT-TODAY-REJECTED       PIC 9(09).
               10  FT-TODAY-REASON         PIC 9(09) OCCURS 7 TIMES.
               10  FT-BASE-RUNS            PIC 9(05).
               10  FT-BASE-READ            PIC 9(11).
               10  FT-BASE-PROCESSED       PIC 9(11).
               10  FT-BASE-REJECTED        PIC 9(11).
               10  FT-BASE-REASON          PIC 9(11) OCCURS 7 TIMES.

       01  WS-FEED-KEY.
           05  WS-KEY-INPUT-FILENAME       PIC X(80).
           05  WS-KEY-RUN-MODE             PIC X(01).

       01  WS-FEED-IDX                     PIC 9(03) VALUE 0.
       01  WS-DATE-IDX                     PIC 9(03) VALUE 0.
       01  WS-SCAN-IDX                     PIC 9(03) VALUE 0.
       01  WS-REASON-IDX                   PIC 9(02) VALUE 0.

      ******************************************************************
      *    Work fields for judging one feed.
      ******************************************************************
       01  WS-TREND-WORK.
           05  WS-AVERAGE-READ             PIC 9(09)V99 VALUE 0.
           05  WS-VOLUME-CHANGE-PCT        PIC S9(07)V99 VALUE 0.
           05  WS-TODAY-RATE               PIC 9(03)V99 VALUE 0.
           05  WS-AVERAGE-RATE             PIC 9(03)V99 VALUE 0.
           05  WS-TODAY-COUNT              PIC 9(11) VALUE 0.
           05  WS-BASE-COUNT               PIC 9(11) VALUE 0.
           05  WS-EXPECTED-RUNS            PIC 9(03) VALUE 0.
           05  WS-PCT-EDIT                 PIC -(6)9.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(27) VALUE
               'FEED TREND REPORT  DATE    '.
           05  HL-REPORT-DATE              PIC X(08).
           05  FILLER                      PIC X(18) VALUE
               '  WINDOW DATES    '.
           05  HL-WINDOW-COUNT             PIC ZZ9.
           05  FILLER                      PIC X(06) VALUE
               '  RUN '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'FEED                     M PROVIDER     '.
           05  FILLER                      PIC X(40) VALUE
               'TODAY   AVERAGE TODAY%   AVG% STATUS    '.

       01  WS-FEED-LINE-AREA.
           05  FL-FEED                     PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-RUN-MODE                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-PROVIDER-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-TODAY-READ               PIC Z(08)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-AVERAGE-READ             PIC Z(08)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-TODAY-RATE               PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-AVERAGE-RATE             PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-STATUS                   PIC X(10).

       01  WS-ALERT-LINE-AREA.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  AL-ALERT                    PIC X(14).
           05  AL-MEASURE                  PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AL-TODAY-VALUE              PIC Z(09)9.99.
           05  FILLER                      PIC X(04) VALUE ' VS '.
           05  AL-AVERAGE-VALUE            PIC Z(09)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AL-NOTE                     PIC X(19).

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(24).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-REPORT-DATE               PIC X(08) VALUE SPACES.
       01  WS-CL-WINDOW-SIZE               PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           IF NOT WS-TREND-ABORTED AND WS-REPORT-DATE = SPACES
               PERFORM 2000-FIND-REPORT-DATE
           END-IF
           IF NOT WS-TREND-ABORTED
               PERFORM 2100-FIND-WINDOW-DATES
           END-IF
           IF NOT WS-TREND-ABORTED
               PERFORM 2200-GATHER-FEED-RUNS
           END-IF
           IF NOT WS-TREND-ABORTED
               PERFORM 1200-OPEN-REPORT
           END-IF
           IF NOT WS-TREND-ABORTED
               PERFORM 3000-JUDGE-ONE-FEED
                   VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    A date that is not eight digits, or a window that is not
      *    a number from 1 to WS-WINDOW-MAX, stops the run - a
      *    report against the wrong day would page for nothing.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-REPORT-DATE WS-CL-WINDOW-SIZE
               END-UNSTRING
           END-IF
           IF WS-CL-REPORT-DATE NOT = SPACES
               IF WS-CL-REPORT-DATE IS NUMERIC
                   MOVE WS-CL-REPORT-DATE TO WS-REPORT-DATE
               ELSE
                   DISPLAY 'FEEDTRND BUSINESS DATE ' WS-CL-REPORT-DATE
                       ' NOT YYYYMMDD - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   SET WS-TREND-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-CL-WINDOW-SIZE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CL-WINDOW-SIZE)
                   TO WS-WINDOW-SIZE
               IF WS-WINDOW-SIZE < 1 OR WS-WINDOW-SIZE > WS-WINDOW-MAX
                   DISPLAY 'FEEDTRND WINDOW ' WS-CL-WINDOW-SIZE
                       ' NOT 1 TO ' WS-WINDOW-MAX ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   SET WS-TREND-ABORTED TO TRUE
               END-IF
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'FEEDTRND UNABLE TO OPEN REPORT, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-TREND-ABORTED TO TRUE
           ELSE
               SET WS-REPORT-WAS-OPENED TO TRUE
               MOVE WS-REPORT-DATE TO HL-REPORT-DATE
               MOVE WS-WINDOW-COUNT TO HL-WINDOW-COUNT
               MOVE WS-RUN-DATE TO HL-RUN-DATE
               MOVE WS-HEADING-LINE-AREA TO TREND-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE SPACES TO TREND-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE WS-COLUMN-HEADING TO TREND-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    2000-FIND-REPORT-DATE
      *    No date given: the latest business date any feed has
      *    loaded under.
      ******************************************************************
       2000-FIND-REPORT-DATE.
           PERFORM 2900-OPEN-HISTORY
           IF NOT WS-TREND-ABORTED
               PERFORM 2010-CHECK-ONE-DATE
                   UNTIL WS-EOF-REACHED
               CLOSE RUN-HISTORY-FILE
               IF WS-REPORT-DATE = SPACES
                   DISPLAY 'FEEDTRND RUN HISTORY HOLDS NO LOAD RUNS'
                   MOVE 12 TO RETURN-CODE
                   SET WS-TREND-ABORTED TO TRUE
               END-IF
           END-IF.

       2010-CHECK-ONE-DATE.
           PERFORM 2950-READ-HISTORY
           IF NOT WS-EOF-REACHED AND NOT RH-VALIDATE-ONLY-RUN
               IF WS-REPORT-DATE = SPACES
                   OR RH-BUSINESS-DATE > WS-REPORT-DATE
                   MOVE RH-BUSINESS-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.

      ******************************************************************
      *    2100-FIND-WINDOW-DATES
      *    Keeps the WS-WINDOW-SIZE latest business dates before the
      *    report date, newest first: a date already held is
      *    skipped, a newer one is inserted in place and, once the
      *    window is full, pushes the oldest out.
      ******************************************************************
       2100-FIND-WINDOW-DATES.
           PERFORM 2900-OPEN-HISTORY
           IF NOT WS-TREND-ABORTED
               PERFORM 2110-PLACE-ONE-DATE
                   UNTIL WS-EOF-REACHED
               CLOSE RUN-HISTORY-FILE
           END-IF.

       2110-PLACE-ONE-DATE.
           PERFORM 2950-READ-HISTORY
           IF NOT WS-EOF-REACHED AND NOT RH-VALIDATE-ONLY-RUN
                   AND RH-BUSINESS-DATE < WS-REPORT-DATE
               MOVE 0 TO WS-SCAN-IDX
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 2120-FIND-DATE-SLOT
                   VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-WINDOW-COUNT
                      OR WS-SCAN-IDX > 0
                      OR WS-ENTRY-FOUND
               IF NOT WS-ENTRY-FOUND
                   IF WS-SCAN-IDX = 0
                       COMPUTE WS-SCAN-IDX = WS-WINDOW-COUNT + 1
                   END-IF
                   IF WS-SCAN-IDX <= WS-WINDOW-SIZE
                       IF WS-WINDOW-COUNT < WS-WINDOW-SIZE
                           ADD 1 TO WS-WINDOW-COUNT
                       END-IF
                       PERFORM 2130-SHIFT-ONE-DATE
                           VARYING WS-DATE-IDX FROM WS-WINDOW-COUNT
                               BY -1
                           UNTIL WS-DATE-IDX <= WS-SCAN-IDX
                       MOVE RH-BUSINESS-DATE
                           TO WS-WINDOW-DATE(WS-SCAN-IDX)
                   END-IF
               END-IF
           END-IF.

       2120-FIND-DATE-SLOT.
           EVALUATE TRUE
               WHEN WS-WINDOW-DATE(WS-DATE-IDX) = RH-BUSINESS-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               WHEN WS-WINDOW-DATE(WS-DATE-IDX) < RH-BUSINESS-DATE
                   MOVE WS-DATE-IDX TO WS-SCAN-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2130-SHIFT-ONE-DATE.
           MOVE WS-WINDOW-DATE(WS-DATE-IDX - 1)
               TO WS-WINDOW-DATE(WS-DATE-IDX).

      ******************************************************************
      *    2200-GATHER-FEED-RUNS
      *    Report-date runs become each feed's run for the day (the
      *    later run stands); window runs that did not fail outright
      *    add into the feed's window sums.
      ******************************************************************
       2200-GATHER-FEED-RUNS.
           PERFORM 2900-OPEN-HISTORY
           IF NOT WS-TREND-ABORTED
               PERFORM 2210-GATHER-ONE-RUN
                   UNTIL WS-EOF-REACHED OR WS-TREND-ABORTED
               CLOSE RUN-HISTORY-FILE
           END-IF.

       2210-GATHER-ONE-RUN.
           PERFORM 2950-READ-HISTORY
           IF NOT WS-EOF-REACHED AND NOT RH-VALIDATE-ONLY-RUN
               ADD 1 TO WS-HISTORY-LINES
               IF RH-BUSINESS-DATE = WS-REPORT-DATE
                   PERFORM 2300-FIND-FEED
                   IF WS-FEED-IDX > 0
                       PERFORM 2220-TAKE-TODAYS-RUN
                   END-IF
               ELSE
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM 2240-CHECK-WINDOW-DATE
                       VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-WINDOW-COUNT
                          OR WS-ENTRY-FOUND
                   IF WS-ENTRY-FOUND AND RH-RETURN-CODE < 12
                       PERFORM 2300-FIND-FEED
                       IF WS-FEED-IDX > 0
                           PERFORM 2230-ADD-WINDOW-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2220-TAKE-TODAYS-RUN.
           IF NOT FT-RAN-TODAY(WS-FEED-IDX)
               OR RH-RUN-TIMESTAMP >= FT-TODAY-TIMESTAMP(WS-FEED-IDX)
               SET FT-RAN-TODAY(WS-FEED-IDX) TO TRUE
               MOVE RH-PROVIDER-ID TO FT-PROVIDER-ID(WS-FEED-IDX)
               MOVE RH-RUN-TIMESTAMP TO FT-TODAY-TIMESTAMP(WS-FEED-IDX)
               MOVE RH-RECORDS-READ TO FT-TODAY-READ(WS-FEED-IDX)
               COMPUTE FT-TODAY-PROCESSED(WS-FEED-IDX) =
                   RH-RECORDS-READ - RH-RECORDS-SKIPPED
               MOVE RH-RECORDS-REJECTED
                   TO FT-TODAY-REJECTED(WS-FEED-IDX)
               PERFORM 2225-TAKE-ONE-REASON
                   VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-MAX
           END-IF.

       2225-TAKE-ONE-REASON.
           MOVE RH-REJECT-COUNT(WS-REASON-IDX)
               TO FT-TODAY-REASON(WS-FEED-IDX, WS-REASON-IDX).

       2230-ADD-WINDOW-RUN.
           IF FT-PROVIDER-ID(WS-FEED-IDX) = SPACES
               MOVE RH-PROVIDER-ID TO FT-PROVIDER-ID(WS-FEED-IDX)
           END-IF
           ADD 1 TO FT-BASE-RUNS(WS-FEED-IDX)
           ADD RH-RECORDS-READ TO FT-BASE-READ(WS-FEED-IDX)
           COMPUTE FT-BASE-PROCESSED(WS-FEED-IDX) =
               FT-BASE-PROCESSED(WS-FEED-IDX)
               + RH-RECORDS-READ - RH-RECORDS-SKIPPED
           ADD RH-RECORDS-REJECTED TO FT-BASE-REJECTED(WS-FEED-IDX)
           PERFORM 2235-ADD-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-MAX.

       2235-ADD-ONE-REASON.
           ADD RH-REJECT-COUNT(WS-REASON-IDX)
               TO FT-BASE-REASON(WS-FEED-IDX, WS-REASON-IDX).

       2240-CHECK-WINDOW-DATE.
           IF WS-WINDOW-DATE(WS-SCAN-IDX) = RH-BUSINESS-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *    2300-FIND-FEED
      *    Leaves WS-FEED-IDX at the run's feed entry, adding a
      *    cleared one when the feed is new.  A full table stops
      *    the run - a trend report that silently dropped feeds
      *    could miss the very one that stopped sending.
      ******************************************************************
       2300-FIND-FEED.
           MOVE RH-INPUT-FILENAME TO WS-KEY-INPUT-FILENAME
           MOVE RH-RUN-MODE TO WS-KEY-RUN-MODE
           MOVE 0 TO WS-FEED-IDX
           PERFORM 2310-CHECK-ONE-FEED
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-FEED-COUNT
                  OR WS-FEED-IDX > 0
           IF WS-FEED-IDX = 0
               IF WS-FEED-COUNT >= WS-FEED-MAX
                   DISPLAY 'FEEDTRND FEED TABLE EXCEEDS ' WS-FEED-MAX
                       ' FEEDS - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   SET WS-TREND-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-FEED-COUNT TO WS-FEED-IDX
                   INITIALIZE WS-FEED-ENTRY(WS-FEED-IDX)
                   MOVE WS-FEED-KEY TO FT-FEED-KEY(WS-FEED-IDX)
               END-IF
           END-IF.

       2310-CHECK-ONE-FEED.
           IF FT-FEED-KEY(WS-SCAN-IDX) = WS-FEED-KEY
               MOVE WS-SCAN-IDX TO WS-FEED-IDX
           END-IF.

       2900-OPEN-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY 'FEEDTRND UNABLE TO OPEN RUN HISTORY, STATUS='
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-TREND-ABORTED TO TRUE
           END-IF.

       2950-READ-HISTORY.
           READ RUN-HISTORY-FILE
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ.

      ******************************************************************
      *    3000-JUDGE-ONE-FEED
      *    Every test is made before anything is written, so the
      *    feed's line carries its verdict and its alerts follow it.
      *    A feed with no run on the report date is only listed
      *    when it was expected - it ran on at least half the
      *    window's dates.
      ******************************************************************
       3000-JUDGE-ONE-FEED.
           MOVE 'N' TO WS-FEED-ALERT-SWITCH
           MOVE 'N' TO WS-VOLUME-ALERT-SWITCH
           MOVE 'N' TO WS-RATE-ALERT-SWITCH
           MOVE SPACES TO WS-REASON-ALERT-FLAGS
           MOVE SPACES TO WS-FEED-LINE-AREA
           MOVE FT-INPUT-FILENAME(WS-FEED-IDX) TO FL-FEED
           IF FT-RUN-MODE(WS-FEED-IDX) = SPACE
               MOVE 'N' TO FL-RUN-MODE
           ELSE
               MOVE FT-RUN-MODE(WS-FEED-IDX) TO FL-RUN-MODE
           END-IF
           MOVE FT-PROVIDER-ID(WS-FEED-IDX) TO FL-PROVIDER-ID
           MOVE 0 TO WS-AVERAGE-READ
           MOVE 0 TO WS-AVERAGE-RATE
           IF FT-BASE-RUNS(WS-FEED-IDX) > 0
               COMPUTE WS-AVERAGE-READ ROUNDED =
                   FT-BASE-READ(WS-FEED-IDX)
                   / FT-BASE-RUNS(WS-FEED-IDX)
               MOVE FT-BASE-REJECTED(WS-FEED-IDX) TO WS-BASE-COUNT
               PERFORM 3910-SET-AVERAGE-RATE
           END-IF
           MOVE WS-AVERAGE-READ TO FL-AVERAGE-READ
           MOVE WS-AVERAGE-RATE TO FL-AVERAGE-RATE
           COMPUTE WS-EXPECTED-RUNS = (WS-WINDOW-COUNT + 1) / 2
           EVALUATE TRUE
               WHEN NOT FT-RAN-TODAY(WS-FEED-IDX)
                   IF WS-EXPECTED-RUNS > 0
                       AND FT-BASE-RUNS(WS-FEED-IDX)
                           >= WS-EXPECTED-RUNS
                       SET WS-FEED-HAS-ALERT TO TRUE
                       MOVE 'MISSING' TO FL-STATUS
                       PERFORM 3800-WRITE-FEED-LINE
                       MOVE SPACES TO WS-ALERT-LINE-AREA
                       MOVE 'MISSING FEED' TO AL-ALERT
                       MOVE 'RUNS' TO AL-MEASURE
                       MOVE 0 TO AL-TODAY-VALUE
                       MOVE FT-BASE-RUNS(WS-FEED-IDX)
                           TO AL-AVERAGE-VALUE
                       MOVE 'RUNS IN WINDOW' TO AL-NOTE
                       PERFORM 3850-WRITE-ALERT-LINE
                   END-IF
               WHEN FT-BASE-RUNS(WS-FEED-IDX) < WS-MIN-BASELINE-RUNS
                   PERFORM 3100-SET-TODAY-FIGURES
                   MOVE 'NO HISTORY' TO FL-STATUS
                   PERFORM 3800-WRITE-FEED-LINE
               WHEN OTHER
                   PERFORM 3100-SET-TODAY-FIGURES
                   PERFORM 3200-CHECK-VOLUME
                   PERFORM 3300-CHECK-REJECT-RATE
                   PERFORM 3400-CHECK-REASON-RATE
                       VARYING WS-REASON-IDX FROM 1 BY 1
                       UNTIL WS-REASON-IDX > WS-REASON-MAX
                   IF WS-FEED-HAS-ALERT
                       MOVE 'ALERT' TO FL-STATUS
                   ELSE
                       MOVE 'OK' TO FL-STATUS
                   END-IF
                   PERFORM 3800-WRITE-FEED-LINE
                   PERFORM 3500-WRITE-FEED-ALERTS
           END-EVALUATE
           IF WS-FEED-HAS-ALERT
               ADD 1 TO WS-FEEDS-FLAGGED
           END-IF.

       3100-SET-TODAY-FIGURES.
           MOVE FT-TODAY-READ(WS-FEED-IDX) TO FL-TODAY-READ
           MOVE FT-TODAY-REJECTED(WS-FEED-IDX) TO WS-TODAY-COUNT
           PERFORM 3900-SET-TODAY-RATE
           MOVE WS-TODAY-RATE TO FL-TODAY-RATE.

      ******************************************************************
      *    3200-CHECK-VOLUME
      *    Records read, against the window average, either way.
      *    A feed that averages nothing has no swing to measure.
      ******************************************************************
       3200-CHECK-VOLUME.
           IF WS-AVERAGE-READ > 0
               COMPUTE WS-VOLUME-CHANGE-PCT ROUNDED =
                   (FT-TODAY-READ(WS-FEED-IDX) - WS-AVERAGE-READ)
                   * 100 / WS-AVERAGE-READ
               IF WS-VOLUME-CHANGE-PCT > WS-VOLUME-SWING-PCT
                   OR WS-VOLUME-CHANGE-PCT
                       < 0 - WS-VOLUME-SWING-PCT
                   SET WS-VOLUME-ALERT TO TRUE
                   SET WS-FEED-HAS-ALERT TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    3300-CHECK-REJECT-RATE / 3400-CHECK-REASON-RATE
      *    Rejects as a percentage of the records processed, all
      *    reasons together and then each reason on its own.  Only
      *    a rise counts - a feed getting cleaner is not paged.
      ******************************************************************
       3300-CHECK-REJECT-RATE.
           IF WS-TODAY-RATE > WS-AVERAGE-RATE + WS-DRIFT-POINTS
               SET WS-RATE-ALERT TO TRUE
               SET WS-FEED-HAS-ALERT TO TRUE
           END-IF.

       3400-CHECK-REASON-RATE.
           MOVE FT-TODAY-REASON(WS-FEED-IDX, WS-REASON-IDX)
               TO WS-TODAY-COUNT
           PERFORM 3900-SET-TODAY-RATE
           MOVE FT-BASE-REASON(WS-FEED-IDX, WS-REASON-IDX)
               TO WS-BASE-COUNT
           PERFORM 3910-SET-AVERAGE-RATE
           IF WS-TODAY-RATE > WS-AVERAGE-RATE + WS-DRIFT-POINTS
               MOVE 'Y' TO WS-REASON-ALERT-FLAG(WS-REASON-IDX)
               SET WS-FEED-HAS-ALERT TO TRUE
           END-IF.

       3500-WRITE-FEED-ALERTS.
           IF WS-VOLUME-ALERT
               MOVE SPACES TO WS-ALERT-LINE-AREA
               MOVE 'VOLUME SWING' TO AL-ALERT
               MOVE 'RECORDS' TO AL-MEASURE
               MOVE FT-TODAY-READ(WS-FEED-IDX) TO AL-TODAY-VALUE
               MOVE WS-AVERAGE-READ TO AL-AVERAGE-VALUE
               MOVE WS-VOLUME-CHANGE-PCT TO WS-PCT-EDIT
               STRING FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
                       ' PCT CHANGE' DELIMITED BY SIZE
                   INTO AL-NOTE
               END-STRING
               PERFORM 3850-WRITE-ALERT-LINE
           END-IF
           IF WS-RATE-ALERT
               MOVE FT-TODAY-REJECTED(WS-FEED-IDX) TO WS-TODAY-COUNT
               MOVE FT-BASE-REJECTED(WS-FEED-IDX) TO WS-BASE-COUNT
               MOVE 'ALL' TO AL-MEASURE
               PERFORM 3550-WRITE-RATE-ALERT
           END-IF
           PERFORM 3510-WRITE-REASON-ALERT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-MAX.

       3510-WRITE-REASON-ALERT.
           IF WS-REASON-ALERT-FLAG(WS-REASON-IDX) = 'Y'
               MOVE FT-TODAY-REASON(WS-FEED-IDX, WS-REASON-IDX)
                   TO WS-TODAY-COUNT
               MOVE FT-BASE-REASON(WS-FEED-IDX, WS-REASON-IDX)
                   TO WS-BASE-COUNT
               MOVE WS-REASON-NAME(WS-REASON-IDX) TO AL-MEASURE
               PERFORM 3550-WRITE-RATE-ALERT
           END-IF.

      *    Called with AL-MEASURE and both counts set.
       3550-WRITE-RATE-ALERT.
           PERFORM 3900-SET-TODAY-RATE
           PERFORM 3910-SET-AVERAGE-RATE
           MOVE 'REJECT DRIFT' TO AL-ALERT
           MOVE WS-TODAY-RATE TO AL-TODAY-VALUE
           MOVE WS-AVERAGE-RATE TO AL-AVERAGE-VALUE
           MOVE 'PCT OF PROCESSED' TO AL-NOTE
           PERFORM 3850-WRITE-ALERT-LINE
           MOVE SPACES TO WS-ALERT-LINE-AREA.

       3800-WRITE-FEED-LINE.
           ADD 1 TO WS-FEEDS-LISTED
           MOVE WS-FEED-LINE-AREA TO TREND-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

       3850-WRITE-ALERT-LINE.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-ALERT-LINE-AREA TO TREND-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

      ******************************************************************
      *    3900-SET-TODAY-RATE / 3910-SET-AVERAGE-RATE
      *    WS-TODAY-COUNT or WS-BASE-COUNT as a percentage of the
      *    records processed on the day or across the window.
      ******************************************************************
       3900-SET-TODAY-RATE.
           MOVE 0 TO WS-TODAY-RATE
           IF FT-TODAY-PROCESSED(WS-FEED-IDX) > 0
               COMPUTE WS-TODAY-RATE ROUNDED =
                   WS-TODAY-COUNT * 100
                   / FT-TODAY-PROCESSED(WS-FEED-IDX)
           END-IF.

       3910-SET-AVERAGE-RATE.
           MOVE 0 TO WS-AVERAGE-RATE
           IF FT-BASE-PROCESSED(WS-FEED-IDX) > 0
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   WS-BASE-COUNT * 100
                   / FT-BASE-PROCESSED(WS-FEED-IDX)
           END-IF.

       8900-WRITE-REPORT-LINE.
           WRITE TREND-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'FEEDTRND REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    9000-TERMINATE
      *    Any alert grades the run 8 - unless something worse has
      *    already graded it.
      ******************************************************************
       9000-TERMINATE.
           IF WS-FEEDS-FLAGGED > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REPORT-WAS-OPENED
               MOVE SPACES TO TREND-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-TOTAL-LINE-AREA
               MOVE 'LOAD RUNS ON HISTORY' TO TL-LABEL
               MOVE WS-HISTORY-LINES TO TL-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
               MOVE 'FEEDS LISTED' TO TL-LABEL
               MOVE WS-FEEDS-LISTED TO TL-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
               MOVE 'FEEDS FLAGGED' TO TL-LABEL
               MOVE WS-FEEDS-FLAGGED TO TL-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
               MOVE 'ALERTS' TO TL-LABEL
               MOVE WS-ALERT-COUNT TO TL-COUNT
               PERFORM 9100-WRITE-TOTAL-LINE
               CLOSE TREND-REPORT-FILE
           END-IF
           DISPLAY 'FEEDTRND REPORT DATE:     ' WS-REPORT-DATE
           DISPLAY 'FEEDTRND FEEDS LISTED:    ' WS-FEEDS-LISTED
           DISPLAY 'FEEDTRND FEEDS FLAGGED:   ' WS-FEEDS-FLAGGED
           DISPLAY 'FEEDTRND ALERTS:          ' WS-ALERT-COUNT.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO TREND-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.
