      *    duplicating in the target, and a net-change report
      *    (adds/changes/deletes/unchanged) is printed per run.
      *
      *    An incoming change to a key already on the master is
      *    first held against the tolerance table (TOLERNCE.DAT):
      *    when FIELD2 or FIELD5 moves by more than the currency's
      *    absolute threshold AND by more than its percentage of
      *    the master's current amount, or when either amount's
      *    currency code changes, the change is not applied.  It is
      *    parked on the pending-hold queue (HOLDQUE.DAT, HOLDREC
      *    layout) with the master's before-image and the incoming
      *    after-image, reported HELD with the reason, and counted
      *    on the .UPD summary so the day-end tie still covers every
      *    input record.  HOLDREL later applies or rejects the held
      *    changes from an approvals file.  Adds and deletes are
      *    never held - there is no current amount to compare with.
      *
      *    The action indicator is consumed here - the master holds
      *    the record with the action byte cleared, so a record
      *    re-sent later with a different indicator still compares
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TOLERANCE-FILE
               ASSIGN TO DYNAMIC WS-TOLERANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT HOLD-QUEUE-FILE
               ASSIGN TO DYNAMIC WS-HOLD-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-RECORD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-INPUT-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD                  PIC X(202).

       FD  TOLERANCE-FILE
           RECORDING MODE IS F.
       01  TOLERANCE-RECORD                PIC X(23).

       FD  HOLD-QUEUE-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       COPY DBREC.

           05  WS-NEW-MASTER-FILENAME      PIC X(80) VALUE SPACES.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-JOURNAL-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-TOLERANCE-FILENAME       PIC X(80) VALUE
               'TOLERNCE.DAT'.
           05  WS-HOLD-FILENAME            PIC X(80) VALUE
               'HOLDQUE.DAT'.

       01  WS-FILE-STATUSES.
           05  WS-DB-INPUT-STATUS          PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.
           05  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
               88  WS-JOURNAL-OK              VALUE '00'.
           05  WS-TOLERANCE-STATUS         PIC X(02) VALUE '00'.
               88  WS-TOLERANCE-OK            VALUE '00'.
           05  WS-HOLD-STATUS              PIC X(02) VALUE '00'.
               88  WS-HOLD-OK                 VALUE '00' '02'.
               88  WS-HOLD-NOT-FOUND          VALUE '35'.
               88  WS-HOLD-DUPLICATE          VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-MST-EOF-REACHED         VALUE 'Y'.
           05  WS-MASTER-IN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MASTER-IN-WAS-OPENED    VALUE 'Y'.
           05  WS-TOLERANCE-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TOLERANCE-EOF-REACHED   VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-HOLD-WAS-OPENED         VALUE 'Y'.
           05  WS-BREACH-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-TOLERANCE-BREACHED      VALUE 'Y'.
               88  WS-WITHIN-TOLERANCE        VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(09) VALUE 0.
           05  WS-RECORDS-DELETED          PIC 9(09) VALUE 0.
           05  WS-RECORDS-UNCHANGED        PIC 9(09) VALUE 0.
           05  WS-RECORDS-IN-ERROR         PIC 9(09) VALUE 0.
           05  WS-RECORDS-HELD             PIC 9(09) VALUE 0.

      ******************************************************************
      *    WS-APPLY-RECORD - the incoming record as it is held on
       01  WS-BEFORE-IMAGE                 PIC X(88) VALUE SPACES.
       01  WS-AFTER-IMAGE                  PIC X(88) VALUE SPACES.

      ******************************************************************
      *    WS-MASTER-VIEW - the master's current record (the before-
      *    image) broken out far enough to reach the two amounts and
      *    their currencies; same offsets as DB-RECORD in DBREC.cpy.
      ******************************************************************
       01  WS-MASTER-VIEW.
           05  MV-RECORD-KEY               PIC X(10).
           05  MV-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(20).
           05  MV-FIELD2                   PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  MV-FIELD2-CURRENCY          PIC X(03).
           05  FILLER                      PIC X(25).
           05  MV-FIELD5                   PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  MV-FIELD5-CURRENCY          PIC X(03).
           05  FILLER                      PIC X(06).

      ******************************************************************
      *    Tolerance table, loaded from TOLERNCE.DAT - one line per
      *    currency:
      *        - the three-letter currency code, or '***' for the
      *          default applied to any currency not listed,
      *        - the percentage threshold, three integer and two
      *          implied decimal places (02500 = 25.00%),
      *        - the absolute threshold, nine integer and two
      *          implied decimal places.
      *    A change breaches only when it is over BOTH thresholds,
      *    so the absolute figure keeps small balances from holding
      *    on every cent of movement.  A currency with no entry and
      *    no default is not amount-checked; a currency change is
      *    held whatever the table says.
      ******************************************************************
       01  WS-TOLERANCE-LINE-AREA.
           05  TC-CURRENCY-CODE            PIC X(03).
           05  FILLER                      PIC X(02).
           05  TC-PERCENT                  PIC 9(03)V99.
           05  FILLER                      PIC X(02).
           05  TC-ABSOLUTE                 PIC 9(09)V99.

      *    OCCURS count below must match WS-TOLERANCE-MAX.
       01  WS-TOLERANCE-TABLE-AREA.
           05  WS-TOLERANCE-COUNT          PIC 9(02) VALUE 0.
           05  WS-TOLERANCE-ENTRY OCCURS 11 TIMES.
               10  TT-CURRENCY-CODE        PIC X(03).
               10  TT-PERCENT              PIC 9(03)V99.
               10  TT-ABSOLUTE             PIC 9(09)V99.

       01  WS-TOLERANCE-MAX                PIC 9(02) VALUE 11.
       01  WS-TOLERANCE-IDX                PIC 9(02) VALUE 0.
       01  WS-TOLERANCE-SEARCH-IDX         PIC 9(02) VALUE 0.
       01  WS-LOOKUP-CURRENCY              PIC X(03) VALUE SPACES.

       01  WS-TOLERANCE-WORK.
           05  WS-TOL-OLD-AMOUNT           PIC S9(07)V99 VALUE 0.
           05  WS-TOL-NEW-AMOUNT           PIC S9(07)V99 VALUE 0.
           05  WS-TOL-MOVEMENT             PIC S9(09)V99 VALUE 0.
           05  WS-TOL-BASE                 PIC S9(09)V99 VALUE 0.
           05  WS-HOLD-REASON              PIC X(40) VALUE SPACES.

       01  WS-RUN-TIMESTAMP                PIC X(14) VALUE SPACES.

       01  WS-REPORT-LINE-AREA.
           05  UR-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UR-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  UR-NOTE                     PIC X(40) VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE SPACES.

      ******************************************************************
      *    Net-change summary lines.  Two fixed 80-byte layouts with
      *    zero-suppressed counters - a single STRING of five labels
      *    and five 9(09) counters runs 91 characters and would
      *    silently truncate in the 80-byte report line.  The held
      *    count rides on line 2 - DAYCTL counts held records as
      *    accounted for when it ties the .UPD against the output.
      ******************************************************************
       01  WS-SUMMARY-LINE1-AREA.
           05  FILLER                      PIC X(05) VALUE 'ADDS '.
           05  FILLER                      PIC X(09) VALUE
               '  ERRORS '.
           05  SM-ERRORS                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(08) VALUE
               '  HOLDS '.
           05  SM-HOLDS                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-DB-INPUT-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME
               SET WS-EOF-REACHED TO TRUE
               PERFORM 1190-ABANDON-MERGE-RUN
           ELSE
               PERFORM 1140-LOAD-TOLERANCE-TABLE
               PERFORM 1150-OPEN-HOLD-QUEUE
               IF NOT WS-HOLD-WAS-OPENED
                   CLOSE DB-INPUT-FILE
                   PERFORM 1190-ABANDON-MERGE-RUN
               ELSE
                   IF WS-MERGE-MODE
                       PERFORM 1130-OPEN-MERGE-FILES
                   ELSE
                       PERFORM 1120-OPEN-RANDOM-MASTER
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      *    1140-LOAD-TOLERANCE-TABLE
      *    A missing or unreadable table is a warning, not a stop:
      *    amounts then apply unchecked, currency changes are still
      *    held, and the run grades 4 so the gap gets noticed.  A
      *    bad line is skipped and reported the same way.
      ******************************************************************
       1140-LOAD-TOLERANCE-TABLE.
           OPEN INPUT TOLERANCE-FILE
           IF NOT WS-TOLERANCE-OK
               DISPLAY 'MSTUPDT TOLERANCE TABLE NOT AVAILABLE, STATUS='
                   WS-TOLERANCE-STATUS ' - AMOUNTS NOT CHECKED'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1145-LOAD-ONE-TOLERANCE
                   UNTIL WS-TOLERANCE-EOF-REACHED
               CLOSE TOLERANCE-FILE
           END-IF.

       1145-LOAD-ONE-TOLERANCE.
           READ TOLERANCE-FILE INTO WS-TOLERANCE-LINE-AREA
               AT END SET WS-TOLERANCE-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-TOLERANCE-EOF-REACHED
               IF TC-CURRENCY-CODE = SPACES
                   OR TC-PERCENT NOT NUMERIC
                   OR TC-ABSOLUTE NOT NUMERIC
                   DISPLAY 'MSTUPDT TOLERANCE LINE SKIPPED: '
                       WS-TOLERANCE-LINE-AREA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-TOLERANCE-COUNT >= WS-TOLERANCE-MAX
                       DISPLAY 'MSTUPDT TOLERANCE TABLE FULL, '
                           'CURRENCY ' TC-CURRENCY-CODE ' SKIPPED'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-TOLERANCE-COUNT
                       MOVE TC-CURRENCY-CODE
                           TO TT-CURRENCY-CODE(WS-TOLERANCE-COUNT)
                       MOVE TC-PERCENT
                           TO TT-PERCENT(WS-TOLERANCE-COUNT)
                       MOVE TC-ABSOLUTE
                           TO TT-ABSOLUTE(WS-TOLERANCE-COUNT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    1150-OPEN-HOLD-QUEUE
      *    The queue is opened before the master is touched - a run
      *    that could not park a breach would have to apply it, so
      *    a queue that will not open stops the run.  Status 35 is
      *    the first-run create, as for the master.
      ******************************************************************
       1150-OPEN-HOLD-QUEUE.
           OPEN I-O HOLD-QUEUE-FILE
           IF WS-HOLD-NOT-FOUND
               OPEN OUTPUT HOLD-QUEUE-FILE
               CLOSE HOLD-QUEUE-FILE
               OPEN I-O HOLD-QUEUE-FILE
           END-IF
           IF WS-HOLD-OK
               SET WS-HOLD-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'MSTUPDT UNABLE TO OPEN HOLD QUEUE, STATUS='
                   WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    1190-ABANDON-MERGE-RUN
      *    Both merge-side end switches go up together so the
               INTO UPDATE-REPORT-LINE
           END-STRING
           PERFORM 2950-WRITE-REPORT-RECORD
           MOVE 'KEY         DISPOSITION NOTE' TO UPDATE-REPORT-LINE
           PERFORM 2950-WRITE-REPORT-RECORD.

      ******************************************************************
                   MOVE 'UNCHANGED' TO UR-DISPOSITION
               ELSE
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2300-CHECK-TOLERANCE
                   IF WS-TOLERANCE-BREACHED
                       PERFORM 2400-QUEUE-HELD-RECORD
                   ELSE
                       PERFORM 2250-REPLACE-MASTER-RECORD
                   END-IF
               END-IF
           ELSE
           END-IF
           PERFORM 2900-WRITE-REPORT-DETAIL.

       2250-REPLACE-MASTER-RECORD.
           MOVE WS-APPLY-RECORD TO MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-RECORDS-CHANGED
               MOVE 'CHANGE' TO UR-DISPOSITION
               MOVE WS-APPLY-RECORD TO WS-AFTER-IMAGE
               PERFORM 2800-WRITE-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               MOVE 'CHG-ERROR' TO UR-DISPOSITION
               DISPLAY 'MSTUPDT REWRITE FAILED FOR KEY '
                   DB-RECORD-KEY ' STATUS=' WS-MASTER-STATUS
           END-IF.

      ******************************************************************
      *    2300-CHECK-TOLERANCE
      *    Compares the incoming record (DB-RECORD) against the
      *    master's current record (WS-BEFORE-IMAGE) - FIELD2 first,
      *    then FIELD5 - and stops at the first breach, whose reason
      *    goes on the hold.  A currency change counts only when the
      *    master had a currency to change from; an amount that is
      *    not numeric on either side is left to the domain edits.
      ******************************************************************
       2300-CHECK-TOLERANCE.
           SET WS-WITHIN-TOLERANCE TO TRUE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE WS-BEFORE-IMAGE TO WS-MASTER-VIEW
           IF MV-FIELD2-CURRENCY NOT = SPACES
               AND MV-FIELD2-CURRENCY NOT = DB-RECORD-FIELD2-CURRENCY
               SET WS-TOLERANCE-BREACHED TO TRUE
               MOVE 'FIELD2 CURRENCY CHANGED' TO WS-HOLD-REASON
           ELSE
               IF MV-FIELD2 IS NUMERIC AND DB-RECORD-FIELD2 IS NUMERIC
                   MOVE MV-FIELD2 TO WS-TOL-OLD-AMOUNT
                   MOVE DB-RECORD-FIELD2 TO WS-TOL-NEW-AMOUNT
                   MOVE DB-RECORD-FIELD2-CURRENCY TO WS-LOOKUP-CURRENCY
                   PERFORM 2350-TEST-AMOUNT-MOVEMENT
                   IF WS-TOLERANCE-BREACHED
                       MOVE 'FIELD2 MOVED OUTSIDE TOLERANCE'
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-WITHIN-TOLERANCE
               IF MV-FIELD5-CURRENCY NOT = SPACES
                   AND MV-FIELD5-CURRENCY
                       NOT = DB-RECORD-FIELD5-CURRENCY
                   SET WS-TOLERANCE-BREACHED TO TRUE
                   MOVE 'FIELD5 CURRENCY CHANGED' TO WS-HOLD-REASON
               ELSE
                   IF MV-FIELD5 IS NUMERIC
                       AND DB-RECORD-FIELD5 IS NUMERIC
                       MOVE MV-FIELD5 TO WS-TOL-OLD-AMOUNT
                       MOVE DB-RECORD-FIELD5 TO WS-TOL-NEW-AMOUNT
                       MOVE DB-RECORD-FIELD5-CURRENCY
                           TO WS-LOOKUP-CURRENCY
                       PERFORM 2350-TEST-AMOUNT-MOVEMENT
                       IF WS-TOLERANCE-BREACHED
                           MOVE 'FIELD5 MOVED OUTSIDE TOLERANCE'
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2350-TEST-AMOUNT-MOVEMENT
      *    Breach when the size of the movement is over the absolute
      *    threshold and over the percentage of the current amount's
      *    size.  A current amount of zero makes any movement over
      *    the absolute threshold a breach; a sign flip moves by
      *    twice the amount, so it trips the percentage test too.
      ******************************************************************
       2350-TEST-AMOUNT-MOVEMENT.
           PERFORM 2360-FIND-TOLERANCE-ENTRY
           IF WS-TOLERANCE-IDX > 0
               COMPUTE WS-TOL-MOVEMENT =
                   WS-TOL-NEW-AMOUNT - WS-TOL-OLD-AMOUNT
               IF WS-TOL-MOVEMENT < 0
                   COMPUTE WS-TOL-MOVEMENT = 0 - WS-TOL-MOVEMENT
               END-IF
               MOVE WS-TOL-OLD-AMOUNT TO WS-TOL-BASE
               IF WS-TOL-BASE < 0
                   COMPUTE WS-TOL-BASE = 0 - WS-TOL-BASE
               END-IF
               IF WS-TOL-MOVEMENT > TT-ABSOLUTE(WS-TOLERANCE-IDX)
                   AND WS-TOL-MOVEMENT * 100 >
                       TT-PERCENT(WS-TOLERANCE-IDX) * WS-TOL-BASE
                   SET WS-TOLERANCE-BREACHED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2360-FIND-TOLERANCE-ENTRY
      *    The currency's own entry wins; failing that the '***'
      *    default; failing that, zero - no amount check.
      ******************************************************************
       2360-FIND-TOLERANCE-ENTRY.
           MOVE 0 TO WS-TOLERANCE-IDX
           PERFORM VARYING WS-TOLERANCE-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-TOLERANCE-SEARCH-IDX > WS-TOLERANCE-COUNT
               IF TT-CURRENCY-CODE(WS-TOLERANCE-SEARCH-IDX)
                       = WS-LOOKUP-CURRENCY
                   MOVE WS-TOLERANCE-SEARCH-IDX TO WS-TOLERANCE-IDX
               END-IF
               IF TT-CURRENCY-CODE(WS-TOLERANCE-SEARCH-IDX) = '***'
                   AND WS-TOLERANCE-IDX = 0
                   MOVE WS-TOLERANCE-SEARCH-IDX TO WS-TOLERANCE-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      *    2400-QUEUE-HELD-RECORD
      *    Parks the change on the hold queue instead of applying
      *    it.  A key already held is replaced - the newest value is
      *    the one awaiting approval.  Nothing moved on the master,
      *    so nothing is journaled; a hold that cannot be written is
      *    an apply error like any other.
      ******************************************************************
       2400-QUEUE-HELD-RECORD.
           MOVE DB-RECORD-KEY TO HD-RECORD-KEY
           MOVE WS-RUN-TIMESTAMP TO HD-HELD-TIMESTAMP
           MOVE WS-FEED-BASENAME TO HD-SOURCE-FILENAME
           MOVE WS-HOLD-REASON TO HD-HOLD-REASON
           MOVE WS-BEFORE-IMAGE TO HD-BEFORE-IMAGE
           MOVE WS-APPLY-RECORD TO HD-AFTER-IMAGE
           WRITE HOLD-QUEUE-RECORD
           IF WS-HOLD-DUPLICATE
               REWRITE HOLD-QUEUE-RECORD
           END-IF
           IF WS-HOLD-OK
               ADD 1 TO WS-RECORDS-HELD
               MOVE 'HELD' TO UR-DISPOSITION
               MOVE WS-HOLD-REASON TO UR-NOTE
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               MOVE 'HOLD-ERROR' TO UR-DISPOSITION
               DISPLAY 'MSTUPDT HOLD QUEUE WRITE FAILED FOR KEY '
                   DB-RECORD-KEY ' STATUS=' WS-HOLD-STATUS
           END-IF.

      ******************************************************************
      *    2500-MERGE-ONE-KEY
      *    The balance line: whichever side holds the lower key is
                   END-IF
               ELSE
                   MOVE MASTER-IN-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2300-CHECK-TOLERANCE
                   IF WS-TOLERANCE-BREACHED
                       PERFORM 2400-QUEUE-HELD-RECORD
                       PERFORM 2570-CARRY-HELD-MASTER-RECORD
                   ELSE
                       PERFORM 2560-WRITE-CHANGED-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM 2510-READ-INPUT-RECORD
           PERFORM 2520-READ-MASTER-RECORD.

       2560-WRITE-CHANGED-RECORD.
           MOVE WS-APPLY-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
           IF WS-NEW-MASTER-OK
               ADD 1 TO WS-RECORDS-CHANGED
               MOVE 'CHANGE' TO UR-DISPOSITION
               MOVE WS-APPLY-RECORD TO WS-AFTER-IMAGE
               PERFORM 2800-WRITE-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               MOVE 'CHG-ERROR' TO UR-DISPOSITION
               DISPLAY 'MSTUPDT NEW MASTER WRITE FAILED FOR '
                   'KEY ' DB-RECORD-KEY ' STATUS='
                   WS-NEW-MASTER-STATUS
           END-IF.

      ******************************************************************
      *    2570-CARRY-HELD-MASTER-RECORD
      *    A held change leaves the current record in the new
      *    generation exactly as it was.
      ******************************************************************
       2570-CARRY-HELD-MASTER-RECORD.
           MOVE MASTER-IN-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
           IF NOT WS-NEW-MASTER-OK
               ADD 1 TO WS-RECORDS-IN-ERROR
               DISPLAY 'MSTUPDT NEW MASTER WRITE FAILED FOR '
                   'KEY ' DB-RECORD-KEY ' STATUS='
                   WS-NEW-MASTER-STATUS
           END-IF.

      ******************************************************************
      *    2800-WRITE-JOURNAL-RECORD
      *    Only called after the master operation succeeded - the
       2900-WRITE-REPORT-DETAIL.
           MOVE DB-RECORD-KEY TO UR-KEY
           MOVE WS-REPORT-LINE-AREA TO UPDATE-REPORT-LINE
           PERFORM 2950-WRITE-REPORT-RECORD
           MOVE SPACES TO UR-NOTE.

       2950-WRITE-REPORT-RECORD.
           WRITE UPDATE-REPORT-LINE
               CLOSE UPDATE-REPORT-FILE
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-HOLD-WAS-OPENED
               CLOSE HOLD-QUEUE-FILE
           END-IF
           DISPLAY 'MSTUPDT RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'MSTUPDT RECORDS ADDED:     ' WS-RECORDS-ADDED
           DISPLAY 'MSTUPDT RECORDS CHANGED:   ' WS-RECORDS-CHANGED
           DISPLAY 'MSTUPDT RECORDS DELETED:   ' WS-RECORDS-DELETED
           DISPLAY 'MSTUPDT RECORDS UNCHANGED: ' WS-RECORDS-UNCHANGED
           DISPLAY 'MSTUPDT RECORDS IN ERROR:  ' WS-RECORDS-IN-ERROR
           DISPLAY 'MSTUPDT RECORDS HELD:      ' WS-RECORDS-HELD
           IF WS-CALLED-WITH-PARM
               MOVE RETURN-CODE TO LS-RETURN-CODE
           END-IF.
           PERFORM 2950-WRITE-REPORT-RECORD
           MOVE WS-RECORDS-UNCHANGED TO SM-UNCHANGED
           MOVE WS-RECORDS-IN-ERROR TO SM-ERRORS
           MOVE WS-RECORDS-HELD TO SM-HOLDS
           MOVE WS-SUMMARY-LINE2-AREA TO UPDATE-REPORT-LINE
           PERFORM 2950-WRITE-REPORT-RECORD.
