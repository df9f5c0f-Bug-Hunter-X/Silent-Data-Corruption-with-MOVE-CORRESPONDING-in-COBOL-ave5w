      *    PROGRAM-ID. MSTBKO.
      *    Backout for a MSTUPDT run, driven by the before-image
      *    journal that run wrote (<base>.JNL - see MSTUPDT's
      *    2800-WRITE-JOURNAL-RECORD).  A HOLDREL release of held
      *    changes journals in the same layout and is backed out
      *    the same way.  The journal is read into a
      *    table and walked in reverse, undoing each change in the
      *    opposite order it was applied:
      *        - an ADD is removed from the master,
      *    untangle that key by hand.  (A re-add detects the same
      *    condition through its duplicate-key status.)
      *
      *    Every change actually undone is journaled in turn, in
      *    MSTUPDT's journal layout, to the backout journal
      *    (<base>B.JNL) - disposition REMOVED, REVERTED or READDED,
      *    before-image the record as the backout found it,
      *    after-image what the backout left.  An entry that errored
      *    is not journaled: nothing on the master moved for it.
      *    GLPOST posts that journal as the reversing postings for
      *    the backed-out run.
      *
      *    The audit trail still carries the values the backed-out
      *    run set, so every record reverted or re-added also writes
      *    audit lines in CONVPGM's layout (AUDREC.cpy) to the
      *    backout audit log (<base>B.LOG) for AUDLOAD to load: one
      *    per field restored - old value the one discarded, new
      *    value the one the master holds again - so MSTAUD ties the
      *    key out.  A revert audits the fields that differ between
      *    the two images; a re-add audits every field the record
      *    carries.  A removed ADD leaves no key to tie out and
      *    writes none.
      *
      *    A journal too large for the table refuses to back out at
      *    all - a partial backout is worse than none - and grades
      *    the run 12 for the scheduler.
      *
      *    Command line: optional journal filename (default
      *    DBOUTPT.JNL, or a per-feed .JNL name MSTUPDT derives),
      *    then optionally G to have GLPOST (through its 'GLPOSTC'
      *    entry point) post the backout journal straight away - the
      *    reversing postings go to <base>B.GLP, their posting
      *    journal report to <base>B.GLR.  GLPOST's return code
      *    folds into this run's.  The backout report goes to
      *    <base>.BKO; the master is always MASTER.DAT.
      *
      *    Return code 8 when any journaled change could not be
      *    undone, 12 when a file could not be opened or written or
      *    the journal does not fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BACKOUT-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-BACKOUT-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-JOURNAL-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-LINE             PIC X(80).

       FD  BACKOUT-JOURNAL-FILE
           RECORDING MODE IS F.
       01  BACKOUT-JOURNAL-RECORD          PIC X(202).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-LINE                PIC X(95).

       WORKING-STORAGE SECTION.
       COPY AUDREC.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-JOURNAL-FILENAME         PIC X(80) VALUE
               'DBOUTPT.JNL'.
           05  WS-MASTER-FILENAME          PIC X(80) VALUE
               'MASTER.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-BACKOUT-JOURNAL-FILENAME PIC X(80) VALUE SPACES.
           05  WS-AUDIT-FILENAME           PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
               88  WS-MASTER-DUPLICATE        VALUE '22'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.
           05  WS-BACKOUT-JOURNAL-STATUS   PIC X(02) VALUE '00'.
               88  WS-BACKOUT-JOURNAL-OK      VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
               88  WS-AUDIT-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-BACKOUT-ABORTED         VALUE 'Y'.
           05  WS-GL-OPTION                PIC X(01) VALUE SPACE.
               88  WS-POST-REVERSALS          VALUE 'G'.
      *    'Y' while a re-added record is audited: every field it
      *    carries is restored, changed or not.
           05  WS-AUDIT-ALL-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EVERY-FIELD       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-JOURNAL-ENTRIES          PIC 9(09) VALUE 0.
           05  WS-RECORDS-REVERTED         PIC 9(09) VALUE 0.
           05  WS-RECORDS-READDED          PIC 9(09) VALUE 0.
           05  WS-RECORDS-IN-ERROR         PIC 9(09) VALUE 0.
           05  WS-AUDIT-LINES-WRITTEN      PIC 9(09) VALUE 0.

      ******************************************************************
      *    WS-JOURNAL-LINE-AREA - same layout MSTUPDT writes.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JR-AFTER-IMAGE              PIC X(88).

      ******************************************************************
      *    WS-BACKOUT-LINE-AREA - the backout journal's entry, same
      *    layout again.
      ******************************************************************
       01  WS-BACKOUT-LINE-AREA.
           05  BJ-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BJ-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BJ-BEFORE-IMAGE             PIC X(88).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BJ-AFTER-IMAGE              PIC X(88).

      ******************************************************************
      *    Audit field table - the same rows MSTAUD ties out, in
      *    DBREC order: AR-FIELD-NAME, field type ('A' alphanumeric,
      *    'N' S9(07)V99 SIGN LEADING SEPARATE amount, audited as
      *    the edited -------9.99 text), offset and length in the
      *    88-byte master record, and 'S' for a field every record
      *    carries or 'E' for one only an EXTENDED record carries.
      ******************************************************************
       01  WS-AUDIT-FIELD-VALUES.
           05  FILLER PIC X(27) VALUE
               'FIELD1              A01220S'.
           05  FILLER PIC X(27) VALUE
               'FIELD2              N03210S'.
           05  FILLER PIC X(27) VALUE
               'FIELD2-CURRENCY     A04203S'.
           05  FILLER PIC X(27) VALUE
               'FIELD3              A04505S'.
           05  FILLER PIC X(27) VALUE
               'FIELD4              A05020E'.
           05  FILLER PIC X(27) VALUE
               'FIELD5              N07010E'.
           05  FILLER PIC X(27) VALUE
               'FIELD5-CURRENCY     A08003E'.
           05  FILLER PIC X(27) VALUE
               'FIELD6              A08305E'.

      *    OCCURS count below must match WS-AUDIT-FIELD-COUNT.
       01  WS-AUDIT-FIELD-TABLE REDEFINES WS-AUDIT-FIELD-VALUES.
           05  WS-AUDIT-FIELD-ENTRY OCCURS 8 TIMES.
               10  AF-FIELD-NAME           PIC X(20).
               10  AF-FIELD-TYPE           PIC X(01).
               10  AF-OFFSET               PIC 9(03).
               10  AF-LENGTH               PIC 9(02).
               10  AF-FIELD-GROUP          PIC X(01).
                   88  AF-EXTENDED-ONLY       VALUE 'E'.

       01  WS-AUDIT-FIELD-COUNT            PIC 9(02) VALUE 8.
       01  WS-AUDIT-FIELD-IDX              PIC 9(02) VALUE 0.

      ******************************************************************
      *    The two images an undone change is audited between, and
      *    one field of either in its audit-trail text form - an
      *    amount that is not a valid signed number goes out as its
      *    raw bytes.
      ******************************************************************
       01  WS-DISCARDED-IMAGE              PIC X(88) VALUE SPACES.
       01  WS-RESTORED-IMAGE               PIC X(88) VALUE SPACES.
       01  WS-RESTORED-RECORD REDEFINES WS-RESTORED-IMAGE.
           05  FILLER                      PIC X(10).
           05  WS-RESTORED-TYPE            PIC X(01).
           05  FILLER                      PIC X(77).
       01  WS-FIELD-IMAGE                  PIC X(88) VALUE SPACES.
       01  WS-FIELD-VALUE                  PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-CHECK                 PIC S9(07)V99
                                           SIGN LEADING SEPARATE
                                           VALUE 0.
       01  WS-AMOUNT-CHECK-X REDEFINES WS-AMOUNT-CHECK
                                           PIC X(10).
       01  WS-AMOUNT-EDIT                  PIC -------9.99.
       01  WS-AUDIT-TIMESTAMP              PIC X(14) VALUE SPACES.

      ******************************************************************
      *    Journal table.  The whole journal is loaded before any
      *    master record is touched, both so the entries can be
       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-JOURNAL-FILENAME          PIC X(80) VALUE SPACES.

      ******************************************************************
      *    Parameter block for GLPOST's ENTRY 'GLPOSTC' - same shape
      *    GLPOST declares in its own LINKAGE SECTION.
      ******************************************************************
       01  WS-GLPOST-PARM-AREA.
           05  GP-SOURCE-FILENAME          PIC X(80).
           05  GP-RETURN-CODE              PIC 9(02).

       01  WS-BACKOUT-RC                   PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-JOURNAL-FILENAME WS-GL-OPTION
               END-UNSTRING
               MOVE WS-CL-JOURNAL-FILENAME TO WS-JOURNAL-FILENAME
           END-IF
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-JOURNAL-FILENAME DELIMITED BY '.'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO WS-BACKOUT-JOURNAL-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) 'B.JNL'
               DELIMITED BY SIZE
               INTO WS-BACKOUT-JOURNAL-FILENAME
           END-STRING
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) 'B.LOG'
               DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING
           PERFORM 1200-LOAD-JOURNAL-TABLE
           IF NOT WS-BACKOUT-ABORTED
               PERFORM 1300-OPEN-MASTER-AND-REPORT
                   CLOSE MASTER-FILE
                   SET WS-BACKOUT-ABORTED TO TRUE
               ELSE
                   PERFORM 1350-OPEN-BACKOUT-JOURNAL
               END-IF
           END-IF.

      *    The backout journal is opened before anything is undone -
      *    a backout that could not journal what it did could not be
      *    posted.
       1350-OPEN-BACKOUT-JOURNAL.
           OPEN OUTPUT BACKOUT-JOURNAL-FILE
           IF NOT WS-BACKOUT-JOURNAL-OK
               DISPLAY 'MSTBKO UNABLE TO OPEN BACKOUT JOURNAL, '
                   'STATUS=' WS-BACKOUT-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE MASTER-FILE
               CLOSE BACKOUT-REPORT-FILE
               SET WS-BACKOUT-ABORTED TO TRUE
           ELSE
               PERFORM 1360-OPEN-AUDIT-LOG
           END-IF.

      *    Likewise the audit log - a backout the audit trail never
      *    heard of would leave every key it restored mismatched.
       1360-OPEN-AUDIT-LOG.
           OPEN OUTPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'MSTBKO UNABLE TO OPEN AUDIT LOG, STATUS='
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE MASTER-FILE
               CLOSE BACKOUT-REPORT-FILE
               CLOSE BACKOUT-JOURNAL-FILE
               SET WS-BACKOUT-ABORTED TO TRUE
           ELSE
               PERFORM 1400-WRITE-REPORT-HEADING
           END-IF.

       1400-WRITE-REPORT-HEADING.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING 'MASTER BACKOUT REPORT  ' DELIMITED BY SIZE
                   IF WS-MASTER-OK
                       ADD 1 TO WS-RECORDS-REMOVED
                       MOVE 'REMOVED' TO BR-ACTION
                       MOVE JT-AFTER-IMAGE(WS-JOURNAL-IDX)
                           TO BJ-BEFORE-IMAGE
                       MOVE SPACES TO BJ-AFTER-IMAGE
                       PERFORM 2800-WRITE-BACKOUT-JOURNAL
                   ELSE
                       ADD 1 TO WS-RECORDS-IN-ERROR
                       MOVE 'ERROR' TO BR-ACTION
                   IF WS-MASTER-OK
                       ADD 1 TO WS-RECORDS-REVERTED
                       MOVE 'REVERTED' TO BR-ACTION
                       MOVE JT-AFTER-IMAGE(WS-JOURNAL-IDX)
                           TO BJ-BEFORE-IMAGE
                       MOVE JT-BEFORE-IMAGE(WS-JOURNAL-IDX)
                           TO BJ-AFTER-IMAGE
                       PERFORM 2800-WRITE-BACKOUT-JOURNAL
                       MOVE JT-AFTER-IMAGE(WS-JOURNAL-IDX)
                           TO WS-DISCARDED-IMAGE
                       MOVE 'N' TO WS-AUDIT-ALL-SWITCH
                       PERFORM 2500-AUDIT-RESTORED-FIELDS
                   ELSE
                       ADD 1 TO WS-RECORDS-IN-ERROR
                       MOVE 'ERROR' TO BR-ACTION
           IF WS-MASTER-OK
               ADD 1 TO WS-RECORDS-READDED
               MOVE 'READDED' TO BR-ACTION
               MOVE SPACES TO BJ-BEFORE-IMAGE
               MOVE JT-BEFORE-IMAGE(WS-JOURNAL-IDX) TO BJ-AFTER-IMAGE
               PERFORM 2800-WRITE-BACKOUT-JOURNAL
               MOVE SPACES TO WS-DISCARDED-IMAGE
               SET WS-AUDIT-EVERY-FIELD TO TRUE
               PERFORM 2500-AUDIT-RESTORED-FIELDS
           ELSE
               ADD 1 TO WS-RECORDS-IN-ERROR
               MOVE 'ERROR' TO BR-ACTION
               END-IF
           END-IF.

      ******************************************************************
      *    2500-AUDIT-RESTORED-FIELDS
      *    Called with WS-DISCARDED-IMAGE set; the journal entry's
      *    before-image is what the master holds again.  One audit
      *    line for every field the restored record's type carries
      *    that the undo changed - or, for a re-add, every one.
      ******************************************************************
       2500-AUDIT-RESTORED-FIELDS.
           MOVE JT-BEFORE-IMAGE(WS-JOURNAL-IDX) TO WS-RESTORED-IMAGE
           PERFORM VARYING WS-AUDIT-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-FIELD-IDX > WS-AUDIT-FIELD-COUNT
               IF NOT AF-EXTENDED-ONLY(WS-AUDIT-FIELD-IDX)
                       OR WS-RESTORED-TYPE = '2'
                   PERFORM 2550-AUDIT-ONE-FIELD
               END-IF
           END-PERFORM.

       2550-AUDIT-ONE-FIELD.
           IF WS-AUDIT-EVERY-FIELD
               OR WS-DISCARDED-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                   AF-LENGTH(WS-AUDIT-FIELD-IDX))
               NOT = WS-RESTORED-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                   AF-LENGTH(WS-AUDIT-FIELD-IDX))
               MOVE JT-KEY(WS-JOURNAL-IDX) TO AR-KEY
               MOVE AF-FIELD-NAME(WS-AUDIT-FIELD-IDX) TO AR-FIELD-NAME
               MOVE WS-DISCARDED-IMAGE TO WS-FIELD-IMAGE
               PERFORM 2560-FORMAT-FIELD-VALUE
               MOVE WS-FIELD-VALUE TO AR-OLD-VALUE
               MOVE WS-RESTORED-IMAGE TO WS-FIELD-IMAGE
               PERFORM 2560-FORMAT-FIELD-VALUE
               MOVE WS-FIELD-VALUE TO AR-NEW-VALUE
               PERFORM 2850-WRITE-AUDIT-LINE
           END-IF.

      *    A re-add's discarded image is all spaces, which audits as
      *    a blank old value.
       2560-FORMAT-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           IF AF-FIELD-TYPE(WS-AUDIT-FIELD-IDX) = 'N'
               MOVE WS-FIELD-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                       AF-LENGTH(WS-AUDIT-FIELD-IDX))
                   TO WS-AMOUNT-CHECK-X
               IF WS-AMOUNT-CHECK IS NUMERIC
                   MOVE WS-AMOUNT-CHECK TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-FIELD-VALUE
               ELSE
                   MOVE WS-AMOUNT-CHECK-X TO WS-FIELD-VALUE
               END-IF
           ELSE
               MOVE WS-FIELD-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                       AF-LENGTH(WS-AUDIT-FIELD-IDX))
                   TO WS-FIELD-VALUE
           END-IF.

      ******************************************************************
      *    2800-WRITE-BACKOUT-JOURNAL
      *    Called with BR-ACTION and both images already set.
      ******************************************************************
       2800-WRITE-BACKOUT-JOURNAL.
           MOVE BR-ACTION TO BJ-DISPOSITION
           MOVE JT-KEY(WS-JOURNAL-IDX) TO BJ-KEY
           MOVE WS-BACKOUT-LINE-AREA TO BACKOUT-JOURNAL-RECORD
           WRITE BACKOUT-JOURNAL-RECORD
           IF NOT WS-BACKOUT-JOURNAL-OK
               DISPLAY 'MSTBKO BACKOUT JOURNAL WRITE FAILED FOR KEY '
                   JT-KEY(WS-JOURNAL-IDX) ' STATUS='
                   WS-BACKOUT-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2850-WRITE-AUDIT-LINE.
           MOVE WS-AUDIT-TIMESTAMP TO AR-TIMESTAMP
           MOVE WS-AUDIT-LINE-AREA TO AUDIT-TRAIL-LINE
           WRITE AUDIT-TRAIL-LINE
           IF WS-AUDIT-OK
               ADD 1 TO WS-AUDIT-LINES-WRITTEN
           ELSE
               DISPLAY 'MSTBKO AUDIT LOG WRITE FAILED FOR KEY '
                   JT-KEY(WS-JOURNAL-IDX) ' STATUS=' WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2900-WRITE-REPORT-DETAIL.
           MOVE WS-REPORT-LINE-AREA TO BACKOUT-REPORT-LINE
           PERFORM 2950-WRITE-REPORT-RECORD.
               PERFORM 2950-WRITE-REPORT-RECORD
               CLOSE MASTER-FILE
               CLOSE BACKOUT-REPORT-FILE
               CLOSE BACKOUT-JOURNAL-FILE
               CLOSE AUDIT-TRAIL-FILE
               IF WS-POST-REVERSALS
                   PERFORM 9100-POST-REVERSALS
               END-IF
           END-IF
           DISPLAY 'MSTBKO JOURNAL ENTRIES:   ' WS-JOURNAL-ENTRIES
           DISPLAY 'MSTBKO RECORDS REMOVED:   ' WS-RECORDS-REMOVED
           DISPLAY 'MSTBKO RECORDS REVERTED:  ' WS-RECORDS-REVERTED
           DISPLAY 'MSTBKO RECORDS READDED:   ' WS-RECORDS-READDED
           DISPLAY 'MSTBKO RECORDS IN ERROR:  ' WS-RECORDS-IN-ERROR
           DISPLAY 'MSTBKO AUDIT LINES:       ' WS-AUDIT-LINES-WRITTEN.

      ******************************************************************
      *    9100-POST-REVERSALS
      *    RETURN-CODE is shared with GLPOST, so this run's grade is
      *    held across the CALL and the worse of the two kept.
      ******************************************************************
       9100-POST-REVERSALS.
           MOVE RETURN-CODE TO WS-BACKOUT-RC
           DISPLAY 'MSTBKO POSTING REVERSALS: '
               FUNCTION TRIM(WS-BACKOUT-JOURNAL-FILENAME)
           MOVE WS-BACKOUT-JOURNAL-FILENAME TO GP-SOURCE-FILENAME
           MOVE 0 TO GP-RETURN-CODE
           CALL 'GLPOSTC' USING WS-GLPOST-PARM-AREA
           IF GP-RETURN-CODE > WS-BACKOUT-RC
               MOVE GP-RETURN-CODE TO WS-BACKOUT-RC
           END-IF
           MOVE WS-BACKOUT-RC TO RETURN-CODE.
