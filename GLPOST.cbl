      ******************************************************************
      *    PROGRAM-ID. GLPOST.
      *    General-ledger posting file from MSTUPDT's before-image
      *    journal.  Reads one run's journal (<base>.JNL - see
      *    MSTUPDT's 2800-WRITE-JOURNAL-RECORD), or every journal a
      *    CONVDRV submission's manifest (<listbase>.MAN) names, and
      *    works out what each journaled change did to the master's
      *    FIELD2 and FIELD5 balances:
      *        - the before-image's amounts come off (an ADD has no
      *          before-image),
      *        - the after-image's amounts go on (a DELETE has no
      *          after-image),
      *    each under the currency and FIELD3 code of its own image,
      *    so a change of currency or code moves the balance from
      *    one bucket to the other instead of netting inside one.
      *    Every movement is listed on the posting journal report,
      *    key by key, then netted by currency, FIELD3 code and
      *    amount field into a balanced posting file for the GL
      *    interface (GLPREC.cpy layout): the net movement against
      *    the BALANCE account and its opposite against CLEARING,
      *    with a control record per currency and a trailer.
      *
      *    Before a posting file is written every currency is proven
      *    - debits equal to credits, and the BALANCE postings equal
      *    to the movement the journal entries added up to.  A run
      *    that does not prove, or that met a journal image whose
      *    amount is not numeric, refuses: the posting file is left
      *    empty, so the GL interface can never pick up a previous
      *    run's file in its place, and the report says why.
      *
      *    A journal MSTBKO writes for a backout (its <base>B.JNL)
      *    is posted the same way and comes out as the reversing
      *    postings for the backed-out run, flagged 'R' on the
      *    header.  A HOLDREL release journal posts like any other
      *    run's.
      *
      *    A journal of a merge apply records the changes written to
      *    the new master generation; post it once that generation
      *    has been swapped in as MASTER.DAT.
      *
      *    A restarted CONVDRV submission writes its manifest over
      *    with the journal of every apply any attempt ran, so a
      *    manifest is posted once, after the submission's last
      *    attempt - not after each attempt.
      *
      *    Return code 4 when a journal the manifest names is not on
      *    file, 8 when the posting file is refused, 12 when a file
      *    could not be opened or written or the movement table
      *    overflowed.
      *
      *    Command line: optional journal or manifest filename
      *    (default DBOUTPT.JNL) - a name ending .MAN is read as a
      *    manifest.  The posting file goes to <base>.GLP and the
      *    posting journal report to <base>.GLR.
      *
      *    MSTBKO drives this program through the ENTRY 'GLPOSTC'
      *    secondary entry point, the same dual-entry shape MSTUPDT
      *    uses for 'MSTUPDTC'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT POSTING-FILE
               ASSIGN TO DYNAMIC WS-POSTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD                  PIC X(202).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD                 PIC X(619).

       FD  POSTING-FILE
           RECORDING MODE IS F.
       01  POSTING-RECORD                  PIC X(80).

       FD  POSTING-REPORT-FILE
           RECORDING MODE IS F.
       01  POSTING-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DYNAMIC-FILENAMES.
           05  WS-SOURCE-FILENAME          PIC X(80) VALUE
               'DBOUTPT.JNL'.
           05  WS-JOURNAL-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-POSTING-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
               88  WS-JOURNAL-OK              VALUE '00'.
               88  WS-JOURNAL-NOT-FOUND       VALUE '35'.
           05  WS-MANIFEST-STATUS          PIC X(02) VALUE '00'.
               88  WS-MANIFEST-OK             VALUE '00'.
           05  WS-POSTING-STATUS           PIC X(02) VALUE '00'.
               88  WS-POSTING-OK              VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-MANIFEST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MANIFEST-EOF-REACHED    VALUE 'Y'.
           05  WS-SOURCE-TYPE-SWITCH       PIC X(01) VALUE 'J'.
               88  WS-SOURCE-IS-JOURNAL       VALUE 'J'.
               88  WS-SOURCE-IS-MANIFEST      VALUE 'M'.
      *    Set once the report is open - 9000-TERMINATE only writes
      *    the closing lines when a run actually started.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
      *    Set by anything that means the posting file must not be
      *    written; WS-REFUSAL-REASON says what.
           05  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-POSTING-REFUSED         VALUE 'Y'.
           05  WS-NORMAL-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-NORMAL-ENTRY-SEEN       VALUE 'Y'.
           05  WS-BACKOUT-ENTRY-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-BACKOUT-ENTRY-SEEN      VALUE 'Y'.
           05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-MANIFEST-TRAILER-SEEN   VALUE 'Y'.
           05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND             VALUE 'Y'.
           05  WS-ENTRY-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-CALLED-WITH-PARM        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-JOURNALS-READ            PIC 9(05) VALUE 0.
           05  WS-JOURNALS-MISSING         PIC 9(05) VALUE 0.
           05  WS-MANIFEST-FEEDS           PIC 9(05) VALUE 0.
           05  WS-JOURNAL-ENTRIES          PIC 9(09) VALUE 0.
           05  WS-FILE-ENTRIES             PIC 9(09) VALUE 0.
           05  WS-MOVEMENT-LEGS            PIC 9(09) VALUE 0.
           05  WS-IMAGE-ERRORS             PIC 9(09) VALUE 0.
           05  WS-POSTING-LINES            PIC 9(07) VALUE 0.

       01  WS-REFUSAL-REASON               PIC X(40) VALUE SPACES.

      ******************************************************************
      *    WS-JOURNAL-LINE-AREA - same layout MSTUPDT writes.  The
      *    dispositions MSTUPDT and HOLDREL journal are ADD, CHANGE
      *    and DELETE; MSTBKO's backout journal carries REMOVED,
      *    REVERTED and READDED in the same layout.
      ******************************************************************
       01  WS-JOURNAL-LINE-AREA.
           05  JR-DISPOSITION              PIC X(10).
               88  JR-NORMAL-ENTRY            VALUES 'ADD' 'CHANGE'
                                                     'DELETE'.
               88  JR-BACKOUT-ENTRY           VALUES 'REMOVED'
                                                     'REVERTED'
                                                     'READDED'.
           05  FILLER                      PIC X(02).
           05  JR-KEY                      PIC X(10).
           05  FILLER                      PIC X(02).
           05  JR-BEFORE-IMAGE             PIC X(88).
           05  FILLER                      PIC X(02).
           05  JR-AFTER-IMAGE              PIC X(88).

      ******************************************************************
      *    WS-IMAGE-VIEW - one journal image broken out far enough
      *    to reach the amounts, their currencies and the FIELD3
      *    code; same offsets as DB-RECORD in DBREC.cpy.
      ******************************************************************
       01  WS-IMAGE-VIEW.
           05  IV-RECORD-KEY               PIC X(10).
           05  IV-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(20).
           05  IV-FIELD2                   PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  IV-FIELD2-CURRENCY          PIC X(03).
           05  IV-FIELD3                   PIC X(05).
           05  FILLER                      PIC X(20).
           05  IV-FIELD5                   PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  IV-FIELD5-X REDEFINES IV-FIELD5
                                           PIC X(10).
           05  IV-FIELD5-CURRENCY          PIC X(03).
           05  IV-FIELD6                   PIC X(05).
           05  IV-ACTION                   PIC X(01).

      *    +1 for an after-image going on, -1 for a before-image
      *    coming off.
       01  WS-IMAGE-SIGN                   PIC S9(01) VALUE 0.

       01  WS-MOVEMENT-LEG.
           05  ML-BUCKET-KEY.
               10  ML-CURRENCY             PIC X(03).
               10  ML-FIELD3               PIC X(05).
               10  ML-AMOUNT-FIELD         PIC X(06).
           05  ML-AMOUNT                   PIC S9(13)V99.

      ******************************************************************
      *    Manifest records, as CONVDRV writes them: only the record
      *    type and the feed's journal name are wanted from a FEED
      *    record, and only the feed count from the trailer.  A feed
      *    that was never applied has a blank journal name.
      ******************************************************************
       01  WS-MANIFEST-FEED-AREA.
           05  MF-RECORD-TYPE              PIC X(04).
           05  FILLER                      PIC X(510).
           05  MF-JNL-FILENAME             PIC X(80).
           05  FILLER                      PIC X(25).

       01  WS-MANIFEST-TRAILER-AREA REDEFINES WS-MANIFEST-FEED-AREA.
           05  MT-RECORD-TYPE              PIC X(04).
           05  FILLER                      PIC X(01).
           05  MT-FEED-COUNT               PIC 9(05).
           05  FILLER                      PIC X(609).

      ******************************************************************
      *    Movement table - net movement per currency, FIELD3 code
      *    and amount field, kept in that key order as entries are
      *    added so the report and the posting file come out sorted.
      *    Overflow refuses the run rather than posting part of it.
      ******************************************************************
       01  WS-BUCKET-MAX                   PIC 9(05) VALUE 5000.
       01  WS-BUCKET-TABLE-AREA.
           05  WS-BUCKET-COUNT             PIC 9(05) VALUE 0.
           05  WS-BUCKET-ENTRY OCCURS 5000 TIMES.
               10  BK-BUCKET-KEY.
                   15  BK-CURRENCY         PIC X(03).
                   15  BK-FIELD3           PIC X(05).
                   15  BK-AMOUNT-FIELD     PIC X(06).
               10  BK-NET-MOVEMENT         PIC S9(13)V99.

      ******************************************************************
      *    Currency table - per currency, the movement the journal
      *    entries added up to (CT-LEG-TOTAL, kept apart from the
      *    movement table as the independent side of the proof),
      *    the BALANCE postings' net, and the posting totals.
      ******************************************************************
       01  WS-CURRENCY-MAX                 PIC 9(03) VALUE 200.
       01  WS-CURRENCY-TABLE-AREA.
           05  WS-CURRENCY-COUNT           PIC 9(03) VALUE 0.
           05  WS-CURRENCY-ENTRY OCCURS 200 TIMES.
               10  CT-CURRENCY             PIC X(03).
               10  CT-LEG-TOTAL            PIC S9(13)V99.
               10  CT-BALANCE-NET          PIC S9(13)V99.
               10  CT-TOTAL-DEBITS         PIC 9(13)V99.
               10  CT-TOTAL-CREDITS        PIC 9(13)V99.
               10  CT-DETAIL-COUNT         PIC 9(07).

       01  WS-BUCKET-IDX                   PIC 9(05) VALUE 0.
       01  WS-CURRENCY-IDX                 PIC 9(03) VALUE 0.
       01  WS-SCAN-IDX                     PIC 9(05) VALUE 0.
       01  WS-POSTING-AMOUNT               PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-DEBITS                 PIC 9(15)V99 VALUE 0.
       01  WS-GRAND-CREDITS                PIC 9(15)V99 VALUE 0.

       COPY GLPREC.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(20) VALUE
               'GL POSTING JOURNAL  '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               '  SOURCE '.
           05  HL-SOURCE-FILENAME          PIC X(43).

       01  WS-LEG-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'KEY         DISPOSITN   FIELD   CCY  FIE'.
           05  FILLER                      PIC X(40) VALUE
               'LD3       MOVEMENT      NOTE            '.

       01  WS-BUCKET-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'CCY  FIELD3 FIELD       NET MOVEMENT    '.
           05  FILLER                      PIC X(40) VALUE
               'BAL CLR                                 '.

       01  WS-CURRENCY-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'CCY          DEBITS           CREDITS   '.
           05  FILLER                      PIC X(40) VALUE
               '   MOVEMENT POSTED   STATUS             '.

       01  WS-LEG-LINE-AREA.
           05  LG-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-AMOUNT-FIELD             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-FIELD3                   PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-AMOUNT                   PIC -(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LG-NOTE                     PIC X(16).

       01  WS-BUCKET-LINE-AREA.
           05  BL-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-FIELD3                   PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-AMOUNT-FIELD             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-NET-MOVEMENT             PIC -(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-BALANCE-SIDE             PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-CLEARING-SIDE            PIC X(02).
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-CURRENCY-LINE-AREA.
           05  CL-CURRENCY                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CL-TOTAL-DEBITS             PIC Z(12)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CL-TOTAL-CREDITS            PIC Z(12)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CL-LEG-TOTAL                PIC -(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CL-STATUS                   PIC X(14).
           05  FILLER                      PIC X(05) VALUE SPACES.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(24).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.
       01  WS-SOURCE-EXTENSION             PIC X(10) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    LS-GLPOST-PARM
      *    Parameter block for the ENTRY 'GLPOSTC' entry point - the
      *    journal or manifest filename (blank keeps the default)
      *    and the return code, filled on the way out.
      ******************************************************************
       LINKAGE SECTION.
       01  LS-GLPOST-PARM.
           05  LS-SOURCE-FILENAME          PIC X(80).
           05  LS-RETURN-CODE              PIC 9(02).

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-SOURCE-FILENAME
           END-IF
           PERFORM 1500-RUN-POSTING
           GOBACK.

       ENTRY 'GLPOSTC' USING LS-GLPOST-PARM.
       1010-PARM-ENTRY.
           SET WS-CALLED-WITH-PARM TO TRUE
      *    RETURN-CODE is shared with the caller and may still hold
      *    the caller's own grade - this run must grade itself from
      *    zero.
           MOVE 0 TO RETURN-CODE
           IF LS-SOURCE-FILENAME NOT = SPACES
               MOVE LS-SOURCE-FILENAME TO WS-SOURCE-FILENAME
           END-IF
           PERFORM 1500-RUN-POSTING
           GOBACK.

       1500-RUN-POSTING.
           PERFORM 1100-INITIALIZE
           IF WS-RUN-STARTED
               IF WS-SOURCE-IS-MANIFEST
                   PERFORM 2000-READ-MANIFEST
               ELSE
                   MOVE WS-SOURCE-FILENAME TO WS-JOURNAL-FILENAME
                   PERFORM 2100-PROCESS-JOURNAL
               END-IF
               PERFORM 3000-NET-THE-MOVEMENT
               PERFORM 3500-PROVE-EACH-CURRENCY
               IF WS-POSTING-REFUSED
                   PERFORM 4900-REFUSE-POSTING-FILE
               ELSE
                   PERFORM 4000-WRITE-POSTING-FILE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE.

      ******************************************************************
      *    1100-INITIALIZE
      *    Output names hang off the source file's basename; the
      *    source's extension says whether it is a manifest.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-FEED-BASENAME
           MOVE SPACES TO WS-SOURCE-EXTENSION
           UNSTRING WS-SOURCE-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME WS-SOURCE-EXTENSION
           END-UNSTRING
           IF WS-SOURCE-EXTENSION = 'MAN'
               SET WS-SOURCE-IS-MANIFEST TO TRUE
           END-IF
           MOVE SPACES TO WS-POSTING-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.GLP'
               DELIMITED BY SIZE
               INTO WS-POSTING-FILENAME
           END-STRING
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.GLR'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT POSTING-REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'GLPOST UNABLE TO OPEN POSTING REPORT, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-RUN-STARTED TO TRUE
               MOVE WS-RUN-DATE TO HL-RUN-DATE
               MOVE WS-SOURCE-FILENAME TO HL-SOURCE-FILENAME
               MOVE WS-HEADING-LINE-AREA TO POSTING-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE SPACES TO POSTING-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
               MOVE WS-LEG-HEADING TO POSTING-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    2000-READ-MANIFEST
      *    Every FEED record with a journal name has its journal
      *    posted.  The trailer's feed count must match the FEED
      *    records read - a manifest cut short by a failed
      *    submission would otherwise post part of the day as if it
      *    were all of it.
      ******************************************************************
       2000-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF NOT WS-MANIFEST-OK
               DISPLAY 'GLPOST UNABLE TO OPEN MANIFEST, STATUS='
                   WS-MANIFEST-STATUS
               MOVE 'MANIFEST COULD NOT BE READ' TO WS-REFUSAL-REASON
               SET WS-POSTING-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2010-READ-ONE-MANIFEST-LINE
                   UNTIL WS-MANIFEST-EOF-REACHED
               CLOSE MANIFEST-FILE
               IF NOT WS-MANIFEST-TRAILER-SEEN
                   MOVE 'MANIFEST HAS NO TRAILER' TO WS-REFUSAL-REASON
                   SET WS-POSTING-REFUSED TO TRUE
               END-IF
           END-IF.

       2010-READ-ONE-MANIFEST-LINE.
           READ MANIFEST-FILE INTO WS-MANIFEST-FEED-AREA
               AT END SET WS-MANIFEST-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-MANIFEST-EOF-REACHED
               EVALUATE TRUE
                   WHEN MF-RECORD-TYPE = 'FEED'
                       ADD 1 TO WS-MANIFEST-FEEDS
                       IF MF-JNL-FILENAME NOT = SPACES
                           MOVE MF-JNL-FILENAME TO WS-JOURNAL-FILENAME
                           PERFORM 2100-PROCESS-JOURNAL
                       END-IF
                   WHEN MT-RECORD-TYPE = 'TRLR'
                       SET WS-MANIFEST-TRAILER-SEEN TO TRUE
                       IF MT-FEED-COUNT NOT = WS-MANIFEST-FEEDS
                           MOVE 'MANIFEST FEED COUNT DOES NOT MATCH'
                               TO WS-REFUSAL-REASON
                           SET WS-POSTING-REFUSED TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    2100-PROCESS-JOURNAL
      *    A journal the manifest names but that is not on file is
      *    reported and the rest still post (the feed's apply never
      *    got as far as opening it); a journal named on its own
      *    that cannot be read is a hard stop.
      ******************************************************************
       2100-PROCESS-JOURNAL.
           MOVE 0 TO WS-FILE-ENTRIES
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           EVALUATE TRUE
               WHEN WS-JOURNAL-OK
                   ADD 1 TO WS-JOURNALS-READ
                   PERFORM 2110-POST-ONE-JOURNAL-ENTRY
                       UNTIL WS-EOF-REACHED
                   CLOSE JOURNAL-FILE
                   MOVE SPACES TO POSTING-REPORT-LINE
                   STRING 'JOURNAL ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOURNAL-FILENAME)
                               DELIMITED BY SIZE
                       INTO POSTING-REPORT-LINE
                   END-STRING
                   MOVE WS-FILE-ENTRIES TO TL-COUNT
                   MOVE TL-COUNT TO POSTING-REPORT-LINE(51:9)
                   MOVE ' ENTRIES' TO POSTING-REPORT-LINE(60:8)
                   PERFORM 8900-WRITE-REPORT-LINE
               WHEN WS-JOURNAL-NOT-FOUND AND WS-SOURCE-IS-MANIFEST
                   ADD 1 TO WS-JOURNALS-MISSING
                   MOVE SPACES TO POSTING-REPORT-LINE
                   STRING 'JOURNAL ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JOURNAL-FILENAME)
                               DELIMITED BY SIZE
                           ' NOT ON FILE - NOT POSTED'
                               DELIMITED BY SIZE
                       INTO POSTING-REPORT-LINE
                   END-STRING
                   PERFORM 8900-WRITE-REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'GLPOST UNABLE TO OPEN JOURNAL '
                       FUNCTION TRIM(WS-JOURNAL-FILENAME)
                       ', STATUS=' WS-JOURNAL-STATUS
                   MOVE 'JOURNAL COULD NOT BE READ' TO WS-REFUSAL-REASON
                   SET WS-POSTING-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *    2110-POST-ONE-JOURNAL-ENTRY
      *    The before-image comes off, then the after-image goes on.
      *    Normal and backout entries never share a posting file -
      *    the header can only say one or the other.
      ******************************************************************
       2110-POST-ONE-JOURNAL-ENTRY.
           READ JOURNAL-FILE INTO WS-JOURNAL-LINE-AREA
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               ADD 1 TO WS-JOURNAL-ENTRIES
               ADD 1 TO WS-FILE-ENTRIES
               EVALUATE TRUE
                   WHEN JR-NORMAL-ENTRY
                       SET WS-NORMAL-ENTRY-SEEN TO TRUE
                   WHEN JR-BACKOUT-ENTRY
                       SET WS-BACKOUT-ENTRY-SEEN TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO JR-BEFORE-IMAGE
                       MOVE SPACES TO JR-AFTER-IMAGE
                       MOVE SPACES TO ML-AMOUNT-FIELD
                       PERFORM 2900-REPORT-IMAGE-ERROR
               END-EVALUATE
               IF WS-NORMAL-ENTRY-SEEN AND WS-BACKOUT-ENTRY-SEEN
                   MOVE 'JOURNALS MIX POSTINGS AND REVERSALS'
                       TO WS-REFUSAL-REASON
                   SET WS-POSTING-REFUSED TO TRUE
               END-IF
               IF JR-BEFORE-IMAGE NOT = SPACES
                   MOVE JR-BEFORE-IMAGE TO WS-IMAGE-VIEW
                   MOVE -1 TO WS-IMAGE-SIGN
                   PERFORM 2200-POST-ONE-IMAGE
               END-IF
               IF JR-AFTER-IMAGE NOT = SPACES
                   MOVE JR-AFTER-IMAGE TO WS-IMAGE-VIEW
                   MOVE +1 TO WS-IMAGE-SIGN
                   PERFORM 2200-POST-ONE-IMAGE
               END-IF
           END-IF.

      ******************************************************************
      *    2200-POST-ONE-IMAGE
      *    FIELD2 always carries an amount.  FIELD5 is blank on a
      *    STANDARD record and zero on one converted without it;
      *    either way it moves nothing.  A zero amount is not a
      *    movement and is not listed.
      ******************************************************************
       2200-POST-ONE-IMAGE.
           MOVE IV-FIELD2-CURRENCY TO ML-CURRENCY
           MOVE IV-FIELD3 TO ML-FIELD3
           MOVE 'FIELD2' TO ML-AMOUNT-FIELD
           IF IV-FIELD2 IS NUMERIC
               COMPUTE ML-AMOUNT = IV-FIELD2 * WS-IMAGE-SIGN
               IF ML-AMOUNT NOT = 0
                   PERFORM 2300-ADD-MOVEMENT-LEG
               END-IF
           ELSE
               PERFORM 2900-REPORT-IMAGE-ERROR
           END-IF
           MOVE IV-FIELD5-CURRENCY TO ML-CURRENCY
           MOVE 'FIELD5' TO ML-AMOUNT-FIELD
           EVALUATE TRUE
               WHEN IV-FIELD5-X = SPACES
                   CONTINUE
               WHEN IV-FIELD5 IS NUMERIC
                   COMPUTE ML-AMOUNT = IV-FIELD5 * WS-IMAGE-SIGN
                   IF ML-AMOUNT NOT = 0
                       PERFORM 2300-ADD-MOVEMENT-LEG
                   END-IF
               WHEN OTHER
                   PERFORM 2900-REPORT-IMAGE-ERROR
           END-EVALUATE.

      ******************************************************************
      *    2300-ADD-MOVEMENT-LEG
      *    Lists the leg, then adds it to its movement table entry
      *    and, separately, to its currency's journal total.
      ******************************************************************
       2300-ADD-MOVEMENT-LEG.
           ADD 1 TO WS-MOVEMENT-LEGS
           MOVE SPACES TO WS-LEG-LINE-AREA
           MOVE JR-KEY TO LG-KEY
           MOVE JR-DISPOSITION TO LG-DISPOSITION
           MOVE ML-AMOUNT-FIELD TO LG-AMOUNT-FIELD
           MOVE ML-CURRENCY TO LG-CURRENCY
           MOVE ML-FIELD3 TO LG-FIELD3
           MOVE ML-AMOUNT TO LG-AMOUNT
           IF WS-IMAGE-SIGN < 0
               MOVE 'BEFORE-IMAGE' TO LG-NOTE
           ELSE
               MOVE 'AFTER-IMAGE' TO LG-NOTE
           END-IF
           MOVE WS-LEG-LINE-AREA TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM 2400-FIND-BUCKET
           IF WS-BUCKET-IDX > 0
               ADD ML-AMOUNT TO BK-NET-MOVEMENT(WS-BUCKET-IDX)
           END-IF
           PERFORM 2500-FIND-CURRENCY
           IF WS-CURRENCY-IDX > 0
               ADD ML-AMOUNT TO CT-LEG-TOTAL(WS-CURRENCY-IDX)
           END-IF.

      ******************************************************************
      *    2400-FIND-BUCKET
      *    Leaves WS-BUCKET-IDX at the leg's movement table entry,
      *    inserting a zero entry in key order when there is none.
      *    A full table leaves it zero and refuses the run.
      ******************************************************************
       2400-FIND-BUCKET.
           MOVE 0 TO WS-BUCKET-IDX
           PERFORM 2410-CHECK-ONE-BUCKET
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-BUCKET-COUNT
                  OR WS-BUCKET-IDX > 0
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           IF WS-BUCKET-IDX > 0
               IF BK-BUCKET-KEY(WS-BUCKET-IDX) = ML-BUCKET-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               COMPUTE WS-BUCKET-IDX = WS-BUCKET-COUNT + 1
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-BUCKET-COUNT >= WS-BUCKET-MAX
                   IF NOT WS-POSTING-REFUSED
                       DISPLAY 'GLPOST MOVEMENT TABLE EXCEEDS '
                           WS-BUCKET-MAX ' ENTRIES - POSTING REFUSED'
                   END-IF
                   MOVE 'MOVEMENT TABLE FULL' TO WS-REFUSAL-REASON
                   SET WS-POSTING-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
                   MOVE 0 TO WS-BUCKET-IDX
               ELSE
                   PERFORM 2420-SHIFT-ONE-BUCKET
                       VARYING WS-SCAN-IDX FROM WS-BUCKET-COUNT BY -1
                       UNTIL WS-SCAN-IDX < WS-BUCKET-IDX
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE ML-BUCKET-KEY TO BK-BUCKET-KEY(WS-BUCKET-IDX)
                   MOVE 0 TO BK-NET-MOVEMENT(WS-BUCKET-IDX)
               END-IF
           END-IF.

       2410-CHECK-ONE-BUCKET.
           IF BK-BUCKET-KEY(WS-SCAN-IDX) NOT < ML-BUCKET-KEY
               MOVE WS-SCAN-IDX TO WS-BUCKET-IDX
           END-IF.

       2420-SHIFT-ONE-BUCKET.
           MOVE WS-BUCKET-ENTRY(WS-SCAN-IDX)
               TO WS-BUCKET-ENTRY(WS-SCAN-IDX + 1).

      ******************************************************************
      *    2500-FIND-CURRENCY
      *    Same insert-in-order search as 2400, on the currency
      *    table.
      ******************************************************************
       2500-FIND-CURRENCY.
           MOVE 0 TO WS-CURRENCY-IDX
           PERFORM 2510-CHECK-ONE-CURRENCY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CURRENCY-COUNT
                  OR WS-CURRENCY-IDX > 0
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           IF WS-CURRENCY-IDX > 0
               IF CT-CURRENCY(WS-CURRENCY-IDX) = ML-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               COMPUTE WS-CURRENCY-IDX = WS-CURRENCY-COUNT + 1
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-CURRENCY-COUNT >= WS-CURRENCY-MAX
                   IF NOT WS-POSTING-REFUSED
                       DISPLAY 'GLPOST CURRENCY TABLE EXCEEDS '
                           WS-CURRENCY-MAX ' ENTRIES - POSTING REFUSED'
                   END-IF
                   MOVE 'CURRENCY TABLE FULL' TO WS-REFUSAL-REASON
                   SET WS-POSTING-REFUSED TO TRUE
                   MOVE 12 TO RETURN-CODE
                   MOVE 0 TO WS-CURRENCY-IDX
               ELSE
                   PERFORM 2520-SHIFT-ONE-CURRENCY
                       VARYING WS-SCAN-IDX FROM WS-CURRENCY-COUNT
                           BY -1
                       UNTIL WS-SCAN-IDX < WS-CURRENCY-IDX
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE ML-CURRENCY TO CT-CURRENCY(WS-CURRENCY-IDX)
                   MOVE 0 TO CT-LEG-TOTAL(WS-CURRENCY-IDX)
                   MOVE 0 TO CT-BALANCE-NET(WS-CURRENCY-IDX)
                   MOVE 0 TO CT-TOTAL-DEBITS(WS-CURRENCY-IDX)
                   MOVE 0 TO CT-TOTAL-CREDITS(WS-CURRENCY-IDX)
                   MOVE 0 TO CT-DETAIL-COUNT(WS-CURRENCY-IDX)
               END-IF
           END-IF.

       2510-CHECK-ONE-CURRENCY.
           IF CT-CURRENCY(WS-SCAN-IDX) NOT < ML-CURRENCY
               MOVE WS-SCAN-IDX TO WS-CURRENCY-IDX
           END-IF.

       2520-SHIFT-ONE-CURRENCY.
           MOVE WS-CURRENCY-ENTRY(WS-SCAN-IDX)
               TO WS-CURRENCY-ENTRY(WS-SCAN-IDX + 1).

       2900-REPORT-IMAGE-ERROR.
           ADD 1 TO WS-IMAGE-ERRORS
           MOVE SPACES TO WS-LEG-LINE-AREA
           MOVE JR-KEY TO LG-KEY
           MOVE JR-DISPOSITION TO LG-DISPOSITION
           MOVE ML-AMOUNT-FIELD TO LG-AMOUNT-FIELD
           MOVE '*NOT POSTABLE*' TO LG-NOTE
           MOVE WS-LEG-LINE-AREA TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE 'JOURNAL ENTRY NOT POSTABLE' TO WS-REFUSAL-REASON
           SET WS-POSTING-REFUSED TO TRUE.

      ******************************************************************
      *    3000-NET-THE-MOVEMENT
      *    Lists each movement table entry with the side its BALANCE
      *    and CLEARING postings fall on, and adds the postings into
      *    the currency table.  A net of zero posts nothing.
      ******************************************************************
       3000-NET-THE-MOVEMENT.
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-BUCKET-HEADING TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM 3100-NET-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT.

       3100-NET-ONE-BUCKET.
           MOVE SPACES TO WS-BUCKET-LINE-AREA
           MOVE BK-CURRENCY(WS-BUCKET-IDX) TO BL-CURRENCY
           MOVE BK-FIELD3(WS-BUCKET-IDX) TO BL-FIELD3
           MOVE BK-AMOUNT-FIELD(WS-BUCKET-IDX) TO BL-AMOUNT-FIELD
           MOVE BK-NET-MOVEMENT(WS-BUCKET-IDX) TO BL-NET-MOVEMENT
           MOVE BK-CURRENCY(WS-BUCKET-IDX) TO ML-CURRENCY
           PERFORM 2500-FIND-CURRENCY
           EVALUATE TRUE
               WHEN WS-CURRENCY-IDX = 0
                   CONTINUE
               WHEN BK-NET-MOVEMENT(WS-BUCKET-IDX) > 0
                   MOVE 'DR' TO BL-BALANCE-SIDE
                   MOVE 'CR' TO BL-CLEARING-SIDE
               WHEN BK-NET-MOVEMENT(WS-BUCKET-IDX) < 0
                   MOVE 'CR' TO BL-BALANCE-SIDE
                   MOVE 'DR' TO BL-CLEARING-SIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BL-BALANCE-SIDE NOT = SPACES
               PERFORM 3200-SET-POSTING-AMOUNT
               ADD BK-NET-MOVEMENT(WS-BUCKET-IDX)
                   TO CT-BALANCE-NET(WS-CURRENCY-IDX)
               ADD WS-POSTING-AMOUNT
                   TO CT-TOTAL-DEBITS(WS-CURRENCY-IDX)
               ADD WS-POSTING-AMOUNT
                   TO CT-TOTAL-CREDITS(WS-CURRENCY-IDX)
               ADD 2 TO CT-DETAIL-COUNT(WS-CURRENCY-IDX)
           END-IF
           MOVE WS-BUCKET-LINE-AREA TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

      *    Posting amounts are unsigned - the side carries the sign.
       3200-SET-POSTING-AMOUNT.
           IF BK-NET-MOVEMENT(WS-BUCKET-IDX) < 0
               COMPUTE WS-POSTING-AMOUNT =
                   0 - BK-NET-MOVEMENT(WS-BUCKET-IDX)
           ELSE
               MOVE BK-NET-MOVEMENT(WS-BUCKET-IDX)
                   TO WS-POSTING-AMOUNT
           END-IF.

      ******************************************************************
      *    3500-PROVE-EACH-CURRENCY
      *    A currency proves when its debits equal its credits and
      *    its BALANCE postings net to the movement its journal
      *    entries added up to.  One currency that does not prove
      *    refuses the whole file.
      ******************************************************************
       3500-PROVE-EACH-CURRENCY.
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-CURRENCY-HEADING TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           PERFORM 3510-PROVE-ONE-CURRENCY
               VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT.

       3510-PROVE-ONE-CURRENCY.
           MOVE SPACES TO WS-CURRENCY-LINE-AREA
           MOVE CT-CURRENCY(WS-CURRENCY-IDX) TO CL-CURRENCY
           MOVE CT-TOTAL-DEBITS(WS-CURRENCY-IDX) TO CL-TOTAL-DEBITS
           MOVE CT-TOTAL-CREDITS(WS-CURRENCY-IDX) TO CL-TOTAL-CREDITS
           MOVE CT-LEG-TOTAL(WS-CURRENCY-IDX) TO CL-LEG-TOTAL
           IF CT-TOTAL-DEBITS(WS-CURRENCY-IDX) =
                   CT-TOTAL-CREDITS(WS-CURRENCY-IDX)
               AND CT-BALANCE-NET(WS-CURRENCY-IDX) =
                   CT-LEG-TOTAL(WS-CURRENCY-IDX)
               MOVE 'NETS TO ZERO' TO CL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO CL-STATUS
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING 'CURRENCY ' DELIMITED BY SIZE
                       CT-CURRENCY(WS-CURRENCY-IDX) DELIMITED BY SIZE
                       ' DOES NOT NET TO ZERO' DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               END-STRING
               SET WS-POSTING-REFUSED TO TRUE
           END-IF
           MOVE WS-CURRENCY-LINE-AREA TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

      ******************************************************************
      *    4000-WRITE-POSTING-FILE
      *    Header, then per currency its detail pairs and control
      *    record, then the trailer.  The movement table is in
      *    currency order, so each currency's details are one run
      *    of the table.
      ******************************************************************
       4000-WRITE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE
           IF NOT WS-POSTING-OK
               DISPLAY 'GLPOST UNABLE TO OPEN POSTING FILE, STATUS='
                   WS-POSTING-STATUS
               MOVE 'POSTING FILE COULD NOT BE OPENED'
                   TO WS-REFUSAL-REASON
               SET WS-POSTING-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GL-POSTING-HEADER-AREA
               MOVE 'H' TO GH-RECORD-TYPE
               MOVE 'MASTERGL' TO GH-INTERFACE-ID
               MOVE WS-RUN-DATE TO GH-POSTING-DATE
               IF WS-BACKOUT-ENTRY-SEEN
                   SET GH-REVERSING-POSTING TO TRUE
               ELSE
                   SET GH-NORMAL-POSTING TO TRUE
               END-IF
               MOVE WS-SOURCE-FILENAME TO GH-SOURCE-FILENAME
               MOVE GL-POSTING-HEADER-AREA TO POSTING-RECORD
               PERFORM 4950-WRITE-POSTING-RECORD
               MOVE 1 TO WS-BUCKET-IDX
               PERFORM 4100-WRITE-ONE-CURRENCY
                   VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               MOVE SPACES TO GL-POSTING-TRAILER-AREA
               MOVE 'T' TO GT-RECORD-TYPE
               MOVE WS-POSTING-LINES TO GT-DETAIL-COUNT
               MOVE WS-CURRENCY-COUNT TO GT-CURRENCY-COUNT
               MOVE WS-JOURNAL-ENTRIES TO GT-JOURNAL-ENTRIES
               MOVE WS-GRAND-DEBITS TO GT-TOTAL-DEBITS
               MOVE WS-GRAND-CREDITS TO GT-TOTAL-CREDITS
               MOVE GL-POSTING-TRAILER-AREA TO POSTING-RECORD
               PERFORM 4950-WRITE-POSTING-RECORD
               CLOSE POSTING-FILE
           END-IF.

       4100-WRITE-ONE-CURRENCY.
           PERFORM 4200-WRITE-ONE-BUCKET
               UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                  OR BK-CURRENCY(WS-BUCKET-IDX) NOT =
                     CT-CURRENCY(WS-CURRENCY-IDX)
           MOVE SPACES TO GL-POSTING-CONTROL-AREA
           MOVE 'C' TO GC-RECORD-TYPE
           MOVE CT-CURRENCY(WS-CURRENCY-IDX) TO GC-CURRENCY
           MOVE CT-DETAIL-COUNT(WS-CURRENCY-IDX) TO GC-DETAIL-COUNT
           MOVE CT-TOTAL-DEBITS(WS-CURRENCY-IDX) TO GC-TOTAL-DEBITS
           MOVE CT-TOTAL-CREDITS(WS-CURRENCY-IDX) TO GC-TOTAL-CREDITS
           MOVE GL-POSTING-CONTROL-AREA TO POSTING-RECORD
           PERFORM 4950-WRITE-POSTING-RECORD
           ADD CT-TOTAL-DEBITS(WS-CURRENCY-IDX) TO WS-GRAND-DEBITS
           ADD CT-TOTAL-CREDITS(WS-CURRENCY-IDX) TO WS-GRAND-CREDITS.

       4200-WRITE-ONE-BUCKET.
           IF BK-NET-MOVEMENT(WS-BUCKET-IDX) NOT = 0
               PERFORM 3200-SET-POSTING-AMOUNT
               MOVE SPACES TO GL-POSTING-DETAIL-AREA
               MOVE 'D' TO GD-RECORD-TYPE
               MOVE BK-CURRENCY(WS-BUCKET-IDX) TO GD-CURRENCY
               MOVE BK-FIELD3(WS-BUCKET-IDX) TO GD-FIELD3-CODE
               MOVE BK-AMOUNT-FIELD(WS-BUCKET-IDX) TO GD-AMOUNT-FIELD
               MOVE WS-POSTING-AMOUNT TO GD-AMOUNT
               MOVE 'BALANCE' TO GD-ACCOUNT-ROLE
               IF BK-NET-MOVEMENT(WS-BUCKET-IDX) > 0
                   SET GD-DEBIT TO TRUE
               ELSE
                   SET GD-CREDIT TO TRUE
               END-IF
               MOVE GL-POSTING-DETAIL-AREA TO POSTING-RECORD
               PERFORM 4950-WRITE-POSTING-RECORD
               ADD 1 TO WS-POSTING-LINES
               MOVE 'CLEARING' TO GD-ACCOUNT-ROLE
               IF BK-NET-MOVEMENT(WS-BUCKET-IDX) > 0
                   SET GD-CREDIT TO TRUE
               ELSE
                   SET GD-DEBIT TO TRUE
               END-IF
               MOVE GL-POSTING-DETAIL-AREA TO POSTING-RECORD
               PERFORM 4950-WRITE-POSTING-RECORD
               ADD 1 TO WS-POSTING-LINES
           END-IF
           ADD 1 TO WS-BUCKET-IDX.

      *    A refused run still truncates the posting file, so the GL
      *    interface finds nothing rather than an earlier run's file.
       4900-REFUSE-POSTING-FILE.
           OPEN OUTPUT POSTING-FILE
           IF WS-POSTING-OK
               CLOSE POSTING-FILE
           END-IF
           DISPLAY 'GLPOST POSTING FILE REFUSED - '
               FUNCTION TRIM(WS-REFUSAL-REASON)
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       4950-WRITE-POSTING-RECORD.
           WRITE POSTING-RECORD
           IF NOT WS-POSTING-OK
               DISPLAY 'GLPOST POSTING FILE WRITE FAILED, STATUS='
                   WS-POSTING-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Closes the report with the outcome and the run's counts.
      ******************************************************************
       8000-PRINT-TOTALS.
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO POSTING-REPORT-LINE
           IF WS-POSTING-REFUSED
               STRING 'POSTING FILE REFUSED - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REFUSAL-REASON)
                           DELIMITED BY SIZE
                   INTO POSTING-REPORT-LINE
               END-STRING
           ELSE
               STRING 'POSTING FILE WRITTEN - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-POSTING-FILENAME)
                           DELIMITED BY SIZE
                   INTO POSTING-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'JOURNALS READ' TO TL-LABEL
           MOVE WS-JOURNALS-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           IF WS-SOURCE-IS-MANIFEST
               MOVE 'JOURNALS NOT ON FILE' TO TL-LABEL
               MOVE WS-JOURNALS-MISSING TO TL-COUNT
               PERFORM 8100-WRITE-TOTAL-LINE
           END-IF
           MOVE 'JOURNAL ENTRIES' TO TL-LABEL
           MOVE WS-JOURNAL-ENTRIES TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'MOVEMENTS LISTED' TO TL-LABEL
           MOVE WS-MOVEMENT-LEGS TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ENTRIES NOT POSTABLE' TO TL-LABEL
           MOVE WS-IMAGE-ERRORS TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'POSTING LINES WRITTEN' TO TL-LABEL
           MOVE WS-POSTING-LINES TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO POSTING-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

       8900-WRITE-REPORT-LINE.
           WRITE POSTING-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'GLPOST REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               PERFORM 8000-PRINT-TOTALS
               CLOSE POSTING-REPORT-FILE
           END-IF
           DISPLAY 'GLPOST JOURNALS READ:     ' WS-JOURNALS-READ
           DISPLAY 'GLPOST JOURNAL ENTRIES:   ' WS-JOURNAL-ENTRIES
           DISPLAY 'GLPOST MOVEMENTS LISTED:  ' WS-MOVEMENT-LEGS
           DISPLAY 'GLPOST POSTING LINES:     ' WS-POSTING-LINES
           IF WS-CALLED-WITH-PARM
               MOVE RETURN-CODE TO LS-RETURN-CODE
           END-IF.
