      ******************************************************************
      *    PROGRAM-ID. MSTAUD.
      *    Master-to-audit-trail tie-out.  Every legitimate change to
      *    MASTER.DAT leaves a trail in the keyed audit dataset
      *    (AUDTVSAM.DAT, AUDVREC.cpy) - batch changes through
      *    CONVPGM's .LOG files, online fixes through MNTPGM's MANF
      *    queue, both loaded by AUDLOAD.  This program proves it:
      *    it walks the master in key order and, for every field of
      *    every record, finds the last value the audit trail says
      *    that field was given, and reports
      *        MISMATCH     the master holds something other than
      *                     the last audited value - a change that
      *                     reached the master by some other route,
      *        NOT AUDITED  the record has audit history but never
      *                     for this field,
      *        NO HISTORY   the key has no audit history at all,
      *        DOMAIN EDIT  the record fails an edit CONVPGM and
      *                     MNTPGM make on the way in, re-run here
      *                     so corruption that arrived by any route
      *                     shows up: type '1' or '2', FIELD1 and
      *                     FIELD4 present, FIELD2/FIELD5 a signed
      *                     amount in a recognized currency, FIELD3
      *                     and FIELD6 present and on the reference
      *                     code table (REFCODE.DAT - expired codes
      *                     stay on the table, so a code that was
      *                     good when loaded still passes), FIELD4
      *                     thru FIELD6 blank on a STANDARD type '1'
      *                     record, and the action byte cleared.
      *    "Last" is the latest AV-TIMESTAMP; lines with the same
      *    timestamp go in load order.  Only the fields the record's
      *    type carries are tied out - FIELD4-6 on a type '1'
      *    record are left to the must-be-blank edit.  The
      *    PROVIDER-KEY line CONVPGM writes for a translated key
      *    counts as history but is not a master field and is not
      *    tied out.
      *
      *    Purged history is still history: AUDPURG rolls old audit
      *    records out to dated AUDARCH<yyyymmdd>.DAT files and
      *    lists each one on the archive catalog (AUDARCH.CAT).
      *    Every archive on the catalog is sorted in with the online
      *    dataset, so a field whose last change was purged is not
      *    reported missing.  A catalogued archive that cannot be
      *    read is itself a finding - the history it held cannot be
      *    proven.
      *
      *    A difference on a key with a pending hold on HOLDQUE.DAT,
      *    whose before-image is still the master record, is the
      *    hold's own doing - CONVPGM audited the change MSTUPDT
      *    then parked - and is listed as HELD CHANGE instead of a
      *    mismatch.
      *
      *    Run against a settled master - after any merge apply's
      *    new generation has been swapped in and its .LOG files
      *    have been through AUDLOAD, as have the audit logs MSTBKO
      *    and HOLDREL write for what they put back on the master.
      *
      *    Return code 0 when the master ties out, 4 when the only
      *    differences are held changes or the reference code table
      *    or hold queue could not be read (those checks are then
      *    skipped), 8 on any finding, 12 when the master, the audit
      *    dataset or the report cannot be opened or written.
      *
      *    Command line: optional master filename (default
      *    MASTER.DAT), so a merge apply's .NEW generation can be
      *    tied out before the swap.  The report goes to <base>.TIE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-VSAM-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-VSAM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-BASE-KEY
               FILE STATUS IS WS-AUDIT-VSAM-STATUS.

           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REFERENCE-CODE-FILE
               ASSIGN TO DYNAMIC WS-REFCODE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT HOLD-QUEUE-FILE
               ASSIGN TO DYNAMIC WS-HOLD-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-RECORD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TIE-OUT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ARCHIVE-SORT-FILE
               ASSIGN TO DYNAMIC WS-SORT-WORK-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MS-RECORD-KEY               PIC X(10).
           05  MS-RECORD-DATA              PIC X(78).

       FD  AUDIT-VSAM-FILE.
       COPY AUDVREC.

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD          PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD                  PIC X(95).

       FD  REFERENCE-CODE-FILE.
       COPY REFCODE.

       FD  HOLD-QUEUE-FILE.
       COPY HOLDREC.

       FD  TIE-OUT-REPORT-FILE
           RECORDING MODE IS F.
       01  TIE-OUT-REPORT-LINE             PIC X(80).

      *    Sorted on key, then audit timestamp, then the order the
      *    lines came off the catalog's archives, so the last line
      *    of each key and field is its latest archived value.
       SD  ARCHIVE-SORT-FILE.
       01  ARCHIVE-SORT-RECORD.
           05  SA-KEY                      PIC X(10).
           05  SA-TIMESTAMP                PIC X(14).
           05  SA-RELEASE-SEQUENCE         PIC 9(09).
           05  SA-FIELD-NAME               PIC X(20).
           05  SA-NEW-VALUE                PIC X(20).

       WORKING-STORAGE SECTION.
       COPY DBREC.
       COPY AUDREC.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-MASTER-FILENAME          PIC X(80) VALUE
               'MASTER.DAT'.
           05  WS-AUDIT-VSAM-FILENAME      PIC X(80) VALUE
               'AUDTVSAM.DAT'.
           05  WS-CATALOG-FILENAME         PIC X(80) VALUE
               'AUDARCH.CAT'.
           05  WS-ARCHIVE-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-REFCODE-FILENAME         PIC X(80) VALUE
               'REFCODE.DAT'.
           05  WS-HOLD-FILENAME            PIC X(80) VALUE
               'HOLDQUE.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-SORT-WORK-FILENAME       PIC X(80) VALUE SPACES.
           05  WS-MASTER-BASENAME          PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
               88  WS-MASTER-OK               VALUE '00' '02'.
           05  WS-AUDIT-VSAM-STATUS        PIC X(02) VALUE '00'.
               88  WS-AUDIT-VSAM-OK           VALUE '00' '02'.
               88  WS-AUDIT-VSAM-EOF          VALUE '10'.
               88  WS-AUDIT-VSAM-NO-RECORD    VALUE '23'.
           05  WS-CATALOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-CATALOG-OK              VALUE '00'.
               88  WS-CATALOG-NOT-FOUND       VALUE '35'.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
               88  WS-ARCHIVE-OK              VALUE '00'.
           05  WS-REFCODE-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFCODE-OK              VALUE '00' '02'.
           05  WS-HOLD-STATUS              PIC X(02) VALUE '00'.
               88  WS-HOLD-OK                 VALUE '00' '02'.
               88  WS-HOLD-NOT-FOUND          VALUE '35'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF-REACHED        VALUE 'Y'.
           05  WS-CATALOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CATALOG-EOF-REACHED     VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-EOF-REACHED     VALUE 'Y'.
           05  WS-BROWSE-END-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-BROWSE-ENDED            VALUE 'Y'.
           05  WS-HISTORY-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-KEY-HAS-HISTORY         VALUE 'Y'.
      *    Hold check is made once per key, the first time a field
      *    differs: ' ' = not yet looked, 'Y' = a pending hold
      *    explains the key's differences, 'N' = it does not.
           05  WS-HOLD-CHECK-SWITCH        PIC X(01) VALUE SPACE.
               88  WS-HOLD-NOT-CHECKED        VALUE SPACE.
               88  WS-KEY-IS-HELD             VALUE 'Y'.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
           05  WS-REFCODE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REFCODE-WAS-OPENED      VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-HOLD-WAS-OPENED         VALUE 'Y'.
           05  WS-FATAL-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-FATAL-FILE-ERROR        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(09) VALUE 0.
           05  WS-KEYS-WITH-HISTORY        PIC 9(09) VALUE 0.
           05  WS-KEYS-WITHOUT-HISTORY     PIC 9(09) VALUE 0.
           05  WS-FIELDS-TIED-OUT          PIC 9(09) VALUE 0.
           05  WS-MISMATCH-COUNT           PIC 9(09) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(09) VALUE 0.
           05  WS-NOT-AUDITED-COUNT        PIC 9(09) VALUE 0.
           05  WS-DOMAIN-ERROR-COUNT       PIC 9(09) VALUE 0.
           05  WS-ARCHIVES-READ            PIC 9(05) VALUE 0.
           05  WS-ARCHIVES-MISSING         PIC 9(05) VALUE 0.
           05  WS-ARCHIVE-LINES-READ       PIC 9(09) VALUE 0.
           05  WS-ONLINE-LINES-READ        PIC 9(09) VALUE 0.

       01  WS-RELEASE-SEQUENCE             PIC 9(09) VALUE 0.

      ******************************************************************
      *    Tie-out field table - one row per master field the audit
      *    trail names, in DBREC order: the AR-FIELD-NAME CONVPGM's
      *    field maps and MNTPGM's 3400 write, field type ('A'
      *    alphanumeric, 'N' S9(07)V99 SIGN LEADING SEPARATE amount,
      *    audited as the edited -------9.99 text), offset and
      *    length in DB-RECORD-X, and 'S' for a field every record
      *    carries or 'E' for one only an EXTENDED record carries.
      ******************************************************************
       01  WS-TIE-FIELD-VALUES.
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

      *    OCCURS count below must match WS-TIE-FIELD-COUNT.
       01  WS-TIE-FIELD-TABLE REDEFINES WS-TIE-FIELD-VALUES.
           05  WS-TIE-FIELD-ENTRY OCCURS 8 TIMES.
               10  TF-FIELD-NAME           PIC X(20).
               10  TF-FIELD-TYPE           PIC X(01).
               10  TF-OFFSET               PIC 9(03).
               10  TF-LENGTH               PIC 9(02).
               10  TF-FIELD-GROUP          PIC X(01).
                   88  TF-EXTENDED-ONLY       VALUE 'E'.

       01  WS-TIE-FIELD-COUNT              PIC 9(02) VALUE 8.
       01  WS-TIE-IDX                      PIC 9(02) VALUE 0.
       01  WS-FOUND-IDX                    PIC 9(02) VALUE 0.

      ******************************************************************
      *    Latest audited value per field for the key in hand, in
      *    WS-TIE-FIELD-ENTRY order; cleared for every master key.
      ******************************************************************
       01  WS-FIELD-HISTORY-AREA.
           05  WS-FIELD-HISTORY-ENTRY OCCURS 8 TIMES.
               10  FH-AUDITED-SWITCH       PIC X(01).
                   88  FH-FIELD-AUDITED       VALUE 'Y'.
               10  FH-LAST-TIMESTAMP       PIC X(14).
               10  FH-LAST-VALUE           PIC X(20).
               10  FH-LAST-SOURCE          PIC X(07).

      *    One audit line being folded into the field history, from
      *    either source.
       01  WS-FOLD-AREA.
           05  WS-FOLD-FIELD-NAME          PIC X(20) VALUE SPACES.
           05  WS-FOLD-TIMESTAMP           PIC X(14) VALUE SPACES.
           05  WS-FOLD-VALUE               PIC X(20) VALUE SPACES.
           05  WS-FOLD-SOURCE              PIC X(07) VALUE SPACES.

      ******************************************************************
      *    The master's value for one field, in the text form the
      *    audit trail holds it - amounts through the same edited
      *    picture CONVPGM and MNTPGM log them with.  An amount that
      *    is not a valid signed number is compared as its raw
      *    bytes, which never match an audited value.
      ******************************************************************
       01  WS-MASTER-VALUE                 PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-CHECK                 PIC S9(07)V99
                                           SIGN LEADING SEPARATE
                                           VALUE 0.
       01  WS-AMOUNT-CHECK-X REDEFINES WS-AMOUNT-CHECK
                                           PIC X(10).
       01  WS-AMOUNT-EDIT                  PIC -------9.99.
       01  WS-AUDITED-AMOUNT               PIC S9(09)V99 VALUE 0.

       01  WS-DIFFER-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-VALUES-DIFFER               VALUE 'Y'.

       01  WS-CURRENCY-CHECK               PIC X(03) VALUE SPACES.
           88  WS-CURRENCY-VALID           VALUES 'USD' 'CAD' 'EUR'
                                                  'GBP' 'JPY' 'CHF'.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(26) VALUE
               'MASTER AUDIT TIE-OUT      '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(09) VALUE '  MASTER '.
           05  HL-MASTER-NAME              PIC X(26).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-LINE-AREA.
           05  FILLER                      PIC X(11) VALUE 'KEY'.
           05  FILLER                      PIC X(12) VALUE 'FINDING'.
           05  FILLER                      PIC X(16) VALUE 'FIELD'.
           05  FILLER                      PIC X(21) VALUE
               'MASTER VALUE'.
           05  FILLER                      PIC X(20) VALUE
               'AUDITED VALUE / EDIT'.

       01  WS-FINDING-LINE-AREA.
           05  FL-KEY                      PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-FINDING                  PIC X(11).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-FIELD-NAME               PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-MASTER-VALUE             PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FL-AUDIT-VALUE              PIC X(20).

      *    Second line under a MISMATCH or HELD CHANGE: when and
      *    from where the value being disagreed with was audited.
       01  WS-SOURCE-LINE-AREA.
           05  FILLER                      PIC X(23) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE
               'LAST AUDITED '.
           05  SL-TIMESTAMP                PIC X(14).
           05  FILLER                      PIC X(06) VALUE ' FROM '.
           05  SL-SOURCE                   PIC X(07).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           IF WS-RUN-STARTED
               SORT ARCHIVE-SORT-FILE
                   ON ASCENDING KEY SA-KEY
                                    SA-TIMESTAMP
                                    SA-RELEASE-SEQUENCE
                   INPUT PROCEDURE IS 1300-RELEASE-ARCHIVES
                   OUTPUT PROCEDURE IS 2000-TIE-OUT-MASTER
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    The master, the audit dataset and the report are needed
      *    for any tie-out at all; the code table and hold queue
      *    only sharpen it, so without them the run goes on, those
      *    checks skipped, and grades 4.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-MASTER-FILENAME
           END-IF
           UNSTRING WS-MASTER-FILENAME DELIMITED BY '.'
               INTO WS-MASTER-BASENAME
           END-UNSTRING
           STRING FUNCTION TRIM(WS-MASTER-BASENAME) '.TIE'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-MASTER-BASENAME) '.SRT'
               DELIMITED BY SIZE
               INTO WS-SORT-WORK-FILENAME
           END-STRING
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'MSTAUD UNABLE TO OPEN MASTER FILE, STATUS='
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT AUDIT-VSAM-FILE
               IF NOT WS-AUDIT-VSAM-OK
                   DISPLAY 'MSTAUD UNABLE TO OPEN AUDIT DATASET, '
                       'STATUS=' WS-AUDIT-VSAM-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE MASTER-FILE
               ELSE
                   OPEN OUTPUT TIE-OUT-REPORT-FILE
                   IF NOT WS-REPORT-OK
                       DISPLAY 'MSTAUD UNABLE TO OPEN REPORT, '
                           'STATUS=' WS-REPORT-STATUS
                       MOVE 12 TO RETURN-CODE
                       CLOSE MASTER-FILE
                       CLOSE AUDIT-VSAM-FILE
                   ELSE
                       SET WS-RUN-STARTED TO TRUE
                       PERFORM 1150-OPEN-REFERENCE-CODES
                       PERFORM 1160-OPEN-HOLD-QUEUE
                   END-IF
               END-IF
           END-IF.

       1150-OPEN-REFERENCE-CODES.
           OPEN INPUT REFERENCE-CODE-FILE
           IF WS-REFCODE-OK
               SET WS-REFCODE-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'MSTAUD REFERENCE CODE TABLE NOT AVAILABLE, '
                   'STATUS=' WS-REFCODE-STATUS ' - CODE EDITS SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    No hold queue yet (status 35) just means nothing has ever
      *    been held - every difference is then a mismatch.
       1160-OPEN-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           EVALUATE TRUE
               WHEN WS-HOLD-OK
                   SET WS-HOLD-WAS-OPENED TO TRUE
               WHEN WS-HOLD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MSTAUD HOLD QUEUE NOT AVAILABLE, STATUS='
                       WS-HOLD-STATUS ' - HELD CHANGES NOT SEPARATED'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *    1300-RELEASE-ARCHIVES
      *    Sort input procedure: every line of every archive on the
      *    catalog.  No catalog means nothing has ever been purged;
      *    a catalogued archive that will not open is reported and
      *    counted - its keys may then show as missing history.
      ******************************************************************
       1300-RELEASE-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE TRUE
               WHEN WS-CATALOG-OK
                   PERFORM 1310-RELEASE-ONE-ARCHIVE
                       UNTIL WS-CATALOG-EOF-REACHED
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN WS-CATALOG-NOT-FOUND
                   DISPLAY 'MSTAUD NO ARCHIVE CATALOG - ONLINE AUDIT '
                       'HISTORY ONLY'
               WHEN OTHER
                   DISPLAY 'MSTAUD UNABLE TO OPEN ARCHIVE CATALOG, '
                       'STATUS=' WS-CATALOG-STATUS
                   ADD 1 TO WS-ARCHIVES-MISSING
           END-EVALUATE.

       1310-RELEASE-ONE-ARCHIVE.
           READ ARCHIVE-CATALOG-FILE
               AT END SET WS-CATALOG-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CATALOG-EOF-REACHED
                   AND ARCHIVE-CATALOG-RECORD NOT = SPACES
               MOVE ARCHIVE-CATALOG-RECORD TO WS-ARCHIVE-FILENAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-OK
                   ADD 1 TO WS-ARCHIVES-READ
                   MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
                   PERFORM 1320-RELEASE-ONE-LINE
                       UNTIL WS-ARCHIVE-EOF-REACHED
                   CLOSE ARCHIVE-FILE
               ELSE
                   DISPLAY 'MSTAUD UNABLE TO OPEN ARCHIVE '
                       FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                       ', STATUS=' WS-ARCHIVE-STATUS
                   ADD 1 TO WS-ARCHIVES-MISSING
               END-IF
           END-IF.

       1320-RELEASE-ONE-LINE.
           READ ARCHIVE-FILE INTO WS-AUDIT-LINE-AREA
               AT END SET WS-ARCHIVE-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-ARCHIVE-EOF-REACHED
               ADD 1 TO WS-ARCHIVE-LINES-READ
               ADD 1 TO WS-RELEASE-SEQUENCE
               MOVE AR-KEY TO SA-KEY
               MOVE AR-TIMESTAMP TO SA-TIMESTAMP
               MOVE WS-RELEASE-SEQUENCE TO SA-RELEASE-SEQUENCE
               MOVE AR-FIELD-NAME TO SA-FIELD-NAME
               MOVE AR-NEW-VALUE TO SA-NEW-VALUE
               RELEASE ARCHIVE-SORT-RECORD
           END-IF.

      ******************************************************************
      *    2000-TIE-OUT-MASTER
      *    Sort output procedure, and the main pass.  The sorted
      *    archive lines and the master both run in key order, so
      *    the archive is stepped along beside the master: lines
      *    for keys no longer on the master are passed over, lines
      *    for the key in hand are folded into its field history
      *    before the online dataset's own lines for the key.
      ******************************************************************
       2000-TIE-OUT-MASTER.
           PERFORM 2010-RETURN-ARCHIVE-LINE
           PERFORM 2100-CHECK-ONE-RECORD
               UNTIL WS-EOF-REACHED.

       2010-RETURN-ARCHIVE-LINE.
           RETURN ARCHIVE-SORT-FILE
               AT END SET WS-SORT-EOF-REACHED TO TRUE
           END-RETURN.

       2100-CHECK-ONE-RECORD.
           READ MASTER-FILE NEXT RECORD INTO DB-RECORD
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               IF WS-MASTER-OK
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2200-GATHER-KEY-HISTORY
                   IF WS-KEY-HAS-HISTORY
                       ADD 1 TO WS-KEYS-WITH-HISTORY
                       PERFORM 2500-TIE-OUT-FIELDS
                   ELSE
                       ADD 1 TO WS-KEYS-WITHOUT-HISTORY
                       MOVE SPACES TO FL-FIELD-NAME FL-MASTER-VALUE
                                      FL-AUDIT-VALUE
                       MOVE 'NO HISTORY' TO FL-FINDING
                       PERFORM 8100-WRITE-FINDING-LINE
                   END-IF
                   PERFORM 2600-DOMAIN-EDITS
               ELSE
                   DISPLAY 'MSTAUD MASTER READ FAILED, STATUS='
                       WS-MASTER-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
                   SET WS-EOF-REACHED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2200-GATHER-KEY-HISTORY
      *    Archived lines first, then the online dataset's; within
      *    each source the lines arrive oldest first, and the
      *    timestamp test in 2400 keeps whichever is latest.
      ******************************************************************
       2200-GATHER-KEY-HISTORY.
           MOVE 'N' TO WS-HISTORY-SWITCH
           MOVE SPACE TO WS-HOLD-CHECK-SWITCH
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > WS-TIE-FIELD-COUNT
               MOVE 'N' TO FH-AUDITED-SWITCH(WS-TIE-IDX)
               MOVE SPACES TO FH-LAST-TIMESTAMP(WS-TIE-IDX)
               MOVE SPACES TO FH-LAST-VALUE(WS-TIE-IDX)
               MOVE SPACES TO FH-LAST-SOURCE(WS-TIE-IDX)
           END-PERFORM
           PERFORM 2210-FOLD-ARCHIVE-LINE
               UNTIL WS-SORT-EOF-REACHED
                  OR SA-KEY > DB-RECORD-KEY
           PERFORM 2300-FOLD-ONLINE-HISTORY.

       2210-FOLD-ARCHIVE-LINE.
           IF SA-KEY = DB-RECORD-KEY
               MOVE SA-FIELD-NAME TO WS-FOLD-FIELD-NAME
               MOVE SA-TIMESTAMP TO WS-FOLD-TIMESTAMP
               MOVE SA-NEW-VALUE TO WS-FOLD-VALUE
               MOVE 'ARCHIVE' TO WS-FOLD-SOURCE
               PERFORM 2400-FOLD-AUDIT-LINE
           END-IF
           PERFORM 2010-RETURN-ARCHIVE-LINE.

      ******************************************************************
      *    2300-FOLD-ONLINE-HISTORY
      *    Browses the key's records on the audit dataset from load
      *    sequence zero; a START that finds nothing at or past the
      *    key is simply no online history.
      ******************************************************************
       2300-FOLD-ONLINE-HISTORY.
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE DB-RECORD-KEY TO AV-KEY
           MOVE 0 TO AV-SEQUENCE
           START AUDIT-VSAM-FILE KEY NOT < AV-BASE-KEY
           IF NOT WS-AUDIT-VSAM-OK
               SET WS-BROWSE-ENDED TO TRUE
               IF NOT WS-AUDIT-VSAM-NO-RECORD
                       AND NOT WS-AUDIT-VSAM-EOF
                   DISPLAY 'MSTAUD AUDIT DATASET START FAILED FOR '
                       DB-RECORD-KEY ', STATUS=' WS-AUDIT-VSAM-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 2310-FOLD-ONLINE-LINE
               UNTIL WS-BROWSE-ENDED.

       2310-FOLD-ONLINE-LINE.
           READ AUDIT-VSAM-FILE NEXT RECORD
               AT END SET WS-BROWSE-ENDED TO TRUE
           END-READ
           IF NOT WS-BROWSE-ENDED
               IF NOT WS-AUDIT-VSAM-OK
                   DISPLAY 'MSTAUD AUDIT DATASET READ FAILED FOR '
                       DB-RECORD-KEY ', STATUS=' WS-AUDIT-VSAM-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
                   SET WS-BROWSE-ENDED TO TRUE
               ELSE
                   IF AV-KEY NOT = DB-RECORD-KEY
                       SET WS-BROWSE-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-ONLINE-LINES-READ
                       MOVE AV-FIELD-NAME TO WS-FOLD-FIELD-NAME
                       MOVE AV-TIMESTAMP TO WS-FOLD-TIMESTAMP
                       MOVE AV-NEW-VALUE TO WS-FOLD-VALUE
                       MOVE 'ONLINE' TO WS-FOLD-SOURCE
                       PERFORM 2400-FOLD-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2400-FOLD-AUDIT-LINE
      *    Any line at all is history for the key.  A line for one
      *    of the tie-out fields replaces that field's last value
      *    when it is no older; lines for other names (PROVIDER-KEY)
      *    are history only.
      ******************************************************************
       2400-FOLD-AUDIT-LINE.
           SET WS-KEY-HAS-HISTORY TO TRUE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > WS-TIE-FIELD-COUNT
                      OR WS-FOUND-IDX > 0
               IF TF-FIELD-NAME(WS-TIE-IDX) = WS-FOLD-FIELD-NAME
                   MOVE WS-TIE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               IF WS-FOLD-TIMESTAMP
                       NOT < FH-LAST-TIMESTAMP(WS-FOUND-IDX)
                   SET FH-FIELD-AUDITED(WS-FOUND-IDX) TO TRUE
                   MOVE WS-FOLD-TIMESTAMP
                       TO FH-LAST-TIMESTAMP(WS-FOUND-IDX)
                   MOVE WS-FOLD-VALUE TO FH-LAST-VALUE(WS-FOUND-IDX)
                   MOVE WS-FOLD-SOURCE TO FH-LAST-SOURCE(WS-FOUND-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *    2500-TIE-OUT-FIELDS
      *    Every field the record's type carries against its last
      *    audited value.  A record of an unknown type is tied out
      *    on its STANDARD fields; the domain edits report the type.
      ******************************************************************
       2500-TIE-OUT-FIELDS.
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > WS-TIE-FIELD-COUNT
               IF NOT TF-EXTENDED-ONLY(WS-TIE-IDX)
                       OR DB-RECORD-TYPE = '2'
                   PERFORM 2510-TIE-OUT-ONE-FIELD
               END-IF
           END-PERFORM.

       2510-TIE-OUT-ONE-FIELD.
           ADD 1 TO WS-FIELDS-TIED-OUT
           PERFORM 2520-FORMAT-MASTER-VALUE
           PERFORM 2530-COMPARE-TO-AUDITED
           MOVE TF-FIELD-NAME(WS-TIE-IDX) TO FL-FIELD-NAME
           MOVE WS-MASTER-VALUE TO FL-MASTER-VALUE
           EVALUATE TRUE
               WHEN NOT FH-FIELD-AUDITED(WS-TIE-IDX)
                   ADD 1 TO WS-NOT-AUDITED-COUNT
                   MOVE 'NOT AUDITED' TO FL-FINDING
                   MOVE SPACES TO FL-AUDIT-VALUE
                   PERFORM 8100-WRITE-FINDING-LINE
               WHEN WS-VALUES-DIFFER
                   PERFORM 2700-CHECK-PENDING-HOLD
                   IF WS-KEY-IS-HELD
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'HELD CHANGE' TO FL-FINDING
                   ELSE
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE 'MISMATCH' TO FL-FINDING
                   END-IF
                   MOVE FH-LAST-VALUE(WS-TIE-IDX) TO FL-AUDIT-VALUE
                   PERFORM 8100-WRITE-FINDING-LINE
                   MOVE FH-LAST-TIMESTAMP(WS-TIE-IDX) TO SL-TIMESTAMP
                   MOVE FH-LAST-SOURCE(WS-TIE-IDX) TO SL-SOURCE
                   MOVE WS-SOURCE-LINE-AREA TO TIE-OUT-REPORT-LINE
                   PERFORM 8900-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2520-FORMAT-MASTER-VALUE.
           MOVE SPACES TO WS-MASTER-VALUE
           IF TF-FIELD-TYPE(WS-TIE-IDX) = 'N'
               MOVE DB-RECORD-X(TF-OFFSET(WS-TIE-IDX):
                       TF-LENGTH(WS-TIE-IDX))
                   TO WS-AMOUNT-CHECK-X
               IF WS-AMOUNT-CHECK IS NUMERIC
                   MOVE WS-AMOUNT-CHECK TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-MASTER-VALUE
               ELSE
                   MOVE WS-AMOUNT-CHECK-X TO WS-MASTER-VALUE
               END-IF
           ELSE
               MOVE DB-RECORD-X(TF-OFFSET(WS-TIE-IDX):
                       TF-LENGTH(WS-TIE-IDX))
                   TO WS-MASTER-VALUE
           END-IF.

      ******************************************************************
      *    2530-COMPARE-TO-AUDITED
      *    Text fields compare byte for byte.  A valid amount is
      *    compared by value with an audited value that reads as a
      *    number, so the edited picture's padding never matters;
      *    anything else compares as text.
      ******************************************************************
       2530-COMPARE-TO-AUDITED.
           MOVE 'N' TO WS-DIFFER-SWITCH
           IF TF-FIELD-TYPE(WS-TIE-IDX) = 'N'
                   AND WS-AMOUNT-CHECK IS NUMERIC
                   AND FUNCTION TEST-NUMVAL(FH-LAST-VALUE(WS-TIE-IDX))
                       = 0
               COMPUTE WS-AUDITED-AMOUNT =
                   FUNCTION NUMVAL(FH-LAST-VALUE(WS-TIE-IDX))
               IF WS-AUDITED-AMOUNT NOT = WS-AMOUNT-CHECK
                   SET WS-VALUES-DIFFER TO TRUE
               END-IF
           ELSE
               IF WS-MASTER-VALUE NOT = FH-LAST-VALUE(WS-TIE-IDX)
                   SET WS-VALUES-DIFFER TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2600-DOMAIN-EDITS
      *    The same edits CONVPGM's 3100/3200 and MNTPGM's 3200 make
      *    on the way in, one DOMAIN EDIT line per failure.  A code
      *    only has to be on the table, not in force today - a code
      *    may expire after the record carrying it was loaded.
      ******************************************************************
       2600-DOMAIN-EDITS.
           MOVE 'DOMAIN EDIT' TO FL-FINDING
           IF DB-RECORD-TYPE NOT = '1' AND DB-RECORD-TYPE NOT = '2'
               MOVE 'RECORD-TYPE' TO FL-FIELD-NAME
               MOVE DB-RECORD-TYPE TO FL-MASTER-VALUE
               MOVE 'TYPE NOT 1 OR 2' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF
           IF DB-RECORD-FIELD1 = SPACES
               MOVE 'FIELD1' TO FL-FIELD-NAME
               MOVE SPACES TO FL-MASTER-VALUE
               MOVE 'REQUIRED, BLANK' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF
           MOVE 2 TO WS-TIE-IDX
           MOVE DB-RECORD-FIELD2-CURRENCY TO WS-CURRENCY-CHECK
           PERFORM 2610-EDIT-AMOUNT-FIELD
           MOVE 4 TO WS-TIE-IDX
           PERFORM 2620-EDIT-CODE-FIELD
           IF DB-RECORD-TYPE = '2'
               IF DB-RECORD-FIELD4 = SPACES
                   MOVE 'FIELD4' TO FL-FIELD-NAME
                   MOVE SPACES TO FL-MASTER-VALUE
                   MOVE 'REQUIRED, BLANK' TO FL-AUDIT-VALUE
                   PERFORM 2690-REPORT-DOMAIN-ERROR
               END-IF
               MOVE 6 TO WS-TIE-IDX
               MOVE DB-RECORD-FIELD5-CURRENCY TO WS-CURRENCY-CHECK
               PERFORM 2610-EDIT-AMOUNT-FIELD
               MOVE 8 TO WS-TIE-IDX
               PERFORM 2620-EDIT-CODE-FIELD
           ELSE
               PERFORM 2630-EDIT-STANDARD-BLANKS
           END-IF
           IF DB-RECORD-ACTION NOT = SPACE
               MOVE 'ACTION' TO FL-FIELD-NAME
               MOVE DB-RECORD-ACTION TO FL-MASTER-VALUE
               MOVE 'NOT CLEARED' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF.

      *    WS-TIE-IDX is the amount's row; its currency row follows.
       2610-EDIT-AMOUNT-FIELD.
           PERFORM 2520-FORMAT-MASTER-VALUE
           IF WS-AMOUNT-CHECK IS NOT NUMERIC
               MOVE TF-FIELD-NAME(WS-TIE-IDX) TO FL-FIELD-NAME
               MOVE WS-MASTER-VALUE TO FL-MASTER-VALUE
               MOVE 'NOT SIGNED NUMERIC' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF
           IF NOT WS-CURRENCY-VALID
               MOVE TF-FIELD-NAME(WS-TIE-IDX + 1) TO FL-FIELD-NAME
               MOVE WS-CURRENCY-CHECK TO FL-MASTER-VALUE
               MOVE 'CURRENCY NOT VALID' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF.

       2620-EDIT-CODE-FIELD.
           PERFORM 2520-FORMAT-MASTER-VALUE
           MOVE TF-FIELD-NAME(WS-TIE-IDX) TO FL-FIELD-NAME
           MOVE WS-MASTER-VALUE TO FL-MASTER-VALUE
           IF WS-MASTER-VALUE = SPACES
               MOVE 'REQUIRED, BLANK' TO FL-AUDIT-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           ELSE
               IF WS-REFCODE-WAS-OPENED
                   MOVE WS-MASTER-VALUE TO RF-CODE
                   READ REFERENCE-CODE-FILE
                   IF NOT WS-REFCODE-OK
                       MOVE 'CODE NOT ON TABLE' TO FL-AUDIT-VALUE
                       PERFORM 2690-REPORT-DOMAIN-ERROR
                   END-IF
               END-IF
           END-IF.

      *    A STANDARD record carries FIELD1-3 only.  CONVPGM builds
      *    it from an INITIALIZEd DB-RECORD, so its FIELD5 is held
      *    as a zero amount; spaces are taken as blank too.
       2630-EDIT-STANDARD-BLANKS.
           MOVE 'MUST BE BLANK' TO FL-AUDIT-VALUE
           IF DB-RECORD-FIELD4 NOT = SPACES
               MOVE 'FIELD4' TO FL-FIELD-NAME
               MOVE DB-RECORD-FIELD4 TO FL-MASTER-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF
           MOVE 6 TO WS-TIE-IDX
           PERFORM 2520-FORMAT-MASTER-VALUE
           IF WS-AMOUNT-CHECK-X NOT = SPACES
               IF WS-AMOUNT-CHECK IS NOT NUMERIC
                       OR WS-AMOUNT-CHECK NOT = 0
                   MOVE 'FIELD5' TO FL-FIELD-NAME
                   MOVE WS-MASTER-VALUE TO FL-MASTER-VALUE
                   MOVE 'MUST BE BLANK' TO FL-AUDIT-VALUE
                   PERFORM 2690-REPORT-DOMAIN-ERROR
               END-IF
           END-IF
           IF DB-RECORD-FIELD5-CURRENCY NOT = SPACES
               MOVE 'FIELD5-CURRENCY' TO FL-FIELD-NAME
               MOVE DB-RECORD-FIELD5-CURRENCY TO FL-MASTER-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF
           IF DB-RECORD-FIELD6 NOT = SPACES
               MOVE 'FIELD6' TO FL-FIELD-NAME
               MOVE DB-RECORD-FIELD6 TO FL-MASTER-VALUE
               PERFORM 2690-REPORT-DOMAIN-ERROR
           END-IF.

       2690-REPORT-DOMAIN-ERROR.
           ADD 1 TO WS-DOMAIN-ERROR-COUNT
           PERFORM 8100-WRITE-FINDING-LINE.

      ******************************************************************
      *    2700-CHECK-PENDING-HOLD
      *    A key's differences are the hold's when a hold is pending
      *    for it and the master still holds the hold's before-
      *    image - MSTUPDT parked the audited change rather than
      *    apply it.  Looked up once per key.
      ******************************************************************
       2700-CHECK-PENDING-HOLD.
           IF WS-HOLD-NOT-CHECKED
               MOVE 'N' TO WS-HOLD-CHECK-SWITCH
               IF WS-HOLD-WAS-OPENED
                   MOVE DB-RECORD-KEY TO HD-RECORD-KEY
                   READ HOLD-QUEUE-FILE
                   IF WS-HOLD-OK
                           AND HD-BEFORE-IMAGE = DB-RECORD-X
                       SET WS-KEY-IS-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       8000-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-MASTER-FILENAME TO HL-MASTER-NAME
           MOVE WS-PAGE-COUNT TO HL-PAGE-NUMBER
           MOVE WS-HEADING-LINE-AREA TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-LINE-AREA TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE SPACES TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

      *    Leaves room for a MISMATCH's second line on the same page.
       8100-WRITE-FINDING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM 8000-PRINT-PAGE-HEADING
           END-IF
           MOVE DB-RECORD-KEY TO FL-KEY
           MOVE WS-FINDING-LINE-AREA TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

       8200-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE.

       8900-WRITE-REPORT-LINE.
           WRITE TIE-OUT-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'MSTAUD REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               SET WS-FATAL-FILE-ERROR TO TRUE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    8500-PRINT-TOTALS
      *    Totals on a page of their own - the page an auditor
      *    signs - with the archives that went into the history.
      ******************************************************************
       8500-PRINT-TOTALS.
           PERFORM 8000-PRINT-PAGE-HEADING
           MOVE 'MASTER RECORDS READ' TO TL-LABEL
           MOVE WS-RECORDS-READ TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'KEYS WITH AUDIT HISTORY' TO TL-LABEL
           MOVE WS-KEYS-WITH-HISTORY TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'KEYS WITH NO HISTORY' TO TL-LABEL
           MOVE WS-KEYS-WITHOUT-HISTORY TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'FIELDS TIED OUT' TO TL-LABEL
           MOVE WS-FIELDS-TIED-OUT TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'FIELD MISMATCHES' TO TL-LABEL
           MOVE WS-MISMATCH-COUNT TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'FIELDS NEVER AUDITED' TO TL-LABEL
           MOVE WS-NOT-AUDITED-COUNT TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'HELD CHANGES' TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'DOMAIN EDIT FAILURES' TO TL-LABEL
           MOVE WS-DOMAIN-ERROR-COUNT TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE SPACES TO TIE-OUT-REPORT-LINE
           PERFORM 8900-WRITE-REPORT-LINE
           MOVE 'ONLINE AUDIT LINES READ' TO TL-LABEL
           MOVE WS-ONLINE-LINES-READ TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'ARCHIVES READ' TO TL-LABEL
           MOVE WS-ARCHIVES-READ TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'ARCHIVED AUDIT LINES READ' TO TL-LABEL
           MOVE WS-ARCHIVE-LINES-READ TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE 'ARCHIVES NOT READABLE' TO TL-LABEL
           MOVE WS-ARCHIVES-MISSING TO TL-COUNT
           PERFORM 8200-WRITE-TOTAL-LINE.

      ******************************************************************
      *    9000-TERMINATE
      *    Any finding grades 8 - a mismatch, a key or field with
      *    no history, a failed edit, or purged history that could
      *    not be read back.  Held changes alone grade 4.
      ******************************************************************
       9000-TERMINATE.
           IF WS-RUN-STARTED
               PERFORM 8500-PRINT-TOTALS
               CLOSE MASTER-FILE
               CLOSE AUDIT-VSAM-FILE
               CLOSE TIE-OUT-REPORT-FILE
           END-IF
           IF WS-REFCODE-WAS-OPENED
               CLOSE REFERENCE-CODE-FILE
           END-IF
           IF WS-HOLD-WAS-OPENED
               CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-HELD-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF (WS-MISMATCH-COUNT > 0
                   OR WS-KEYS-WITHOUT-HISTORY > 0
                   OR WS-NOT-AUDITED-COUNT > 0
                   OR WS-DOMAIN-ERROR-COUNT > 0
                   OR WS-ARCHIVES-MISSING > 0)
                   AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FATAL-FILE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY 'MSTAUD MASTER RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY 'MSTAUD KEYS WITH NO HISTORY: '
               WS-KEYS-WITHOUT-HISTORY
           DISPLAY 'MSTAUD FIELD MISMATCHES:     ' WS-MISMATCH-COUNT
           DISPLAY 'MSTAUD FIELDS NEVER AUDITED: ' WS-NOT-AUDITED-COUNT
           DISPLAY 'MSTAUD HELD CHANGES:         ' WS-HELD-COUNT
           DISPLAY 'MSTAUD DOMAIN EDIT FAILURES: '
               WS-DOMAIN-ERROR-COUNT
           DISPLAY 'MSTAUD ARCHIVES READ:        ' WS-ARCHIVES-READ
           IF WS-ARCHIVES-MISSING > 0
               DISPLAY 'MSTAUD ARCHIVES NOT READABLE: '
                   WS-ARCHIVES-MISSING
           END-IF
           DISPLAY 'MSTAUD REPORT FILE:          '
               FUNCTION TRIM(WS-REPORT-FILENAME).
