      *    data never reaches DB-RECORD.  Explicit field-by-field
      *    moves already stop type-mismatch corruption; this adds the
      *    check that bad values never sail through untouched.
      *
      *    Every feed is bracketed by a header and a trailer line
      *    (FEEDCTL.cpy).  Before any output file is opened the
      *    whole input is read once by 1400-VERIFY-FEED-CONTROLS:
      *    the trailer's detail count and FIELD2/FIELD5 hash totals
      *    are proven against what was actually read, and the
      *    header's provider id and file sequence number are checked
      *    against the feed registry (FEEDREG.DAT) for a duplicate,
      *    out-of-order, or missing file.  Any failure rejects the
      *    whole feed with return code 16 and nothing reaches
      *    DB-OUTPUT-FILE.  A run that grades under 8 registers its
      *    file on the way out, so tomorrow's file is sequenced
      *    against it.
      *
      *    FIELD3 and FIELD6 must be codes in force on the feed's
      *    business date in the reference code table (REFCODE.DAT,
      *    maintained by REFMNT); an unknown, expired, or not yet
      *    effective code rejects the record under BADCODE.
      *
      *    A feed run under a key cross-reference policy (see
      *    WS-KEY-XREF-POLICY) has each provider key translated to
      *    our internal master key through PROVXREF.DAT (XREFREC.cpy,
      *    maintained by XREFMNT), looked up on the header's provider
      *    id.  Only DB-RECORD and the audit trail carry the internal
      *    key; the exception, acknowledgment, and recon files keep
      *    the provider's own key, and the audit trail carries one
      *    PROVIDER-KEY line per translated record pairing the two.
      *    An unmapped or retired provider key rejects under NOXREF,
      *    or, under the assign policy, an unmapped one is given the
      *    next internal key in the reserved range.
      *
      *    Every run, whatever its grade, appends one line to the
      *    cumulative run history (RUNHIST.DAT, RUNHIST.cpy): the
      *    counts, the rejects by reason code and the written
      *    totals that FEEDTRND trends each feed on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPGM IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REFERENCE-CODE-FILE
               ASSIGN TO DYNAMIC WS-REFCODE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT FEED-REGISTRY-FILE
               ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-REGISTRY-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT PROVIDER-XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RUN-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-INPUT-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                      PIC X(44).

       FD  FEED-REGISTRY-FILE.
       COPY FEEDREG.

       FD  REFERENCE-CODE-FILE.
       COPY REFCODE.

       FD  PROVIDER-XREF-FILE.
       COPY XREFREC.

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY RUNHIST.

       WORKING-STORAGE SECTION.
       COPY WSREC.
       COPY DBREC.
               'RATES.DAT'.
           05  WS-ACK-FILENAME             PIC X(80) VALUE
               'ACKFILE.DAT'.
      *    Like the rate file, the feed registry is shared by every
      *    feed of every provider - never rederived per feed.
           05  WS-REGISTRY-FILENAME        PIC X(80) VALUE
               'FEEDREG.DAT'.
           05  WS-REFCODE-FILENAME         PIC X(80) VALUE
               'REFCODE.DAT'.
      *    One cross-reference for every provider - never rederived
      *    per feed either.
           05  WS-XREF-FILENAME            PIC X(80) VALUE
               'PROVXREF.DAT'.
      *    Cumulative across every feed and every run - never
      *    rederived per feed.
           05  WS-HISTORY-FILENAME         PIC X(80) VALUE
               'RUNHIST.DAT'.

       01  WS-FILE-STATUSES.
           05  WS-INPUT-STATUS             PIC X(02) VALUE '00'.
               88  WS-RATE-FILE-OK            VALUE '00'.
           05  WS-ACK-STATUS               PIC X(02) VALUE '00'.
               88  WS-ACK-FILE-OK             VALUE '00'.
           05  WS-REGISTRY-STATUS          PIC X(02) VALUE '00'.
               88  WS-REGISTRY-OK             VALUE '00' '02'.
               88  WS-REGISTRY-EOF            VALUE '10'.
               88  WS-REGISTRY-NO-RECORD      VALUE '23'.
               88  WS-REGISTRY-NOT-FOUND      VALUE '35'.
           05  WS-REFCODE-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFCODE-OK              VALUE '00' '02'.
               88  WS-REFCODE-NO-RECORD       VALUE '23'.
           05  WS-XREF-STATUS              PIC X(02) VALUE '00'.
               88  WS-XREF-OK                 VALUE '00' '02'.
               88  WS-XREF-NO-RECORD          VALUE '23'.
               88  WS-XREF-NOT-FOUND          VALUE '35'.
           05  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
               88  WS-HISTORY-OK              VALUE '00'.
               88  WS-HISTORY-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-CALLED-WITH-PARM        VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-RATE-EOF                VALUE 'Y'.
           05  WS-CONTROL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF             VALUE 'Y'.
           05  WS-FEED-CONTROL-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FEED-CONTROLS-OK        VALUE 'Y'.
               88  WS-FEED-CONTROL-FAILED     VALUE 'N'.
           05  WS-REFCODE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REFCODE-WAS-OPENED      VALUE 'Y'.
           05  WS-XREF-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-XREF-WAS-OPENED         VALUE 'Y'.
      ******************************************************************
      *    WS-KEY-XREF-POLICY - how this feed's provider keys reach
      *    DB-RECORD-KEY:
      *        SPACE - copied as sent, no cross-reference lookup
      *        'R'   - translated through PROVXREF.DAT; a provider
      *                key with no active mapping rejects NOXREF
      *        'A'   - translated; an unmapped provider key is given
      *                the next assigned internal key and a mapping
      *                is added for it (a retired mapping still
      *                rejects NOXREF - retiring means "stop")
      *    A validate-only trial looks keys up but never assigns.
      ******************************************************************
           05  WS-KEY-XREF-POLICY          PIC X(01) VALUE SPACE.
               88  WS-XREF-NOT-USED           VALUE SPACE.
               88  WS-XREF-REJECT-UNMAPPED    VALUE 'R'.
               88  WS-XREF-ASSIGN-UNMAPPED    VALUE 'A'.

      ******************************************************************
      *    WS-RETURN-CODE-AREA
      *        8 - reject rate over WS-REJECT-CEILING-PCT, or the
      *            run is out of balance
      *       12 - fatal file error (an open or write failed)
      *       16 - feed rejected whole by its control records: the
      *            header or trailer is missing or garbled, the
      *            trailer count or hash totals disagree with the
      *            details read, or the registry shows the file is a
      *            duplicate, out of order, or follows a missing one
      *    The ceiling is a whole percentage of processed records,
      *    overridable per run (command line position 5-6) or per
      *    feed (LS-REJECT-CEILING).
      ******************************************************************
       01  WS-PRIOR-RECORD.
           05  WS-PRIOR-KEY                PIC X(10).
           05  WS-PRIOR-TYPE               PIC X(01).
               88  WS-PRIOR-CONTROL-RECORD    VALUES 'H' 'T'.
           05  FILLER                      PIC X(77).

       01  WS-DROPPED-KEY                  PIC X(10) VALUE LOW-VALUES.

           05  WS-REJECT-REASON-CODE       PIC X(10) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.

      ******************************************************************
      *    WS-REJECT-REASON-COUNTS
      *    Rejects counted by the reason code they were written to
      *    the exception file under, for the run history line (see
      *    RUNHIST.cpy).  Counted as each exception is written, so
      *    a record counts once however many of its fields failed.
      ******************************************************************
       01  WS-REJECT-REASON-COUNTS.
           05  WS-DUPKEY-REJECTS           PIC 9(09) VALUE 0.
           05  WS-BADFIELD-REJECTS         PIC 9(09) VALUE 0.
           05  WS-UNKTYPE-REJECTS          PIC 9(09) VALUE 0.
           05  WS-NORATE-REJECTS           PIC 9(09) VALUE 0.
           05  WS-RECONFAIL-REJECTS        PIC 9(09) VALUE 0.
           05  WS-BADCODE-REJECTS          PIC 9(09) VALUE 0.
           05  WS-NOXREF-REJECTS           PIC 9(09) VALUE 0.

       COPY FEEDCTL.

      ******************************************************************
      *    WS-FEED-CONTROL-AREA
      *    What 1400-VERIFY-FEED-CONTROLS actually found on its pass
      *    over the input: line positions of the control records,
      *    the detail count, and the FIELD2/FIELD5 hash totals the
      *    trailer must agree with.  WS-FEED-REJECT-REASON carries
      *    the first failure found, for the console and the operator.
      ******************************************************************
       01  WS-FEED-CONTROL-AREA.
           05  WS-CTL-LINE-COUNT           PIC 9(09) VALUE 0.
           05  WS-CTL-HEADER-COUNT         PIC 9(05) VALUE 0.
           05  WS-CTL-HEADER-LINE          PIC 9(09) VALUE 0.
           05  WS-CTL-TRAILER-COUNT        PIC 9(05) VALUE 0.
           05  WS-CTL-TRAILER-LINE         PIC 9(09) VALUE 0.
           05  WS-CTL-DETAIL-COUNT         PIC 9(09) VALUE 0.
           05  WS-CTL-FIELD2-HASH          PIC S9(13)V99 VALUE 0.
           05  WS-CTL-FIELD5-HASH          PIC S9(13)V99 VALUE 0.
           05  WS-FEED-REJECT-REASON       PIC X(60) VALUE SPACES.

      *    Sequence the registry expects from this provider next,
      *    and the key being probed while the registry is searched.
       01  WS-EXPECTED-SEQUENCE            PIC 9(06) VALUE 0.

       01  WS-REGISTRY-PROBE-KEY.
           05  WS-PROBE-PROVIDER-ID        PIC X(08) VALUE SPACES.
           05  WS-PROBE-FILE-SEQUENCE      PIC 9(06) VALUE 0.

      ******************************************************************
      *    WS-REF-CODE-CHECK
      *    3300-CHECK-REFERENCE-CODE looks WS-LOOKUP-REF-CODE up in
      *    the reference code table and grades it against the
      *    feed's business date (FH-BUSINESS-DATE).
      ******************************************************************
       01  WS-REF-CODE-CHECK.
           05  WS-LOOKUP-REF-CODE          PIC X(05) VALUE SPACES.
           05  WS-REF-CODE-STATE           PIC X(01) VALUE SPACE.
               88  WS-REF-CODE-IN-FORCE       VALUE 'Y'.
               88  WS-REF-CODE-UNKNOWN        VALUE 'U'.
               88  WS-REF-CODE-EXPIRED        VALUE 'X'.
               88  WS-REF-CODE-NOT-YET        VALUE 'F'.

      ******************************************************************
      *    WS-KEY-XREF-AREA
      *    3400-RESOLVE-INTERNAL-KEY leaves the record's internal key
      *    in WS-INTERNAL-KEY, or flags it for assignment, which
      *    4060-ASSIGN-INTERNAL-KEY only does once the record has
      *    passed every edit - a record rejected for bad data never
      *    uses up a key.  The key is assigned before conversion, as
      *    the record's audit lines carry it, so a record that then
      *    fails reconciliation keeps its mapping; corrected and sent
      *    again it translates to that same key.
      ******************************************************************
       01  WS-KEY-XREF-AREA.
           05  WS-INTERNAL-KEY             PIC X(10) VALUE SPACES.
           05  WS-KEY-ASSIGN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-KEY-TO-BE-ASSIGNED      VALUE 'Y'.
           05  WS-ASSIGNED-KEY-PREFIX      PIC X(02) VALUE 'XK'.
           05  WS-ASSIGNED-KEY-NUMBER      PIC 9(08) VALUE 0.
           05  WS-KEYS-TRANSLATED          PIC 9(09) VALUE 0.
           05  WS-KEYS-ASSIGNED            PIC 9(09) VALUE 0.
           05  WS-NOXREF-COUNT             PIC 9(09) VALUE 0.
           05  WS-XREF-CONTROL-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-XREF-CONTROL-ON-FILE    VALUE 'Y'.

      ******************************************************************
      *    WS-BALANCE-TOTALS
      *    Control totals proving the money balanced: for each of the
       01  WS-JSON-EXPORT-FLAG-OVERRIDE    PIC X(01) VALUE SPACE.
       01  WS-RUN-MODE-OVERRIDE            PIC X(01) VALUE SPACE.
       01  WS-REJECT-CEILING-OVERRIDE      PIC X(02) VALUE SPACES.
       01  WS-KEY-XREF-POLICY-OVERRIDE     PIC X(01) VALUE SPACE.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.

      *    ('05', '25', ...), or SPACES to keep the compiled-in
      *    default (see WS-REJECT-CEILING-PCT).
           05  LS-REJECT-CEILING            PIC X(02) VALUE SPACES.
      *    Provider key cross-reference policy for this feed -
      *    SPACE, 'R', or 'A' (see WS-KEY-XREF-POLICY).
           05  LS-KEY-XREF-POLICY           PIC X(01) VALUE SPACE.
      *    Filled by 9900-SET-RETURN-CODE on the way out - the run's
      *    grade handed back through the parm, because a secondary
      *    ENTRY point cannot be relied on to pass RETURN-CODE back
      *                     run
      *        position 5-6 - reject-rate ceiling as a whole
      *                     percentage, or blank for the default
      *        position 8 - provider key cross-reference policy,
      *                     'R' or 'A', or blank for none
      *    No command line (SPACES) keeps every default.
      ******************************************************************
       1000-MAIN-LOGIC.
           MOVE WS-COMMAND-LINE(1:1) TO WS-JSON-EXPORT-FLAG-OVERRIDE
           MOVE WS-COMMAND-LINE(3:1) TO WS-RUN-MODE-OVERRIDE
           MOVE WS-COMMAND-LINE(5:2) TO WS-REJECT-CEILING-OVERRIDE
           MOVE WS-COMMAND-LINE(8:1) TO WS-KEY-XREF-POLICY-OVERRIDE
           PERFORM 1000-RUN-CONVERSION
           GOBACK.

           MOVE LS-JSON-EXPORT-FLAG TO WS-JSON-EXPORT-FLAG-OVERRIDE
           MOVE LS-RUN-MODE TO WS-RUN-MODE-OVERRIDE
           MOVE LS-REJECT-CEILING TO WS-REJECT-CEILING-OVERRIDE
           MOVE LS-KEY-XREF-POLICY TO WS-KEY-XREF-POLICY-OVERRIDE
           PERFORM 1000-RUN-CONVERSION
           GOBACK.

                       'NUMERIC, DEFAULT KEPT'
               END-IF
           END-IF
           EVALUATE WS-KEY-XREF-POLICY-OVERRIDE
               WHEN SPACE
                   CONTINUE
               WHEN 'R'
               WHEN 'A'
                   MOVE WS-KEY-XREF-POLICY-OVERRIDE
                       TO WS-KEY-XREF-POLICY
                   DISPLAY 'CONVPGM PROVIDER KEYS TRANSLATED THROUGH '
                       FUNCTION TRIM(WS-XREF-FILENAME) ', POLICY '
                       WS-KEY-XREF-POLICY
               WHEN OTHER
      *    An unknown policy must not fall back to loading provider
      *    keys untranslated - that is the very mix-up the cross-
      *    reference exists to stop.
                   DISPLAY 'CONVPGM KEY CROSS-REFERENCE POLICY '
                       WS-KEY-XREF-POLICY-OVERRIDE
                       ' NOT R OR A - RUN STOPPED'
                   SET WS-FATAL-FILE-ERROR TO TRUE
           END-EVALUATE
           IF WS-JSON-EXPORT-FLAG-OVERRIDE = 'Y'
               SET WS-JSON-EXPORT-ENABLED TO TRUE
           ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM 1050-APPLY-FEED-OVERRIDE
           PERFORM 1250-LOAD-RATE-TABLE
           IF NOT WS-FATAL-FILE-ERROR
               PERFORM 1270-OPEN-REFERENCE-CODES
           END-IF
           IF NOT WS-FATAL-FILE-ERROR AND NOT WS-XREF-NOT-USED
               PERFORM 1280-OPEN-KEY-XREF
           END-IF
           IF WS-FATAL-FILE-ERROR
      *    No rate table means no per-currency control totals and no
      *    coverage check, and no reference code table means every
      *    FIELD3/FIELD6 would reject - running on would convert
      *    blind, so the run stops before the input is touched.  A
      *    translating feed without its cross-reference is stopped
      *    the same way.
               MOVE 'N' TO WS-INPUT-FILE-OPEN-SWITCH
               SET WS-EOF-REACHED TO TRUE
           ELSE
               PERFORM 1400-VERIFY-FEED-CONTROLS
               IF WS-FEED-CONTROL-FAILED
      *    A feed that cannot prove itself is refused whole - no
      *    output file is opened, so yesterday's outputs survive and
      *    nothing of this file reaches DB-OUTPUT-FILE.
                   DISPLAY 'CONVPGM FEED REJECTED - '
                       FUNCTION TRIM(WS-FEED-REJECT-REASON)
                   MOVE 'N' TO WS-INPUT-FILE-OPEN-SWITCH
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   PERFORM 1110-OPEN-INPUT-FILE
               END-IF
           END-IF.

       1110-OPEN-INPUT-FILE.
               END-IF
           END-IF.

      ******************************************************************
      *    1270-OPEN-REFERENCE-CODES
      *    The reference code table is read at random for every
      *    FIELD3/FIELD6 validated.  A table that is missing or will
      *    not open is fatal, the same as a missing rate file.
      ******************************************************************
       1270-OPEN-REFERENCE-CODES.
           OPEN INPUT REFERENCE-CODE-FILE
           IF WS-REFCODE-OK
               SET WS-REFCODE-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'CONVPGM UNABLE TO OPEN REFERENCE CODE TABLE '
                   FUNCTION TRIM(WS-REFCODE-FILENAME) ', STATUS='
                   WS-REFCODE-STATUS
               SET WS-FATAL-FILE-ERROR TO TRUE
           END-IF.

      ******************************************************************
      *    1280-OPEN-KEY-XREF
      *    An assigning feed opens the cross-reference I-O and
      *    creates it on first use, the same way REFMNT creates its
      *    table.  A rejecting feed only reads it, so a missing file
      *    is fatal there - every key would reject NOXREF.  A trial
      *    run of an assigning feed before the file exists carries
      *    on with every key counted as one that would be assigned.
      ******************************************************************
       1280-OPEN-KEY-XREF.
           IF WS-XREF-ASSIGN-UNMAPPED AND NOT WS-VALIDATE-ONLY-MODE
               OPEN I-O PROVIDER-XREF-FILE
               IF WS-XREF-NOT-FOUND
                   DISPLAY 'CONVPGM NO KEY CROSS-REFERENCE YET - '
                       'CREATING ' FUNCTION TRIM(WS-XREF-FILENAME)
                   OPEN OUTPUT PROVIDER-XREF-FILE
                   CLOSE PROVIDER-XREF-FILE
                   OPEN I-O PROVIDER-XREF-FILE
               END-IF
           ELSE
               OPEN INPUT PROVIDER-XREF-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-XREF-OK
                   SET WS-XREF-WAS-OPENED TO TRUE
               WHEN WS-XREF-NOT-FOUND AND WS-XREF-ASSIGN-UNMAPPED
                   DISPLAY 'CONVPGM NO KEY CROSS-REFERENCE YET - EVERY '
                       'KEY WOULD BE ASSIGNED'
               WHEN OTHER
                   DISPLAY 'CONVPGM UNABLE TO OPEN KEY CROSS-REFERENCE '
                       FUNCTION TRIM(WS-XREF-FILENAME) ', STATUS='
                       WS-XREF-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    2700-FIND-CURRENCY-RATE
      *    Leaves WS-CCY-IDX pointing at WS-LOOKUP-CURRENCY's rate
               END-IF
           END-PERFORM.

      ******************************************************************
      *    1300-READ-PRIOR-RECORD
      *    The prior copy is yesterday's feed as received, control
      *    records and all - its header and trailer are stepped over
      *    so only detail keys take part in the delta match.
      ******************************************************************
       1300-READ-PRIOR-RECORD.
           PERFORM 1305-READ-PRIOR-LINE
           PERFORM 1305-READ-PRIOR-LINE
               UNTIL WS-PRIOR-EOF
                  OR NOT WS-PRIOR-CONTROL-RECORD.

       1305-READ-PRIOR-LINE.
           READ PRIOR-INPUT-FILE INTO WS-PRIOR-RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
                   MOVE 'N' TO WS-PRIOR-EOF-SWITCH
           END-READ.

      ******************************************************************
      *    1400-VERIFY-FEED-CONTROLS
      *    One pass over the whole input before anything is opened
      *    for output.  The header must be the first line and the
      *    trailer the last, exactly one of each; the trailer's
      *    detail count and FIELD2/FIELD5 hash totals must equal
      *    what was actually read.  A file that passes is then
      *    sequenced against the feed registry.  An input that will
      *    not open is left for 1110-OPEN-INPUT-FILE to report.
      ******************************************************************
       1400-VERIFY-FEED-CONTROLS.
           OPEN INPUT WS-INPUT-FILE
           IF WS-INPUT-OK
               PERFORM 1410-SCAN-ONE-CONTROL-LINE
                   UNTIL WS-CONTROL-EOF
               CLOSE WS-INPUT-FILE
               PERFORM 1420-PROVE-FEED-CONTROLS
               IF WS-FEED-CONTROLS-OK
                   DISPLAY 'CONVPGM FEED ' FH-PROVIDER-ID
                       ' SEQUENCE ' FH-FILE-SEQUENCE
                       ' BUSINESS DATE ' FH-BUSINESS-DATE
                       ' - TRAILER PROVEN'
                   IF FH-FILE-SEQUENCE > 0
                       PERFORM 1450-CHECK-FEED-REGISTRY
                   END-IF
               END-IF
           END-IF.

       1410-SCAN-ONE-CONTROL-LINE.
           READ WS-INPUT-FILE INTO WS-RECORD
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ
           IF NOT WS-CONTROL-EOF
               ADD 1 TO WS-CTL-LINE-COUNT
               EVALUATE TRUE
                   WHEN WS-TYPE-HEADER
                       ADD 1 TO WS-CTL-HEADER-COUNT
                       MOVE WS-CTL-LINE-COUNT TO WS-CTL-HEADER-LINE
                       MOVE WS-RECORD-X TO WS-FEED-HEADER-AREA
                   WHEN WS-TYPE-TRAILER
                       ADD 1 TO WS-CTL-TRAILER-COUNT
                       MOVE WS-CTL-LINE-COUNT TO WS-CTL-TRAILER-LINE
                       MOVE WS-RECORD-X TO WS-FEED-TRAILER-AREA
                   WHEN OTHER
                       ADD 1 TO WS-CTL-DETAIL-COUNT
                       IF WS-RECORD-FIELD2 IS NUMERIC
                           ADD WS-RECORD-FIELD2 TO WS-CTL-FIELD2-HASH
                       END-IF
                       IF WS-RECORD-FIELD5 IS NUMERIC
                           ADD WS-RECORD-FIELD5 TO WS-CTL-FIELD5-HASH
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    1420-PROVE-FEED-CONTROLS
      *    Tests run in order and the first failure wins, so the
      *    reason shown is the most basic thing wrong with the file.
      ******************************************************************
       1420-PROVE-FEED-CONTROLS.
           EVALUATE TRUE
               WHEN WS-CTL-HEADER-COUNT = 0
                   MOVE 'NO HEADER RECORD' TO WS-FEED-REJECT-REASON
               WHEN WS-CTL-HEADER-COUNT > 1
                   MOVE 'MORE THAN ONE HEADER RECORD'
                       TO WS-FEED-REJECT-REASON
               WHEN WS-CTL-HEADER-LINE NOT = 1
                   MOVE 'HEADER IS NOT THE FIRST RECORD'
                       TO WS-FEED-REJECT-REASON
               WHEN WS-CTL-TRAILER-COUNT = 0
                   MOVE 'NO TRAILER RECORD - FILE MAY BE TRUNCATED'
                       TO WS-FEED-REJECT-REASON
               WHEN WS-CTL-TRAILER-COUNT > 1
                   MOVE 'MORE THAN ONE TRAILER RECORD'
                       TO WS-FEED-REJECT-REASON
               WHEN WS-CTL-TRAILER-LINE NOT = WS-CTL-LINE-COUNT
                   MOVE 'TRAILER IS NOT THE LAST RECORD'
                       TO WS-FEED-REJECT-REASON
               WHEN FH-PROVIDER-ID = SPACES
                   MOVE 'HEADER PROVIDER ID IS BLANK'
                       TO WS-FEED-REJECT-REASON
               WHEN FH-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'HEADER BUSINESS DATE NOT NUMERIC'
                       TO WS-FEED-REJECT-REASON
               WHEN FH-FILE-SEQUENCE IS NOT NUMERIC
                   MOVE 'HEADER FILE SEQUENCE NOT NUMERIC'
                       TO WS-FEED-REJECT-REASON
               WHEN FT-DETAIL-COUNT IS NOT NUMERIC
                 OR FT-FIELD2-HASH IS NOT NUMERIC
                 OR FT-FIELD5-HASH IS NOT NUMERIC
                   MOVE 'TRAILER COUNT OR HASH TOTAL NOT NUMERIC'
                       TO WS-FEED-REJECT-REASON
               WHEN FT-DETAIL-COUNT NOT = WS-CTL-DETAIL-COUNT
                   MOVE 'TRAILER DETAIL COUNT DOES NOT MATCH'
                       TO WS-FEED-REJECT-REASON
               WHEN FT-FIELD2-HASH NOT = WS-CTL-FIELD2-HASH
                   MOVE 'TRAILER FIELD2 HASH TOTAL DOES NOT MATCH'
                       TO WS-FEED-REJECT-REASON
               WHEN FT-FIELD5-HASH NOT = WS-CTL-FIELD5-HASH
                   MOVE 'TRAILER FIELD5 HASH TOTAL DOES NOT MATCH'
                       TO WS-FEED-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-FEED-REJECT-REASON
           END-EVALUATE
           IF WS-FEED-REJECT-REASON NOT = SPACES
               SET WS-FEED-CONTROL-FAILED TO TRUE
               IF WS-CTL-TRAILER-COUNT = 1
                   DISPLAY 'CONVPGM TRAILER COUNT/F2/F5: '
                       FT-DETAIL-COUNT ' ' FT-FIELD2-HASH ' '
                       FT-FIELD5-HASH
                   DISPLAY 'CONVPGM ACTUAL  COUNT/F2/F5: '
                       WS-CTL-DETAIL-COUNT ' ' WS-CTL-FIELD2-HASH
                       ' ' WS-CTL-FIELD5-HASH
               END-IF
           END-IF.

      ******************************************************************
      *    1450-CHECK-FEED-REGISTRY
      *    FEEDREG.DAT holds one record per file accepted from each
      *    provider, keyed provider id + file sequence.  This file
      *    is refused when:
      *       - its own key is already there     (DUPLICATE)
      *       - a higher sequence from the same provider is already
      *         there                            (OUT OF ORDER)
      *       - the provider has history but not sequence - 1
      *                                          (MISSING FILE)
      *    No registry yet (status 35), or no history for this
      *    provider, means this is the provider's first file - any
      *    sequence is accepted and becomes the starting point.
      *    A validate-only run checks the registry but never adds
      *    to it (see 9500-REGISTER-FEED-FILE).
      ******************************************************************
       1450-CHECK-FEED-REGISTRY.
           OPEN INPUT FEED-REGISTRY-FILE
           IF WS-REGISTRY-NOT-FOUND
               DISPLAY 'CONVPGM NO FEED REGISTRY YET - FIRST FILE '
                   'FROM ' FH-PROVIDER-ID ' ACCEPTED'
           ELSE
               IF NOT WS-REGISTRY-OK
                   DISPLAY 'CONVPGM UNABLE TO OPEN FEED REGISTRY, '
                       'STATUS=' WS-REGISTRY-STATUS
                   MOVE 'FEED REGISTRY UNAVAILABLE'
                       TO WS-FEED-REJECT-REASON
                   SET WS-FEED-CONTROL-FAILED TO TRUE
               ELSE
                   PERFORM 1460-PROBE-FEED-REGISTRY
                   CLOSE FEED-REGISTRY-FILE
               END-IF
           END-IF.

       1460-PROBE-FEED-REGISTRY.
           MOVE FH-PROVIDER-ID TO FR-PROVIDER-ID
           MOVE FH-FILE-SEQUENCE TO FR-FILE-SEQUENCE
           READ FEED-REGISTRY-FILE
           IF WS-REGISTRY-OK
               MOVE 'DUPLICATE FILE - SEQUENCE ALREADY ACCEPTED'
                   TO WS-FEED-REJECT-REASON
               SET WS-FEED-CONTROL-FAILED TO TRUE
               DISPLAY 'CONVPGM ' FH-PROVIDER-ID ' SEQUENCE '
                   FH-FILE-SEQUENCE ' WAS ACCEPTED '
                   FR-ACCEPTED-TIMESTAMP ' FROM '
                   FUNCTION TRIM(FR-INPUT-FILENAME)
           END-IF
           IF WS-FEED-CONTROLS-OK
               PERFORM 1470-FIND-LATER-SEQUENCE
           END-IF
           IF WS-FEED-CONTROLS-OK AND FH-FILE-SEQUENCE > 1
               PERFORM 1480-FIND-PRIOR-SEQUENCE
           END-IF.

      *    Anything registered after this key for the same provider
      *    means this file arrived behind a later one.
       1470-FIND-LATER-SEQUENCE.
           MOVE FH-PROVIDER-ID TO FR-PROVIDER-ID
           MOVE FH-FILE-SEQUENCE TO FR-FILE-SEQUENCE
           START FEED-REGISTRY-FILE KEY > FR-REGISTRY-KEY
           IF WS-REGISTRY-OK
               READ FEED-REGISTRY-FILE NEXT RECORD
               IF WS-REGISTRY-OK
                   AND FR-PROVIDER-ID = FH-PROVIDER-ID
                   MOVE 'OUT OF ORDER - A LATER SEQUENCE IS ACCEPTED'
                       TO WS-FEED-REJECT-REASON
                   SET WS-FEED-CONTROL-FAILED TO TRUE
                   DISPLAY 'CONVPGM ' FH-PROVIDER-ID ' SEQUENCE '
                       FR-FILE-SEQUENCE ' ALREADY ACCEPTED, THIS '
                       'FILE IS ' FH-FILE-SEQUENCE
               END-IF
           END-IF.

      *    The predecessor must be on file - unless the provider has
      *    no history at all, in which case this file starts it.
       1480-FIND-PRIOR-SEQUENCE.
           COMPUTE WS-EXPECTED-SEQUENCE = FH-FILE-SEQUENCE - 1
           MOVE FH-PROVIDER-ID TO FR-PROVIDER-ID
           MOVE WS-EXPECTED-SEQUENCE TO FR-FILE-SEQUENCE
           READ FEED-REGISTRY-FILE
           IF WS-REGISTRY-NO-RECORD
               MOVE FH-PROVIDER-ID TO WS-PROBE-PROVIDER-ID
               MOVE 0 TO WS-PROBE-FILE-SEQUENCE
               MOVE WS-REGISTRY-PROBE-KEY TO FR-REGISTRY-KEY
               START FEED-REGISTRY-FILE KEY NOT < FR-REGISTRY-KEY
               IF WS-REGISTRY-OK
                   READ FEED-REGISTRY-FILE NEXT RECORD
                   IF WS-REGISTRY-OK
                       AND FR-PROVIDER-ID = FH-PROVIDER-ID
                       MOVE 'MISSING FILE - PRIOR SEQUENCE NOT ON FILE'
                           TO WS-FEED-REJECT-REASON
                       SET WS-FEED-CONTROL-FAILED TO TRUE
                       DISPLAY 'CONVPGM ' FH-PROVIDER-ID
                           ' EXPECTED SEQUENCE ' WS-EXPECTED-SEQUENCE
                           ' BEFORE ' FH-FILE-SEQUENCE
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-RECORDS.
           READ WS-INPUT-FILE INTO WS-RECORD
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
      *    The header and trailer were proven by 1400-VERIFY-FEED-
      *    CONTROLS; they are not data and are not counted as read.
           IF NOT WS-EOF-REACHED AND NOT WS-TYPE-FEED-CONTROL
               ADD 1 TO WS-RECORDS-READ
               IF WS-SKIPPING-TO-RESTART
                   PERFORM 2100-CHECK-RESTART-POINT
           END-IF.

       2220-CONVERT-VALID-RECORD.
           IF WS-RECORD-IS-VALID AND WS-KEY-TO-BE-ASSIGNED
               PERFORM 4060-ASSIGN-INTERNAL-KEY
           END-IF
           IF WS-RECORD-IS-VALID
               PERFORM 4000-CONVERT-RECORD
               PERFORM 5000-RECONCILE-RECORD
      *    day's feed.
      ******************************************************************
       2300-WRITE-EXCEPTION-RECORD.
           PERFORM 2310-COUNT-REJECT-REASON
           MOVE WS-RECORD-KEY TO EX-KEY
           MOVE WS-REJECT-REASON-CODE TO EX-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO EX-REASON-TEXT
           MOVE WS-REJECT-REASON-CODE TO AK-DISPOSITION
           PERFORM 2350-WRITE-ACK-RECORD.

       2310-COUNT-REJECT-REASON.
           EVALUATE WS-REJECT-REASON-CODE
               WHEN 'DUPKEY'
                   ADD 1 TO WS-DUPKEY-REJECTS
               WHEN 'BADFIELD'
                   ADD 1 TO WS-BADFIELD-REJECTS
               WHEN 'UNKTYPE'
                   ADD 1 TO WS-UNKTYPE-REJECTS
               WHEN 'NORATE'
                   ADD 1 TO WS-NORATE-REJECTS
               WHEN 'RECONFAIL'
                   ADD 1 TO WS-RECONFAIL-REJECTS
               WHEN 'BADCODE'
                   ADD 1 TO WS-BADCODE-REJECTS
               WHEN 'NOXREF'
                   ADD 1 TO WS-NOXREF-REJECTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    2350-WRITE-ACK-RECORD
      *    One acknowledgment line for the record in hand, under

           IF WS-RECORD-IS-VALID AND WS-TYPE-EXTENDED
               PERFORM 3200-VALIDATE-EXTENDED-FIELDS
           END-IF

           MOVE 'N' TO WS-KEY-ASSIGN-SWITCH
           IF WS-RECORD-IS-VALID AND NOT WS-XREF-NOT-USED
               PERFORM 3400-RESOLVE-INTERNAL-KEY
           END-IF.

       3100-VALIDATE-STANDARD-FIELDS.
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE 'BADFIELD' TO WS-REJECT-REASON-CODE
               MOVE 'FIELD3 is blank' TO WS-REJECT-REASON-TEXT
           END-IF

           IF WS-RECORD-IS-VALID
               MOVE WS-RECORD-FIELD3 TO WS-LOOKUP-REF-CODE
               PERFORM 3300-CHECK-REFERENCE-CODE
               IF NOT WS-REF-CODE-IN-FORCE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BADCODE' TO WS-REJECT-REASON-CODE
                   EVALUATE TRUE
                       WHEN WS-REF-CODE-EXPIRED
                           MOVE 'FIELD3 code has expired'
                               TO WS-REJECT-REASON-TEXT
                       WHEN WS-REF-CODE-NOT-YET
                           MOVE 'FIELD3 code not yet effective'
                               TO WS-REJECT-REASON-TEXT
                       WHEN OTHER
                           MOVE 'FIELD3 code not on reference table'
                               TO WS-REJECT-REASON-TEXT
                   END-EVALUATE
               END-IF
           END-IF.

       3200-VALIDATE-EXTENDED-FIELDS.
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE 'BADFIELD' TO WS-REJECT-REASON-CODE
               MOVE 'FIELD6 is blank' TO WS-REJECT-REASON-TEXT
           END-IF

           IF WS-RECORD-IS-VALID
               MOVE WS-RECORD-FIELD6 TO WS-LOOKUP-REF-CODE
               PERFORM 3300-CHECK-REFERENCE-CODE
               IF NOT WS-REF-CODE-IN-FORCE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BADCODE' TO WS-REJECT-REASON-CODE
                   EVALUATE TRUE
                       WHEN WS-REF-CODE-EXPIRED
                           MOVE 'FIELD6 code has expired'
                               TO WS-REJECT-REASON-TEXT
                       WHEN WS-REF-CODE-NOT-YET
                           MOVE 'FIELD6 code not yet effective'
                               TO WS-REJECT-REASON-TEXT
                       WHEN OTHER
                           MOVE 'FIELD6 code not on reference table'
                               TO WS-REJECT-REASON-TEXT
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *    3300-CHECK-REFERENCE-CODE
      *    A code is in force on the business date when it is on
      *    the table, effective on or before that date, and its
      *    expiry date is still after it (see REFCODE.cpy).  The
      *    feed's own business date governs, not the run date, so
      *    a late-running feed is judged by the day it describes.
      ******************************************************************
       3300-CHECK-REFERENCE-CODE.
           MOVE WS-LOOKUP-REF-CODE TO RF-CODE
           READ REFERENCE-CODE-FILE
           EVALUATE TRUE
               WHEN NOT WS-REFCODE-OK
                   SET WS-REF-CODE-UNKNOWN TO TRUE
               WHEN RF-EFFECTIVE-DATE > FH-BUSINESS-DATE
                   SET WS-REF-CODE-NOT-YET TO TRUE
               WHEN RF-EXPIRY-DATE NOT > FH-BUSINESS-DATE
                   SET WS-REF-CODE-EXPIRED TO TRUE
               WHEN OTHER
                   SET WS-REF-CODE-IN-FORCE TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    3400-RESOLVE-INTERNAL-KEY
      *    Looks the header's provider id plus this record's key up
      *    on the cross-reference.  Runs last among the edits, so a
      *    record already rejected for its data never reaches it.
      *    An active mapping gives the internal key; a retired one
      *    always rejects; no mapping at all rejects, or is flagged
      *    for 4060-ASSIGN-INTERNAL-KEY under the assign policy.
      ******************************************************************
       3400-RESOLVE-INTERNAL-KEY.
           MOVE SPACES TO WS-INTERNAL-KEY
           MOVE FH-PROVIDER-ID TO PX-PROVIDER-ID
           MOVE WS-RECORD-KEY TO PX-PROVIDER-KEY
           IF WS-XREF-WAS-OPENED
               READ PROVIDER-XREF-FILE
           ELSE
               SET WS-XREF-NO-RECORD TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-XREF-OK AND PX-MAPPING-ACTIVE
                   MOVE PX-INTERNAL-KEY TO WS-INTERNAL-KEY
               WHEN WS-XREF-OK
                   SET WS-RECORD-IS-INVALID TO TRUE
                   ADD 1 TO WS-NOXREF-COUNT
                   MOVE 'NOXREF' TO WS-REJECT-REASON-CODE
                   MOVE 'Provider key mapping has been retired'
                       TO WS-REJECT-REASON-TEXT
               WHEN WS-XREF-NO-RECORD AND WS-XREF-ASSIGN-UNMAPPED
                   SET WS-KEY-TO-BE-ASSIGNED TO TRUE
               WHEN WS-XREF-NO-RECORD
                   SET WS-RECORD-IS-INVALID TO TRUE
                   ADD 1 TO WS-NOXREF-COUNT
                   MOVE 'NOXREF' TO WS-REJECT-REASON-CODE
                   MOVE 'Provider key not on cross-reference'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   DISPLAY 'CONVPGM KEY CROSS-REFERENCE READ FAILED, '
                       'STATUS=' WS-XREF-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   ADD 1 TO WS-NOXREF-COUNT
                   MOVE 'NOXREF' TO WS-REJECT-REASON-CODE
                   MOVE 'Cross-reference could not be read'
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE.

      ******************************************************************
      *    4000-CONVERT-RECORD  (request 002)
      *    Explicit, field-by-field moves - no MOVE CORRESPONDING.
       4000-CONVERT-RECORD.
           INITIALIZE DB-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
           IF WS-XREF-NOT-USED
               MOVE WS-RECORD-KEY  TO DB-RECORD-KEY
           ELSE
               PERFORM 4050-TRANSLATE-RECORD-KEY
           END-IF
           MOVE WS-RECORD-TYPE TO DB-RECORD-TYPE
           MOVE WS-RECORD-ACTION TO DB-RECORD-ACTION
           PERFORM 4100-MOVE-STANDARD-FIELDS
               PERFORM 4200-MOVE-EXTENDED-FIELDS
           END-IF.

      ******************************************************************
      *    4050-TRANSLATE-RECORD-KEY
      *    The internal key goes on DB-RECORD, and the audit trail
      *    gets a PROVIDER-KEY line - old value the key as the
      *    provider sent it, new value the internal key - so the
      *    provider's key can be traced through AUDTVSAM to the
      *    master record it landed on.
      ******************************************************************
       4050-TRANSLATE-RECORD-KEY.
           MOVE WS-INTERNAL-KEY TO DB-RECORD-KEY
           ADD 1 TO WS-KEYS-TRANSLATED
           MOVE 'PROVIDER-KEY' TO AR-FIELD-NAME
           MOVE WS-RECORD-KEY TO AR-OLD-VALUE
           MOVE WS-INTERNAL-KEY TO AR-NEW-VALUE
           PERFORM 4900-WRITE-AUDIT-LINE.

      ******************************************************************
      *    4060-ASSIGN-INTERNAL-KEY
      *    Takes the next number off the control record (see
      *    XREFREC.cpy), writes the control record back, then adds
      *    the provider key's mapping.  The control record goes back
      *    first: a failure between the two writes wastes a number
      *    but can never hand the same internal key out twice.  A
      *    record that cannot be given a key is rejected NOXREF and
      *    the run graded fatal.
      ******************************************************************
       4060-ASSIGN-INTERNAL-KEY.
           MOVE 'N' TO WS-KEY-ASSIGN-SWITCH
           MOVE 'N' TO WS-XREF-CONTROL-SWITCH
           MOVE SPACES TO PX-XREF-KEY
           READ PROVIDER-XREF-FILE
           EVALUATE TRUE
               WHEN WS-XREF-OK AND PX-ASSIGNED-NUMBER IS NUMERIC
                   SET WS-XREF-CONTROL-ON-FILE TO TRUE
                   MOVE PX-ASSIGNED-NUMBER TO WS-ASSIGNED-KEY-NUMBER
               WHEN WS-XREF-NO-RECORD
                   MOVE 0 TO WS-ASSIGNED-KEY-NUMBER
               WHEN OTHER
                   DISPLAY 'CONVPGM KEY CROSS-REFERENCE CONTROL RECORD '
                       'UNREADABLE, STATUS=' WS-XREF-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-FATAL-FILE-ERROR
               ADD 1 TO WS-ASSIGNED-KEY-NUMBER
               MOVE SPACES TO PROVIDER-XREF-RECORD
               MOVE WS-ASSIGNED-KEY-PREFIX TO PX-ASSIGNED-PREFIX
               MOVE WS-ASSIGNED-KEY-NUMBER TO PX-ASSIGNED-NUMBER
               MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
               IF WS-XREF-CONTROL-ON-FILE
                   REWRITE PROVIDER-XREF-RECORD
               ELSE
                   WRITE PROVIDER-XREF-RECORD
               END-IF
               IF NOT WS-XREF-OK
                   DISPLAY 'CONVPGM KEY CROSS-REFERENCE CONTROL RECORD '
                       'WRITE FAILED, STATUS=' WS-XREF-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-FATAL-FILE-ERROR
               MOVE PX-INTERNAL-KEY TO WS-INTERNAL-KEY
               MOVE FH-PROVIDER-ID TO PX-PROVIDER-ID
               MOVE WS-RECORD-KEY TO PX-PROVIDER-KEY
               SET PX-MAPPING-ACTIVE TO TRUE
               SET PX-ORIGIN-CONVERSION TO TRUE
               MOVE WS-RUN-TIMESTAMP(1:8) TO PX-CREATED-DATE
               WRITE PROVIDER-XREF-RECORD
               IF WS-XREF-OK
                   ADD 1 TO WS-KEYS-ASSIGNED
               ELSE
                   DISPLAY 'CONVPGM KEY CROSS-REFERENCE WRITE FAILED '
                       'FOR ' WS-RECORD-KEY ', STATUS=' WS-XREF-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-FATAL-FILE-ERROR
               MOVE SPACES TO WS-INTERNAL-KEY
               SET WS-RECORD-IS-INVALID TO TRUE
               ADD 1 TO WS-NOXREF-COUNT
               MOVE 'NOXREF' TO WS-REJECT-REASON-CODE
               MOVE 'Internal key could not be assigned'
                   TO WS-REJECT-REASON-TEXT
           END-IF.

      ******************************************************************
      *    4100-MOVE-STANDARD-FIELDS  (request 005)
      *    Walks WS-STANDARD-FIELD-MAP instead of one hand-written
               FUNCTION NUMVAL(WS-AUDIT-NUMERIC-TEXT)
           MOVE WS-AUDIT-NUMERIC-VALUE TO WS-AUDIT-NUMERIC-EDIT.

      *    The audit trail is keyed the way the master is - on the
      *    internal key when the feed's keys are translated.
       4900-WRITE-AUDIT-LINE.
           MOVE DB-RECORD-KEY TO AR-KEY
           MOVE WS-AUDIT-TIMESTAMP TO AR-TIMESTAMP
           MOVE WS-AUDIT-LINE-AREA TO AUDIT-TRAIL-LINE
           WRITE AUDIT-TRAIL-LINE
               DISPLAY 'CONVPGM DELTA DROPPED:    '
                   WS-DELTA-DROPPED-COUNT
           END-IF
           IF NOT WS-XREF-NOT-USED
               DISPLAY 'CONVPGM KEYS TRANSLATED:  ' WS-KEYS-TRANSLATED
               DISPLAY 'CONVPGM KEYS ASSIGNED:    ' WS-KEYS-ASSIGNED
               DISPLAY 'CONVPGM NOXREF REJECTS:   ' WS-NOXREF-COUNT
           END-IF
           IF WS-INPUT-FILE-WAS-OPENED
               AND NOT WS-VALIDATE-ONLY-MODE
               PERFORM 9200-DISPLAY-BALANCE-TOTALS
           END-IF
           IF WS-REFCODE-WAS-OPENED
               CLOSE REFERENCE-CODE-FILE
           END-IF
           IF WS-XREF-WAS-OPENED
               CLOSE PROVIDER-XREF-FILE
           END-IF
      *    Only a loadable run takes its sequence number - a file
      *    refused for its reject ceiling or balance can be corrected
      *    and sent again under the same sequence.
           IF WS-INPUT-FILE-WAS-OPENED
               AND NOT WS-VALIDATE-ONLY-MODE
               AND FH-FILE-SEQUENCE > 0
               PERFORM 9910-GRADE-THE-RUN
               IF WS-RUN-RC < 8
                   PERFORM 9500-REGISTER-FEED-FILE
               END-IF
           END-IF
           PERFORM 9600-APPEND-RUN-HISTORY
           PERFORM 9900-SET-RETURN-CODE.

      ******************************************************************
      *    9600-APPEND-RUN-HISTORY
      *    One line per run on RUNHIST.DAT, created on first use,
      *    carrying the grade this run is about to hand back.  The
      *    history is trend reporting, not part of the load: a
      *    history that cannot be written is reported on the
      *    console and leaves the grade alone (FEEDTRND will then
      *    show the feed as not having run).
      ******************************************************************
       9600-APPEND-RUN-HISTORY.
           PERFORM 9910-GRADE-THE-RUN
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-HISTORY-OK
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE WS-RUN-TIMESTAMP TO RH-RUN-TIMESTAMP
               MOVE WS-INPUT-FILENAME TO RH-INPUT-FILENAME
               MOVE FH-PROVIDER-ID TO RH-PROVIDER-ID
               IF FH-BUSINESS-DATE IS NUMERIC
                   MOVE FH-BUSINESS-DATE TO RH-BUSINESS-DATE
               ELSE
                   MOVE WS-RUN-TIMESTAMP(1:8) TO RH-BUSINESS-DATE
               END-IF
               MOVE WS-RUN-MODE TO RH-RUN-MODE
               MOVE WS-RUN-RC TO RH-RETURN-CODE
               MOVE WS-RECORDS-READ TO RH-RECORDS-READ
               MOVE WS-RECORDS-SKIPPED TO RH-RECORDS-SKIPPED
               MOVE WS-RECORDS-WRITTEN TO RH-RECORDS-WRITTEN
               MOVE WS-RECORDS-REJECTED TO RH-RECORDS-REJECTED
               MOVE WS-DUPKEY-REJECTS TO RH-DUPKEY-COUNT
               MOVE WS-BADFIELD-REJECTS TO RH-BADFIELD-COUNT
               MOVE WS-UNKTYPE-REJECTS TO RH-UNKTYPE-COUNT
               MOVE WS-NORATE-REJECTS TO RH-NORATE-COUNT
               MOVE WS-RECONFAIL-REJECTS TO RH-RECONFAIL-COUNT
               MOVE WS-BADCODE-REJECTS TO RH-BADCODE-COUNT
               MOVE WS-NOXREF-REJECTS TO RH-NOXREF-COUNT
               MOVE WS-WRITTEN-F2-TOTAL TO RH-WRITTEN-F2-TOTAL
               MOVE WS-WRITTEN-F5-TOTAL TO RH-WRITTEN-F5-TOTAL
               WRITE RUN-HISTORY-RECORD
               IF NOT WS-HISTORY-OK
                   DISPLAY 'CONVPGM RUN HISTORY WRITE FAILED, STATUS='
                       WS-HISTORY-STATUS
               END-IF
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY 'CONVPGM UNABLE TO OPEN RUN HISTORY, STATUS='
                   WS-HISTORY-STATUS
           END-IF.

      ******************************************************************
      *    9500-REGISTER-FEED-FILE
      *    Records this file's provider, sequence, business date and
      *    trailer totals in FEEDREG.DAT.  The registry is created on
      *    first use.  A registry that cannot be written is fatal:
      *    the next file from this provider would otherwise be
      *    reported as following a missing one.
      ******************************************************************
       9500-REGISTER-FEED-FILE.
           OPEN I-O FEED-REGISTRY-FILE
           IF WS-REGISTRY-NOT-FOUND
               OPEN OUTPUT FEED-REGISTRY-FILE
               CLOSE FEED-REGISTRY-FILE
               OPEN I-O FEED-REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-OK
               MOVE FH-PROVIDER-ID TO FR-PROVIDER-ID
               MOVE FH-FILE-SEQUENCE TO FR-FILE-SEQUENCE
               MOVE FH-BUSINESS-DATE TO FR-BUSINESS-DATE
               MOVE FT-DETAIL-COUNT TO FR-DETAIL-COUNT
               MOVE FT-FIELD2-HASH TO FR-FIELD2-HASH
               MOVE FT-FIELD5-HASH TO FR-FIELD5-HASH
               MOVE WS-RUN-TIMESTAMP TO FR-ACCEPTED-TIMESTAMP
               MOVE WS-RUN-RC TO FR-RUN-RETURN-CODE
               MOVE WS-INPUT-FILENAME TO FR-INPUT-FILENAME
               WRITE FEED-REGISTRY-RECORD
               IF NOT WS-REGISTRY-OK
                   DISPLAY 'CONVPGM FEED REGISTRY WRITE FAILED, '
                       'STATUS=' WS-REGISTRY-STATUS
                   SET WS-FATAL-FILE-ERROR TO TRUE
               END-IF
               CLOSE FEED-REGISTRY-FILE
           ELSE
               DISPLAY 'CONVPGM UNABLE TO OPEN FEED REGISTRY, STATUS='
                   WS-REGISTRY-STATUS
               SET WS-FATAL-FILE-ERROR TO TRUE
           END-IF.

      ******************************************************************
      *    9300-FINISH-DELTA-RUN
      *    Prior keys left after the feed ran out disappeared from
      *    a restart point were graded by the run that wrote them.
      ******************************************************************
       9900-SET-RETURN-CODE.
           PERFORM 9910-GRADE-THE-RUN
           DISPLAY 'CONVPGM RETURN CODE:      ' WS-RUN-RC
           MOVE WS-RUN-RC TO RETURN-CODE
           IF WS-CALLED-WITH-PARM
               MOVE WS-RUN-RC TO LS-RETURN-CODE
           END-IF.

       9910-GRADE-THE-RUN.
           MOVE 0 TO WS-RUN-RC
           IF WS-RECORDS-REJECTED > 0
               OR WS-RECON-MISMATCH-COUNT > 0
           IF WS-FATAL-FILE-ERROR
               MOVE 12 TO WS-RUN-RC
           END-IF
           IF WS-FEED-CONTROL-FAILED
               MOVE 16 TO WS-RUN-RC
           END-IF.

      ******************************************************************
