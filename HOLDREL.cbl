      ******************************************************************
      *    PROGRAM-ID. HOLDREL.
      *    Release for the pending-hold queue MSTUPDT fills (HOLDQUE.
      *    DAT, HOLDREC.cpy layout) with changes that moved an amount
      *    outside its currency's tolerance or changed its currency.
      *    Driven by an approvals file, one decision per held key:
      *        A  approve - the held after-image is applied to the
      *                     master and the hold is cleared,
      *        R  reject  - the hold is cleared and the master is
      *                     left as it stands.
      *    An approved change goes onto the master through the same
      *    path MSTUPDT's own changes take: REWRITE over the key and
      *    a CHANGE entry, before- and after-image, on a journal in
      *    MSTUPDT's layout (<base>.JNL), so MSTBKO can back a bad
      *    release out exactly as it backs out a feed.  The after-
      *    image only goes over a master record still holding the
      *    hold's before-image - a key some later run has changed
      *    is reported in error and the hold kept, for the operator
      *    to reject or re-approve against the new value.
      *
      *    After the approvals, every hold still queued that was
      *    held before the age limit (default 5 days) is aged out -
      *    deleted from the queue, never applied, and reported.
      *    The rest stay pending for a later release.
      *
      *    CONVPGM audited a held change before MSTUPDT parked it, so
      *    the audit trail's last word on a rejected or aged-out
      *    hold's fields is a value the master never took.  Each
      *    such hold writes audit lines in CONVPGM's layout
      *    (AUDREC.cpy) to <base>.LOG for AUDLOAD to load: one per
      *    field where the discarded after-image differs from what
      *    the master holds now - old value the one discarded, new
      *    value the master's - so MSTAUD ties the key out again.
      *    A key no longer on the master writes none.
      *
      *    Approvals line (WS-APPROVAL-AREA): key, decision, and the
      *    approver's id, each separated by one space.  A decision
      *    for a key not on the queue, or a decision that is not A
      *    or R, is refused and reported.
      *
      *    Return code 4 when any approval was refused or any hold
      *    aged out, 8 when an approved change could not be applied,
      *    12 when a file could not be opened, read or written.
      *
      *    Run after any merge apply's new master generation has been
      *    swapped in - like every keyed update, a release against
      *    the unswapped master would be lost with the swap.
      *
      *    Command line: optional approvals filename (default
      *    HOLDAPPR.DAT), then optional age limit in days.  The
      *    release report goes to <base>.REL, the journal to
      *    <base>.JNL and the audit lines to <base>.LOG; the master
      *    is always MASTER.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE
               ASSIGN TO DYNAMIC WS-APPROVAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT HOLD-QUEUE-FILE
               ASSIGN TO DYNAMIC WS-HOLD-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-RECORD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RELEASE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD                 PIC X(21).

       FD  HOLD-QUEUE-FILE.
       COPY HOLDREC.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MS-RECORD-KEY               PIC X(10).
           05  MS-RECORD-DATA              PIC X(78).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD                  PIC X(202).

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-LINE             PIC X(80).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-LINE                PIC X(95).

       WORKING-STORAGE SECTION.
       COPY AUDREC.

       01  WS-DYNAMIC-FILENAMES.
           05  WS-APPROVAL-FILENAME        PIC X(80) VALUE
               'HOLDAPPR.DAT'.
           05  WS-HOLD-FILENAME            PIC X(80) VALUE
               'HOLDQUE.DAT'.
           05  WS-MASTER-FILENAME          PIC X(80) VALUE
               'MASTER.DAT'.
           05  WS-JOURNAL-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-AUDIT-FILENAME           PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS          PIC X(02) VALUE '00'.
               88  WS-APPROVAL-OK             VALUE '00'.
           05  WS-HOLD-STATUS              PIC X(02) VALUE '00'.
               88  WS-HOLD-OK                 VALUE '00' '02'.
               88  WS-HOLD-EOF                VALUE '10'.
               88  WS-HOLD-NO-RECORD          VALUE '23'.
               88  WS-HOLD-NOT-FOUND          VALUE '35'.
           05  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
               88  WS-MASTER-OK               VALUE '00' '02'.
               88  WS-MASTER-NO-RECORD        VALUE '23'.
           05  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
               88  WS-JOURNAL-OK              VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
               88  WS-AUDIT-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
           05  WS-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-QUEUE-EOF-REACHED       VALUE 'Y'.
           05  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-RELEASE-ABORTED         VALUE 'Y'.
      *    Was-opened switches: 9000-TERMINATE closes only what
      *    actually opened.
           05  WS-APPROVAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-APPROVAL-WAS-OPENED     VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-HOLD-WAS-OPENED         VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-MASTER-WAS-OPENED       VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-JOURNAL-WAS-OPENED      VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REPORT-WAS-OPENED       VALUE 'Y'.
           05  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-AUDIT-WAS-OPENED        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-APPROVALS-READ           PIC 9(09) VALUE 0.
           05  WS-CHANGES-APPLIED          PIC 9(09) VALUE 0.
           05  WS-CHANGES-REJECTED         PIC 9(09) VALUE 0.
           05  WS-APPROVALS-REFUSED        PIC 9(09) VALUE 0.
           05  WS-HOLDS-AGED-OUT           PIC 9(09) VALUE 0.
           05  WS-HOLDS-PENDING            PIC 9(09) VALUE 0.
           05  WS-RELEASE-ERRORS           PIC 9(09) VALUE 0.
           05  WS-AUDIT-LINES-WRITTEN      PIC 9(09) VALUE 0.

      ******************************************************************
      *    WS-APPROVAL-AREA - one decision: held key, A or R, and
      *    who decided, each separated by one space.
      ******************************************************************
       01  WS-APPROVAL-AREA.
           05  AP-RECORD-KEY               PIC X(10).
           05  FILLER                      PIC X(01).
           05  AP-DECISION                 PIC X(01).
               88  AP-APPROVED                VALUE 'A'.
               88  AP-REJECTED                VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  AP-APPROVER-ID              PIC X(08).

      ******************************************************************
      *    WS-JOURNAL-LINE-AREA - same layout MSTUPDT writes and
      *    MSTBKO reads.
      ******************************************************************
       01  WS-JOURNAL-LINE-AREA.
           05  JR-DISPOSITION              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JR-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JR-BEFORE-IMAGE             PIC X(88).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JR-AFTER-IMAGE              PIC X(88).

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
      *    The two images a discarded hold is audited between, and
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
      *    Age-out arithmetic, as AUDPURG computes its retention
      *    cutoff: a hold whose HD-HELD-TIMESTAMP date is older than
      *    (strictly below) today minus the age limit is aged out.
      ******************************************************************
       01  WS-AGE-LIMIT-AREA.
           05  WS-AGE-LIMIT-DAYS           PIC 9(05) VALUE 5.
           05  WS-TODAY-DATE               PIC 9(08) VALUE 0.
           05  WS-CUTOFF-INTEGER           PIC 9(09) VALUE 0.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                           PIC X(08).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(26) VALUE
               'HELD CHANGE RELEASE       '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  FILE '.
           05  HL-APPROVAL-NAME            PIC X(28).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-HEADING               PIC X(80) VALUE
           'KEY         ACTION      NOTE                                
      -    '      APPROVER'.

       01  WS-RELEASE-LINE-AREA.
           05  RL-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RL-ACTION                   PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RL-NOTE                     PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RL-APPROVER-ID              PIC X(08).
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(24).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-APPROVAL-NAME             PIC X(80) VALUE SPACES.
       01  WS-CL-AGE-LIMIT                 PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           IF NOT WS-RELEASE-ABORTED
               PERFORM 2000-APPLY-APPROVALS UNTIL WS-EOF-REACHED
               PERFORM 3000-AGE-OUT-HOLDS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    Every file must open before a single decision is acted
      *    on - above all the journal: a release that could not be
      *    backed out is refused outright, as MSTUPDT refuses an
      *    apply.  A queue that does not exist yet is created empty
      *    (nothing has ever been held); a master that does not
      *    exist is a hard stop - there is nothing to release into.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
           PERFORM 1110-APPLY-COMMAND-LINE
           PERFORM 1120-COMPUTE-CUTOFF-DATE
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-APPROVAL-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME
           END-UNSTRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.REL'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.JNL'
               DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.LOG'
               DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-OK
               SET WS-APPROVAL-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'HOLDREL UNABLE TO OPEN APPROVALS FILE, STATUS='
                   WS-APPROVAL-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-RELEASE-ABORTED TO TRUE
           END-IF
           IF NOT WS-RELEASE-ABORTED
               PERFORM 1150-OPEN-HOLD-QUEUE
           END-IF
           IF NOT WS-RELEASE-ABORTED
               OPEN I-O MASTER-FILE
               IF WS-MASTER-OK
                   SET WS-MASTER-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'HOLDREL UNABLE TO OPEN MASTER FILE, '
                       'STATUS=' WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-RELEASE-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RELEASE-ABORTED
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-OK
                   SET WS-JOURNAL-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'HOLDREL UNABLE TO OPEN JOURNAL, STATUS='
                       WS-JOURNAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-RELEASE-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RELEASE-ABORTED
               OPEN OUTPUT RELEASE-REPORT-FILE
               IF WS-REPORT-OK
                   SET WS-REPORT-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'HOLDREL UNABLE TO OPEN REPORT FILE, '
                       'STATUS=' WS-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-RELEASE-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RELEASE-ABORTED
               OPEN OUTPUT AUDIT-TRAIL-FILE
               IF WS-AUDIT-OK
                   SET WS-AUDIT-WAS-OPENED TO TRUE
               ELSE
                   DISPLAY 'HOLDREL UNABLE TO OPEN AUDIT LOG, STATUS='
                       WS-AUDIT-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-RELEASE-ABORTED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    1110-APPLY-COMMAND-LINE
      *    First token is the approvals filename, second the age
      *    limit.  The age limit is operator-typed, so it is proven
      *    valid for NUMVAL before NUMVAL sees it, the same guard
      *    AUDPURG keeps around its retention days.
      ******************************************************************
       1110-APPLY-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-APPROVAL-NAME WS-CL-AGE-LIMIT
               END-UNSTRING
               IF WS-CL-APPROVAL-NAME NOT = SPACES
                   MOVE WS-CL-APPROVAL-NAME TO WS-APPROVAL-FILENAME
               END-IF
               IF WS-CL-AGE-LIMIT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-CL-AGE-LIMIT) = 0
                       AND FUNCTION NUMVAL(WS-CL-AGE-LIMIT) > 0
                       COMPUTE WS-AGE-LIMIT-DAYS =
                           FUNCTION NUMVAL(WS-CL-AGE-LIMIT)
                   ELSE
                       DISPLAY 'HOLDREL AGE LIMIT PARM NOT NUMERIC,'
                           ' DEFAULT KEPT'
                   END-IF
               END-IF
           END-IF.

       1120-COMPUTE-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-TODAY-DATE
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-AGE-LIMIT-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           DISPLAY 'HOLDREL AGING OUT HOLDS DATED BEFORE '
               WS-CUTOFF-DATE.

       1150-OPEN-HOLD-QUEUE.
           OPEN I-O HOLD-QUEUE-FILE
           IF WS-HOLD-NOT-FOUND
               DISPLAY 'HOLDREL NO HOLD QUEUE YET - CREATING '
                   FUNCTION TRIM(WS-HOLD-FILENAME)
               OPEN OUTPUT HOLD-QUEUE-FILE
               CLOSE HOLD-QUEUE-FILE
               OPEN I-O HOLD-QUEUE-FILE
           END-IF
           IF WS-HOLD-OK
               SET WS-HOLD-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'HOLDREL UNABLE TO OPEN HOLD QUEUE, STATUS='
                   WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-RELEASE-ABORTED TO TRUE
           END-IF.

      ******************************************************************
      *    2000-APPLY-APPROVALS
      *    Each decision reads its hold first; a key with no hold
      *    pending is refused, whatever the decision said.
      ******************************************************************
       2000-APPLY-APPROVALS.
           READ APPROVAL-FILE INTO WS-APPROVAL-AREA
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               ADD 1 TO WS-APPROVALS-READ
               MOVE SPACES TO WS-RELEASE-LINE-AREA
               MOVE AP-RECORD-KEY TO RL-KEY
               MOVE AP-APPROVER-ID TO RL-APPROVER-ID
               MOVE AP-RECORD-KEY TO HD-RECORD-KEY
               READ HOLD-QUEUE-FILE
               EVALUATE TRUE
                   WHEN WS-HOLD-NO-RECORD
                       ADD 1 TO WS-APPROVALS-REFUSED
                       MOVE 'REFUSED' TO RL-ACTION
                       MOVE 'No hold pending for this key' TO RL-NOTE
                   WHEN NOT WS-HOLD-OK
                       ADD 1 TO WS-RELEASE-ERRORS
                       MOVE 'ERROR' TO RL-ACTION
                       MOVE 'Hold queue read failed - see console'
                           TO RL-NOTE
                       DISPLAY 'HOLDREL HOLD QUEUE READ FAILED FOR KEY '
                           AP-RECORD-KEY ' STATUS=' WS-HOLD-STATUS
                   WHEN AP-APPROVED
                       PERFORM 2200-RELEASE-HELD-CHANGE
                   WHEN AP-REJECTED
                       PERFORM 2300-REJECT-HELD-CHANGE
                   WHEN OTHER
                       ADD 1 TO WS-APPROVALS-REFUSED
                       MOVE 'REFUSED' TO RL-ACTION
                       MOVE 'Decision is not A or R' TO RL-NOTE
               END-EVALUATE
               PERFORM 2900-WRITE-RELEASE-LINE
           END-IF.

      ******************************************************************
      *    2200-RELEASE-HELD-CHANGE
      *    The master must still hold the before-image the change
      *    was held against - the same guard MSTBKO keeps - so a
      *    release never stomps a change made since.  Only after the
      *    REWRITE and its journal entry is the hold cleared.
      ******************************************************************
       2200-RELEASE-HELD-CHANGE.
           MOVE HD-RECORD-KEY TO MS-RECORD-KEY
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-NO-RECORD
                   ADD 1 TO WS-RELEASE-ERRORS
                   MOVE 'ERROR' TO RL-ACTION
                   MOVE 'Held key no longer on master - hold kept'
                       TO RL-NOTE
               WHEN NOT WS-MASTER-OK
                   ADD 1 TO WS-RELEASE-ERRORS
                   MOVE 'ERROR' TO RL-ACTION
                   MOVE 'Master read failed - see console' TO RL-NOTE
                   DISPLAY 'HOLDREL MASTER READ FAILED FOR KEY '
                       HD-RECORD-KEY ' STATUS=' WS-MASTER-STATUS
               WHEN MASTER-RECORD NOT = HD-BEFORE-IMAGE
                   ADD 1 TO WS-RELEASE-ERRORS
                   MOVE 'ERROR' TO RL-ACTION
                   MOVE 'Key changed since the hold - hold kept'
                       TO RL-NOTE
               WHEN OTHER
                   MOVE HD-AFTER-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                   IF WS-MASTER-OK
                       ADD 1 TO WS-CHANGES-APPLIED
                       MOVE 'APPLIED' TO RL-ACTION
                       MOVE HD-HOLD-REASON TO RL-NOTE
                       PERFORM 2800-WRITE-JOURNAL-RECORD
                       PERFORM 2400-CLEAR-HOLD
                   ELSE
                       ADD 1 TO WS-RELEASE-ERRORS
                       MOVE 'ERROR' TO RL-ACTION
                       MOVE 'Rewrite failed - see console' TO RL-NOTE
                       DISPLAY 'HOLDREL REWRITE FAILED FOR KEY '
                           HD-RECORD-KEY ' STATUS=' WS-MASTER-STATUS
                   END-IF
           END-EVALUATE.

       2300-REJECT-HELD-CHANGE.
           ADD 1 TO WS-CHANGES-REJECTED
           MOVE 'REJECTED' TO RL-ACTION
           MOVE HD-HOLD-REASON TO RL-NOTE
           PERFORM 2500-AUDIT-DISCARDED-CHANGE
           PERFORM 2400-CLEAR-HOLD.

       2400-CLEAR-HOLD.
           DELETE HOLD-QUEUE-FILE
           IF NOT WS-HOLD-OK
               ADD 1 TO WS-RELEASE-ERRORS
               DISPLAY 'HOLDREL HOLD QUEUE DELETE FAILED FOR KEY '
                   HD-RECORD-KEY ' STATUS=' WS-HOLD-STATUS
           END-IF.

      ******************************************************************
      *    2500-AUDIT-DISCARDED-CHANGE
      *    The hold in HOLD-QUEUE-RECORD is being dropped unapplied:
      *    its after-image is audited back to what the master holds
      *    for the key now.
      ******************************************************************
       2500-AUDIT-DISCARDED-CHANGE.
           MOVE HD-RECORD-KEY TO MS-RECORD-KEY
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-OK
                   MOVE HD-AFTER-IMAGE TO WS-DISCARDED-IMAGE
                   MOVE MASTER-RECORD TO WS-RESTORED-IMAGE
                   PERFORM 2600-AUDIT-RESTORED-FIELDS
               WHEN WS-MASTER-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HOLDREL MASTER READ FAILED FOR KEY '
                       HD-RECORD-KEY ' STATUS=' WS-MASTER-STATUS
                       ' - NO AUDIT LINES WRITTEN'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *    2600-AUDIT-RESTORED-FIELDS
      *    One audit line for every field the master record's type
      *    carries whose value differs between WS-DISCARDED-IMAGE
      *    and WS-RESTORED-IMAGE.
      ******************************************************************
       2600-AUDIT-RESTORED-FIELDS.
           PERFORM VARYING WS-AUDIT-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-FIELD-IDX > WS-AUDIT-FIELD-COUNT
               IF NOT AF-EXTENDED-ONLY(WS-AUDIT-FIELD-IDX)
                       OR WS-RESTORED-TYPE = '2'
                   PERFORM 2650-AUDIT-ONE-FIELD
               END-IF
           END-PERFORM.

       2650-AUDIT-ONE-FIELD.
           IF WS-DISCARDED-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                   AF-LENGTH(WS-AUDIT-FIELD-IDX))
               NOT = WS-RESTORED-IMAGE(AF-OFFSET(WS-AUDIT-FIELD-IDX):
                   AF-LENGTH(WS-AUDIT-FIELD-IDX))
               MOVE WS-RESTORED-IMAGE(1:10) TO AR-KEY
               MOVE AF-FIELD-NAME(WS-AUDIT-FIELD-IDX) TO AR-FIELD-NAME
               MOVE WS-DISCARDED-IMAGE TO WS-FIELD-IMAGE
               PERFORM 2660-FORMAT-FIELD-VALUE
               MOVE WS-FIELD-VALUE TO AR-OLD-VALUE
               MOVE WS-RESTORED-IMAGE TO WS-FIELD-IMAGE
               PERFORM 2660-FORMAT-FIELD-VALUE
               MOVE WS-FIELD-VALUE TO AR-NEW-VALUE
               PERFORM 2850-WRITE-AUDIT-LINE
           END-IF.

       2660-FORMAT-FIELD-VALUE.
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
      *    2800-WRITE-JOURNAL-RECORD
      *    A released change journals as a plain CHANGE, so MSTBKO
      *    reverts it like any change MSTUPDT made.
      ******************************************************************
       2800-WRITE-JOURNAL-RECORD.
           MOVE 'CHANGE' TO JR-DISPOSITION
           MOVE HD-RECORD-KEY TO JR-KEY
           MOVE HD-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE HD-AFTER-IMAGE TO JR-AFTER-IMAGE
           MOVE WS-JOURNAL-LINE-AREA TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF NOT WS-JOURNAL-OK
               DISPLAY 'HOLDREL JOURNAL WRITE FAILED, STATUS='
                   WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2850-WRITE-AUDIT-LINE.
           MOVE WS-AUDIT-TIMESTAMP TO AR-TIMESTAMP
           MOVE WS-AUDIT-LINE-AREA TO AUDIT-TRAIL-LINE
           WRITE AUDIT-TRAIL-LINE
           IF WS-AUDIT-OK
               ADD 1 TO WS-AUDIT-LINES-WRITTEN
           ELSE
               DISPLAY 'HOLDREL AUDIT LOG WRITE FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       2900-WRITE-RELEASE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3900-PRINT-PAGE-HEADING
           END-IF
           MOVE WS-RELEASE-LINE-AREA TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE.

      ******************************************************************
      *    3000-AGE-OUT-HOLDS
      *    Walks what is left on the queue in key order once the
      *    approvals are done.  An entry held before the cutoff
      *    was never decided in time and is dropped; the rest are
      *    counted as still pending.
      ******************************************************************
       3000-AGE-OUT-HOLDS.
           MOVE LOW-VALUES TO HD-RECORD-KEY
           START HOLD-QUEUE-FILE KEY NOT < HD-RECORD-KEY
           IF NOT WS-HOLD-OK
               SET WS-QUEUE-EOF-REACHED TO TRUE
               IF NOT WS-HOLD-EOF AND NOT WS-HOLD-NO-RECORD
                   DISPLAY 'HOLDREL HOLD QUEUE START FAILED, STATUS='
                       WS-HOLD-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3100-AGE-ONE-HOLD UNTIL WS-QUEUE-EOF-REACHED.

       3100-AGE-ONE-HOLD.
           READ HOLD-QUEUE-FILE NEXT RECORD
               AT END SET WS-QUEUE-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-QUEUE-EOF-REACHED
               IF NOT WS-HOLD-OK
                   DISPLAY 'HOLDREL HOLD QUEUE READ FAILED, STATUS='
                       WS-HOLD-STATUS
                   ADD 1 TO WS-RELEASE-ERRORS
                   SET WS-QUEUE-EOF-REACHED TO TRUE
               ELSE
                   IF HD-HELD-TIMESTAMP(1:8) < WS-CUTOFF-DATE-X
                       ADD 1 TO WS-HOLDS-AGED-OUT
                       MOVE SPACES TO WS-RELEASE-LINE-AREA
                       MOVE HD-RECORD-KEY TO RL-KEY
                       MOVE 'AGED OUT' TO RL-ACTION
                       MOVE HD-HOLD-REASON TO RL-NOTE
                       PERFORM 2500-AUDIT-DISCARDED-CHANGE
                       PERFORM 2400-CLEAR-HOLD
                       PERFORM 2900-WRITE-RELEASE-LINE
                   ELSE
                       ADD 1 TO WS-HOLDS-PENDING
                   END-IF
               END-IF
           END-IF.

       3900-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-APPROVAL-FILENAME TO HL-APPROVAL-NAME
           MOVE WS-PAGE-COUNT TO HL-PAGE-NUMBER
           MOVE WS-HEADING-LINE-AREA TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3950-WRITE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'HOLDREL REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Applied, rejected, refused, and errored decisions normally
      *    add up to the approvals read.
      ******************************************************************
       8000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM 3900-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'APPROVALS READ' TO TL-LABEL
           MOVE WS-APPROVALS-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CHANGES APPLIED' TO TL-LABEL
           MOVE WS-CHANGES-APPLIED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CHANGES REJECTED' TO TL-LABEL
           MOVE WS-CHANGES-REJECTED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'APPROVALS REFUSED' TO TL-LABEL
           MOVE WS-APPROVALS-REFUSED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RELEASE ERRORS' TO TL-LABEL
           MOVE WS-RELEASE-ERRORS TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HOLDS AGED OUT' TO TL-LABEL
           MOVE WS-HOLDS-AGED-OUT TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HOLDS STILL PENDING' TO TL-LABEL
           MOVE WS-HOLDS-PENDING TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO RELEASE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF NOT WS-RELEASE-ABORTED
               IF WS-PAGE-COUNT = 0
                   PERFORM 3900-PRINT-PAGE-HEADING
               END-IF
               PERFORM 8000-PRINT-TOTALS
           END-IF
           IF (WS-APPROVALS-REFUSED > 0 OR WS-HOLDS-AGED-OUT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RELEASE-ERRORS > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-APPROVAL-WAS-OPENED
               CLOSE APPROVAL-FILE
           END-IF
           IF WS-HOLD-WAS-OPENED
               CLOSE HOLD-QUEUE-FILE
           END-IF
           IF WS-MASTER-WAS-OPENED
               CLOSE MASTER-FILE
           END-IF
           IF WS-JOURNAL-WAS-OPENED
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-REPORT-WAS-OPENED
               CLOSE RELEASE-REPORT-FILE
           END-IF
           IF WS-AUDIT-WAS-OPENED
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           DISPLAY 'HOLDREL APPROVALS READ:    ' WS-APPROVALS-READ
           DISPLAY 'HOLDREL CHANGES APPLIED:   ' WS-CHANGES-APPLIED
           DISPLAY 'HOLDREL CHANGES REJECTED:  ' WS-CHANGES-REJECTED
           DISPLAY 'HOLDREL APPROVALS REFUSED: ' WS-APPROVALS-REFUSED
           DISPLAY 'HOLDREL RELEASE ERRORS:    ' WS-RELEASE-ERRORS
           DISPLAY 'HOLDREL HOLDS AGED OUT:    ' WS-HOLDS-AGED-OUT
           DISPLAY 'HOLDREL HOLDS PENDING:     ' WS-HOLDS-PENDING
           DISPLAY 'HOLDREL AUDIT LINES:       ' WS-AUDIT-LINES-WRITTEN.
