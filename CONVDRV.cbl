      *          else to skip): master apply (MSTUPDT against the
      *          feed's .OUT), audit load (AUDLOAD against its
      *          .LOG), and totals report (RPTPGM against its .OUT)
      *        - a feed priority, '01' highest, for the cross-feed
      *          key collision check (SPACES ranks last)
      *        - a provider key cross-reference policy ('R' to
      *          reject a key with no mapping on PROVXREF.DAT, 'A' to
      *          assign it a new internal key, SPACE for a feed whose
      *          keys are already internal keys)
      *    and CALLs CONVPGM's ENTRY 'CONVPGMC' once per line so the
      *    whole day's feeds run in one submission instead of one
      *    job step per feed.
      *
      *    The submission runs in three passes:
      *        1. every feed on the list is converted,
      *        2. the .OUT files of every feed that converted cleanly
      *           are cross-checked for keys more than one feed
      *           carries (3000-CROSS-CHECK-FEEDS),
      *        3. each feed's downstream steps run and its manifest
      *           record is written, in feed-list order.
      *    The cross-check has to sit between the conversions and
      *    the first master apply: two feeds carrying the same key
      *    would otherwise each overwrite the other's record on the
      *    master, and the last one applied would win by accident of
      *    list order.  Instead the feed with the better priority
      *    owns the key - its record is applied - and every other
      *    feed's record for that key is taken out of that feed's
      *    .OUT and audit .LOG and written to its .EXC under reason
      *    code COLLISION.  Every shared key is listed, with the
      *    feeds involved and the field values that differ, on the
      *    collision report (<listbase>.COL).
      *
      *    The downstream steps run through the same secondary-entry
      *    pattern ('MSTUPDTC', 'AUDLOADC', 'RPTPGMC'), gated on the
      *    conversion's return code - a feed that graded 8 or worse
      *
      *    Each submission also writes a fixed-layout manifest
      *    (<listbase>.MAN - see WS-MANIFEST-LINE-AREA) recording
      *    every feed's filenames, run mode, conversion return code
      *    and collision counts, with a trailer proving the manifest
      *    is complete.
      *
      *    Every step each feed reaches - converted, applied, audit-
      *    loaded, reported - and the end of the cross-feed check
      *    are recorded as they happen on the submission's progress
      *    file (<listbase>.RST - see WS-PROGRESS-LINE-AREA), one
      *    line appended per event, each under the submission's
      *    attempt number.  A submission that died part way, or
      *    stopped under the 'S' fail policy, is resubmitted in
      *    restart mode against the same feed list: the progress is
      *    read back, and every conversion and step that already
      *    completed cleanly (return code under 8) is kept instead of
      *    rerun - a feed already on MASTER.DAT is never applied
      *    twice - while the failed feed and step, and everything
      *    never reached, run as attempt 2, 3, and so on.  The
      *    manifest and the status summary carry, for every feed,
      *    the attempt each step ran in.  A fresh (non-restart)
      *    submission is refused while the list's progress file
      *    shows an attempt that did not complete; restart it, or
      *    remove the .RST to start the list over.
      *
      *    Command line: the feed list filename (default
      *    FEEDLIST.DAT), then 'R' to restart the list's last
      *    submission.
      *
      *    This program's own PROCEDURE DIVISION takes no USING - a
      *    PROCEDURE DIVISION USING on a program's main entry point
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT CHECK-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-CHECK-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-OUT-STATUS.

           SELECT CHECK-AUDIT-FILE
               ASSIGN TO DYNAMIC WS-CHECK-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-LOG-STATUS.

           SELECT CHECK-EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-CHECK-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-EXC-STATUS.

           SELECT CHECK-WORK-FILE
               ASSIGN TO DYNAMIC WS-CHECK-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-WORK-STATUS.

           SELECT DIVERSION-FILE
               ASSIGN TO DYNAMIC WS-DIVERSION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVERSION-STATUS.

           SELECT COLLISION-REPORT-FILE
               ASSIGN TO DYNAMIC WS-COLLISION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLISION-STATUS.

           SELECT COLLISION-SORT-FILE
               ASSIGN TO DYNAMIC WS-SORT-WORK-FILENAME.

           SELECT PROGRESS-FILE
               ASSIGN TO DYNAMIC WS-PROGRESS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-STATUS.

      *    Opened only to see whether a merge apply's new master
      *    generation is still waiting to be swapped in.
           SELECT NEW-MASTER-CHECK-FILE
               ASSIGN TO DYNAMIC WS-NEW-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NC-RECORD-KEY
               FILE STATUS IS WS-NEW-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD                  PIC X(619).

       FD  PROGRESS-FILE
           RECORDING MODE IS F.
       01  PROGRESS-RECORD                  PIC X(158).

       FD  NEW-MASTER-CHECK-FILE.
       01  NEW-MASTER-CHECK-RECORD.
           05  NC-RECORD-KEY                PIC X(10).
           05  NC-RECORD-DATA               PIC X(78).

      *    Read INTO FEED-LIST-RECORD in WORKING-STORAGE - each line
      *    is kept in the feed status table after the conversion
      *    pass and brought back for the downstream pass, after the
      *    feed list itself is closed.
       FD  FEED-LIST-FILE
           RECORDING MODE IS F.
       01  FEED-LIST-LINE                   PIC X(102).

       FD  CHECK-OUTPUT-FILE
           RECORDING MODE IS F.
       01  CHECK-OUTPUT-RECORD              PIC X(88).

       FD  CHECK-AUDIT-FILE
           RECORDING MODE IS F.
       01  CHECK-AUDIT-RECORD               PIC X(95).

       FD  CHECK-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  CHECK-EXCEPTION-LINE             PIC X(154).

       FD  CHECK-WORK-FILE
           RECORDING MODE IS F.
       01  CHECK-WORK-RECORD                PIC X(95).

       FD  DIVERSION-FILE
           RECORDING MODE IS F.
       01  DIVERSION-RECORD.
           05  DV-FEED-IDX                  PIC 9(03).
           05  FILLER                       PIC X(01).
           05  DV-RECORD-KEY                PIC X(10).
           05  FILLER                       PIC X(01).
           05  DV-OWNER-IDX                 PIC 9(03).

       FD  COLLISION-REPORT-FILE
           RECORDING MODE IS F.
       01  COLLISION-REPORT-LINE            PIC X(80).

      *    Sorted on key, then feed priority, then feed-list order,
      *    so the first record of each key's group is the owner's.
       SD  COLLISION-SORT-FILE.
       01  COLLISION-SORT-RECORD.
           05  SR-RECORD-KEY                PIC X(10).
           05  SR-FEED-PRIORITY             PIC 9(02).
           05  SR-FEED-IDX                  PIC 9(03).
           05  SR-RECORD                    PIC X(88).

       WORKING-STORAGE SECTION.
       01  FEED-LIST-RECORD.
           05  FL-LAYOUT-ID                 PIC X(01).
           05  FILLER                       PIC X(01).
           05  FILLER                       PIC X(01).
           05  FL-REPORT-FLAG               PIC X(01).
               88  FL-RUN-TOTALS-REPORT        VALUE 'Y'.
           05  FILLER                       PIC X(01).
      *    Feed priority for the cross-feed key collision check, two
      *    digits, lower wins - '01' owns a shared key over '02'.
      *    SPACES (or anything not numeric) ranks last, as '99';
      *    between equal priorities the feed earlier on the list
      *    wins.
           05  FL-FEED-PRIORITY             PIC X(02).
           05  FILLER                       PIC X(01).
      *    Provider key cross-reference policy, passed to CONVPGM -
      *    'R' rejects a provider key with no active mapping under
      *    NOXREF, 'A' assigns an unmapped key a new internal key,
      *    SPACE leaves the feed's keys untranslated.
           05  FL-KEY-XREF-POLICY           PIC X(01).

       01  WS-FEED-LIST-FILENAME            PIC X(80) VALUE
               'FEEDLIST.DAT'.
       01  WS-FEED-LIST-STATUS              PIC X(02) VALUE '00'.
       01  WS-STOP-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-SUBMISSION-STOPPED           VALUE 'Y'.

      *    Set when a downstream step stops the submission, or the
      *    cross-check could not finish - the feeds already
      *    converted still get their manifest records, but no
      *    further step runs.
       01  WS-STEPS-STOP-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-STEPS-STOPPED                VALUE 'Y'.

       01  WS-FEED-COUNT                    PIC 9(05) VALUE 0.

       01  WS-CONV-PARM-AREA.
           05  CP-JSON-EXPORT-FLAG          PIC X(01).
           05  CP-RUN-MODE                  PIC X(01).
           05  CP-REJECT-CEILING            PIC X(02).
           05  CP-KEY-XREF-POLICY           PIC X(01).
           05  CP-RETURN-CODE               PIC 9(02).

      ******************************************************************
      *    Submission manifest (<listbase>.MAN): one fixed-layout
      *    record per feed - input filename, layout id, run mode,
      *    the return code CONVPGM handed back in LS-RETURN-CODE,
      *    the derived per-feed output filenames, and the feed's
      *    collision counts (shared keys it kept as owner, records
      *    diverted from it to its .EXC), and the master apply's
      *    journal (<base>.JNL, blank when the apply never ran or
      *    was refused - the file GLPOST posts from), and the
      *    attempt the conversion ran in with each downstream step's
      *    return code and attempt (attempt 000 = the step never
      *    ran) - plus a
      *    trailer with the feed count, the submission's worst
      *    return code, its collision totals, and the attempt that
      *    wrote the manifest.  The day-end jobs and the
      *    repair desk drive themselves off this file instead of
      *    re-deriving names from a copy of the feed list.
      ******************************************************************
       01  WS-MANIFEST-LINE-AREA.
           05  MN-RECORD-TYPE               PIC X(04) VALUE 'FEED'.
           05  MN-BAL-FILENAME              PIC X(80).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-JSN-FILENAME              PIC X(80).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-COLLISIONS-KEPT           PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-COLLISIONS-DIVERTED       PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-JNL-FILENAME              PIC X(80).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-CONVERT-ATTEMPT           PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-APPLY-RC                  PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-APPLY-ATTEMPT             PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-AUDIT-RC                  PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-AUDIT-ATTEMPT             PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-REPORT-RC                 PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MN-REPORT-ATTEMPT            PIC 9(03).

       01  WS-MANIFEST-TRAILER-AREA.
           05  FILLER                       PIC X(04) VALUE 'TRLR'.
           05  MT-FEED-COUNT                PIC 9(05).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MT-WORST-RC                  PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MT-SHARED-KEYS               PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MT-RECORDS-DIVERTED          PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  MT-ATTEMPT                   PIC 9(03).

      ******************************************************************
      *    Per-feed status summary.  One entry per feed run, printed
      *    at end of submission so the operator (and the scheduler
      *    log) see every feed's return code in one place; the worst
      *    return code of the submission is what this program itself
      *    ends with.  The entry also carries the feed's list line
      *    from the conversion pass to the downstream pass, and its
      *    priority and collision counts for the cross-check.
      ******************************************************************
      *    The step columns hold the step's two-digit return code,
      *    or '--' when the step was not requested or was skipped
      *    behind a failure; each has beside it the attempt it ran
      *    in, zero when it has not run in any attempt.
       01  WS-FEED-STATUS-AREA.
           05  WS-FEED-STATUS-COUNT         PIC 9(03) VALUE 0.
           05  WS-FEED-STATUS-ENTRY OCCURS 200 TIMES.
               10  FS-FEED-NAME             PIC X(40).
               10  FS-FEED-LIST-LINE        PIC X(102).
               10  FS-CONVERT-RC            PIC 9(02).
               10  FS-RETURN-CODE           PIC 9(02).
               10  FS-APPLY-RC              PIC X(02).
               10  FS-AUDIT-RC              PIC X(02).
               10  FS-REPORT-RC             PIC X(02).
               10  FS-FEED-PRIORITY         PIC 9(02).
      *    'Y' once the feed converted cleanly and its .OUT takes
      *    part in the cross-feed key check.
               10  FS-CHECK-SWITCH          PIC X(01).
                   88  FS-CROSS-CHECKED        VALUE 'Y'.
               10  FS-COLLISIONS-KEPT       PIC 9(07).
               10  FS-COLLISIONS-DIVERTED   PIC 9(07).
               10  FS-CONVERT-ATTEMPT       PIC 9(03).
               10  FS-APPLY-ATTEMPT         PIC 9(03).
               10  FS-AUDIT-ATTEMPT         PIC 9(03).
               10  FS-REPORT-ATTEMPT        PIC 9(03).
      *    'Y' once MSTUPDTC has actually run against the feed, so
      *    its .JNL is this run's; an apply refused behind a merge
      *    apply carries a return code but never ran.
               10  FS-APPLY-RAN-SWITCH      PIC X(01).
                   88  FS-APPLY-RAN            VALUE 'Y'.

       01  WS-FEED-STATUS-MAX               PIC 9(03) VALUE 200.
       01  WS-STATUS-IDX                    PIC 9(03) VALUE 0.
      *    The feed list line being handled, counted from 1 - on a
      *    restart, the status entry it matches.
       01  WS-LIST-POSITION                 PIC 9(03) VALUE 0.

       01  WS-FEED-RC                       PIC 9(02) VALUE 0.
       01  WS-WORST-RC                      PIC 9(02) VALUE 0.
      *    later feed's apply step is refused and the submission
      *    stops - put the 'M' feed last in the list, or in its own
      *    submission after the swap.
      *
      *    The rule holds across a restart: a merge apply that
      *    completed in an earlier attempt still refuses every other
      *    feed's apply for as long as its new generation is on
      *    file - swapping it in as MASTER.DAT takes the .NEW away,
      *    and only then does the restart apply again.
      *    WS-MERGE-FEED-IDX is the feed whose merge apply set it.
      ******************************************************************
       01  WS-MERGE-APPLIED-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-MERGE-APPLIED                VALUE 'Y'.
       01  WS-MERGE-FEED-IDX                PIC 9(03) VALUE 0.

       01  WS-NEW-MASTER-FILENAME           PIC X(80) VALUE SPACES.
       01  WS-NEW-MASTER-STATUS             PIC X(02) VALUE '00'.
           88  WS-NEW-MASTER-OK                VALUE '00'.
           88  WS-NEW-MASTER-NOT-FOUND         VALUE '35'.

       01  WS-COMMAND-LINE                  PIC X(80) VALUE SPACES.
       01  WS-CL-FILENAME                   PIC X(80) VALUE SPACES.
       01  WS-CL-RUN-MODE                   PIC X(01) VALUE SPACE.

      ******************************************************************
      *    Submission progress file (<listbase>.RST).  One line is
      *    appended, and the file closed again, at each event, so
      *    whatever the submission got through survives an abend:
      *        ATMP - an attempt started (attempt 1 is a fresh
      *               submission, which starts the file over)
      *        STEP - one feed's CONVERT, APPLY, AUDIT or REPORT
      *               step finished, with its return code and the
      *               feed-list line it ran from (feed index = its
      *               place on the list); an apply refused
      *               behind a merge apply goes on as REFUSED, so a
      *               restart knows it never ran
      *        CHEK - the cross-feed key check finished: one line per
      *               feed checked with its collision counts, then
      *               one with feed index 000 carrying the
      *               submission's shared-key and diverted totals
      *        ENDS - the attempt ran to its end, COMPLETE or
      *               STOPPED (stopped on a failure, or ended with a
      *               file error) in the step-name column
      *    A restart replays the lines in order, so the latest line
      *    for each feed and step is the one that counts.
      ******************************************************************
       01  WS-PROGRESS-LINE-AREA.
           05  PG-RECORD-TYPE               PIC X(04).
               88  PG-ATTEMPT-START            VALUE 'ATMP'.
               88  PG-STEP-DONE                VALUE 'STEP'.
               88  PG-CHECK-DONE               VALUE 'CHEK'.
               88  PG-ATTEMPT-END              VALUE 'ENDS'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-ATTEMPT                   PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-TIMESTAMP                 PIC X(14).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-FEED-IDX                  PIC 9(03).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-STEP-NAME                 PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-STEP-RC                   PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-COLLISIONS-KEPT           PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-COLLISIONS-DIVERTED       PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  PG-FEED-LIST-LINE            PIC X(102).

       01  WS-PROGRESS-FILENAME             PIC X(80) VALUE SPACES.
       01  WS-PROGRESS-STATUS               PIC X(02) VALUE '00'.
           88  WS-PROGRESS-OK                  VALUE '00'.
           88  WS-PROGRESS-NOT-FOUND           VALUE '35'.

       01  WS-RESTART-SWITCHES.
           05  WS-RESTART-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN              VALUE 'Y'.
           05  WS-PROGRESS-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PROGRESS-EOF-REACHED     VALUE 'Y'.
           05  WS-PROGRESS-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PROGRESS-WAS-STARTED     VALUE 'Y'.
           05  WS-PROGRESS-BAD-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PROGRESS-UNUSABLE        VALUE 'Y'.
           05  WS-LIST-MISMATCH-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-LIST-MISMATCHED          VALUE 'Y'.
      *    'Y' while a feed has converted cleanly since the last
      *    cross-feed key check finished - a restart checks again
      *    only then.
           05  WS-CHECK-PENDING-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CHECK-PENDING            VALUE 'Y'.

      *    This submission's attempt number, and the state the
      *    progress file left the last attempt in - SPACES when
      *    there is no progress file, RUNNING when the attempt never
      *    wrote its ENDS line, else COMPLETE or STOPPED.
       01  WS-ATTEMPT                       PIC 9(03) VALUE 1.
       01  WS-PRIOR-ATTEMPT                 PIC 9(03) VALUE 0.
       01  WS-PRIOR-STATE                   PIC X(08) VALUE SPACES.

      *    Step work fields for the progress line and the
      *    kept-step message.
       01  WS-STEP-NAME                     PIC X(08) VALUE SPACES.
       01  WS-STEP-ATTEMPT                  PIC 9(03) VALUE 0.
       01  WS-RELEASE-PRIORITY              PIC 9(02) VALUE 0.

      ******************************************************************
      *    Cross-feed key collision check (3000-CROSS-CHECK-FEEDS).
      *    The collision report and the diversion work file hang off
      *    the feed list's basename like the manifest; the .CLW work
      *    file hangs off each diverted feed's own basename while its
      *    .OUT and .LOG are rewritten without the diverted keys.
      ******************************************************************
       01  WS-CROSS-CHECK-FILENAMES.
           05  WS-CHECK-OUT-FILENAME        PIC X(80) VALUE SPACES.
           05  WS-CHECK-LOG-FILENAME        PIC X(80) VALUE SPACES.
           05  WS-CHECK-EXC-FILENAME        PIC X(80) VALUE SPACES.
           05  WS-CHECK-WORK-FILENAME       PIC X(80) VALUE SPACES.
           05  WS-DIVERSION-FILENAME        PIC X(80) VALUE SPACES.
           05  WS-COLLISION-FILENAME        PIC X(80) VALUE SPACES.
           05  WS-SORT-WORK-FILENAME        PIC X(80) VALUE SPACES.

       01  WS-CROSS-CHECK-STATUSES.
           05  WS-CHECK-OUT-STATUS          PIC X(02) VALUE '00'.
               88  WS-CHECK-OUT-OK             VALUE '00'.
           05  WS-CHECK-LOG-STATUS          PIC X(02) VALUE '00'.
               88  WS-CHECK-LOG-OK             VALUE '00'.
               88  WS-CHECK-LOG-NOT-FOUND      VALUE '35'.
           05  WS-CHECK-EXC-STATUS          PIC X(02) VALUE '00'.
               88  WS-CHECK-EXC-OK             VALUE '00'.
               88  WS-CHECK-EXC-NOT-FOUND      VALUE '35'.
           05  WS-CHECK-WORK-STATUS         PIC X(02) VALUE '00'.
               88  WS-CHECK-WORK-OK            VALUE '00'.
           05  WS-DIVERSION-STATUS          PIC X(02) VALUE '00'.
               88  WS-DIVERSION-OK             VALUE '00'.
           05  WS-COLLISION-STATUS          PIC X(02) VALUE '00'.
               88  WS-COLLISION-OK             VALUE '00'.

       01  WS-CROSS-CHECK-SWITCHES.
           05  WS-CHECK-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-CHECK-EOF-REACHED        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF-REACHED         VALUE 'Y'.
           05  WS-CHECK-FAIL-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CROSS-CHECK-FAILED       VALUE 'Y'.
           05  WS-SHARED-KEY-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-SHARED-KEY-FOUND         VALUE 'Y'.
           05  WS-DIVERTED-KEY-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-KEY-DIVERTED             VALUE 'Y'.

       01  WS-CROSS-CHECK-COUNTERS.
           05  WS-CHECK-FEED-COUNT          PIC 9(03) VALUE 0.
           05  WS-RECORDS-CHECKED           PIC 9(09) VALUE 0.
           05  WS-SHARED-KEY-COUNT          PIC 9(07) VALUE 0.
           05  WS-RECORDS-DIVERTED          PIC 9(07) VALUE 0.
           05  WS-LOG-LINES-DROPPED         PIC 9(09) VALUE 0.

       01  WS-CHECK-IDX                     PIC 9(03) VALUE 0.
       01  WS-OWNER-IDX                     PIC 9(03) VALUE 0.
       01  WS-GROUP-KEY                     PIC X(10) VALUE SPACES.
       01  WS-SEARCH-KEY                    PIC X(10) VALUE SPACES.

      ******************************************************************
      *    WS-DIVERT-TABLE-AREA - the keys diverted from the one feed
      *    being rewritten, loaded from the diversion work file.
      *    The sort hands them out in key order, so the table is
      *    already in key sequence for SEARCH ALL.  A feed with more
      *    diverted keys than the table holds fails the cross-check
      *    rather than being partly diverted.
      ******************************************************************
       01  WS-DIVERT-MAX                    PIC 9(05) VALUE 10000.
       01  WS-DIVERT-TABLE-AREA.
           05  WS-DIVERT-COUNT              PIC 9(05) VALUE 0.
           05  WS-DIVERT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-DIVERT-COUNT
                   ASCENDING KEY IS DT-RECORD-KEY
                   INDEXED BY DT-IDX.
               10  DT-RECORD-KEY            PIC X(10).
               10  DT-OWNER-IDX             PIC 9(03).
      *    The key the provider sent, picked up from the feed's
      *    PROVIDER-KEY audit line when its keys are translated -
      *    SPACES when the .OUT key is the provider's own.
               10  DT-PROVIDER-KEY          PIC X(10).

      ******************************************************************
      *    WS-APPLIED-RECORD / WS-DIVERTED-RECORD - the owner's record
      *    for the current key and a competing feed's record, in the
      *    DB-RECORD layout (DBREC.cpy) with each amount and its
      *    currency taken as one 13-byte area, so the collision
      *    report can compare them field by field.
      ******************************************************************
       01  WS-APPLIED-RECORD.
           05  CA-RECORD-KEY                PIC X(10).
           05  CA-RECORD-TYPE               PIC X(01).
           05  CA-FIELD1                    PIC X(20).
           05  CA-FIELD2-AREA               PIC X(13).
           05  CA-FIELD3                    PIC X(05).
           05  CA-FIELD4                    PIC X(20).
           05  CA-FIELD5-AREA               PIC X(13).
           05  CA-FIELD6                    PIC X(05).
           05  CA-ACTION                    PIC X(01).

       01  WS-DIVERTED-RECORD.
           05  CD-RECORD-KEY                PIC X(10).
           05  CD-RECORD-TYPE               PIC X(01).
           05  CD-FIELD1                    PIC X(20).
           05  CD-FIELD2-AREA               PIC X(13).
           05  CD-FIELD3                    PIC X(05).
           05  CD-FIELD4                    PIC X(20).
           05  CD-FIELD5-AREA               PIC X(13).
           05  CD-FIELD6                    PIC X(05).
           05  CD-ACTION                    PIC X(01).

       01  WS-FORMAT-AMOUNT-AREA.
           05  WS-FORMAT-AMOUNT             PIC S9(07)V99
                                            SIGN LEADING SEPARATE.
           05  WS-FORMAT-CURRENCY           PIC X(03).
       01  WS-FORMAT-AMOUNT-X REDEFINES WS-FORMAT-AMOUNT-AREA
                                            PIC X(13).
       01  WS-FORMAT-EDITED                 PIC -(7)9.99.
       01  WS-FORMAT-VALUE                  PIC X(24) VALUE SPACES.

      ******************************************************************
      *    WS-EXCEPTION-LINE-AREA - same layout CONVPGM writes in
      *    2300-WRITE-EXCEPTION-RECORD, so a diverted record reads on
      *    the feed's .EXC (and through RPTPGM, DAYCTL and EXCREPR)
      *    like any other exception.  The original-record column
      *    carries the converted record as it stood on the .OUT.
      *    For a feed whose keys are translated through the provider
      *    key cross-reference, the key column and the record's key
      *    are put back to the provider's own key, as CONVPGM shows
      *    it on every other exception.
      ******************************************************************
       01  WS-EXCEPTION-LINE-AREA.
           05  EX-KEY                       PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EX-REASON-CODE               PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EX-REASON-TEXT               PIC X(40).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EX-ORIGINAL-RECORD           PIC X(88).

       01  WS-COLLISION-REASON              PIC X(10) VALUE
               'COLLISION'.

      *    Audit trail line layout, for picking the provider's key
      *    off a diverted record's PROVIDER-KEY line.
       COPY AUDREC.

      ******************************************************************
      *    Collision report lines (<listbase>.COL).  Each shared key
      *    prints a key line, the owner's feed line, and for each
      *    diverted feed its feed line and one line per field whose
      *    value differs from the applied record.
      ******************************************************************
       01  WS-COLLISION-REPORT-LINES.
           05  WS-COL-KEY-LINE.
               10  FILLER                   PIC X(04) VALUE 'KEY '.
               10  CK-RECORD-KEY            PIC X(10).
               10  FILLER                   PIC X(66) VALUE SPACES.
           05  WS-COL-FEED-LINE.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  CF-ROLE                  PIC X(08).
               10  FILLER                   PIC X(06) VALUE
                   '  PRI '.
               10  CF-PRIORITY              PIC 9(02).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  CF-FEED-NAME             PIC X(60).
           05  WS-COL-FIELD-LINE.
               10  FILLER                   PIC X(06) VALUE SPACES.
               10  CV-FIELD-NAME            PIC X(06).
               10  FILLER                   PIC X(10) VALUE
                   '  APPLIED '.
               10  CV-APPLIED-VALUE         PIC X(24).
               10  FILLER                   PIC X(09) VALUE
                   'DIVERTED '.
               10  CV-DIVERTED-VALUE        PIC X(24).
               10  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-COL-TOTAL-LINE.
               10  FILLER                   PIC X(14) VALUE
                   'FEEDS CHECKED '.
               10  CT-FEEDS-CHECKED         PIC ZZ9.
               10  FILLER                   PIC X(15) VALUE
                   '  SHARED KEYS  '.
               10  CT-SHARED-KEYS           PIC ZZZZZZ9.
               10  FILLER                   PIC X(20) VALUE
                   '  RECORDS DIVERTED  '.
               10  CT-RECORDS-DIVERTED      PIC ZZZZZZ9.
               10  FILLER                   PIC X(14) VALUE SPACES.

       01  WS-RUN-DATE                      PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 2000-PROCESS-FEEDS
               UNTIL WS-EOF-REACHED OR WS-SUBMISSION-STOPPED
           CLOSE FEED-LIST-FILE
      *    A restart checks keys again only when a feed has converted
      *    since the last check finished.
           IF WS-FEED-STATUS-COUNT > 0 AND NOT WS-STEPS-STOPPED
                   AND (NOT WS-RESTART-RUN OR WS-CHECK-PENDING)
               PERFORM 3000-CROSS-CHECK-FEEDS
           END-IF
           PERFORM 4000-FINISH-ONE-FEED
               VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > WS-FEED-STATUS-COUNT
           PERFORM 8000-WRITE-MANIFEST-TRAILER
           PERFORM 8100-END-PROGRESS
           DISPLAY 'CONVDRV FEEDS PROCESSED: ' WS-FEED-COUNT
           PERFORM 9000-DISPLAY-FEED-SUMMARY
           MOVE WS-WORST-RC TO RETURN-CODE
      *    1100-APPLY-PARM
      *    The command line supplies the feed list file name.  No
      *    command-line text (SPACES) keeps the compiled-in default of
      *    FEEDLIST.DAT.  A second token 'R' restarts the list's last
      *    submission from its progress file.
      ******************************************************************
       1100-APPLY-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-FILENAME WS-CL-RUN-MODE
               END-UNSTRING
               IF WS-CL-FILENAME NOT = SPACES
                   MOVE WS-CL-FILENAME TO WS-FEED-LIST-FILENAME
               END-IF
               IF WS-CL-RUN-MODE = 'R'
                   SET WS-RESTART-RUN TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    1200-OPEN-FEED-LIST
      *    The progress file is looked at before the manifest is
      *    opened, so a submission refused here leaves the last
      *    attempt's manifest as it was.
      ******************************************************************
       1200-OPEN-FEED-LIST.
           OPEN INPUT FEED-LIST-FILE
           IF NOT WS-FEED-LIST-OK
               MOVE 12 TO WS-WORST-RC
               SET WS-EOF-REACHED TO TRUE
           ELSE
               MOVE SPACES TO WS-LIST-BASENAME
               UNSTRING WS-FEED-LIST-FILENAME DELIMITED BY '.'
                   INTO WS-LIST-BASENAME
               END-UNSTRING
               PERFORM 1400-READ-PROGRESS
               IF NOT WS-EOF-REACHED
                   PERFORM 1300-OPEN-MANIFEST
               END-IF
               IF NOT WS-EOF-REACHED
                   PERFORM 1500-START-PROGRESS
               END-IF
           END-IF.

      ******************************************************************
      *    manifests.  A manifest that cannot be written stops the
      *    submission before any feed runs - downstream drives off
      *    this file, and a submission it cannot see is worse than
      *    one that never ran.  A restart writes the manifest over
      *    whole: every feed the submission has reached in any
      *    attempt is on it, with the attempt each step ran in.
      ******************************************************************
       1300-OPEN-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-LIST-BASENAME) '.MAN'
               DELIMITED BY SIZE
               SET WS-EOF-REACHED TO TRUE
           END-IF.

      ******************************************************************
      *    1400-READ-PROGRESS
      *    Reads the feed list's progress file, if there is one.  A
      *    fresh submission only wants to know how the last attempt
      *    ended - it is refused while that attempt is RUNNING (it
      *    never reached its end, so it may have applied feeds the
      *    manifest does not show) or STOPPED, either of which is
      *    resumed with a restart instead.  A restart replays every
      *    line into the feed status table.
      ******************************************************************
       1400-READ-PROGRESS.
           MOVE SPACES TO WS-PROGRESS-FILENAME
           STRING FUNCTION TRIM(WS-LIST-BASENAME) '.RST'
               DELIMITED BY SIZE
               INTO WS-PROGRESS-FILENAME
           END-STRING
           OPEN INPUT PROGRESS-FILE
           EVALUATE TRUE
               WHEN WS-PROGRESS-OK
                   PERFORM 1410-REPLAY-PROGRESS-LINE
                       UNTIL WS-PROGRESS-EOF-REACHED
                   CLOSE PROGRESS-FILE
               WHEN WS-PROGRESS-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CONVDRV UNABLE TO READ PROGRESS FILE, '
                       'STATUS=' WS-PROGRESS-STATUS
                   SET WS-PROGRESS-UNUSABLE TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PROGRESS-UNUSABLE
                   DISPLAY 'CONVDRV PROGRESS FILE '
                       FUNCTION TRIM(WS-PROGRESS-FILENAME)
                       ' CANNOT BE USED - SUBMISSION NOT RUN'
                   PERFORM 1490-REFUSE-SUBMISSION
               WHEN WS-RESTART-RUN
                   PERFORM 1450-VERIFY-RESTART
               WHEN WS-PRIOR-STATE = SPACES OR 'COMPLETE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CONVDRV LAST SUBMISSION OF '
                       FUNCTION TRIM(WS-FEED-LIST-FILENAME)
                       ' (ATTEMPT ' WS-PRIOR-ATTEMPT ') IS '
                       FUNCTION TRIM(WS-PRIOR-STATE)
                   DISPLAY 'CONVDRV RESUBMIT WITH R TO RESTART IT, OR '
                       'REMOVE ' FUNCTION TRIM(WS-PROGRESS-FILENAME)
                       ' TO START THE LIST OVER'
                   PERFORM 1490-REFUSE-SUBMISSION
           END-EVALUATE.

       1410-REPLAY-PROGRESS-LINE.
           READ PROGRESS-FILE INTO WS-PROGRESS-LINE-AREA
               AT END SET WS-PROGRESS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-PROGRESS-EOF-REACHED AND NOT WS-PROGRESS-OK
               DISPLAY 'CONVDRV PROGRESS FILE READ FAILED, STATUS='
                   WS-PROGRESS-STATUS
               SET WS-PROGRESS-UNUSABLE TO TRUE
               SET WS-PROGRESS-EOF-REACHED TO TRUE
           END-IF
           IF NOT WS-PROGRESS-EOF-REACHED
               EVALUATE TRUE
                   WHEN PG-ATTEMPT-START
                       MOVE PG-ATTEMPT TO WS-PRIOR-ATTEMPT
                       MOVE 'RUNNING' TO WS-PRIOR-STATE
                   WHEN PG-ATTEMPT-END
                       MOVE PG-STEP-NAME TO WS-PRIOR-STATE
                   WHEN NOT WS-RESTART-RUN
                       CONTINUE
                   WHEN PG-FEED-IDX NOT NUMERIC
                           OR PG-FEED-IDX > WS-FEED-STATUS-MAX
                       SET WS-PROGRESS-UNUSABLE TO TRUE
                   WHEN PG-STEP-DONE AND PG-FEED-IDX > 0
                       PERFORM 1420-REPLAY-STEP
                   WHEN PG-CHECK-DONE
                       PERFORM 1430-REPLAY-CROSS-CHECK
                   WHEN OTHER
                       SET WS-PROGRESS-UNUSABLE TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    1420-REPLAY-STEP
      *    A CONVERT line sets the feed's entry up from scratch, as
      *    2200-RECORD-FEED-STATUS does after a live conversion; the
      *    other steps fill in their own columns.  A merge apply
      *    that completed cleanly is remembered - see
      *    WS-MERGE-APPLIED-SWITCH.
      ******************************************************************
       1420-REPLAY-STEP.
           MOVE PG-FEED-IDX TO WS-STATUS-IDX
           MOVE PG-FEED-LIST-LINE TO FEED-LIST-RECORD
           EVALUATE TRUE
               WHEN PG-STEP-NAME = 'CONVERT'
                   IF WS-STATUS-IDX > WS-FEED-STATUS-COUNT
                       MOVE WS-STATUS-IDX TO WS-FEED-STATUS-COUNT
                   END-IF
                   MOVE PG-STEP-RC TO CP-RETURN-CODE
                   PERFORM 2210-SET-FEED-STATUS
                   MOVE PG-ATTEMPT
                       TO FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
               WHEN WS-STATUS-IDX > WS-FEED-STATUS-COUNT
                   SET WS-PROGRESS-UNUSABLE TO TRUE
               WHEN PG-STEP-NAME = 'APPLY'
                   MOVE PG-STEP-RC TO FS-APPLY-RC(WS-STATUS-IDX)
                   MOVE PG-ATTEMPT TO FS-APPLY-ATTEMPT(WS-STATUS-IDX)
                   MOVE 'Y' TO FS-APPLY-RAN-SWITCH(WS-STATUS-IDX)
                   IF FL-MERGE-APPLY AND PG-STEP-RC < 8
                       MOVE WS-STATUS-IDX TO WS-MERGE-FEED-IDX
                   END-IF
               WHEN PG-STEP-NAME = 'REFUSED'
                   MOVE PG-STEP-RC TO FS-APPLY-RC(WS-STATUS-IDX)
                   MOVE PG-ATTEMPT TO FS-APPLY-ATTEMPT(WS-STATUS-IDX)
                   MOVE 'N' TO FS-APPLY-RAN-SWITCH(WS-STATUS-IDX)
               WHEN PG-STEP-NAME = 'AUDIT'
                   MOVE PG-STEP-RC TO FS-AUDIT-RC(WS-STATUS-IDX)
                   MOVE PG-ATTEMPT TO FS-AUDIT-ATTEMPT(WS-STATUS-IDX)
               WHEN PG-STEP-NAME = 'REPORT'
                   MOVE PG-STEP-RC TO FS-REPORT-RC(WS-STATUS-IDX)
                   MOVE PG-ATTEMPT TO FS-REPORT-ATTEMPT(WS-STATUS-IDX)
               WHEN OTHER
                   SET WS-PROGRESS-UNUSABLE TO TRUE
           END-EVALUATE.

       1430-REPLAY-CROSS-CHECK.
           EVALUATE TRUE
               WHEN PG-FEED-IDX = 0
                   MOVE PG-COLLISIONS-KEPT TO WS-SHARED-KEY-COUNT
                   MOVE PG-COLLISIONS-DIVERTED TO WS-RECORDS-DIVERTED
                   MOVE 'N' TO WS-CHECK-PENDING-SWITCH
               WHEN PG-FEED-IDX > WS-FEED-STATUS-COUNT
                   SET WS-PROGRESS-UNUSABLE TO TRUE
               WHEN OTHER
                   MOVE PG-COLLISIONS-KEPT
                       TO FS-COLLISIONS-KEPT(PG-FEED-IDX)
                   MOVE PG-COLLISIONS-DIVERTED
                       TO FS-COLLISIONS-DIVERTED(PG-FEED-IDX)
           END-EVALUATE.

      ******************************************************************
      *    1450-VERIFY-RESTART
      *    A restart runs as the next attempt, against the same feed
      *    list the earlier attempts ran: every feed they reached
      *    must still be on the same line of the list, or the kept
      *    steps would be credited to the wrong feed.  Lines past
      *    the last feed reached are free - the earlier attempts
      *    never got to them.  The list is read through once to
      *    check, then reopened for the conversion pass.
      ******************************************************************
       1450-VERIFY-RESTART.
           IF WS-PRIOR-STATE = SPACES
               DISPLAY 'CONVDRV NO SUBMISSION OF '
                   FUNCTION TRIM(WS-FEED-LIST-FILENAME)
                   ' IS RECORDED ON '
                   FUNCTION TRIM(WS-PROGRESS-FILENAME)
                   ' - NOTHING TO RESTART'
               PERFORM 1490-REFUSE-SUBMISSION
           ELSE
               ADD 1 TO WS-PRIOR-ATTEMPT GIVING WS-ATTEMPT
               MOVE 0 TO WS-LIST-POSITION
               PERFORM 1460-VERIFY-ONE-FEED
                   UNTIL WS-EOF-REACHED
               IF WS-LIST-POSITION < WS-FEED-STATUS-COUNT
                   SET WS-LIST-MISMATCHED TO TRUE
               END-IF
               CLOSE FEED-LIST-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE 0 TO WS-LIST-POSITION
               IF WS-LIST-MISMATCHED
                   DISPLAY 'CONVDRV FEED LIST '
                       FUNCTION TRIM(WS-FEED-LIST-FILENAME)
                       ' NO LONGER MATCHES THE SUBMISSION ON '
                       FUNCTION TRIM(WS-PROGRESS-FILENAME)
                       ' - RESTART REFUSED'
                   PERFORM 1490-REFUSE-SUBMISSION
               ELSE
                   OPEN INPUT FEED-LIST-FILE
                   IF NOT WS-FEED-LIST-OK
                       DISPLAY 'CONVDRV UNABLE TO REOPEN FEED LIST '
                           'FILE, STATUS=' WS-FEED-LIST-STATUS
                       PERFORM 1490-REFUSE-SUBMISSION
                   ELSE
                       DISPLAY 'CONVDRV RESTARTING SUBMISSION OF '
                           FUNCTION TRIM(WS-FEED-LIST-FILENAME)
                           ' AS ATTEMPT ' WS-ATTEMPT
                       PERFORM 1470-CHECK-MERGE-SWAP
                   END-IF
               END-IF
           END-IF.

      *    The status entry keeps the whole feed-list line; the
      *    input filename is its 80 bytes from column 3.
       1460-VERIFY-ONE-FEED.
           READ FEED-LIST-FILE INTO FEED-LIST-RECORD
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               ADD 1 TO WS-LIST-POSITION
               IF WS-LIST-POSITION <= WS-FEED-STATUS-COUNT
                   IF FL-INPUT-FILENAME NOT =
                           FS-FEED-LIST-LINE(WS-LIST-POSITION)(3:80)
                       DISPLAY 'CONVDRV FEED LIST LINE '
                           WS-LIST-POSITION ' IS '
                           FUNCTION TRIM(FL-INPUT-FILENAME)
                           ', ATTEMPT ' WS-PRIOR-ATTEMPT ' RAN '
                           FUNCTION TRIM(FS-FEED-NAME(WS-LIST-POSITION))
                       SET WS-LIST-MISMATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    1470-CHECK-MERGE-SWAP
      *    A merge apply that completed in an earlier attempt left
      *    its new generation (<base>.NEW) for operations to swap in
      *    as MASTER.DAT.  While it is still on file the swap has
      *    not been made, and every other feed's apply stays refused
      *    as it would have been in the attempt that ran the merge.
      ******************************************************************
       1470-CHECK-MERGE-SWAP.
           IF WS-MERGE-FEED-IDX > 0
               MOVE FS-FEED-LIST-LINE(WS-MERGE-FEED-IDX)
                   TO FEED-LIST-RECORD
               PERFORM 2310-DERIVE-STEP-FILENAMES
               MOVE SPACES TO WS-NEW-MASTER-FILENAME
               STRING FUNCTION TRIM(WS-FEED-BASENAME) '.NEW'
                   DELIMITED BY SIZE
                   INTO WS-NEW-MASTER-FILENAME
               END-STRING
               OPEN INPUT NEW-MASTER-CHECK-FILE
               IF WS-NEW-MASTER-NOT-FOUND
                   DISPLAY 'CONVDRV '
                       FUNCTION TRIM(WS-NEW-MASTER-FILENAME)
                       ' FROM THE MERGE APPLY IN ATTEMPT '
                       FS-APPLY-ATTEMPT(WS-MERGE-FEED-IDX)
                       ' IS GONE - TAKEN AS SWAPPED IN'
                   MOVE 0 TO WS-MERGE-FEED-IDX
               ELSE
                   IF WS-NEW-MASTER-OK
                       CLOSE NEW-MASTER-CHECK-FILE
                   END-IF
                   DISPLAY 'CONVDRV '
                       FUNCTION TRIM(WS-NEW-MASTER-FILENAME)
                       ' FROM THE MERGE APPLY IN ATTEMPT '
                       FS-APPLY-ATTEMPT(WS-MERGE-FEED-IDX)
                       ' IS NOT SWAPPED IN - NO OTHER FEED IS APPLIED'
                   SET WS-MERGE-APPLIED TO TRUE
               END-IF
           END-IF.

      *    Nothing runs: the feed status table is emptied so no step
      *    replayed from the progress file can run off it.
       1490-REFUSE-SUBMISSION.
           MOVE 12 TO WS-WORST-RC
           MOVE 0 TO WS-FEED-STATUS-COUNT
           MOVE 0 TO WS-SHARED-KEY-COUNT
           MOVE 0 TO WS-RECORDS-DIVERTED
           SET WS-EOF-REACHED TO TRUE.

      ******************************************************************
      *    1500-START-PROGRESS
      *    A fresh submission starts the progress file over; a
      *    restart adds to it.  Either way the attempt is marked
      *    started before any feed runs - a progress file that
      *    cannot be written stops the submission, since nothing it
      *    then did could be restarted safely.
      ******************************************************************
       1500-START-PROGRESS.
           IF NOT WS-RESTART-RUN
               OPEN OUTPUT PROGRESS-FILE
               IF WS-PROGRESS-OK
                   CLOSE PROGRESS-FILE
               END-IF
           END-IF
           IF WS-PROGRESS-OK
               INITIALIZE WS-PROGRESS-LINE-AREA
               SET PG-ATTEMPT-START TO TRUE
               PERFORM 2900-WRITE-PROGRESS-LINE
           ELSE
               DISPLAY 'CONVDRV UNABLE TO OPEN PROGRESS FILE, STATUS='
                   WS-PROGRESS-STATUS
               MOVE 12 TO WS-WORST-RC
               SET WS-SUBMISSION-STOPPED TO TRUE
               SET WS-STEPS-STOPPED TO TRUE
           END-IF
           IF NOT WS-SUBMISSION-STOPPED
               SET WS-PROGRESS-WAS-STARTED TO TRUE
           END-IF.

       2000-PROCESS-FEEDS.
           READ FEED-LIST-FILE INTO FEED-LIST-RECORD
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
      *    CONVPGM and lets it apply the matching field list - the
      *    field-by-field move logic itself is never duplicated here.
      *    CONVPGM grades its run through RETURN-CODE; the grade is
      *    kept in the feed's status entry for the downstream pass,
      *    and - when this feed-list line says stop-on-failure - a
      *    code of 8 or worse ends the conversion pass here, so no
      *    later feed is converted.  The feeds converted before it
      *    still go through the cross-check and their own downstream
      *    steps.
      *
      *    Every feed converted must have a status entry - the
      *    downstream pass runs off the table - so a full table
      *    stops the submission before the feed is converted.
      *
      *    On a restart, a feed an earlier attempt converted cleanly
      *    is not converted again: its .OUT may already be on the
      *    master, and CONVPGM's feed-sequence registry would refuse
      *    the header a second time anyway.  A feed whose conversion
      *    failed is converted again - CONVPGM picks up from its own
      *    .CKP where it has one.
      ******************************************************************
       2100-RUN-ONE-FEED.
           ADD 1 TO WS-LIST-POSITION
           EVALUATE TRUE
               WHEN WS-LIST-POSITION <= WS-FEED-STATUS-COUNT
                       AND FS-CONVERT-RC(WS-LIST-POSITION) < 8
                   PERFORM 2150-KEEP-PRIOR-CONVERSION
               WHEN WS-LIST-POSITION > WS-FEED-STATUS-MAX
                   DISPLAY 'CONVDRV FEED STATUS TABLE FULL, '
                       FUNCTION TRIM(FL-INPUT-FILENAME)
                       ' AND LATER FEEDS NOT RUN'
                   MOVE 12 TO WS-WORST-RC
                   SET WS-SUBMISSION-STOPPED TO TRUE
               WHEN OTHER
                   PERFORM 2120-CONVERT-FEED
           END-EVALUATE.

       2120-CONVERT-FEED.
           MOVE FL-LAYOUT-ID TO CP-LAYOUT-ID
           MOVE FL-INPUT-FILENAME TO CP-INPUT-FILENAME
           MOVE FL-JSON-EXPORT-FLAG TO CP-JSON-EXPORT-FLAG
           MOVE FL-RUN-MODE TO CP-RUN-MODE
           MOVE FL-REJECT-CEILING TO CP-REJECT-CEILING
           MOVE FL-KEY-XREF-POLICY TO CP-KEY-XREF-POLICY
           DISPLAY 'CONVDRV RUNNING FEED: ' FL-INPUT-FILENAME
               ' LAYOUT: ' FL-LAYOUT-ID
           MOVE 0 TO CP-RETURN-CODE
           CALL 'CONVPGMC' USING WS-CONV-PARM-AREA
           ADD 1 TO WS-FEED-COUNT
           PERFORM 2200-RECORD-FEED-STATUS
           IF CP-RETURN-CODE >= 8 AND FL-STOP-ON-FAILURE
               DISPLAY 'CONVDRV STOPPING SUBMISSION: FEED '
                   FUNCTION TRIM(FL-INPUT-FILENAME)
                   ' ENDED WITH RETURN CODE ' CP-RETURN-CODE
               SET WS-SUBMISSION-STOPPED TO TRUE
           END-IF.

      ******************************************************************
      *    2150-KEEP-PRIOR-CONVERSION
      *    The entry replayed from the progress file stands, with
      *    the list line as it reads now - so a downstream step flag
      *    turned on for the restart takes effect.
      ******************************************************************
       2150-KEEP-PRIOR-CONVERSION.
           MOVE WS-LIST-POSITION TO WS-STATUS-IDX
           MOVE FEED-LIST-RECORD TO FS-FEED-LIST-LINE(WS-STATUS-IDX)
           ADD 1 TO WS-FEED-COUNT
           DISPLAY 'CONVDRV FEED ' FUNCTION TRIM(FL-INPUT-FILENAME)
               ' CONVERTED IN ATTEMPT '
               FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
               ' WITH RETURN CODE ' FS-CONVERT-RC(WS-STATUS-IDX)
               ' - NOT CONVERTED AGAIN'.

      ******************************************************************
      *    2200-RECORD-FEED-STATUS
      *    A feed takes part in the cross-check when it converted
      *    cleanly - the same gate the downstream steps use: under
      *    return code 8 and not a validate-only trial, which writes
      *    no .OUT.  The conversion goes on the progress file as
      *    soon as its entry is set up.
      ******************************************************************
       2200-RECORD-FEED-STATUS.
           MOVE WS-LIST-POSITION TO WS-STATUS-IDX
           IF WS-STATUS-IDX > WS-FEED-STATUS-COUNT
               MOVE WS-STATUS-IDX TO WS-FEED-STATUS-COUNT
           END-IF
           PERFORM 2210-SET-FEED-STATUS
           MOVE WS-ATTEMPT TO FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
           MOVE 'CONVERT' TO WS-STEP-NAME
           MOVE CP-RETURN-CODE TO WS-STEP-RC
           PERFORM 2910-RECORD-STEP-PROGRESS.

       2210-SET-FEED-STATUS.
           MOVE FL-INPUT-FILENAME TO FS-FEED-NAME(WS-STATUS-IDX)
           MOVE FEED-LIST-RECORD TO FS-FEED-LIST-LINE(WS-STATUS-IDX)
           MOVE CP-RETURN-CODE TO FS-CONVERT-RC(WS-STATUS-IDX)
           MOVE CP-RETURN-CODE TO FS-RETURN-CODE(WS-STATUS-IDX)
           MOVE '--' TO FS-APPLY-RC(WS-STATUS-IDX)
           MOVE '--' TO FS-AUDIT-RC(WS-STATUS-IDX)
           MOVE '--' TO FS-REPORT-RC(WS-STATUS-IDX)
           MOVE 'N' TO FS-APPLY-RAN-SWITCH(WS-STATUS-IDX)
           IF FL-FEED-PRIORITY IS NUMERIC
               MOVE FL-FEED-PRIORITY TO FS-FEED-PRIORITY(WS-STATUS-IDX)
           ELSE
               MOVE 99 TO FS-FEED-PRIORITY(WS-STATUS-IDX)
           END-IF
           IF CP-RETURN-CODE < 8 AND FL-RUN-MODE NOT = 'V'
               MOVE 'Y' TO FS-CHECK-SWITCH(WS-STATUS-IDX)
               SET WS-CHECK-PENDING TO TRUE
           ELSE
               MOVE 'N' TO FS-CHECK-SWITCH(WS-STATUS-IDX)
           END-IF
           MOVE 0 TO FS-COLLISIONS-KEPT(WS-STATUS-IDX)
           MOVE 0 TO FS-COLLISIONS-DIVERTED(WS-STATUS-IDX)
           MOVE 0 TO FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
           MOVE 0 TO FS-APPLY-ATTEMPT(WS-STATUS-IDX)
           MOVE 0 TO FS-AUDIT-ATTEMPT(WS-STATUS-IDX)
           MOVE 0 TO FS-REPORT-ATTEMPT(WS-STATUS-IDX).

      ******************************************************************
      *    2300-RUN-DOWNSTREAM-STEPS
      *    Chains the master apply, the audit load, and the totals
      *    half-applied master must not be loaded into the audit
      *    dataset or summarized as if it landed - and folds into
      *    the feed's grade, which the stop-on-failure check in
      *    4000-FINISH-ONE-FEED then sees like any conversion
      *    failure.
      *
      *    On a restart, a step an earlier attempt completed with a
      *    return code under 8 is kept, not rerun - its grade still
      *    folds into the feed's.  A step that failed, or never ran,
      *    runs in this attempt.  Every step run, and every apply
      *    refused, goes on the progress file as it finishes.
      ******************************************************************
       2300-RUN-DOWNSTREAM-STEPS.
           PERFORM 2310-DERIVE-STEP-FILENAMES
           EVALUATE TRUE
               WHEN NOT FL-RUN-MASTER-APPLY
                   CONTINUE
               WHEN FS-APPLY-ATTEMPT(WS-STATUS-IDX) > 0
                       AND FS-APPLY-RC(WS-STATUS-IDX) < '08'
                   MOVE 'APPLY' TO WS-STEP-NAME
                   MOVE FS-APPLY-ATTEMPT(WS-STATUS-IDX)
                       TO WS-STEP-ATTEMPT
                   MOVE FS-APPLY-RC(WS-STATUS-IDX) TO WS-STEP-RC
                   PERFORM 2380-KEEP-PRIOR-STEP
               WHEN WS-MERGE-APPLIED
                       AND WS-STATUS-IDX NOT = WS-MERGE-FEED-IDX
      *    See WS-MERGE-APPLIED-SWITCH: an apply after a merge
      *    apply would be discarded when operations swap the new
      *    generation in, so it is refused outright.
                   DISPLAY 'CONVDRV APPLY REFUSED FOR '
                       FUNCTION TRIM(FL-INPUT-FILENAME)
                       ': A MERGE APPLY ALREADY RAN - SWAP THE NEW'
                       ' GENERATION IN FIRST'
                   MOVE 8 TO WS-STEP-RC
                   MOVE WS-STEP-RC TO WS-APPLY-RC-X
                   MOVE 'N' TO FS-APPLY-RAN-SWITCH(WS-STATUS-IDX)
                   PERFORM 2325-RECORD-APPLY
                   PERFORM 2390-FOLD-STEP-INTO-FEED
                   SET WS-STEPS-STOPPED TO TRUE
               WHEN OTHER
                   PERFORM 2320-RUN-MASTER-APPLY
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT FL-RUN-AUDIT-LOAD
                   CONTINUE
               WHEN FS-AUDIT-ATTEMPT(WS-STATUS-IDX) > 0
                       AND FS-AUDIT-RC(WS-STATUS-IDX) < '08'
                   MOVE 'AUDIT' TO WS-STEP-NAME
                   MOVE FS-AUDIT-ATTEMPT(WS-STATUS-IDX)
                       TO WS-STEP-ATTEMPT
                   MOVE FS-AUDIT-RC(WS-STATUS-IDX) TO WS-STEP-RC
                   PERFORM 2380-KEEP-PRIOR-STEP
               WHEN NOT WS-STEP-FAILED AND NOT WS-STEPS-STOPPED
                   PERFORM 2330-RUN-AUDIT-LOAD
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT FL-RUN-TOTALS-REPORT
                   CONTINUE
               WHEN FS-REPORT-ATTEMPT(WS-STATUS-IDX) > 0
                       AND FS-REPORT-RC(WS-STATUS-IDX) < '08'
                   MOVE 'REPORT' TO WS-STEP-NAME
                   MOVE FS-REPORT-ATTEMPT(WS-STATUS-IDX)
                       TO WS-STEP-ATTEMPT
                   MOVE FS-REPORT-RC(WS-STATUS-IDX) TO WS-STEP-RC
                   PERFORM 2380-KEEP-PRIOR-STEP
               WHEN NOT WS-STEP-FAILED AND NOT WS-STEPS-STOPPED
                   PERFORM 2340-RUN-TOTALS-REPORT
           END-EVALUATE.

      ******************************************************************
      *    2310-DERIVE-STEP-FILENAMES
           END-IF
           MOVE 0 TO UP-RETURN-CODE
           CALL 'MSTUPDTC' USING WS-UPDT-PARM-AREA
           MOVE 'Y' TO FS-APPLY-RAN-SWITCH(WS-STATUS-IDX)
           MOVE UP-RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO WS-APPLY-RC-X
           IF FL-MERGE-APPLY
               SET WS-MERGE-APPLIED TO TRUE
               MOVE WS-STATUS-IDX TO WS-MERGE-FEED-IDX
           END-IF
           PERFORM 2325-RECORD-APPLY
           PERFORM 2390-FOLD-STEP-INTO-FEED.

       2325-RECORD-APPLY.
           MOVE WS-APPLY-RC-X TO FS-APPLY-RC(WS-STATUS-IDX)
           MOVE WS-ATTEMPT TO FS-APPLY-ATTEMPT(WS-STATUS-IDX)
           IF FS-APPLY-RAN(WS-STATUS-IDX)
               MOVE 'APPLY' TO WS-STEP-NAME
           ELSE
               MOVE 'REFUSED' TO WS-STEP-NAME
           END-IF
           PERFORM 2910-RECORD-STEP-PROGRESS.

       2330-RUN-AUDIT-LOAD.
           DISPLAY 'CONVDRV LOADING AUDIT TRAIL: '
               FUNCTION TRIM(WS-FEED-LOG-FILENAME)
           CALL 'AUDLOADC' USING WS-LOAD-PARM-AREA
           MOVE LP-RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO WS-AUDIT-RC-X
           MOVE WS-AUDIT-RC-X TO FS-AUDIT-RC(WS-STATUS-IDX)
           MOVE WS-ATTEMPT TO FS-AUDIT-ATTEMPT(WS-STATUS-IDX)
           MOVE 'AUDIT' TO WS-STEP-NAME
           PERFORM 2910-RECORD-STEP-PROGRESS
           PERFORM 2390-FOLD-STEP-INTO-FEED.

      ******************************************************************
           CALL 'RPTPGMC' USING WS-RPT-PARM-AREA
           MOVE RP-RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO WS-REPORT-RC-X
           MOVE WS-REPORT-RC-X TO FS-REPORT-RC(WS-STATUS-IDX)
           MOVE WS-ATTEMPT TO FS-REPORT-ATTEMPT(WS-STATUS-IDX)
           MOVE 'REPORT' TO WS-STEP-NAME
           PERFORM 2910-RECORD-STEP-PROGRESS
           PERFORM 2390-FOLD-STEP-INTO-FEED.

       2380-KEEP-PRIOR-STEP.
           DISPLAY 'CONVDRV ' FUNCTION TRIM(WS-STEP-NAME) ' STEP FOR '
               FUNCTION TRIM(FL-INPUT-FILENAME)
               ' COMPLETED IN ATTEMPT ' WS-STEP-ATTEMPT
               ' WITH RETURN CODE ' WS-STEP-RC ' - NOT RUN AGAIN'
           PERFORM 2390-FOLD-STEP-INTO-FEED.

       2390-FOLD-STEP-INTO-FEED.
               SET WS-STEP-FAILED TO TRUE
           END-IF.

      ******************************************************************
      *    2395-FOLD-PRIOR-STEPS
      *    For a feed whose steps do not run in this attempt, the
      *    grades its steps earned in earlier attempts - a failure
      *    still outstanding included - still count in its own.
      ******************************************************************
       2395-FOLD-PRIOR-STEPS.
           IF FS-APPLY-ATTEMPT(WS-STATUS-IDX) > 0
               MOVE FS-APPLY-RC(WS-STATUS-IDX) TO WS-STEP-RC
               PERFORM 2390-FOLD-STEP-INTO-FEED
           END-IF
           IF FS-AUDIT-ATTEMPT(WS-STATUS-IDX) > 0
               MOVE FS-AUDIT-RC(WS-STATUS-IDX) TO WS-STEP-RC
               PERFORM 2390-FOLD-STEP-INTO-FEED
           END-IF
           IF FS-REPORT-ATTEMPT(WS-STATUS-IDX) > 0
               MOVE FS-REPORT-RC(WS-STATUS-IDX) TO WS-STEP-RC
               PERFORM 2390-FOLD-STEP-INTO-FEED
           END-IF.

      ******************************************************************
      *    2600-WRITE-MANIFEST-RECORD
      *    One manifest record per feed, carrying the conversion's
      *    own return code (as CONVPGM handed it back) and the
      *    per-feed filenames exactly as CONVPGM's
      *    1050-APPLY-FEED-OVERRIDE derives them - the derivation
      *    lives in one naming convention, stated here so no
      *    downstream job re-derives it from the feed list.
           MOVE 'FEED' TO MN-RECORD-TYPE
           MOVE FL-LAYOUT-ID TO MN-LAYOUT-ID
           MOVE FL-RUN-MODE TO MN-RUN-MODE
           MOVE FS-CONVERT-RC(WS-STATUS-IDX) TO MN-RETURN-CODE
           MOVE FL-INPUT-FILENAME TO MN-INPUT-FILENAME
           MOVE SPACES TO MN-OUT-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.OUT'
               DELIMITED BY SIZE
               INTO MN-JSN-FILENAME
           END-STRING
           MOVE FS-COLLISIONS-KEPT(WS-STATUS-IDX)
               TO MN-COLLISIONS-KEPT
           MOVE FS-COLLISIONS-DIVERTED(WS-STATUS-IDX)
               TO MN-COLLISIONS-DIVERTED
           MOVE SPACES TO MN-JNL-FILENAME
           IF FS-APPLY-RAN(WS-STATUS-IDX)
               STRING FUNCTION TRIM(WS-FEED-BASENAME) '.JNL'
                   DELIMITED BY SIZE
                   INTO MN-JNL-FILENAME
               END-STRING
           END-IF
           MOVE FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
               TO MN-CONVERT-ATTEMPT
           MOVE FS-APPLY-RC(WS-STATUS-IDX) TO MN-APPLY-RC
           MOVE FS-APPLY-ATTEMPT(WS-STATUS-IDX) TO MN-APPLY-ATTEMPT
           MOVE FS-AUDIT-RC(WS-STATUS-IDX) TO MN-AUDIT-RC
           MOVE FS-AUDIT-ATTEMPT(WS-STATUS-IDX) TO MN-AUDIT-ATTEMPT
           MOVE FS-REPORT-RC(WS-STATUS-IDX) TO MN-REPORT-RC
           MOVE FS-REPORT-ATTEMPT(WS-STATUS-IDX) TO MN-REPORT-ATTEMPT
           MOVE WS-MANIFEST-LINE-AREA TO MANIFEST-RECORD
           PERFORM 2650-WRITE-MANIFEST-LINE.

               MOVE 12 TO WS-WORST-RC
           END-IF.

      ******************************************************************
      *    2900-WRITE-PROGRESS-LINE
      *    The progress file is opened, written and closed for each
      *    line, so every event is on disk before the next step
      *    starts.  A line that cannot be written stops the
      *    submission where it is: whatever ran after it could not
      *    be restarted safely.
      ******************************************************************
       2900-WRITE-PROGRESS-LINE.
           MOVE WS-ATTEMPT TO PG-ATTEMPT
           MOVE FUNCTION CURRENT-DATE(1:14) TO PG-TIMESTAMP
           OPEN EXTEND PROGRESS-FILE
           IF WS-PROGRESS-OK
               WRITE PROGRESS-RECORD FROM WS-PROGRESS-LINE-AREA
               IF WS-PROGRESS-OK
                   CLOSE PROGRESS-FILE
               END-IF
           END-IF
           IF NOT WS-PROGRESS-OK
               DISPLAY 'CONVDRV PROGRESS FILE WRITE FAILED, STATUS='
                   WS-PROGRESS-STATUS
               IF NOT WS-STEPS-STOPPED
                   DISPLAY 'CONVDRV STOPPING SUBMISSION: PROGRESS NOT '
                       'RECORDED ON '
                       FUNCTION TRIM(WS-PROGRESS-FILENAME)
               END-IF
               MOVE 12 TO WS-WORST-RC
               SET WS-SUBMISSION-STOPPED TO TRUE
               SET WS-STEPS-STOPPED TO TRUE
           END-IF.

       2910-RECORD-STEP-PROGRESS.
           INITIALIZE WS-PROGRESS-LINE-AREA
           SET PG-STEP-DONE TO TRUE
           MOVE WS-STATUS-IDX TO PG-FEED-IDX
           MOVE WS-STEP-NAME TO PG-STEP-NAME
           MOVE WS-STEP-RC TO PG-STEP-RC
           MOVE FEED-LIST-RECORD TO PG-FEED-LIST-LINE
           PERFORM 2900-WRITE-PROGRESS-LINE.

      ******************************************************************
      *    3000-CROSS-CHECK-FEEDS
      *    Runs once, after every conversion and before any master
      *    apply.  Every record on every cleanly converted feed's
      *    .OUT is sorted on key, then feed priority, then feed-list
      *    order; a key whose sorted group holds records from more
      *    than one feed is a shared key.  The first record in the
      *    group is the owner's and stays on its .OUT; every other
      *    feed's record for the key is recorded on the diversion
      *    work file and, once the sort is done, moved off that
      *    feed's .OUT and .LOG onto its .EXC (3500).
      *
      *    A cross-check that cannot finish - a file that will not
      *    open or write, or a feed with more diverted keys than
      *    the divert table holds - runs no downstream step for any
      *    feed in the submission: applying with the collisions
      *    half-resolved is what the check is there to prevent.
      *
      *    On a restart the check runs again over every cleanly
      *    converted feed whenever a feed has converted since it
      *    last finished; keys already diverted are no longer on
      *    any loser's .OUT, so only the new feeds' keys can collide.
      *    A feed whose downstream steps already ran in an earlier
      *    attempt keeps every key it shares - its records are
      *    already on the master and in the audit dataset - so it
      *    sorts ahead of any priority (3210).  A check that
      *    finishes goes on the progress file with each feed's
      *    collision counts and the submission's totals.
      ******************************************************************
       3000-CROSS-CHECK-FEEDS.
           MOVE 0 TO WS-CHECK-FEED-COUNT
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-FEED-STATUS-COUNT
               IF FS-CROSS-CHECKED(WS-CHECK-IDX)
                   ADD 1 TO WS-CHECK-FEED-COUNT
               END-IF
           END-PERFORM
           IF WS-CHECK-FEED-COUNT < 2
               DISPLAY 'CONVDRV CROSS-FEED KEY CHECK SKIPPED: FEWER '
                   'THAN TWO FEEDS CONVERTED'
           ELSE
               PERFORM 3100-OPEN-CROSS-CHECK-FILES
               IF NOT WS-CROSS-CHECK-FAILED
                   SORT COLLISION-SORT-FILE
                       ON ASCENDING KEY SR-RECORD-KEY
                                        SR-FEED-PRIORITY
                                        SR-FEED-IDX
                       INPUT PROCEDURE IS 3200-RELEASE-FEED-OUTPUT
                       OUTPUT PROCEDURE IS 3300-MATCH-SHARED-KEYS
                   CLOSE DIVERSION-FILE
                   PERFORM 3400-WRITE-COLLISION-TOTALS
                   CLOSE COLLISION-REPORT-FILE
               END-IF
               IF NOT WS-CROSS-CHECK-FAILED
                       AND WS-RECORDS-DIVERTED > 0
                   PERFORM 3500-DIVERT-FEED-RECORDS
                       VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX > WS-FEED-STATUS-COUNT
                          OR WS-CROSS-CHECK-FAILED
               END-IF
               DISPLAY 'CONVDRV CROSS-FEED KEY CHECK: SHARED KEYS '
                   WS-SHARED-KEY-COUNT ' RECORDS DIVERTED '
                   WS-RECORDS-DIVERTED
               IF WS-CROSS-CHECK-FAILED
                   DISPLAY 'CONVDRV CROSS-FEED KEY CHECK FAILED - NO '
                       'DOWNSTREAM STEP RUNS FOR THIS SUBMISSION'
                   MOVE 12 TO WS-WORST-RC
                   SET WS-STEPS-STOPPED TO TRUE
               END-IF
           END-IF
           IF NOT WS-CROSS-CHECK-FAILED
               PERFORM 3800-RECORD-CROSS-CHECK
           END-IF.

       3100-OPEN-CROSS-CHECK-FILES.
           MOVE SPACES TO WS-COLLISION-FILENAME
           STRING FUNCTION TRIM(WS-LIST-BASENAME) '.COL'
               DELIMITED BY SIZE
               INTO WS-COLLISION-FILENAME
           END-STRING
           MOVE SPACES TO WS-DIVERSION-FILENAME
           STRING FUNCTION TRIM(WS-LIST-BASENAME) '.CDV'
               DELIMITED BY SIZE
               INTO WS-DIVERSION-FILENAME
           END-STRING
           MOVE SPACES TO WS-SORT-WORK-FILENAME
           STRING FUNCTION TRIM(WS-LIST-BASENAME) '.SRT'
               DELIMITED BY SIZE
               INTO WS-SORT-WORK-FILENAME
           END-STRING
      *    A restart adds its own check to the collision report the
      *    earlier attempts wrote.
           IF WS-RESTART-RUN
               OPEN EXTEND COLLISION-REPORT-FILE
               IF WS-COLLISION-STATUS = '35'
                   OPEN OUTPUT COLLISION-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT COLLISION-REPORT-FILE
           END-IF
           IF NOT WS-COLLISION-OK
               DISPLAY 'CONVDRV UNABLE TO OPEN COLLISION REPORT, '
                   'STATUS=' WS-COLLISION-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           ELSE
               OPEN OUTPUT DIVERSION-FILE
               IF NOT WS-DIVERSION-OK
                   DISPLAY 'CONVDRV UNABLE TO OPEN DIVERSION FILE, '
                       'STATUS=' WS-DIVERSION-STATUS
                   CLOSE COLLISION-REPORT-FILE
                   SET WS-CROSS-CHECK-FAILED TO TRUE
               ELSE
                   PERFORM 3150-WRITE-COLLISION-HEADING
               END-IF
           END-IF.

       3150-WRITE-COLLISION-HEADING.
           MOVE SPACES TO COLLISION-REPORT-LINE
           STRING 'CROSS-FEED KEY COLLISION REPORT  ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '  FEED LIST ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-LIST-FILENAME)
                       DELIMITED BY SIZE
               INTO COLLISION-REPORT-LINE
           END-STRING
           PERFORM 3900-WRITE-COLLISION-LINE
           MOVE SPACES TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE.

      ******************************************************************
      *    3200-RELEASE-FEED-OUTPUT
      *    Sort input procedure: every record on every cross-checked
      *    feed's .OUT, tagged with the feed's priority and its place
      *    on the feed list.
      ******************************************************************
       3200-RELEASE-FEED-OUTPUT.
           PERFORM 3210-RELEASE-ONE-FEED
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-FEED-STATUS-COUNT.

       3210-RELEASE-ONE-FEED.
           IF FS-CROSS-CHECKED(WS-CHECK-IDX)
               IF FS-APPLY-ATTEMPT(WS-CHECK-IDX) > 0
                       OR FS-AUDIT-ATTEMPT(WS-CHECK-IDX) > 0
                       OR FS-REPORT-ATTEMPT(WS-CHECK-IDX) > 0
                   MOVE 0 TO WS-RELEASE-PRIORITY
               ELSE
                   MOVE FS-FEED-PRIORITY(WS-CHECK-IDX)
                       TO WS-RELEASE-PRIORITY
               END-IF
               MOVE FS-FEED-LIST-LINE(WS-CHECK-IDX) TO FEED-LIST-RECORD
               PERFORM 2310-DERIVE-STEP-FILENAMES
               MOVE WS-FEED-OUT-FILENAME TO WS-CHECK-OUT-FILENAME
               OPEN INPUT CHECK-OUTPUT-FILE
               IF WS-CHECK-OUT-OK
                   MOVE 'N' TO WS-CHECK-EOF-SWITCH
                   PERFORM 3220-RELEASE-ONE-RECORD
                       UNTIL WS-CHECK-EOF-REACHED
                   CLOSE CHECK-OUTPUT-FILE
               ELSE
                   DISPLAY 'CONVDRV UNABLE TO OPEN '
                       FUNCTION TRIM(WS-CHECK-OUT-FILENAME)
                       ' FOR CROSS-FEED CHECK, STATUS='
                       WS-CHECK-OUT-STATUS
                   SET WS-CROSS-CHECK-FAILED TO TRUE
               END-IF
           END-IF.

       3220-RELEASE-ONE-RECORD.
           READ CHECK-OUTPUT-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               MOVE CHECK-OUTPUT-RECORD(1:10) TO SR-RECORD-KEY
               MOVE WS-RELEASE-PRIORITY TO SR-FEED-PRIORITY
               MOVE WS-CHECK-IDX TO SR-FEED-IDX
               MOVE CHECK-OUTPUT-RECORD TO SR-RECORD
               RELEASE COLLISION-SORT-RECORD
               ADD 1 TO WS-RECORDS-CHECKED
           END-IF.

      ******************************************************************
      *    3300-MATCH-SHARED-KEYS
      *    Sort output procedure.  The first record of each key's
      *    group is the owner's.  A later record for the same key
      *    from the owner's own feed is left alone - it was never a
      *    collision, and CONVPGM has already judged it - but one
      *    from any other feed is diverted.
      ******************************************************************
       3300-MATCH-SHARED-KEYS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE LOW-VALUES TO WS-GROUP-KEY
           PERFORM 3310-RETURN-SORTED-RECORD
           PERFORM 3320-MATCH-ONE-RECORD
               UNTIL WS-SORT-EOF-REACHED.

       3310-RETURN-SORTED-RECORD.
           RETURN COLLISION-SORT-FILE
               AT END SET WS-SORT-EOF-REACHED TO TRUE
           END-RETURN.

       3320-MATCH-ONE-RECORD.
           IF SR-RECORD-KEY NOT = WS-GROUP-KEY
               MOVE SR-RECORD-KEY TO WS-GROUP-KEY
               MOVE SR-FEED-IDX TO WS-OWNER-IDX
               MOVE SR-RECORD TO WS-APPLIED-RECORD
               MOVE 'N' TO WS-SHARED-KEY-SWITCH
           ELSE
               IF SR-FEED-IDX NOT = WS-OWNER-IDX
                   PERFORM 3330-DIVERT-SHARED-KEY
               END-IF
           END-IF
           PERFORM 3310-RETURN-SORTED-RECORD.

       3330-DIVERT-SHARED-KEY.
           IF NOT WS-SHARED-KEY-FOUND
               SET WS-SHARED-KEY-FOUND TO TRUE
               ADD 1 TO WS-SHARED-KEY-COUNT
               ADD 1 TO FS-COLLISIONS-KEPT(WS-OWNER-IDX)
               PERFORM 3340-REPORT-SHARED-KEY
           END-IF
           ADD 1 TO WS-RECORDS-DIVERTED
           ADD 1 TO FS-COLLISIONS-DIVERTED(SR-FEED-IDX)
           IF FS-COLLISIONS-DIVERTED(SR-FEED-IDX) > WS-DIVERT-MAX
                   AND NOT WS-CROSS-CHECK-FAILED
               DISPLAY 'CONVDRV TOO MANY SHARED KEYS TO DIVERT FROM '
                   FUNCTION TRIM(FS-FEED-NAME(SR-FEED-IDX))
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF
           MOVE SR-RECORD TO WS-DIVERTED-RECORD
           PERFORM 3350-REPORT-DIVERTED-RECORD
           MOVE SPACES TO DIVERSION-RECORD
           MOVE SR-FEED-IDX TO DV-FEED-IDX
           MOVE SR-RECORD-KEY TO DV-RECORD-KEY
           MOVE WS-OWNER-IDX TO DV-OWNER-IDX
           WRITE DIVERSION-RECORD
           IF NOT WS-DIVERSION-OK
               DISPLAY 'CONVDRV DIVERSION FILE WRITE FAILED, STATUS='
                   WS-DIVERSION-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF.

       3340-REPORT-SHARED-KEY.
           MOVE SR-RECORD-KEY TO CK-RECORD-KEY
           MOVE WS-COL-KEY-LINE TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE
           MOVE 'APPLIED' TO CF-ROLE
           MOVE FS-FEED-PRIORITY(WS-OWNER-IDX) TO CF-PRIORITY
           MOVE FS-FEED-NAME(WS-OWNER-IDX) TO CF-FEED-NAME
           MOVE WS-COL-FEED-LINE TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE.

      ******************************************************************
      *    3350-REPORT-DIVERTED-RECORD
      *    The diverted feed's line, then one line per field whose
      *    value differs from the applied record's.  Each amount is
      *    compared and shown together with its currency code.
      ******************************************************************
       3350-REPORT-DIVERTED-RECORD.
           MOVE 'DIVERTED' TO CF-ROLE
           MOVE FS-FEED-PRIORITY(SR-FEED-IDX) TO CF-PRIORITY
           MOVE FS-FEED-NAME(SR-FEED-IDX) TO CF-FEED-NAME
           MOVE WS-COL-FEED-LINE TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE
           IF WS-DIVERTED-RECORD = WS-APPLIED-RECORD
               MOVE SPACES TO COLLISION-REPORT-LINE
               MOVE '      SAME VALUES AS THE APPLIED RECORD'
                   TO COLLISION-REPORT-LINE
               PERFORM 3900-WRITE-COLLISION-LINE
           END-IF
           IF CD-RECORD-TYPE NOT = CA-RECORD-TYPE
               MOVE 'TYPE' TO CV-FIELD-NAME
               MOVE CA-RECORD-TYPE TO CV-APPLIED-VALUE
               MOVE CD-RECORD-TYPE TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD1 NOT = CA-FIELD1
               MOVE 'FIELD1' TO CV-FIELD-NAME
               MOVE CA-FIELD1 TO CV-APPLIED-VALUE
               MOVE CD-FIELD1 TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD2-AREA NOT = CA-FIELD2-AREA
               MOVE 'FIELD2' TO CV-FIELD-NAME
               MOVE CA-FIELD2-AREA TO WS-FORMAT-AMOUNT-X
               PERFORM 3380-FORMAT-AMOUNT
               MOVE WS-FORMAT-VALUE TO CV-APPLIED-VALUE
               MOVE CD-FIELD2-AREA TO WS-FORMAT-AMOUNT-X
               PERFORM 3380-FORMAT-AMOUNT
               MOVE WS-FORMAT-VALUE TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD3 NOT = CA-FIELD3
               MOVE 'FIELD3' TO CV-FIELD-NAME
               MOVE CA-FIELD3 TO CV-APPLIED-VALUE
               MOVE CD-FIELD3 TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD4 NOT = CA-FIELD4
               MOVE 'FIELD4' TO CV-FIELD-NAME
               MOVE CA-FIELD4 TO CV-APPLIED-VALUE
               MOVE CD-FIELD4 TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD5-AREA NOT = CA-FIELD5-AREA
               MOVE 'FIELD5' TO CV-FIELD-NAME
               MOVE CA-FIELD5-AREA TO WS-FORMAT-AMOUNT-X
               PERFORM 3380-FORMAT-AMOUNT
               MOVE WS-FORMAT-VALUE TO CV-APPLIED-VALUE
               MOVE CD-FIELD5-AREA TO WS-FORMAT-AMOUNT-X
               PERFORM 3380-FORMAT-AMOUNT
               MOVE WS-FORMAT-VALUE TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-FIELD6 NOT = CA-FIELD6
               MOVE 'FIELD6' TO CV-FIELD-NAME
               MOVE CA-FIELD6 TO CV-APPLIED-VALUE
               MOVE CD-FIELD6 TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF
           IF CD-ACTION NOT = CA-ACTION
               MOVE 'ACTION' TO CV-FIELD-NAME
               MOVE CA-ACTION TO CV-APPLIED-VALUE
               MOVE CD-ACTION TO CV-DIVERTED-VALUE
               PERFORM 3390-WRITE-FIELD-DIFFERENCE
           END-IF.

      *    An amount area that does not test NUMERIC is shown as it
      *    stands rather than edited.
       3380-FORMAT-AMOUNT.
           MOVE SPACES TO WS-FORMAT-VALUE
           IF WS-FORMAT-AMOUNT IS NUMERIC
               MOVE WS-FORMAT-AMOUNT TO WS-FORMAT-EDITED
               STRING WS-FORMAT-EDITED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FORMAT-CURRENCY DELIMITED BY SIZE
                   INTO WS-FORMAT-VALUE
               END-STRING
           ELSE
               MOVE WS-FORMAT-AMOUNT-X TO WS-FORMAT-VALUE
           END-IF.

       3390-WRITE-FIELD-DIFFERENCE.
           MOVE WS-COL-FIELD-LINE TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE.

       3400-WRITE-COLLISION-TOTALS.
           MOVE SPACES TO COLLISION-REPORT-LINE
           IF WS-SHARED-KEY-COUNT = 0
               MOVE 'NO KEY IS CARRIED BY MORE THAN ONE FEED'
                   TO COLLISION-REPORT-LINE
               PERFORM 3900-WRITE-COLLISION-LINE
               MOVE SPACES TO COLLISION-REPORT-LINE
           END-IF
           PERFORM 3900-WRITE-COLLISION-LINE
           MOVE WS-CHECK-FEED-COUNT TO CT-FEEDS-CHECKED
           MOVE WS-SHARED-KEY-COUNT TO CT-SHARED-KEYS
           MOVE WS-RECORDS-DIVERTED TO CT-RECORDS-DIVERTED
           MOVE WS-COL-TOTAL-LINE TO COLLISION-REPORT-LINE
           PERFORM 3900-WRITE-COLLISION-LINE.

      ******************************************************************
      *    3500-DIVERT-FEED-RECORDS
      *    For one feed that lost keys: its .OUT is split into the
      *    records it keeps (onto the .CLW work file) and the
      *    diverted ones (appended to its .EXC under reason code
      *    COLLISION), and the kept records are copied back over the
      *    .OUT.  Its audit .LOG gets the same treatment, so the
      *    audit load never records a change that was not applied -
      *    the .LOG goes first, so that a translated key's provider
      *    key is known before its exception is written.  The .BAL
      *    is left as CONVPGM wrote it - DAYCTL counts the COLLISION
      *    exceptions back in when it ties the balance record to the
      *    .OUT.
      ******************************************************************
       3500-DIVERT-FEED-RECORDS.
           IF FS-COLLISIONS-DIVERTED(WS-CHECK-IDX) > 0
               MOVE FS-FEED-LIST-LINE(WS-CHECK-IDX) TO FEED-LIST-RECORD
               PERFORM 2310-DERIVE-STEP-FILENAMES
               MOVE WS-FEED-OUT-FILENAME TO WS-CHECK-OUT-FILENAME
               MOVE WS-FEED-LOG-FILENAME TO WS-CHECK-LOG-FILENAME
               MOVE SPACES TO WS-CHECK-EXC-FILENAME
               STRING FUNCTION TRIM(WS-FEED-BASENAME) '.EXC'
                   DELIMITED BY SIZE
                   INTO WS-CHECK-EXC-FILENAME
               END-STRING
               MOVE SPACES TO WS-CHECK-WORK-FILENAME
               STRING FUNCTION TRIM(WS-FEED-BASENAME) '.CLW'
                   DELIMITED BY SIZE
                   INTO WS-CHECK-WORK-FILENAME
               END-STRING
               DISPLAY 'CONVDRV DIVERTING '
                   FS-COLLISIONS-DIVERTED(WS-CHECK-IDX)
                   ' SHARED-KEY RECORDS FROM '
                   FUNCTION TRIM(WS-CHECK-OUT-FILENAME)
               PERFORM 3510-LOAD-DIVERTED-KEYS
               IF NOT WS-CROSS-CHECK-FAILED
                   PERFORM 3560-FILTER-AUDIT-LOG
               END-IF
               IF NOT WS-CROSS-CHECK-FAILED
                   PERFORM 3520-SPLIT-OUTPUT-FILE
               END-IF
               IF NOT WS-CROSS-CHECK-FAILED
                   PERFORM 3540-COPY-BACK-OUTPUT-FILE
               END-IF
           END-IF.

       3510-LOAD-DIVERTED-KEYS.
           MOVE 0 TO WS-DIVERT-COUNT
           OPEN INPUT DIVERSION-FILE
           IF NOT WS-DIVERSION-OK
               DISPLAY 'CONVDRV UNABLE TO REOPEN DIVERSION FILE, '
                   'STATUS=' WS-DIVERSION-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-CHECK-EOF-SWITCH
               PERFORM 3515-LOAD-ONE-DIVERTED-KEY
                   UNTIL WS-CHECK-EOF-REACHED
               CLOSE DIVERSION-FILE
           END-IF.

       3515-LOAD-ONE-DIVERTED-KEY.
           READ DIVERSION-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               IF DV-FEED-IDX = WS-CHECK-IDX
                   ADD 1 TO WS-DIVERT-COUNT
                   MOVE DV-RECORD-KEY
                       TO DT-RECORD-KEY(WS-DIVERT-COUNT)
                   MOVE DV-OWNER-IDX
                       TO DT-OWNER-IDX(WS-DIVERT-COUNT)
                   MOVE SPACES TO DT-PROVIDER-KEY(WS-DIVERT-COUNT)
               END-IF
           END-IF.

       3520-SPLIT-OUTPUT-FILE.
           OPEN INPUT CHECK-OUTPUT-FILE
           OPEN OUTPUT CHECK-WORK-FILE
           OPEN EXTEND CHECK-EXCEPTION-FILE
           IF WS-CHECK-EXC-NOT-FOUND
               OPEN OUTPUT CHECK-EXCEPTION-FILE
           END-IF
           IF WS-CHECK-OUT-OK AND WS-CHECK-WORK-OK
                   AND WS-CHECK-EXC-OK
               MOVE 'N' TO WS-CHECK-EOF-SWITCH
               PERFORM 3530-SPLIT-ONE-RECORD
                   UNTIL WS-CHECK-EOF-REACHED
                      OR WS-CROSS-CHECK-FAILED
           ELSE
               DISPLAY 'CONVDRV UNABLE TO OPEN FILES TO DIVERT FROM '
                   FUNCTION TRIM(WS-CHECK-OUT-FILENAME)
                   ', STATUS=' WS-CHECK-OUT-STATUS '/'
                   WS-CHECK-WORK-STATUS '/' WS-CHECK-EXC-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF
           CLOSE CHECK-OUTPUT-FILE
           CLOSE CHECK-WORK-FILE
           CLOSE CHECK-EXCEPTION-FILE.

       3530-SPLIT-ONE-RECORD.
           READ CHECK-OUTPUT-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               MOVE CHECK-OUTPUT-RECORD(1:10) TO WS-SEARCH-KEY
               PERFORM 3590-FIND-DIVERTED-KEY
               IF WS-KEY-DIVERTED
                   MOVE WS-SEARCH-KEY TO EX-KEY
                   MOVE CHECK-OUTPUT-RECORD TO EX-ORIGINAL-RECORD
                   IF DT-PROVIDER-KEY(DT-IDX) NOT = SPACES
                       MOVE DT-PROVIDER-KEY(DT-IDX) TO EX-KEY
                       MOVE DT-PROVIDER-KEY(DT-IDX)
                           TO EX-ORIGINAL-RECORD(1:10)
                   END-IF
                   MOVE WS-COLLISION-REASON TO EX-REASON-CODE
                   MOVE SPACES TO EX-REASON-TEXT
                   STRING 'KEY OWNED BY ' DELIMITED BY SIZE
                           FUNCTION TRIM(FS-FEED-NAME(WS-OWNER-IDX))
                               DELIMITED BY SIZE
                       INTO EX-REASON-TEXT
                   END-STRING
                   MOVE WS-EXCEPTION-LINE-AREA TO CHECK-EXCEPTION-LINE
                   WRITE CHECK-EXCEPTION-LINE
                   IF NOT WS-CHECK-EXC-OK
                       DISPLAY 'CONVDRV EXCEPTION WRITE FAILED FOR '
                           FUNCTION TRIM(WS-CHECK-EXC-FILENAME)
                           ', STATUS=' WS-CHECK-EXC-STATUS
                       SET WS-CROSS-CHECK-FAILED TO TRUE
                   END-IF
               ELSE
                   MOVE CHECK-OUTPUT-RECORD TO CHECK-WORK-RECORD
                   PERFORM 3580-WRITE-WORK-RECORD
               END-IF
           END-IF.

       3540-COPY-BACK-OUTPUT-FILE.
           OPEN INPUT CHECK-WORK-FILE
           OPEN OUTPUT CHECK-OUTPUT-FILE
           IF WS-CHECK-WORK-OK AND WS-CHECK-OUT-OK
               MOVE 'N' TO WS-CHECK-EOF-SWITCH
               PERFORM 3545-COPY-BACK-OUTPUT-RECORD
                   UNTIL WS-CHECK-EOF-REACHED
                      OR WS-CROSS-CHECK-FAILED
           ELSE
               DISPLAY 'CONVDRV UNABLE TO REWRITE '
                   FUNCTION TRIM(WS-CHECK-OUT-FILENAME)
                   ', STATUS=' WS-CHECK-WORK-STATUS '/'
                   WS-CHECK-OUT-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF
           CLOSE CHECK-WORK-FILE
           CLOSE CHECK-OUTPUT-FILE.

       3545-COPY-BACK-OUTPUT-RECORD.
           READ CHECK-WORK-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               MOVE CHECK-WORK-RECORD TO CHECK-OUTPUT-RECORD
               WRITE CHECK-OUTPUT-RECORD
               IF NOT WS-CHECK-OUT-OK
                   DISPLAY 'CONVDRV REWRITE FAILED FOR '
                       FUNCTION TRIM(WS-CHECK-OUT-FILENAME)
                       ', STATUS=' WS-CHECK-OUT-STATUS
                   SET WS-CROSS-CHECK-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    3560-FILTER-AUDIT-LOG
      *    Drops the diverted keys' lines from the feed's audit log,
      *    through the same work file.  A feed with no .LOG has
      *    nothing to drop.  A dropped PROVIDER-KEY line leaves the
      *    provider's key on the divert table for 3530.
      ******************************************************************
       3560-FILTER-AUDIT-LOG.
           OPEN INPUT CHECK-AUDIT-FILE
           IF WS-CHECK-LOG-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT CHECK-WORK-FILE
               IF WS-CHECK-LOG-OK AND WS-CHECK-WORK-OK
                   MOVE 'N' TO WS-CHECK-EOF-SWITCH
                   PERFORM 3565-FILTER-ONE-AUDIT-LINE
                       UNTIL WS-CHECK-EOF-REACHED
                          OR WS-CROSS-CHECK-FAILED
               ELSE
                   DISPLAY 'CONVDRV UNABLE TO OPEN FILES TO FILTER '
                       FUNCTION TRIM(WS-CHECK-LOG-FILENAME)
                       ', STATUS=' WS-CHECK-LOG-STATUS '/'
                       WS-CHECK-WORK-STATUS
                   SET WS-CROSS-CHECK-FAILED TO TRUE
               END-IF
               CLOSE CHECK-AUDIT-FILE
               CLOSE CHECK-WORK-FILE
               IF NOT WS-CROSS-CHECK-FAILED
                   PERFORM 3570-COPY-BACK-AUDIT-LOG
               END-IF
           END-IF.

       3565-FILTER-ONE-AUDIT-LINE.
           READ CHECK-AUDIT-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               MOVE CHECK-AUDIT-RECORD(1:10) TO WS-SEARCH-KEY
               PERFORM 3590-FIND-DIVERTED-KEY
               IF WS-KEY-DIVERTED
                   ADD 1 TO WS-LOG-LINES-DROPPED
                   MOVE CHECK-AUDIT-RECORD TO WS-AUDIT-LINE-AREA
                   IF AR-FIELD-NAME = 'PROVIDER-KEY'
                       MOVE AR-OLD-VALUE(1:10)
                           TO DT-PROVIDER-KEY(DT-IDX)
                   END-IF
               ELSE
                   MOVE CHECK-AUDIT-RECORD TO CHECK-WORK-RECORD
                   PERFORM 3580-WRITE-WORK-RECORD
               END-IF
           END-IF.

       3570-COPY-BACK-AUDIT-LOG.
           OPEN INPUT CHECK-WORK-FILE
           OPEN OUTPUT CHECK-AUDIT-FILE
           IF WS-CHECK-WORK-OK AND WS-CHECK-LOG-OK
               MOVE 'N' TO WS-CHECK-EOF-SWITCH
               PERFORM 3575-COPY-BACK-AUDIT-LINE
                   UNTIL WS-CHECK-EOF-REACHED
                      OR WS-CROSS-CHECK-FAILED
           ELSE
               DISPLAY 'CONVDRV UNABLE TO REWRITE '
                   FUNCTION TRIM(WS-CHECK-LOG-FILENAME)
                   ', STATUS=' WS-CHECK-WORK-STATUS '/'
                   WS-CHECK-LOG-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF
           CLOSE CHECK-WORK-FILE
           CLOSE CHECK-AUDIT-FILE.

       3575-COPY-BACK-AUDIT-LINE.
           READ CHECK-WORK-FILE
               AT END SET WS-CHECK-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-CHECK-EOF-REACHED
               MOVE CHECK-WORK-RECORD TO CHECK-AUDIT-RECORD
               WRITE CHECK-AUDIT-RECORD
               IF NOT WS-CHECK-LOG-OK
                   DISPLAY 'CONVDRV REWRITE FAILED FOR '
                       FUNCTION TRIM(WS-CHECK-LOG-FILENAME)
                       ', STATUS=' WS-CHECK-LOG-STATUS
                   SET WS-CROSS-CHECK-FAILED TO TRUE
               END-IF
           END-IF.

       3580-WRITE-WORK-RECORD.
           WRITE CHECK-WORK-RECORD
           IF NOT WS-CHECK-WORK-OK
               DISPLAY 'CONVDRV WORK FILE WRITE FAILED FOR '
                   FUNCTION TRIM(WS-CHECK-WORK-FILENAME)
                   ', STATUS=' WS-CHECK-WORK-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF.

      ******************************************************************
      *    3590-FIND-DIVERTED-KEY
      *    Sets WS-KEY-DIVERTED when WS-SEARCH-KEY is on the divert
      *    table, leaving WS-OWNER-IDX at the feed that kept it.
      ******************************************************************
       3590-FIND-DIVERTED-KEY.
           MOVE 'N' TO WS-DIVERTED-KEY-SWITCH
           IF WS-DIVERT-COUNT > 0
               SEARCH ALL WS-DIVERT-ENTRY
                   AT END
                       CONTINUE
                   WHEN DT-RECORD-KEY(DT-IDX) = WS-SEARCH-KEY
                       SET WS-KEY-DIVERTED TO TRUE
                       MOVE DT-OWNER-IDX(DT-IDX) TO WS-OWNER-IDX
               END-SEARCH
           END-IF.

      ******************************************************************
      *    3800-RECORD-CROSS-CHECK
      *    One CHEK line per feed checked, with the collision counts
      *    it has reached, then the submission's totals under feed
      *    index 000 - the line a restart takes as the check done.
      ******************************************************************
       3800-RECORD-CROSS-CHECK.
           PERFORM 3810-RECORD-ONE-FEED-CHECK
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-FEED-STATUS-COUNT
           INITIALIZE WS-PROGRESS-LINE-AREA
           SET PG-CHECK-DONE TO TRUE
           MOVE WS-SHARED-KEY-COUNT TO PG-COLLISIONS-KEPT
           MOVE WS-RECORDS-DIVERTED TO PG-COLLISIONS-DIVERTED
           PERFORM 2900-WRITE-PROGRESS-LINE
           IF NOT WS-STEPS-STOPPED
               MOVE 'N' TO WS-CHECK-PENDING-SWITCH
           END-IF.

       3810-RECORD-ONE-FEED-CHECK.
           IF FS-CROSS-CHECKED(WS-CHECK-IDX)
               INITIALIZE WS-PROGRESS-LINE-AREA
               SET PG-CHECK-DONE TO TRUE
               MOVE WS-CHECK-IDX TO PG-FEED-IDX
               MOVE FS-COLLISIONS-KEPT(WS-CHECK-IDX)
                   TO PG-COLLISIONS-KEPT
               MOVE FS-COLLISIONS-DIVERTED(WS-CHECK-IDX)
                   TO PG-COLLISIONS-DIVERTED
               MOVE FS-FEED-LIST-LINE(WS-CHECK-IDX)
                   TO PG-FEED-LIST-LINE
               PERFORM 2900-WRITE-PROGRESS-LINE
           END-IF.

       3900-WRITE-COLLISION-LINE.
           WRITE COLLISION-REPORT-LINE
           IF NOT WS-COLLISION-OK
               DISPLAY 'CONVDRV COLLISION REPORT WRITE FAILED, STATUS='
                   WS-COLLISION-STATUS
               SET WS-CROSS-CHECK-FAILED TO TRUE
           END-IF.

      ******************************************************************
      *    4000-FINISH-ONE-FEED
      *    Downstream pass, one feed-list entry at a time in list
      *    order.  The feed's grade starts from its conversion's;
      *    a feed that had records diverted to its .EXC grades at
      *    least 4, like any feed with exceptions.  Every step's
      *    grade then folds in, the manifest record is written, and
      *    a step failure on a stop-on-failure line stops the steps
      *    for every later feed - their manifest records are still
      *    written, since their conversions already ran.
      ******************************************************************
       4000-FINISH-ONE-FEED.
           MOVE FS-FEED-LIST-LINE(WS-STATUS-IDX) TO FEED-LIST-RECORD
           MOVE FS-CONVERT-RC(WS-STATUS-IDX) TO WS-FEED-RC
           IF FS-COLLISIONS-DIVERTED(WS-STATUS-IDX) > 0
                   AND WS-FEED-RC < 4
               MOVE 4 TO WS-FEED-RC
           END-IF
      *    The step columns start from whatever earlier attempts
      *    left - '--' on a fresh submission.
           MOVE FS-APPLY-RC(WS-STATUS-IDX) TO WS-APPLY-RC-X
           MOVE FS-AUDIT-RC(WS-STATUS-IDX) TO WS-AUDIT-RC-X
           MOVE FS-REPORT-RC(WS-STATUS-IDX) TO WS-REPORT-RC-X
           MOVE 'N' TO WS-STEP-FAIL-SWITCH
      *    A feed that graded 8 or worse is never applied - its
      *    output set is suspect - and a validate-only trial wrote
      *    no output set to chain against.
           IF FS-CONVERT-RC(WS-STATUS-IDX) < 8
                   AND FL-RUN-MODE NOT = 'V'
                   AND NOT WS-STEPS-STOPPED
               PERFORM 2300-RUN-DOWNSTREAM-STEPS
           ELSE
               PERFORM 2395-FOLD-PRIOR-STEPS
           END-IF
           MOVE WS-FEED-RC TO FS-RETURN-CODE(WS-STATUS-IDX)
           MOVE WS-APPLY-RC-X TO FS-APPLY-RC(WS-STATUS-IDX)
           MOVE WS-AUDIT-RC-X TO FS-AUDIT-RC(WS-STATUS-IDX)
           MOVE WS-REPORT-RC-X TO FS-REPORT-RC(WS-STATUS-IDX)
           PERFORM 2600-WRITE-MANIFEST-RECORD
           IF WS-FEED-RC > WS-WORST-RC
               MOVE WS-FEED-RC TO WS-WORST-RC
           END-IF
           IF WS-STEP-FAILED AND FL-STOP-ON-FAILURE
                   AND NOT WS-STEPS-STOPPED
               DISPLAY 'CONVDRV STOPPING SUBMISSION: FEED '
                   FUNCTION TRIM(FL-INPUT-FILENAME)
                   ' ENDED WITH RETURN CODE ' WS-FEED-RC
               SET WS-STEPS-STOPPED TO TRUE
           END-IF.

      ******************************************************************
      *    8000-WRITE-MANIFEST-TRAILER
      *    Written after the last feed, with the feed count, the
      *    submission's worst return code, and its collision
      *    totals - the scheduler reads the trailer to prove the
      *    manifest is complete, not cut off by an abend
      *    mid-submission.
      ******************************************************************
       8000-WRITE-MANIFEST-TRAILER.
           IF WS-MANIFEST-WAS-OPENED
               MOVE WS-FEED-COUNT TO MT-FEED-COUNT
               MOVE WS-WORST-RC TO MT-WORST-RC
               MOVE WS-SHARED-KEY-COUNT TO MT-SHARED-KEYS
               MOVE WS-RECORDS-DIVERTED TO MT-RECORDS-DIVERTED
               MOVE WS-ATTEMPT TO MT-ATTEMPT
               MOVE SPACES TO MANIFEST-RECORD
               MOVE WS-MANIFEST-TRAILER-AREA TO MANIFEST-RECORD
               PERFORM 2650-WRITE-MANIFEST-LINE
               CLOSE MANIFEST-FILE
           END-IF.

      ******************************************************************
      *    8100-END-PROGRESS
      *    Marks the attempt ended on the progress file - STOPPED
      *    when a failure stopped the conversions or the steps, or a
      *    file error graded it 12, so the next submission of the
      *    list has to be a restart; COMPLETE otherwise.
      ******************************************************************
       8100-END-PROGRESS.
           IF WS-PROGRESS-WAS-STARTED
               INITIALIZE WS-PROGRESS-LINE-AREA
               SET PG-ATTEMPT-END TO TRUE
               MOVE WS-FEED-STATUS-COUNT TO PG-FEED-IDX
               MOVE WS-WORST-RC TO PG-STEP-RC
               IF WS-SUBMISSION-STOPPED OR WS-STEPS-STOPPED
                       OR WS-WORST-RC >= 12
                   MOVE 'STOPPED' TO PG-STEP-NAME
               ELSE
                   MOVE 'COMPLETE' TO PG-STEP-NAME
               END-IF
               PERFORM 2900-WRITE-PROGRESS-LINE
           END-IF.

      *    Each step shows its return code and, after the slash, the
      *    attempt it ran in (000 = not run in any attempt).
       9000-DISPLAY-FEED-SUMMARY.
           DISPLAY 'CONVDRV FEED STATUS SUMMARY, ATTEMPT '
               WS-ATTEMPT ':'
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                   UNTIL WS-STATUS-IDX > WS-FEED-STATUS-COUNT
               DISPLAY 'CONVDRV   ' FS-FEED-NAME(WS-STATUS-IDX)
                   ' RC=' FS-RETURN-CODE(WS-STATUS-IDX)
                   ' CONVERT=' FS-CONVERT-RC(WS-STATUS-IDX)
                   '/' FS-CONVERT-ATTEMPT(WS-STATUS-IDX)
                   ' APPLY=' FS-APPLY-RC(WS-STATUS-IDX)
                   '/' FS-APPLY-ATTEMPT(WS-STATUS-IDX)
                   ' AUDIT=' FS-AUDIT-RC(WS-STATUS-IDX)
                   '/' FS-AUDIT-ATTEMPT(WS-STATUS-IDX)
                   ' REPORT=' FS-REPORT-RC(WS-STATUS-IDX)
                   '/' FS-REPORT-ATTEMPT(WS-STATUS-IDX)
                   ' KEPT=' FS-COLLISIONS-KEPT(WS-STATUS-IDX)
                   ' DIVERTED=' FS-COLLISIONS-DIVERTED(WS-STATUS-IDX)
           END-PERFORM
           DISPLAY 'CONVDRV SHARED KEYS: ' WS-SHARED-KEY-COUNT
               '  RECORDS DIVERTED: ' WS-RECORDS-DIVERTED
           DISPLAY 'CONVDRV WORST RETURN CODE: ' WS-WORST-RC.
