      ******************************************************************
      *    PROGRAM-ID. XREFMNT.
      *    Provider key cross-reference maintenance and listing.
      *    Applies a file of add, merge, split, and retire
      *    transactions to the keyed cross-reference (PROVXREF.DAT,
      *    XREFREC.cpy layout) that CONVPGM translates provider keys
      *    through, and prints a change report showing every mapping
      *    a transaction touched, before and after, or the reason the
      *    transaction was refused.
      *
      *    Transactions, one per line (WS-TRANSACTION-AREA):
      *        A  add     - the provider id and key must not already
      *                     be on file, active or retired; the
      *                     internal key column gives the master key
      *                     it maps to, or blank to be assigned the
      *                     next key off the control record
      *        M  merge   - every active mapping pointing at the
      *                     internal key column is repointed at the
      *                     to-internal-key column, for two internal
      *                     keys found to be the same entity; a
      *                     provider id limits the merge to that
      *                     provider's mappings, the provider key
      *                     column is not used
      *        S  split   - the one active mapping for the provider id
      *                     and key is repointed at the internal key
      *                     column (blank = assign the next key), for
      *                     a provider key found to be a different
      *                     entity from the rest of its group
      *        R  retire  - the active mapping for the provider id
      *                     and key is retired as of today; CONVPGM
      *                     rejects the provider key from then on
      *    Mappings are never deleted.  A merge or split keeps the
      *    key the mapping pointed at before in PX-PRIOR-INTERNAL-KEY.
      *    Only the cross-reference changes - the master records
      *    already filed under the old internal key stay where they
      *    are, and are moved or retired through the usual master
      *    maintenance.  A hand-keyed internal key may not fall in
      *    the 'XK' assigned range (see XREFREC.cpy).
      *
      *    When a provider renumbers a key, the new provider key is
      *    added against the old one's internal key and the old
      *    provider key is retired.
      *
      *    A transaction that fails its edits is reported and
      *    skipped; the rest of the file still applies.  Return
      *    code 4 when any transaction was refused, 12 when a file
      *    could not be opened or written.
      *
      *    Command line: optional transaction filename (default
      *    XREFTRAN.DAT).  The change report goes to <base>.RPT.  The
      *    cross-reference is created on first use, the same way
      *    REFMNT creates the reference code table.
      *
      *    Command line LIST, optionally followed by a provider id,
      *    prints the mappings on file instead - all of them, or
      *    that provider's - in provider id and key order, to
      *    XREFLIST.RPT, with the last internal key assigned.  A
      *    listing opens the cross-reference for input only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT PROVIDER-XREF-FILE
               ASSIGN TO DYNAMIC WS-XREF-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD              PIC X(43).

       FD  PROVIDER-XREF-FILE.
       COPY XREFREC.

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGE-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DYNAMIC-FILENAMES.
           05  WS-TRANSACTION-FILENAME     PIC X(80) VALUE
               'XREFTRAN.DAT'.
           05  WS-XREF-FILENAME            PIC X(80) VALUE
               'PROVXREF.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-LIST-FILENAME            PIC X(80) VALUE
               'XREFLIST.RPT'.

       01  WS-FILE-STATUSES.
           05  WS-TRANSACTION-STATUS       PIC X(02) VALUE '00'.
               88  WS-TRANSACTION-OK          VALUE '00'.
           05  WS-XREF-STATUS              PIC X(02) VALUE '00'.
               88  WS-XREF-OK                 VALUE '00' '02'.
               88  WS-XREF-EOF                VALUE '10'.
               88  WS-XREF-NO-RECORD          VALUE '23'.
               88  WS-XREF-NOT-FOUND          VALUE '35'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
      *    Set once all the files opened - 9000-TERMINATE only
      *    prints totals and closes when a run actually started.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
           05  WS-TRAN-EDIT-SWITCH         PIC X(01) VALUE 'Y'.
               88  WS-TRAN-ACCEPTED           VALUE 'Y'.
               88  WS-TRAN-REFUSED            VALUE 'N'.
           05  WS-RUN-MODE-SWITCH          PIC X(01) VALUE 'M'.
               88  WS-MAINTENANCE-RUN         VALUE 'M'.
               88  WS-LISTING-RUN             VALUE 'L'.
           05  WS-BROWSE-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-BROWSE-EOF-REACHED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANSACTIONS-READ        PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-ADDED           PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-MERGED          PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-SPLIT           PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-RETIRED         PIC 9(09) VALUE 0.
           05  WS-KEYS-ASSIGNED            PIC 9(09) VALUE 0.
           05  WS-TRANSACTIONS-REFUSED     PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-LISTED          PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-ACTIVE          PIC 9(09) VALUE 0.
           05  WS-MAPPINGS-INACTIVE        PIC 9(09) VALUE 0.
           05  WS-MERGE-COUNT              PIC 9(09) VALUE 0.

      ******************************************************************
      *    WS-TRANSACTION-AREA - one maintenance transaction: action,
      *    provider id, provider key, internal key, to-internal-key,
      *    each separated by one space.  The to-internal-key is only
      *    used by a merge.
      ******************************************************************
       01  WS-TRANSACTION-AREA.
           05  TX-ACTION                   PIC X(01).
               88  TX-ADD-MAPPING             VALUE 'A'.
               88  TX-MERGE-MAPPINGS          VALUE 'M'.
               88  TX-SPLIT-MAPPING           VALUE 'S'.
               88  TX-RETIRE-MAPPING          VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  TX-PROVIDER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  TX-PROVIDER-KEY             PIC X(10).
           05  FILLER                      PIC X(01).
           05  TX-INTERNAL-KEY             PIC X(10).
           05  FILLER                      PIC X(01).
           05  TX-TO-INTERNAL-KEY          PIC X(10).

      *    The mapping's image before the transaction, for the
      *    report - same layout as PROVIDER-XREF-RECORD.
       01  WS-BEFORE-IMAGE.
           05  BI-XREF-KEY.
               10  BI-PROVIDER-ID          PIC X(08).
               10  BI-PROVIDER-KEY         PIC X(10).
           05  BI-INTERNAL-KEY             PIC X(10).
           05  BI-MAPPING-STATUS           PIC X(01).
           05  BI-MAPPING-ORIGIN           PIC X(01).
           05  BI-CREATED-DATE             PIC X(08).
           05  BI-RETIRED-DATE             PIC X(08).
           05  BI-PRIOR-INTERNAL-KEY       PIC X(10).
           05  BI-LAST-MAINT-TIMESTAMP     PIC X(14).

       01  WS-REFUSAL-REASON               PIC X(45) VALUE SPACES.

      *    Assigned internal keys - the prefix is reserved, see
      *    XREFREC.cpy.  CONVPGM assigns from the same control
      *    record.
       01  WS-ASSIGNED-KEY-PREFIX          PIC X(02) VALUE 'XK'.
       01  WS-ASSIGNED-KEY-NUMBER          PIC 9(08) VALUE 0.
       01  WS-NEW-INTERNAL-KEY             PIC X(10) VALUE SPACES.
       01  WS-MERGE-FROM-KEY               PIC X(10) VALUE SPACES.
       01  WS-LIST-PROVIDER-ID             PIC X(08) VALUE SPACES.
       01  WS-LAST-KEY-ASSIGNED            PIC X(10) VALUE SPACES.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  HL-REPORT-TITLE             PIC X(26) VALUE
               'PROVIDER KEY XREF CHANGES '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  FILE '.
           05  HL-TRANSACTION-NAME         PIC X(28).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-HEADING               PIC X(80) VALUE
           'ACTION  PROVIDER PROV KEY   IMAGE  INTERNAL   STATUS  PRIOR 
      -    'KEY  DATE'.

       01  WS-CHANGE-LINE-AREA.
           05  CG-ACTION                   PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CG-PROVIDER-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CG-PROVIDER-KEY             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CG-IMAGE                    PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
      *    A refused transaction prints its reason across the
      *    mapping columns.
           05  CG-DETAIL                   PIC X(45).
           05  CG-MAPPING-DETAIL REDEFINES CG-DETAIL.
               10  CG-INTERNAL-KEY         PIC X(10).
               10  FILLER                  PIC X(01).
               10  CG-STATUS               PIC X(07).
               10  FILLER                  PIC X(01).
               10  CG-PRIOR-KEY            PIC X(10).
               10  FILLER                  PIC X(01).
               10  CG-CHANGE-DATE          PIC X(08).
               10  FILLER                  PIC X(07).

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(24).
           05  TL-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       01  WS-RUN-TIMESTAMP                PIC X(14) VALUE SPACES.

       01  WS-FEED-BASENAME                PIC X(40) VALUE SPACES.

       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-FIRST-TOKEN               PIC X(80) VALUE SPACES.
       01  WS-CL-SECOND-TOKEN              PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           PERFORM 1100-INITIALIZE
           IF WS-LISTING-RUN
               PERFORM 5000-LIST-MAPPINGS
           ELSE
               PERFORM 2000-APPLY-TRANSACTIONS UNTIL WS-EOF-REACHED
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    A maintenance run opens the cross-reference I-O so the
      *    mappings are maintained in place; status 35 means no
      *    cross-reference yet - it is created empty (OPEN OUTPUT/
      *    CLOSE) and reopened I-O, so the very first transaction
      *    file can load the initial mappings.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-FIRST-TOKEN WS-CL-SECOND-TOKEN
               END-UNSTRING
               IF WS-CL-FIRST-TOKEN = 'LIST'
                   SET WS-LISTING-RUN TO TRUE
                   MOVE WS-CL-SECOND-TOKEN TO WS-LIST-PROVIDER-ID
               ELSE
                   MOVE WS-CL-FIRST-TOKEN TO WS-TRANSACTION-FILENAME
               END-IF
           END-IF
           IF WS-LISTING-RUN
               PERFORM 1200-OPEN-FOR-LISTING
           ELSE
               PERFORM 1110-OPEN-FOR-MAINTENANCE
           END-IF.

       1110-OPEN-FOR-MAINTENANCE.
           MOVE SPACES TO WS-FEED-BASENAME
           UNSTRING WS-TRANSACTION-FILENAME DELIMITED BY '.'
               INTO WS-FEED-BASENAME
           END-UNSTRING
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.RPT'
               DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRANSACTION-OK
               DISPLAY 'XREFMNT UNABLE TO OPEN TRANSACTION FILE, '
                   'STATUS=' WS-TRANSACTION-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               PERFORM 1150-OPEN-XREF-AND-REPORT
           END-IF.

       1150-OPEN-XREF-AND-REPORT.
           OPEN I-O PROVIDER-XREF-FILE
           IF WS-XREF-NOT-FOUND
               DISPLAY 'XREFMNT NO CROSS-REFERENCE YET - CREATING '
                   FUNCTION TRIM(WS-XREF-FILENAME)
               OPEN OUTPUT PROVIDER-XREF-FILE
               CLOSE PROVIDER-XREF-FILE
               OPEN I-O PROVIDER-XREF-FILE
           END-IF
           IF NOT WS-XREF-OK
               DISPLAY 'XREFMNT UNABLE TO OPEN CROSS-REFERENCE, '
                   'STATUS=' WS-XREF-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               OPEN OUTPUT CHANGE-REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY 'XREFMNT UNABLE TO OPEN CHANGE REPORT, '
                       'STATUS=' WS-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE TRANSACTION-FILE
                   CLOSE PROVIDER-XREF-FILE
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   SET WS-RUN-STARTED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    1200-OPEN-FOR-LISTING
      *    No cross-reference on file yet is not worth a listing -
      *    it is reported and graded 4, not created.
      ******************************************************************
       1200-OPEN-FOR-LISTING.
           MOVE WS-LIST-FILENAME TO WS-REPORT-FILENAME
           MOVE 'PROVIDER KEY XREF LISTING ' TO HL-REPORT-TITLE
           MOVE WS-XREF-FILENAME TO WS-TRANSACTION-FILENAME
           OPEN INPUT PROVIDER-XREF-FILE
           EVALUATE TRUE
               WHEN WS-XREF-OK
                   OPEN OUTPUT CHANGE-REPORT-FILE
                   IF NOT WS-REPORT-OK
                       DISPLAY 'XREFMNT UNABLE TO OPEN LISTING, '
                           'STATUS=' WS-REPORT-STATUS
                       MOVE 12 TO RETURN-CODE
                       CLOSE PROVIDER-XREF-FILE
                   ELSE
                       SET WS-RUN-STARTED TO TRUE
                   END-IF
               WHEN WS-XREF-NOT-FOUND
                   DISPLAY 'XREFMNT NO CROSS-REFERENCE ON FILE - '
                       FUNCTION TRIM(WS-XREF-FILENAME)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'XREFMNT UNABLE TO OPEN CROSS-REFERENCE, '
                       'STATUS=' WS-XREF-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *    2000-APPLY-TRANSACTIONS
      *    Each add, split, or retire reads its mapping first, so
      *    the before image is on hand for the report whatever the
      *    action.  A merge finds its mappings by browsing.
      ******************************************************************
       2000-APPLY-TRANSACTIONS.
           READ TRANSACTION-FILE INTO WS-TRANSACTION-AREA
               AT END SET WS-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-EOF-REACHED
               ADD 1 TO WS-TRANSACTIONS-READ
               SET WS-TRAN-ACCEPTED TO TRUE
               MOVE SPACES TO WS-REFUSAL-REASON
               MOVE SPACES TO WS-BEFORE-IMAGE
               IF NOT TX-MERGE-MAPPINGS
                   IF TX-PROVIDER-ID = SPACES
                       OR TX-PROVIDER-KEY = SPACES
                       MOVE 'PROVIDER ID OR PROVIDER KEY IS BLANK'
                           TO WS-REFUSAL-REASON
                       SET WS-TRAN-REFUSED TO TRUE
                   ELSE
                       MOVE TX-PROVIDER-ID TO PX-PROVIDER-ID
                       MOVE TX-PROVIDER-KEY TO PX-PROVIDER-KEY
                       READ PROVIDER-XREF-FILE
                       IF WS-XREF-OK
                           MOVE PROVIDER-XREF-RECORD
                               TO WS-BEFORE-IMAGE
                       END-IF
                   END-IF
               END-IF
               IF WS-TRAN-ACCEPTED
                   EVALUATE TRUE
                       WHEN TX-ADD-MAPPING
                           PERFORM 2100-ADD-MAPPING
                       WHEN TX-MERGE-MAPPINGS
                           PERFORM 2200-MERGE-MAPPINGS
                       WHEN TX-SPLIT-MAPPING
                           PERFORM 2300-SPLIT-MAPPING
                       WHEN TX-RETIRE-MAPPING
                           PERFORM 2400-RETIRE-MAPPING
                       WHEN OTHER
                           MOVE 'ACTION IS NOT A, M, S, OR R'
                               TO WS-REFUSAL-REASON
                           SET WS-TRAN-REFUSED TO TRUE
                   END-EVALUATE
               END-IF
               PERFORM 3000-REPORT-TRANSACTION
           END-IF.

       2100-ADD-MAPPING.
           EVALUATE TRUE
               WHEN WS-XREF-OK
                   MOVE 'MAPPING ALREADY ON FILE' TO WS-REFUSAL-REASON
               WHEN NOT WS-XREF-NO-RECORD
                   MOVE 'CROSS-REFERENCE READ FAILED'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 2900-EDIT-NEW-INTERNAL-KEY
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
               MOVE SPACES TO PROVIDER-XREF-RECORD
               MOVE TX-PROVIDER-ID TO PX-PROVIDER-ID
               MOVE TX-PROVIDER-KEY TO PX-PROVIDER-KEY
               MOVE WS-NEW-INTERNAL-KEY TO PX-INTERNAL-KEY
               SET PX-MAPPING-ACTIVE TO TRUE
               SET PX-ORIGIN-MAINTAINED TO TRUE
               MOVE WS-RUN-DATE TO PX-CREATED-DATE
               MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
               WRITE PROVIDER-XREF-RECORD
               IF WS-XREF-OK
                   ADD 1 TO WS-MAPPINGS-ADDED
               ELSE
                   PERFORM 2950-XREF-WRITE-FAILED
               END-IF
           END-IF.

      ******************************************************************
      *    2200-MERGE-MAPPINGS
      *    Browses the cross-reference - from the front, or from
      *    the start of the one provider's mappings - repointing
      *    every active mapping on the from-key.  Each mapping
      *    repointed prints its own before and after lines as it
      *    goes.  Retired mappings keep the key they had: they
      *    record what the provider key meant when it was retired.
      ******************************************************************
       2200-MERGE-MAPPINGS.
           EVALUATE TRUE
               WHEN TX-INTERNAL-KEY = SPACES
                   OR TX-TO-INTERNAL-KEY = SPACES
                   MOVE 'MERGE NEEDS BOTH INTERNAL KEYS'
                       TO WS-REFUSAL-REASON
               WHEN TX-INTERNAL-KEY = TX-TO-INTERNAL-KEY
                   MOVE 'MERGE KEYS ARE THE SAME'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE TX-INTERNAL-KEY TO WS-MERGE-FROM-KEY
                   MOVE 0 TO WS-MERGE-COUNT
                   MOVE 'N' TO WS-BROWSE-EOF-SWITCH
                   MOVE LOW-VALUES TO PX-XREF-KEY
                   IF TX-PROVIDER-ID NOT = SPACES
                       MOVE TX-PROVIDER-ID TO PX-PROVIDER-ID
                   END-IF
                   START PROVIDER-XREF-FILE KEY NOT < PX-XREF-KEY
                   IF NOT WS-XREF-OK
                       SET WS-BROWSE-EOF-REACHED TO TRUE
                       IF NOT WS-XREF-EOF AND NOT WS-XREF-NO-RECORD
                           PERFORM 2950-XREF-WRITE-FAILED
                       END-IF
                   END-IF
                   PERFORM 2210-MERGE-ONE-MAPPING
                       UNTIL WS-BROWSE-EOF-REACHED
                   IF WS-MERGE-COUNT = 0
                       AND WS-REFUSAL-REASON = SPACES
                       MOVE 'NO ACTIVE MAPPING ON THE FROM KEY'
                           TO WS-REFUSAL-REASON
                   END-IF
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           END-IF.

      *    The control record's provider id is SPACES - it is never
      *    a mapping, whatever its internal key column holds.
       2210-MERGE-ONE-MAPPING.
           READ PROVIDER-XREF-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF-REACHED TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BROWSE-EOF-REACHED
                   CONTINUE
               WHEN NOT WS-XREF-OK
                   SET WS-BROWSE-EOF-REACHED TO TRUE
                   PERFORM 2950-XREF-WRITE-FAILED
               WHEN TX-PROVIDER-ID NOT = SPACES
                   AND PX-PROVIDER-ID NOT = TX-PROVIDER-ID
                   SET WS-BROWSE-EOF-REACHED TO TRUE
               WHEN PX-PROVIDER-ID = SPACES
                   CONTINUE
               WHEN PX-MAPPING-ACTIVE
                   AND PX-INTERNAL-KEY = WS-MERGE-FROM-KEY
                   MOVE PROVIDER-XREF-RECORD TO WS-BEFORE-IMAGE
                   MOVE PX-INTERNAL-KEY TO PX-PRIOR-INTERNAL-KEY
                   MOVE TX-TO-INTERNAL-KEY TO PX-INTERNAL-KEY
                   MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
                   REWRITE PROVIDER-XREF-RECORD
                   IF WS-XREF-OK
                       ADD 1 TO WS-MERGE-COUNT
                       ADD 1 TO WS-MAPPINGS-MERGED
                       PERFORM 3050-REPORT-BEFORE-AND-AFTER
                   ELSE
                       SET WS-BROWSE-EOF-REACHED TO TRUE
                       PERFORM 2950-XREF-WRITE-FAILED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-SPLIT-MAPPING.
           EVALUATE TRUE
               WHEN WS-XREF-NO-RECORD
                   MOVE 'MAPPING NOT ON FILE' TO WS-REFUSAL-REASON
               WHEN NOT WS-XREF-OK
                   MOVE 'CROSS-REFERENCE READ FAILED'
                       TO WS-REFUSAL-REASON
               WHEN NOT PX-MAPPING-ACTIVE
                   MOVE 'MAPPING IS RETIRED' TO WS-REFUSAL-REASON
               WHEN TX-INTERNAL-KEY = PX-INTERNAL-KEY
                   MOVE 'MAPPING ALREADY ON THAT INTERNAL KEY'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 2900-EDIT-NEW-INTERNAL-KEY
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
      *    Assigning a key read the control record over the
      *    mapping, so the mapping comes back from its before image.
               MOVE WS-BEFORE-IMAGE TO PROVIDER-XREF-RECORD
               MOVE BI-INTERNAL-KEY TO PX-PRIOR-INTERNAL-KEY
               MOVE WS-NEW-INTERNAL-KEY TO PX-INTERNAL-KEY
               MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
               REWRITE PROVIDER-XREF-RECORD
               IF WS-XREF-OK
                   ADD 1 TO WS-MAPPINGS-SPLIT
               ELSE
                   PERFORM 2950-XREF-WRITE-FAILED
               END-IF
           END-IF.

       2400-RETIRE-MAPPING.
           EVALUATE TRUE
               WHEN WS-XREF-NO-RECORD
                   MOVE 'MAPPING NOT ON FILE' TO WS-REFUSAL-REASON
               WHEN NOT WS-XREF-OK
                   MOVE 'CROSS-REFERENCE READ FAILED'
                       TO WS-REFUSAL-REASON
               WHEN NOT PX-MAPPING-ACTIVE
                   MOVE 'MAPPING ALREADY RETIRED' TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
               SET PX-MAPPING-RETIRED TO TRUE
               MOVE WS-RUN-DATE TO PX-RETIRED-DATE
               MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
               REWRITE PROVIDER-XREF-RECORD
               IF WS-XREF-OK
                   ADD 1 TO WS-MAPPINGS-RETIRED
               ELSE
                   PERFORM 2950-XREF-WRITE-FAILED
               END-IF
           END-IF.

      ******************************************************************
      *    2900-EDIT-NEW-INTERNAL-KEY
      *    The internal key an add or split points the mapping at:
      *    the one keyed on the transaction, or - when it is blank -
      *    the next key off the control record.
      ******************************************************************
       2900-EDIT-NEW-INTERNAL-KEY.
           MOVE SPACES TO WS-NEW-INTERNAL-KEY
           EVALUATE TRUE
               WHEN TX-INTERNAL-KEY = SPACES
                   PERFORM 2910-ASSIGN-INTERNAL-KEY
               WHEN TX-INTERNAL-KEY(1:2) = WS-ASSIGNED-KEY-PREFIX
                   MOVE 'XK KEYS ARE ONLY ASSIGNED, NEVER KEYED'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE TX-INTERNAL-KEY TO WS-NEW-INTERNAL-KEY
           END-EVALUATE.

      ******************************************************************
      *    2910-ASSIGN-INTERNAL-KEY
      *    Same rule CONVPGM assigns by: the control record goes
      *    back with the new number before the key is used, so a
      *    failure later wastes a number but never hands one out
      *    twice.
      ******************************************************************
       2910-ASSIGN-INTERNAL-KEY.
           MOVE SPACES TO PX-XREF-KEY
           READ PROVIDER-XREF-FILE
           EVALUATE TRUE
               WHEN WS-XREF-OK AND PX-ASSIGNED-NUMBER IS NUMERIC
                   MOVE PX-ASSIGNED-NUMBER TO WS-ASSIGNED-KEY-NUMBER
                   ADD 1 TO WS-ASSIGNED-KEY-NUMBER
                   MOVE WS-ASSIGNED-KEY-NUMBER TO PX-ASSIGNED-NUMBER
                   MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
                   REWRITE PROVIDER-XREF-RECORD
               WHEN WS-XREF-NO-RECORD
                   MOVE SPACES TO PROVIDER-XREF-RECORD
                   MOVE WS-ASSIGNED-KEY-PREFIX TO PX-ASSIGNED-PREFIX
                   MOVE 1 TO WS-ASSIGNED-KEY-NUMBER
                   MOVE WS-ASSIGNED-KEY-NUMBER TO PX-ASSIGNED-NUMBER
                   MOVE WS-RUN-TIMESTAMP TO PX-LAST-MAINT-TIMESTAMP
                   WRITE PROVIDER-XREF-RECORD
               WHEN OTHER
                   DISPLAY 'XREFMNT CONTROL RECORD UNREADABLE, STATUS='
                       WS-XREF-STATUS
                   MOVE '99' TO WS-XREF-STATUS
           END-EVALUATE
           IF WS-XREF-OK
               MOVE PX-INTERNAL-KEY TO WS-NEW-INTERNAL-KEY
               ADD 1 TO WS-KEYS-ASSIGNED
           ELSE
               PERFORM 2950-XREF-WRITE-FAILED
           END-IF.

       2950-XREF-WRITE-FAILED.
           DISPLAY 'XREFMNT CROSS-REFERENCE UPDATE FAILED FOR '
               TX-PROVIDER-ID ' ' TX-PROVIDER-KEY
               ' STATUS=' WS-XREF-STATUS
           MOVE 'CROSS-REFERENCE UPDATE FAILED' TO WS-REFUSAL-REASON
           SET WS-TRAN-REFUSED TO TRUE
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      *    3000-REPORT-TRANSACTION
      *    An applied add prints its after image, a split or retire
      *    its before and after images; an applied merge has
      *    already printed a pair for each mapping it repointed.  A
      *    refused transaction prints the reason across the mapping
      *    columns.
      ******************************************************************
       3000-REPORT-TRANSACTION.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-CHANGE-LINE-AREA
           PERFORM 3010-SET-ACTION-NAME
           MOVE TX-PROVIDER-ID TO CG-PROVIDER-ID
           MOVE TX-PROVIDER-KEY TO CG-PROVIDER-KEY
           EVALUATE TRUE
               WHEN WS-TRAN-REFUSED
                   ADD 1 TO WS-TRANSACTIONS-REFUSED
                   MOVE 'REFUSE' TO CG-IMAGE
                   MOVE WS-REFUSAL-REASON TO CG-DETAIL
                   PERFORM 3200-WRITE-CHANGE-LINE
               WHEN TX-MERGE-MAPPINGS
                   CONTINUE
               WHEN TX-ADD-MAPPING
                   PERFORM 3300-FORMAT-AFTER-IMAGE
                   PERFORM 3200-WRITE-CHANGE-LINE
               WHEN OTHER
                   PERFORM 3050-REPORT-BEFORE-AND-AFTER
           END-EVALUATE.

       3010-SET-ACTION-NAME.
           EVALUATE TRUE
               WHEN TX-ADD-MAPPING
                   MOVE 'ADD' TO CG-ACTION
               WHEN TX-MERGE-MAPPINGS
                   MOVE 'MERGE' TO CG-ACTION
               WHEN TX-SPLIT-MAPPING
                   MOVE 'SPLIT' TO CG-ACTION
               WHEN TX-RETIRE-MAPPING
                   MOVE 'RETIRE' TO CG-ACTION
               WHEN OTHER
                   MOVE TX-ACTION TO CG-ACTION
           END-EVALUATE.

       3050-REPORT-BEFORE-AND-AFTER.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-CHANGE-LINE-AREA
           PERFORM 3010-SET-ACTION-NAME
           MOVE BI-PROVIDER-ID TO CG-PROVIDER-ID
           MOVE BI-PROVIDER-KEY TO CG-PROVIDER-KEY
           MOVE 'BEFORE' TO CG-IMAGE
           MOVE BI-INTERNAL-KEY TO CG-INTERNAL-KEY
           MOVE BI-PRIOR-INTERNAL-KEY TO CG-PRIOR-KEY
           IF BI-MAPPING-STATUS = 'R'
               MOVE 'RETIRED' TO CG-STATUS
               MOVE BI-RETIRED-DATE TO CG-CHANGE-DATE
           ELSE
               MOVE 'ACTIVE' TO CG-STATUS
               MOVE BI-CREATED-DATE TO CG-CHANGE-DATE
           END-IF
           PERFORM 3200-WRITE-CHANGE-LINE
           MOVE SPACES TO WS-CHANGE-LINE-AREA
           PERFORM 3300-FORMAT-AFTER-IMAGE
           PERFORM 3200-WRITE-CHANGE-LINE.

       3100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-TRANSACTION-FILENAME TO HL-TRANSACTION-NAME
           MOVE WS-PAGE-COUNT TO HL-PAGE-NUMBER
           MOVE WS-HEADING-LINE-AREA TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3200-WRITE-CHANGE-LINE.
           MOVE WS-CHANGE-LINE-AREA TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      *    The date column is the retired date for a retired
      *    mapping, the created date for an active one.
       3300-FORMAT-AFTER-IMAGE.
           MOVE 'AFTER' TO CG-IMAGE
           MOVE PX-INTERNAL-KEY TO CG-INTERNAL-KEY
           MOVE PX-PRIOR-INTERNAL-KEY TO CG-PRIOR-KEY
           IF PX-MAPPING-RETIRED
               MOVE 'RETIRED' TO CG-STATUS
               MOVE PX-RETIRED-DATE TO CG-CHANGE-DATE
           ELSE
               MOVE 'ACTIVE' TO CG-STATUS
               MOVE PX-CREATED-DATE TO CG-CHANGE-DATE
           END-IF.

       3900-WRITE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'XREFMNT REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    5000-LIST-MAPPINGS
      *    Browses from the front, or from the one provider's first
      *    key, printing each mapping with its provider id and key.
      *    The control record sorts first (its key is SPACES) and
      *    gives the last internal key assigned instead.
      ******************************************************************
       5000-LIST-MAPPINGS.
           IF WS-RUN-STARTED
               PERFORM 3100-PRINT-PAGE-HEADING
               MOVE SPACES TO PX-XREF-KEY
               READ PROVIDER-XREF-FILE
               IF WS-XREF-OK
                   MOVE PX-INTERNAL-KEY TO WS-LAST-KEY-ASSIGNED
               END-IF
               MOVE LOW-VALUES TO PX-XREF-KEY
               IF WS-LIST-PROVIDER-ID NOT = SPACES
                   MOVE WS-LIST-PROVIDER-ID TO PX-PROVIDER-ID
               END-IF
               START PROVIDER-XREF-FILE KEY NOT < PX-XREF-KEY
               IF NOT WS-XREF-OK
                   SET WS-BROWSE-EOF-REACHED TO TRUE
                   IF NOT WS-XREF-EOF AND NOT WS-XREF-NO-RECORD
                       DISPLAY 'XREFMNT CROSS-REFERENCE START FAILED, '
                           'STATUS=' WS-XREF-STATUS
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 5100-LIST-ONE-MAPPING
                   UNTIL WS-BROWSE-EOF-REACHED
           END-IF.

       5100-LIST-ONE-MAPPING.
           READ PROVIDER-XREF-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF-REACHED TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BROWSE-EOF-REACHED
                   CONTINUE
               WHEN NOT WS-XREF-OK
                   DISPLAY 'XREFMNT CROSS-REFERENCE READ FAILED, '
                       'STATUS=' WS-XREF-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-BROWSE-EOF-REACHED TO TRUE
               WHEN WS-LIST-PROVIDER-ID NOT = SPACES
                   AND PX-PROVIDER-ID NOT = WS-LIST-PROVIDER-ID
                   SET WS-BROWSE-EOF-REACHED TO TRUE
               WHEN PX-PROVIDER-ID = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-MAPPINGS-LISTED
                   IF PX-MAPPING-ACTIVE
                       ADD 1 TO WS-MAPPINGS-ACTIVE
                   ELSE
                       ADD 1 TO WS-MAPPINGS-INACTIVE
                   END-IF
                   IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
                       PERFORM 3100-PRINT-PAGE-HEADING
                   END-IF
                   MOVE SPACES TO WS-CHANGE-LINE-AREA
                   MOVE PX-PROVIDER-ID TO CG-PROVIDER-ID
                   MOVE PX-PROVIDER-KEY TO CG-PROVIDER-KEY
                   PERFORM 3300-FORMAT-AFTER-IMAGE
                   IF PX-ORIGIN-CONVERSION
                       MOVE 'ASSIGN' TO CG-IMAGE
                   ELSE
                       MOVE SPACES TO CG-IMAGE
                   END-IF
                   PERFORM 3200-WRITE-CHANGE-LINE
           END-EVALUATE.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Applied plus refused always equals transactions read; a
      *    merge counts each mapping it repointed.
      ******************************************************************
       8000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'TRANSACTIONS READ' TO TL-LABEL
           MOVE WS-TRANSACTIONS-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'MAPPINGS ADDED' TO TL-LABEL
           MOVE WS-MAPPINGS-ADDED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'MAPPINGS MERGED' TO TL-LABEL
           MOVE WS-MAPPINGS-MERGED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'MAPPINGS SPLIT' TO TL-LABEL
           MOVE WS-MAPPINGS-SPLIT TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'MAPPINGS RETIRED' TO TL-LABEL
           MOVE WS-MAPPINGS-RETIRED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'INTERNAL KEYS ASSIGNED' TO TL-LABEL
           MOVE WS-KEYS-ASSIGNED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'TRANSACTIONS REFUSED' TO TL-LABEL
           MOVE WS-TRANSACTIONS-REFUSED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8050-PRINT-LIST-TOTALS.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'MAPPINGS LISTED' TO TL-LABEL
           MOVE WS-MAPPINGS-LISTED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ACTIVE' TO TL-LABEL
           MOVE WS-MAPPINGS-ACTIVE TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RETIRED' TO TL-LABEL
           MOVE WS-MAPPINGS-INACTIVE TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'LAST KEY ASSIGNED' TO TL-LABEL
           MOVE WS-TOTAL-LINE-AREA TO CHANGE-REPORT-LINE
           MOVE WS-LAST-KEY-ASSIGNED TO CHANGE-REPORT-LINE(25:10)
           PERFORM 3900-WRITE-REPORT-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               IF WS-LISTING-RUN
                   PERFORM 8050-PRINT-LIST-TOTALS
               ELSE
                   IF WS-PAGE-COUNT = 0
                       PERFORM 3100-PRINT-PAGE-HEADING
                   END-IF
                   PERFORM 8000-PRINT-TOTALS
                   CLOSE TRANSACTION-FILE
               END-IF
               CLOSE PROVIDER-XREF-FILE
               CLOSE CHANGE-REPORT-FILE
           END-IF
           IF WS-LISTING-RUN
               DISPLAY 'XREFMNT MAPPINGS LISTED:    '
                   WS-MAPPINGS-LISTED
           ELSE
               IF WS-TRANSACTIONS-REFUSED > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'XREFMNT TRANSACTIONS READ:  '
                   WS-TRANSACTIONS-READ
               DISPLAY 'XREFMNT MAPPINGS ADDED:     ' WS-MAPPINGS-ADDED
               DISPLAY 'XREFMNT MAPPINGS MERGED:    '
                   WS-MAPPINGS-MERGED
               DISPLAY 'XREFMNT MAPPINGS SPLIT:     ' WS-MAPPINGS-SPLIT
               DISPLAY 'XREFMNT MAPPINGS RETIRED:   '
                   WS-MAPPINGS-RETIRED
               DISPLAY 'XREFMNT KEYS ASSIGNED:      ' WS-KEYS-ASSIGNED
               DISPLAY 'XREFMNT TRANSACTIONS REFUSED:'
                   WS-TRANSACTIONS-REFUSED
           END-IF.
