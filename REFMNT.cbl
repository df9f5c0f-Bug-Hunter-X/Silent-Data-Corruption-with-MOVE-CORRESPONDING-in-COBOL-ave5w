      ******************************************************************
      *    PROGRAM-ID. REFMNT.
      *    Reference code table maintenance.  Applies a file of add,
      *    change, and expire transactions to the keyed reference
      *    code table (REFCODE.DAT, REFCODE.cpy layout) that CONVPGM
      *    and MNTPGM validate FIELD3/FIELD6 against, and prints a
      *    change report showing every transaction with the code's
      *    before and after image, or the reason it was refused.
      *
      *    Transactions, one per line (WS-TRANSACTION-AREA):
      *        A  add     - the code must not already be on file; a
      *                     description is required; a blank
      *                     effective date means today, a blank
      *                     expiry date means open-ended (99999999)
      *        C  change  - the code must be on file; each non-blank
      *                     description/effective/expiry replaces
      *                     the value on file
      *        E  expire  - the code must be on file; the expiry
      *                     date (or, failing that, the effective
      *                     date column, or today) becomes the first
      *                     day the code is no longer in force
      *    Codes are never deleted - an expired code still describes
      *    the history already on the master.
      *
      *    A transaction that fails its edits is reported and
      *    skipped; the rest of the file still applies.  Return
      *    code 4 when any transaction was refused, 12 when a file
      *    could not be opened or written.
      *
      *    Command line: optional transaction filename (default
      *    REFTRAN.DAT).  The change report goes to <base>.RPT.  The
      *    table is created on first use, the same way AUDLOAD
      *    creates AUDTVSAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT REFERENCE-CODE-FILE
               ASSIGN TO DYNAMIC WS-REFCODE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD              PIC X(56).

       FD  REFERENCE-CODE-FILE.
       COPY REFCODE.

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGE-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DYNAMIC-FILENAMES.
           05  WS-TRANSACTION-FILENAME     PIC X(80) VALUE
               'REFTRAN.DAT'.
           05  WS-REFCODE-FILENAME         PIC X(80) VALUE
               'REFCODE.DAT'.
           05  WS-REPORT-FILENAME          PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-TRANSACTION-STATUS       PIC X(02) VALUE '00'.
               88  WS-TRANSACTION-OK          VALUE '00'.
           05  WS-REFCODE-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFCODE-OK              VALUE '00' '02'.
               88  WS-REFCODE-NOT-FOUND       VALUE '35'.
               88  WS-REFCODE-NO-RECORD       VALUE '23'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF-REACHED             VALUE 'Y'.
      *    Set once all three files opened - 9000-TERMINATE only
      *    prints totals and closes when a run actually started.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
           05  WS-TRAN-EDIT-SWITCH         PIC X(01) VALUE 'Y'.
               88  WS-TRAN-ACCEPTED           VALUE 'Y'.
               88  WS-TRAN-REFUSED            VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-TRANSACTIONS-READ        PIC 9(09) VALUE 0.
           05  WS-CODES-ADDED              PIC 9(09) VALUE 0.
           05  WS-CODES-CHANGED            PIC 9(09) VALUE 0.
           05  WS-CODES-EXPIRED            PIC 9(09) VALUE 0.
           05  WS-TRANSACTIONS-REFUSED     PIC 9(09) VALUE 0.

      ******************************************************************
      *    WS-TRANSACTION-AREA - one maintenance transaction: action,
      *    code, description, effective date, expiry date, each
      *    separated by one space.  Dates are YYYYMMDD.
      ******************************************************************
       01  WS-TRANSACTION-AREA.
           05  TX-ACTION                   PIC X(01).
               88  TX-ADD-CODE                VALUE 'A'.
               88  TX-CHANGE-CODE             VALUE 'C'.
               88  TX-EXPIRE-CODE             VALUE 'E'.
           05  FILLER                      PIC X(01).
           05  TX-CODE                     PIC X(05).
           05  FILLER                      PIC X(01).
           05  TX-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(01).
           05  TX-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(01).
           05  TX-EXPIRY-DATE              PIC X(08).

      *    The code's image before the transaction, for the report.
       01  WS-BEFORE-IMAGE.
           05  BI-DESCRIPTION              PIC X(30) VALUE SPACES.
           05  BI-EFFECTIVE-DATE           PIC X(08) VALUE SPACES.
           05  BI-EXPIRY-DATE              PIC X(08) VALUE SPACES.

       01  WS-REFUSAL-REASON               PIC X(30) VALUE SPACES.
       01  WS-OPEN-ENDED-EXPIRY            PIC X(08) VALUE '99999999'.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE-AREA.
           05  FILLER                      PIC X(26) VALUE
               'REFERENCE CODE CHANGES    '.
           05  HL-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  FILE '.
           05  HL-TRANSACTION-NAME         PIC X(28).
           05  FILLER                      PIC X(06) VALUE ' PAGE '.
           05  HL-PAGE-NUMBER              PIC ZZZZ9.

       01  WS-COLUMN-HEADING               PIC X(80) VALUE
           'ACTION  CODE   IMAGE   DESCRIPTION                    EFF DA
      -    'TE EXP DATE'.

       01  WS-CHANGE-LINE-AREA.
           05  CG-ACTION                   PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CG-CODE                     PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CG-IMAGE                    PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CG-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CG-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CG-EXPIRY-DATE              PIC X(08).
           05  FILLER                      PIC X(09) VALUE SPACES.

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
           PERFORM 2000-APPLY-TRANSACTIONS UNTIL WS-EOF-REACHED
           PERFORM 9000-TERMINATE
           GOBACK.

      ******************************************************************
      *    1100-INITIALIZE
      *    The table is opened I-O so existing codes are maintained
      *    in place.  Status 35 means no table yet - it is created
      *    empty (OPEN OUTPUT/CLOSE) and reopened I-O, so the very
      *    first transaction file can load the initial codes.
      ******************************************************************
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-TRANSACTION-FILENAME
           END-IF
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
               DISPLAY 'REFMNT UNABLE TO OPEN TRANSACTION FILE, STATUS='
                   WS-TRANSACTION-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               PERFORM 1150-OPEN-TABLE-AND-REPORT
           END-IF.

       1150-OPEN-TABLE-AND-REPORT.
           OPEN I-O REFERENCE-CODE-FILE
           IF WS-REFCODE-NOT-FOUND
               DISPLAY 'REFMNT NO REFERENCE CODE TABLE YET - CREATING '
                   FUNCTION TRIM(WS-REFCODE-FILENAME)
               OPEN OUTPUT REFERENCE-CODE-FILE
               CLOSE REFERENCE-CODE-FILE
               OPEN I-O REFERENCE-CODE-FILE
           END-IF
           IF NOT WS-REFCODE-OK
               DISPLAY 'REFMNT UNABLE TO OPEN REFERENCE CODE TABLE, '
                   'STATUS=' WS-REFCODE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               SET WS-EOF-REACHED TO TRUE
           ELSE
               OPEN OUTPUT CHANGE-REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY 'REFMNT UNABLE TO OPEN CHANGE REPORT, '
                       'STATUS=' WS-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE TRANSACTION-FILE
                   CLOSE REFERENCE-CODE-FILE
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   SET WS-RUN-STARTED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    2000-APPLY-TRANSACTIONS
      *    Each transaction reads its code first, so the before
      *    image is on hand for the report whatever the action.
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
               MOVE TX-CODE TO RF-CODE
               IF TX-CODE = SPACES
                   MOVE 'CODE IS BLANK' TO WS-REFUSAL-REASON
                   SET WS-TRAN-REFUSED TO TRUE
               ELSE
                   READ REFERENCE-CODE-FILE
                   IF WS-REFCODE-OK
                       MOVE RF-DESCRIPTION TO BI-DESCRIPTION
                       MOVE RF-EFFECTIVE-DATE TO BI-EFFECTIVE-DATE
                       MOVE RF-EXPIRY-DATE TO BI-EXPIRY-DATE
                   END-IF
               END-IF
               IF WS-TRAN-ACCEPTED
                   EVALUATE TRUE
                       WHEN TX-ADD-CODE
                           PERFORM 2100-ADD-CODE
                       WHEN TX-CHANGE-CODE
                           PERFORM 2200-CHANGE-CODE
                       WHEN TX-EXPIRE-CODE
                           PERFORM 2300-EXPIRE-CODE
                       WHEN OTHER
                           MOVE 'ACTION IS NOT A, C, OR E'
                               TO WS-REFUSAL-REASON
                           SET WS-TRAN-REFUSED TO TRUE
                   END-EVALUATE
               END-IF
               PERFORM 3000-REPORT-TRANSACTION
           END-IF.

       2100-ADD-CODE.
           EVALUATE TRUE
               WHEN WS-REFCODE-OK
                   MOVE 'CODE ALREADY ON FILE' TO WS-REFUSAL-REASON
               WHEN NOT WS-REFCODE-NO-RECORD
                   MOVE 'TABLE READ FAILED' TO WS-REFUSAL-REASON
               WHEN TX-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION IS BLANK' TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE TX-CODE TO RF-CODE
                   MOVE TX-DESCRIPTION TO RF-DESCRIPTION
                   MOVE WS-RUN-DATE TO RF-EFFECTIVE-DATE
                   IF TX-EFFECTIVE-DATE NOT = SPACES
                       MOVE TX-EFFECTIVE-DATE TO RF-EFFECTIVE-DATE
                   END-IF
                   MOVE WS-OPEN-ENDED-EXPIRY TO RF-EXPIRY-DATE
                   IF TX-EXPIRY-DATE NOT = SPACES
                       MOVE TX-EXPIRY-DATE TO RF-EXPIRY-DATE
                   END-IF
                   PERFORM 2900-EDIT-NEW-DATES
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
               MOVE WS-RUN-TIMESTAMP TO RF-LAST-MAINT-TIMESTAMP
               WRITE REFERENCE-CODE-RECORD
               IF WS-REFCODE-OK
                   ADD 1 TO WS-CODES-ADDED
               ELSE
                   PERFORM 2950-TABLE-WRITE-FAILED
               END-IF
           END-IF.

       2200-CHANGE-CODE.
           IF NOT WS-REFCODE-OK
               MOVE 'CODE NOT ON FILE' TO WS-REFUSAL-REASON
           ELSE
               IF TX-DESCRIPTION NOT = SPACES
                   MOVE TX-DESCRIPTION TO RF-DESCRIPTION
               END-IF
               IF TX-EFFECTIVE-DATE NOT = SPACES
                   MOVE TX-EFFECTIVE-DATE TO RF-EFFECTIVE-DATE
               END-IF
               IF TX-EXPIRY-DATE NOT = SPACES
                   MOVE TX-EXPIRY-DATE TO RF-EXPIRY-DATE
               END-IF
               PERFORM 2900-EDIT-NEW-DATES
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
               MOVE WS-RUN-TIMESTAMP TO RF-LAST-MAINT-TIMESTAMP
               REWRITE REFERENCE-CODE-RECORD
               IF WS-REFCODE-OK
                   ADD 1 TO WS-CODES-CHANGED
               ELSE
                   PERFORM 2950-TABLE-WRITE-FAILED
               END-IF
           END-IF.

      ******************************************************************
      *    2300-EXPIRE-CODE
      *    The expiry column is the natural place for the date, but
      *    an operator keying "expire as of" into the effective
      *    column is honored too; neither means today.
      ******************************************************************
       2300-EXPIRE-CODE.
           IF NOT WS-REFCODE-OK
               MOVE 'CODE NOT ON FILE' TO WS-REFUSAL-REASON
           ELSE
               EVALUATE TRUE
                   WHEN TX-EXPIRY-DATE NOT = SPACES
                       MOVE TX-EXPIRY-DATE TO RF-EXPIRY-DATE
                   WHEN TX-EFFECTIVE-DATE NOT = SPACES
                       MOVE TX-EFFECTIVE-DATE TO RF-EXPIRY-DATE
                   WHEN OTHER
                       MOVE WS-RUN-DATE TO RF-EXPIRY-DATE
               END-EVALUATE
               PERFORM 2900-EDIT-NEW-DATES
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
               SET WS-TRAN-REFUSED TO TRUE
           ELSE
               MOVE WS-RUN-TIMESTAMP TO RF-LAST-MAINT-TIMESTAMP
               REWRITE REFERENCE-CODE-RECORD
               IF WS-REFCODE-OK
                   ADD 1 TO WS-CODES-EXPIRED
               ELSE
                   PERFORM 2950-TABLE-WRITE-FAILED
               END-IF
           END-IF.

      ******************************************************************
      *    2900-EDIT-NEW-DATES
      *    Both dates must be eight digits, and the expiry may not
      *    fall before the effective date.  An expiry equal to the
      *    effective date is a code that was never in force - that
      *    is how a code added in error is withdrawn.
      ******************************************************************
       2900-EDIT-NEW-DATES.
           EVALUATE TRUE
               WHEN RF-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO WS-REFUSAL-REASON
               WHEN RF-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT YYYYMMDD'
                       TO WS-REFUSAL-REASON
               WHEN RF-EXPIRY-DATE < RF-EFFECTIVE-DATE
                   MOVE 'EXPIRY BEFORE EFFECTIVE DATE'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2950-TABLE-WRITE-FAILED.
           DISPLAY 'REFMNT TABLE UPDATE FAILED FOR CODE ' TX-CODE
               ' STATUS=' WS-REFCODE-STATUS
           MOVE 'TABLE UPDATE FAILED' TO WS-REFUSAL-REASON
           SET WS-TRAN-REFUSED TO TRUE
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      *    3000-REPORT-TRANSACTION
      *    An applied transaction prints its before image (none for
      *    an add) and its after image; a refused one prints the
      *    reason in the description column.
      ******************************************************************
       3000-REPORT-TRANSACTION.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-CHANGE-LINE-AREA
           EVALUATE TRUE
               WHEN TX-ADD-CODE
                   MOVE 'ADD' TO CG-ACTION
               WHEN TX-CHANGE-CODE
                   MOVE 'CHANGE' TO CG-ACTION
               WHEN TX-EXPIRE-CODE
                   MOVE 'EXPIRE' TO CG-ACTION
               WHEN OTHER
                   MOVE TX-ACTION TO CG-ACTION
           END-EVALUATE
           MOVE TX-CODE TO CG-CODE
           IF WS-TRAN-REFUSED
               ADD 1 TO WS-TRANSACTIONS-REFUSED
               MOVE 'REFUSE' TO CG-IMAGE
               MOVE WS-REFUSAL-REASON TO CG-DESCRIPTION
               PERFORM 3200-WRITE-CHANGE-LINE
           ELSE
               IF NOT TX-ADD-CODE
                   MOVE 'BEFORE' TO CG-IMAGE
                   MOVE BI-DESCRIPTION TO CG-DESCRIPTION
                   MOVE BI-EFFECTIVE-DATE TO CG-EFFECTIVE-DATE
                   MOVE BI-EXPIRY-DATE TO CG-EXPIRY-DATE
                   PERFORM 3200-WRITE-CHANGE-LINE
                   MOVE SPACES TO CG-ACTION
                   MOVE SPACES TO CG-CODE
               END-IF
               MOVE 'AFTER' TO CG-IMAGE
               MOVE RF-DESCRIPTION TO CG-DESCRIPTION
               MOVE RF-EFFECTIVE-DATE TO CG-EFFECTIVE-DATE
               MOVE RF-EXPIRY-DATE TO CG-EXPIRY-DATE
               PERFORM 3200-WRITE-CHANGE-LINE
           END-IF.

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

       3900-WRITE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'REFMNT REPORT WRITE FAILED, STATUS='
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      *    8000-PRINT-TOTALS
      *    Applied plus refused always equals transactions read.
      ******************************************************************
       8000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM 3100-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACES TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE-AREA
           MOVE 'TRANSACTIONS READ' TO TL-LABEL
           MOVE WS-TRANSACTIONS-READ TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CODES ADDED' TO TL-LABEL
           MOVE WS-CODES-ADDED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CODES CHANGED' TO TL-LABEL
           MOVE WS-CODES-CHANGED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CODES EXPIRED' TO TL-LABEL
           MOVE WS-CODES-EXPIRED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'TRANSACTIONS REFUSED' TO TL-LABEL
           MOVE WS-TRANSACTIONS-REFUSED TO TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE-AREA TO CHANGE-REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               IF WS-PAGE-COUNT = 0
                   PERFORM 3100-PRINT-PAGE-HEADING
               END-IF
               PERFORM 8000-PRINT-TOTALS
               CLOSE TRANSACTION-FILE
               CLOSE REFERENCE-CODE-FILE
               CLOSE CHANGE-REPORT-FILE
           END-IF
           IF WS-TRANSACTIONS-REFUSED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'REFMNT TRANSACTIONS READ:   ' WS-TRANSACTIONS-READ
           DISPLAY 'REFMNT CODES ADDED:         ' WS-CODES-ADDED
           DISPLAY 'REFMNT CODES CHANGED:       ' WS-CODES-CHANGED
           DISPLAY 'REFMNT CODES EXPIRED:       ' WS-CODES-EXPIRED
           DISPLAY 'REFMNT TRANSACTIONS REFUSED:'
               WS-TRANSACTIONS-REFUSED.
