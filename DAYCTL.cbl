      *          in-balance flag,
      *        - the written count and FIELD2/FIELD5 written totals
      *          summed over the balance records equal a fresh count
      *          and re-total of <base>.OUT plus the records CONVDRV
      *          diverted from it to <base>.EXC under reason code
      *          COLLISION (a key a higher-priority feed owns),
      *        - where the feed's list line requested a master
      *          apply, the .UPD summary counts cover every output
      *          record (adds + changes + deletes + unchanged +
      *          held = output records) with zero apply errors; a
      *          conversion-only feed has no .UPD leg and is not
      *          broken for lacking one.
      *    One day-end control report (<listbase>.CTL) shows each
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-OUTPUT-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT UPDATE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-UPDATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           05  FL-AUDIT-FLAG                PIC X(01).
           05  FILLER                       PIC X(01).
           05  FL-REPORT-FLAG               PIC X(01).
           05  FILLER                       PIC X(01).
           05  FL-FEED-PRIORITY             PIC X(02).
           05  FILLER                       PIC X(01).
           05  FL-KEY-XREF-POLICY           PIC X(01).

       FD  BALANCE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  DB-OUTPUT-RECORD                PIC X(88).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-LINE                  PIC X(154).

       FD  UPDATE-REPORT-FILE
           RECORDING MODE IS F.
       01  UPDATE-REPORT-LINE              PIC X(80).
               'FEEDLIST.DAT'.
           05  WS-BALANCE-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-DB-OUTPUT-FILENAME       PIC X(80) VALUE SPACES.
           05  WS-EXCEPTION-FILENAME       PIC X(80) VALUE SPACES.
           05  WS-UPDATE-FILENAME          PIC X(80) VALUE SPACES.
           05  WS-CONTROL-FILENAME         PIC X(80) VALUE SPACES.

           05  WS-DB-OUTPUT-STATUS         PIC X(02) VALUE '00'.
               88  WS-DB-OUTPUT-OK            VALUE '00'.
               88  WS-DB-OUTPUT-NOT-FOUND     VALUE '35'.
           05  WS-EXCEPTION-STATUS         PIC X(02) VALUE '00'.
               88  WS-EXCEPTION-OK            VALUE '00'.
               88  WS-EXCEPTION-NOT-FOUND     VALUE '35'.
           05  WS-UPDATE-STATUS            PIC X(02) VALUE '00'.
               88  WS-UPDATE-FILE-OK          VALUE '00'.
               88  WS-UPDATE-NOT-FOUND        VALUE '35'.
           05  WS-OUT-RECORD-COUNT         PIC 9(09) VALUE 0.
           05  WS-OUT-F2-TOTAL             PIC S9(13)V99 VALUE 0.
           05  WS-OUT-F5-TOTAL             PIC S9(13)V99 VALUE 0.
           05  WS-DIVERTED-COUNT           PIC 9(09) VALUE 0.
           05  WS-DIVERTED-F2-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-DIVERTED-F5-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-CONVERTED-COUNT          PIC 9(09) VALUE 0.
           05  WS-CONVERTED-F2-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-CONVERTED-F5-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-UPD-ADDS                 PIC 9(09) VALUE 0.
           05  WS-UPD-CHANGES              PIC 9(09) VALUE 0.
           05  WS-UPD-DELETES              PIC 9(09) VALUE 0.
           05  WS-UPD-UNCHANGED            PIC 9(09) VALUE 0.
           05  WS-UPD-ERRORS               PIC 9(09) VALUE 0.
           05  WS-UPD-HOLDS                PIC 9(09) VALUE 0.
           05  WS-UPD-APPLIED              PIC 9(09) VALUE 0.

      ******************************************************************
           05  U2-UNCHANGED                PIC X(09).
           05  U2-ERRORS-LABEL             PIC X(09).
           05  U2-ERRORS                   PIC X(09).
           05  U2-HOLDS-LABEL              PIC X(08).
           05  U2-HOLDS                    PIC X(09).
           05  FILLER                      PIC X(26).

      ******************************************************************
      *    WS-EXCEPTION-LINE-AREA - the exception line layout CONVPGM
      *    writes in 2300-WRITE-EXCEPTION-RECORD and CONVDRV reuses
      *    for a diverted shared key.  Only COLLISION lines matter
      *    here: their original-record column is the converted record
      *    as it stood on the .OUT before CONVDRV took it off.
      ******************************************************************
       01  WS-EXCEPTION-LINE-AREA.
           05  EX-KEY                      PIC X(10).
           05  FILLER                      PIC X(02).
           05  EX-REASON-CODE              PIC X(10).
           05  FILLER                      PIC X(02).
           05  EX-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(02).
           05  EX-ORIGINAL-RECORD          PIC X(88).

       01  WS-REPORT-LINES.
           05  WS-FEED-NAME-LINE.
               10  FILLER                  PIC X(01) VALUE SPACES.
               10  AL-BAL-AMOUNT           PIC -(13)9.99.
               10  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-DIVERTED-LINE.
               10  FILLER                  PIC X(14) VALUE
                   '  EXC DIVERTED'.
               10  DL-DIVERTED-COUNT       PIC ZZZZZZZZ9.
               10  FILLER                  PIC X(39) VALUE
                   '  SHARED KEYS OWNED BY ANOTHER FEED    '.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-HELD-LINE.
               10  FILLER                  PIC X(14) VALUE
                   '  UPD HELD    '.
               10  HL-UPD-HOLDS            PIC ZZZZZZZZ9.
               10  FILLER                  PIC X(39) VALUE
                   '  PENDING TOLERANCE REVIEW IN HOLDQUE'.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RESULT-LINE.
               10  FILLER                  PIC X(10) VALUE
                   '  RESULT  '.
           PERFORM 8900-WRITE-CONTROL-LINE
           PERFORM 2200-READ-BALANCE-FILE
           PERFORM 2300-RETOTAL-OUTPUT-FILE
           PERFORM 2800-RETOTAL-DIVERTED-RECORDS
           COMPUTE WS-CONVERTED-COUNT =
               WS-OUT-RECORD-COUNT + WS-DIVERTED-COUNT
           COMPUTE WS-CONVERTED-F2-TOTAL =
               WS-OUT-F2-TOTAL + WS-DIVERTED-F2-TOTAL
           COMPUTE WS-CONVERTED-F5-TOTAL =
               WS-OUT-F5-TOTAL + WS-DIVERTED-F5-TOTAL
      *    A conversion-only feed line never requested a master
      *    apply, so there is no .UPD leg to tie - demanding one
      *    would break the feed every morning for a file that is
               DELIMITED BY SIZE
               INTO WS-DB-OUTPUT-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.EXC'
               DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           END-STRING
           MOVE SPACES TO WS-UPDATE-FILENAME
           STRING FUNCTION TRIM(WS-FEED-BASENAME) '.UPD'
               DELIMITED BY SIZE
               ADD 1 TO WS-OUT-RECORD-COUNT
               IF DB-RECORD-FIELD2 IS NUMERIC
                   ADD DB-RECORD-FIELD2 TO WS-OUT-F2-TOTAL
               END-IF
               IF DB-RECORD-FIELD5 IS NUMERIC
                   ADD DB-RECORD-FIELD5 TO WS-OUT-F5-TOTAL
               END-IF
               PERFORM 2360-TALLY-CCY-OUTPUT
           END-IF.

      ******************************************************************
      *    2360-TALLY-CCY-OUTPUT
      *    Adds DB-RECORD's amounts into their currencies' tie
      *    entries on the output side - for a record still on the
      *    .OUT or one diverted from it to the .EXC alike.
      ******************************************************************
       2360-TALLY-CCY-OUTPUT.
           IF DB-RECORD-FIELD2 IS NUMERIC
               MOVE DB-RECORD-FIELD2-CURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM 2750-FIND-CCY-ENTRY
               IF WS-CCY-IDX > 0
                   ADD DB-RECORD-FIELD2 TO DC-OUT-F2(WS-CCY-IDX)
               END-IF
           END-IF
           IF DB-RECORD-FIELD5 IS NUMERIC
               IF DB-RECORD-FIELD5-CURRENCY NOT = SPACES
                   MOVE DB-RECORD-FIELD5-CURRENCY
                       TO WS-LOOKUP-CURRENCY
                   PERFORM 2750-FIND-CCY-ENTRY
                   IF WS-CCY-IDX > 0
                       ADD DB-RECORD-FIELD5 TO DC-OUT-F5(WS-CCY-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2800-RETOTAL-DIVERTED-RECORDS
      *    CONVPGM's balance record counts every record it wrote to
      *    the .OUT, including any CONVDRV later took back off it
      *    because a higher-priority feed owns the key.  Those sit
      *    on the .EXC under reason code COLLISION, carrying the
      *    converted record, so they are counted and re-totalled
      *    here and added to the output side of the balance tie.
      *    No .EXC at all means nothing was diverted.
      ******************************************************************
       2800-RETOTAL-DIVERTED-RECORDS.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-OK
               PERFORM 2850-ACCUMULATE-DIVERTED-RECORD
                   UNTIL WS-FEED-EOF-REACHED
               CLOSE EXCEPTION-FILE
           ELSE
               IF NOT WS-EXCEPTION-NOT-FOUND
                   SET WS-FEED-BROKEN TO TRUE
                   MOVE SPACES TO RL-VERDICT
                   STRING 'EXCEPTION FILE UNREADABLE, STATUS '
                           DELIMITED BY SIZE
                           WS-EXCEPTION-STATUS DELIMITED BY SIZE
                       INTO RL-VERDICT
                   END-STRING
                   MOVE WS-RESULT-LINE TO CONTROL-REPORT-LINE
                   PERFORM 8900-WRITE-CONTROL-LINE
               END-IF
           END-IF.

       2850-ACCUMULATE-DIVERTED-RECORD.
           READ EXCEPTION-FILE INTO WS-EXCEPTION-LINE-AREA
               AT END SET WS-FEED-EOF-REACHED TO TRUE
           END-READ
           IF NOT WS-FEED-EOF-REACHED
               IF EX-REASON-CODE = 'COLLISION'
                   MOVE EX-ORIGINAL-RECORD TO DB-RECORD-X
                   ADD 1 TO WS-DIVERTED-COUNT
                   IF DB-RECORD-FIELD2 IS NUMERIC
                       ADD DB-RECORD-FIELD2 TO WS-DIVERTED-F2-TOTAL
                   END-IF
                   IF DB-RECORD-FIELD5 IS NUMERIC
                       ADD DB-RECORD-FIELD5 TO WS-DIVERTED-F5-TOTAL
                   END-IF
                   PERFORM 2360-TALLY-CCY-OUTPUT
               END-IF
           END-IF.

                   COMPUTE WS-UPD-APPLIED =
                       WS-UPD-ADDS + WS-UPD-CHANGES
                       + WS-UPD-DELETES + WS-UPD-UNCHANGED
                       + WS-UPD-HOLDS
               ELSE
                   SET WS-FEED-BROKEN TO TRUE
                   MOVE SPACES TO RL-VERDICT
           END-IF
           IF FUNCTION TEST-NUMVAL(U2-ERRORS) = 0
               COMPUTE WS-UPD-ERRORS = FUNCTION NUMVAL(U2-ERRORS)
           END-IF
      *    Held changes were accounted for, just not applied - they
      *    wait on the hold queue for HOLDREL.
           IF FUNCTION TEST-NUMVAL(U2-HOLDS) = 0
               COMPUTE WS-UPD-HOLDS = FUNCTION NUMVAL(U2-HOLDS)
           END-IF.

      ******************************************************************
               MOVE WS-RESULT-LINE TO CONTROL-REPORT-LINE
               PERFORM 8900-WRITE-CONTROL-LINE
           END-IF
           IF WS-BAL-WRITTEN-COUNT NOT = WS-CONVERTED-COUNT
               SET WS-FEED-BROKEN TO TRUE
               MOVE SPACES TO RL-VERDICT
               MOVE 'BALANCE WRITTEN COUNT DOES NOT MATCH OUTPUT FILE'
               MOVE WS-RESULT-LINE TO CONTROL-REPORT-LINE
               PERFORM 8900-WRITE-CONTROL-LINE
           END-IF
           IF WS-BAL-WRITTEN-F2 NOT = WS-CONVERTED-F2-TOTAL
               OR WS-BAL-WRITTEN-F5 NOT = WS-CONVERTED-F5-TOTAL
               SET WS-FEED-BROKEN TO TRUE
               MOVE SPACES TO RL-VERDICT
               MOVE 'BALANCE AMOUNT TOTALS DO NOT MATCH OUTPUT FILE'
           MOVE WS-UPD-APPLIED TO CL-UPD-APPLIED
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 8900-WRITE-CONTROL-LINE
           IF WS-DIVERTED-COUNT > 0
               MOVE WS-DIVERTED-COUNT TO DL-DIVERTED-COUNT
               MOVE WS-DIVERTED-LINE TO CONTROL-REPORT-LINE
               PERFORM 8900-WRITE-CONTROL-LINE
           END-IF
           IF WS-UPD-HOLDS > 0
               MOVE WS-UPD-HOLDS TO HL-UPD-HOLDS
               MOVE WS-HELD-LINE TO CONTROL-REPORT-LINE
               PERFORM 8900-WRITE-CONTROL-LINE
           END-IF
           MOVE '  F2 OUT ' TO AL-FIELD-LABEL
           MOVE WS-CONVERTED-F2-TOTAL TO AL-OUT-AMOUNT
           MOVE WS-BAL-WRITTEN-F2 TO AL-BAL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 8900-WRITE-CONTROL-LINE
           MOVE '  F5 OUT ' TO AL-FIELD-LABEL
           MOVE WS-CONVERTED-F5-TOTAL TO AL-OUT-AMOUNT
           MOVE WS-BAL-WRITTEN-F5 TO AL-BAL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM 8900-WRITE-CONTROL-LINE
