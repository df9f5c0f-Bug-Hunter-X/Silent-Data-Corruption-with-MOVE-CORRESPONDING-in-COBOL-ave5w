      *    order, and produces:
      *        - a paged snapshot report (MASTER.SNP) in RPTPGM's
      *          style: record counts and FIELD2/FIELD5 totals by
      *          record type and by currency, record counts by
      *          FIELD3 and FIELD6 code with each code's description
      *          from the reference code table (REFCODE.DAT), and a
      *          total record count operations can compare day over
      *          day;
      *        - a delimited extract (MASTER.EXT) of the full DBREC
      *          field layout, one pipe-separated line per record,
      *          for the data-warehouse team - a full resync source
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REFERENCE-CODE-FILE
               ASSIGN TO DYNAMIC WS-REFCODE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           RECORDING MODE IS F.
       01  EXTRACT-LINE                    PIC X(160).

       FD  REFERENCE-CODE-FILE.
       COPY REFCODE.

       WORKING-STORAGE SECTION.
       COPY DBREC.

               'MASTER.SNP'.
           05  WS-EXTRACT-FILENAME         PIC X(80) VALUE
               'MASTER.EXT'.
           05  WS-REFCODE-FILENAME         PIC X(80) VALUE
               'REFCODE.DAT'.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
               88  WS-SNAPSHOT-OK             VALUE '00'.
           05  WS-EXTRACT-STATUS           PIC X(02) VALUE '00'.
               88  WS-EXTRACT-OK              VALUE '00'.
           05  WS-REFCODE-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFCODE-OK              VALUE '00' '02'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
      *    opened, the same guard DAYCTL and AUDLOAD keep.
           05  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RUN-STARTED             VALUE 'Y'.
           05  WS-REFCODE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REFCODE-WAS-OPENED      VALUE 'Y'.

       01  WS-COUNTERS.
      *    WS-RECORDS-READ counts the records this pass actually
       01  WS-SNAP-IDX                     PIC 9(02) VALUE 0.
       01  WS-LOOKUP-CURRENCY              PIC X(03) VALUE SPACES.

      ******************************************************************
      *    Per-code snapshot counts - one entry per FIELD3 or FIELD6
      *    code seen (RS-FIELD-ID '3' or '6'), in order of first
      *    sight, the same way the currency buckets are built.  The
      *    descriptions are only looked up when the page prints.
      ******************************************************************
       01  WS-CODE-SNAPSHOT-AREA.
           05  WS-CODE-COUNT               PIC 9(03) VALUE 0.
           05  WS-CODE-SNAP-ENTRY OCCURS 300 TIMES.
               10  RS-FIELD-ID             PIC X(01).
               10  RS-CODE                 PIC X(05).
               10  RS-RECORD-COUNT         PIC 9(09).

       01  WS-CODE-MAX                     PIC 9(03) VALUE 300.
       01  WS-CODE-IDX                     PIC 9(03) VALUE 0.
       01  WS-CODE-SEARCH-IDX              PIC 9(03) VALUE 0.
       01  WS-LOOKUP-FIELD-ID              PIC X(01) VALUE SPACE.
       01  WS-LOOKUP-REF-CODE              PIC X(05) VALUE SPACES.
       01  WS-UNKNOWN-CODE-COUNT           PIC 9(09) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  CL-F5-TOTAL                 PIC -(12)9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  WS-CODE-LINE-AREA.
           05  RL-CODE                     PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RL-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE
               'RECORDS '.
           05  RL-RECORD-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(24) VALUE SPACES.

      ******************************************************************
      *    Extract filters, from the command line.  Spaces = filter
      *    off ('*' on the command line is folded to spaces in
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   SET WS-RUN-STARTED TO TRUE
                   PERFORM 1150-OPEN-REFERENCE-CODES
               END-IF
           END-IF.

      ******************************************************************
      *    1150-OPEN-REFERENCE-CODES
      *    Descriptions are a reading aid - without the table the
      *    snapshot still prints, the codes undescribed, and the
      *    run grades 4.
      ******************************************************************
       1150-OPEN-REFERENCE-CODES.
           OPEN INPUT REFERENCE-CODE-FILE
           IF WS-REFCODE-OK
               SET WS-REFCODE-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'MSTXTR REFERENCE CODE TABLE NOT AVAILABLE, '
                   'STATUS=' WS-REFCODE-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    1110-APPLY-COMMAND-LINE
      *    Three optional tokens: key range low, key range high,
               IF WS-CCY-IDX > 0
                   ADD DB-RECORD-FIELD5 TO CS-F5-TOTAL(WS-CCY-IDX)
               END-IF
           END-IF
           MOVE '3' TO WS-LOOKUP-FIELD-ID
           MOVE DB-RECORD-FIELD3 TO WS-LOOKUP-REF-CODE
           PERFORM 3200-COUNT-CODE
           IF DB-RECORD-FIELD6 NOT = SPACES
               MOVE '6' TO WS-LOOKUP-FIELD-ID
               MOVE DB-RECORD-FIELD6 TO WS-LOOKUP-REF-CODE
               PERFORM 3200-COUNT-CODE
           END-IF.

      ******************************************************************
      *    3200-COUNT-CODE
      *    Counts one record against its code's entry, creating the
      *    entry on first sight; a full table is reported rather
      *    than silently dropped.
      ******************************************************************
       3200-COUNT-CODE.
           MOVE 0 TO WS-CODE-IDX
           PERFORM VARYING WS-CODE-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CODE-SEARCH-IDX > WS-CODE-COUNT
                      OR WS-CODE-IDX > 0
               IF RS-FIELD-ID(WS-CODE-SEARCH-IDX) = WS-LOOKUP-FIELD-ID
                   AND RS-CODE(WS-CODE-SEARCH-IDX) = WS-LOOKUP-REF-CODE
                   MOVE WS-CODE-SEARCH-IDX TO WS-CODE-IDX
               END-IF
           END-PERFORM
           IF WS-CODE-IDX = 0
               IF WS-CODE-COUNT >= WS-CODE-MAX
                   DISPLAY 'MSTXTR CODE TABLE FULL FOR FIELD'
                       WS-LOOKUP-FIELD-ID ' CODE ' WS-LOOKUP-REF-CODE
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-CODE-IDX
                   MOVE WS-LOOKUP-FIELD-ID TO RS-FIELD-ID(WS-CODE-IDX)
                   MOVE WS-LOOKUP-REF-CODE TO RS-CODE(WS-CODE-IDX)
                   MOVE 0 TO RS-RECORD-COUNT(WS-CODE-IDX)
               END-IF
           END-IF
           IF WS-CODE-IDX > 0
               ADD 1 TO RS-RECORD-COUNT(WS-CODE-IDX)
           END-IF.

      ******************************************************************
           MOVE 'RECORDS EXTRACTED' TO TL-LABEL
           MOVE WS-RECORDS-EXTRACTED TO TL-COUNT
           MOVE WS-TOTAL-LINE-AREA(1:34) TO SNAPSHOT-REPORT-LINE
           PERFORM 5900-WRITE-SNAPSHOT-LINE
           MOVE '3' TO WS-LOOKUP-FIELD-ID
           PERFORM 8100-PRINT-CODE-COUNTS
           MOVE '6' TO WS-LOOKUP-FIELD-ID
           PERFORM 8100-PRINT-CODE-COUNTS.

      ******************************************************************
      *    8100-PRINT-CODE-COUNTS
      *    Record counts by code for the field in WS-LOOKUP-FIELD-ID,
      *    each code with its reference table description, on a
      *    fresh page so the code list can run as long as it needs.
      ******************************************************************
       8100-PRINT-CODE-COUNTS.
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 5000-PRINT-PAGE-HEADING
           MOVE SPACES TO SNAPSHOT-REPORT-LINE
           STRING 'RECORDS BY FIELD' DELIMITED BY SIZE
                   WS-LOOKUP-FIELD-ID DELIMITED BY SIZE
                   ' CODE' DELIMITED BY SIZE
               INTO SNAPSHOT-REPORT-LINE
           END-STRING
           PERFORM 5900-WRITE-SNAPSHOT-LINE
           PERFORM VARYING WS-CODE-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CODE-SEARCH-IDX > WS-CODE-COUNT
               IF RS-FIELD-ID(WS-CODE-SEARCH-IDX) = WS-LOOKUP-FIELD-ID
                   PERFORM 8150-PRINT-ONE-CODE
               END-IF
           END-PERFORM.

       8150-PRINT-ONE-CODE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-PRINT-PAGE-HEADING
           END-IF
           MOVE RS-CODE(WS-CODE-SEARCH-IDX) TO RL-CODE
           MOVE RS-RECORD-COUNT(WS-CODE-SEARCH-IDX) TO RL-RECORD-COUNT
           MOVE SPACES TO RL-DESCRIPTION
           IF WS-REFCODE-WAS-OPENED
               MOVE RS-CODE(WS-CODE-SEARCH-IDX) TO RF-CODE
               READ REFERENCE-CODE-FILE
               IF WS-REFCODE-OK
                   MOVE RF-DESCRIPTION TO RL-DESCRIPTION
               ELSE
                   MOVE '*** NOT ON CODE TABLE' TO RL-DESCRIPTION
                   ADD 1 TO WS-UNKNOWN-CODE-COUNT
               END-IF
           END-IF
           MOVE WS-CODE-LINE-AREA TO SNAPSHOT-REPORT-LINE
           PERFORM 5900-WRITE-SNAPSHOT-LINE.

       9000-TERMINATE.
               CLOSE SNAPSHOT-REPORT-FILE
               CLOSE EXTRACT-FILE
           END-IF
           IF WS-REFCODE-WAS-OPENED
               CLOSE REFERENCE-CODE-FILE
           END-IF
           IF WS-UNKNOWN-CODE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'MSTXTR RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'MSTXTR RECORDS EXTRACTED: ' WS-RECORDS-EXTRACTED
           DISPLAY 'MSTXTR STANDARD RECORDS:  ' WS-STANDARD-COUNT
           DISPLAY 'MSTXTR EXTENDED RECORDS:  ' WS-EXTENDED-COUNT
           IF WS-UNKNOWN-CODE-COUNT > 0
               DISPLAY 'MSTXTR CODES OFF CODE TABLE: '
                   WS-UNKNOWN-CODE-COUNT
           END-IF.
