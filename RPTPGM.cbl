      *    date and feed name, one detail line per record, subtotals
      *    of the two amount fields broken by record type (STANDARD
      *    vs EXTENDED), grand totals, and a final recap page tying
      *    the counts back to the run's exception file.  Under each
      *    detail line the record's FIELD3 and FIELD6 codes print
      *    with their descriptions from the reference code table
      *    (REFCODE.DAT, maintained by REFMNT).
      *
      *    Command line: optional input filename (default
      *    DBOUTPT.DAT, or a per-feed .OUT name CONVPGM derives),
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT REFERENCE-CODE-FILE
               ASSIGN TO DYNAMIC WS-REFCODE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-INPUT-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD                     PIC X(24).

       FD  REFERENCE-CODE-FILE.
       COPY REFCODE.

       WORKING-STORAGE SECTION.
       COPY DBREC.

      *    rederived per feed.
           05  WS-RATE-FILENAME            PIC X(80) VALUE
               'RATES.DAT'.
           05  WS-REFCODE-FILENAME         PIC X(80) VALUE
               'REFCODE.DAT'.

       01  WS-FILE-STATUSES.
           05  WS-DB-INPUT-STATUS          PIC X(02) VALUE '00'.
               88  WS-REPORT-OK               VALUE '00'.
           05  WS-RATE-STATUS              PIC X(02) VALUE '00'.
               88  WS-RATE-FILE-OK            VALUE '00'.
           05  WS-REFCODE-STATUS           PIC X(02) VALUE '00'.
               88  WS-REFCODE-OK              VALUE '00' '02'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-RATE-EOF                VALUE 'Y'.
           05  WS-RATE-LOAD-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-RATE-LOAD-FAILED        VALUE 'Y'.
           05  WS-REFCODE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REFCODE-WAS-OPENED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-REPORTED         PIC 9(09) VALUE 0.
           'KEY         TYPE      FIELD1                FIELD2
      -    '          FIELD5'.

       01  WS-CODE-COLUMN-HEADING          PIC X(80) VALUE
           '            FIELD3 DESCRIPTION                FIELD6 DESCRIP
      -    'TION'.

       01  WS-DETAIL-LINE-AREA.
           05  DL-KEY                      PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DL-FIELD5                   PIC -(12)9.99. 

      *    Second line of each detail - the codes, described.
       01  WS-CODE-LINE-AREA.
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  CD-FIELD3                   PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CD-FIELD3-DESCRIPTION       PIC X(25).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  CD-FIELD6                   PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CD-FIELD6-DESCRIPTION       PIC X(25).
           05  FILLER                      PIC X(03) VALUE SPACES.

       01  WS-LOOKUP-REF-CODE              PIC X(05) VALUE SPACES.
       01  WS-CODE-DESCRIPTION             PIC X(30) VALUE SPACES.
       01  WS-UNKNOWN-CODE-COUNT           PIC 9(09) VALUE 0.

       01  WS-TOTAL-LINE-AREA.
           05  TL-LABEL                    PIC X(22).
           05  FILLER                      PIC X(02) VALUE SPACES.
                   MOVE 12 TO RETURN-CODE
                   CLOSE DB-INPUT-FILE
                   SET WS-EOF-REACHED TO TRUE
               ELSE
                   PERFORM 1160-OPEN-REFERENCE-CODES
               END-IF
           END-IF.

      ******************************************************************
      *    1160-OPEN-REFERENCE-CODES
      *    The descriptions are a reading aid, not a control - a
      *    table that will not open still lets the report run, with
      *    the codes printed undescribed and the run graded 4.
      ******************************************************************
       1160-OPEN-REFERENCE-CODES.
           OPEN INPUT REFERENCE-CODE-FILE
           IF WS-REFCODE-OK
               SET WS-REFCODE-WAS-OPENED TO TRUE
           ELSE
               DISPLAY 'RPTPGM REFERENCE CODE TABLE NOT AVAILABLE, '
                   'STATUS=' WS-REFCODE-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    1110-APPLY-COMMAND-LINE
      *    First token is the converted output to report on, second
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-CODE-COLUMN-HEADING TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       3100-PRINT-DETAIL-LINE.
           MOVE DB-RECORD-KEY TO DL-KEY
           MOVE DB-RECORD-FIELD2 TO DL-FIELD2
           MOVE DB-RECORD-FIELD5 TO DL-FIELD5
           MOVE WS-DETAIL-LINE-AREA TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE DB-RECORD-FIELD3 TO CD-FIELD3
           MOVE DB-RECORD-FIELD3 TO WS-LOOKUP-REF-CODE
           PERFORM 3150-FIND-CODE-DESCRIPTION
           MOVE WS-CODE-DESCRIPTION TO CD-FIELD3-DESCRIPTION
           MOVE DB-RECORD-FIELD6 TO CD-FIELD6
           MOVE DB-RECORD-FIELD6 TO WS-LOOKUP-REF-CODE
           PERFORM 3150-FIND-CODE-DESCRIPTION
           MOVE WS-CODE-DESCRIPTION TO CD-FIELD6-DESCRIPTION
           MOVE WS-CODE-LINE-AREA TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      ******************************************************************
      *    3150-FIND-CODE-DESCRIPTION
      *    A blank code (FIELD6 on a STANDARD record) describes as
      *    blank.  A code the table does not hold is flagged on the
      *    line and counted, but the record was already accepted by
      *    CONVPGM's own check, so this only happens when the table
      *    changed after the conversion ran.
      ******************************************************************
       3150-FIND-CODE-DESCRIPTION.
           MOVE SPACES TO WS-CODE-DESCRIPTION
           IF WS-LOOKUP-REF-CODE NOT = SPACES
               AND WS-REFCODE-WAS-OPENED
               MOVE WS-LOOKUP-REF-CODE TO RF-CODE
               READ REFERENCE-CODE-FILE
               IF WS-REFCODE-OK
                   MOVE RF-DESCRIPTION TO WS-CODE-DESCRIPTION
               ELSE
                   MOVE '*** NOT ON CODE TABLE' TO WS-CODE-DESCRIPTION
                   ADD 1 TO WS-UNKNOWN-CODE-COUNT
               END-IF
           END-IF.

       3200-ACCUMULATE-TOTALS.
           EVALUATE DB-RECORD-TYPE
               WHEN '1'
               CLOSE DB-INPUT-FILE
               CLOSE REPORT-FILE
           END-IF
           IF WS-REFCODE-WAS-OPENED
               CLOSE REFERENCE-CODE-FILE
           END-IF
           IF WS-UNKNOWN-CODE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'RPTPGM RECORDS REPORTED:  ' WS-RECORDS-REPORTED
           DISPLAY 'RPTPGM STANDARD RECORDS:  ' WS-STANDARD-COUNT
           DISPLAY 'RPTPGM EXTENDED RECORDS:  ' WS-EXTENDED-COUNT
               DISPLAY 'RPTPGM CURRENCIES OFF RATE FILE: '
                   WS-NORATE-COUNT
           END-IF
           IF WS-UNKNOWN-CODE-COUNT > 0
               DISPLAY 'RPTPGM CODES OFF CODE TABLE: '
                   WS-UNKNOWN-CODE-COUNT
           END-IF
           IF WS-CALLED-WITH-PARM
               MOVE RETURN-CODE TO LS-RETURN-CODE
           END-IF.
