      *
      *    Command line: optional exception filename (default
      *    EXCPT.DAT, or a per-feed .EXC name), then an optional
      *    numeric retry limit (default 3), then - for a feed whose
      *    keys are translated through the provider key
      *    cross-reference - the feed's provider id and its
      *    cross-reference policy ('R' or 'A', as on the feed list).
      *    The exceptions carry the provider's own keys, so the
      *    resubmission has to be translated the way the original
      *    feed was.  Every other filename is
      *    derived from the exception file's basename:
      *        <base>.COR   correction file (key + corrected record)
      *        <base>.HST   retry history (key, count, first seen)
      *    The resubmit basename gets the extra 'R' so the outputs
      *    CONVPGM rederives from it (.OUT/.RPT/.LOG/.JSN/.EXC/.CKP)
      *    never collide with the original feed's own output files.
      *    The resubmit file carries the same header and trailer
      *    control records every feed does (FEEDCTL.cpy), so CONVPGM
      *    proves it like any other input.  Its header sequence is
      *    000000 - a resubmission is not a provider file and is
      *    never sequenced against the feed registry.  Its provider
      *    id is 'RESUBMIT' unless one is given on the command line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCREPR.
           05  WS-RECORDS-ESCALATED        PIC 9(09) VALUE 0.
           05  WS-RECORDS-CARRIED          PIC 9(09) VALUE 0.

      *    Hash totals of the records resubmitted, for the trailer.
       01  WS-RESUBMIT-HASH-TOTALS.
           05  WS-RESUBMIT-F2-HASH         PIC S9(13)V99 VALUE 0.
           05  WS-RESUBMIT-F5-HASH         PIC S9(13)V99 VALUE 0.

       COPY WSREC.

       COPY FEEDCTL.

       01  WS-RETRY-LIMIT                  PIC 9(03) VALUE 3.

      ******************************************************************
       01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
       01  WS-CL-FILENAME                  PIC X(80) VALUE SPACES.
       01  WS-CL-RETRY-LIMIT               PIC X(03) VALUE SPACES.
       01  WS-CL-PROVIDER-ID               PIC X(08) VALUE SPACES.
       01  WS-CL-KEY-XREF-POLICY           PIC X(01) VALUE SPACES.

      ******************************************************************
      *    WS-CONV-PARM-AREA - parameter block for CONVPGM's ENTRY
      *    'CONVPGMC', same shape CONVDRV passes: layout id, input
      *    filename, JSON export flag, run mode, reject ceiling, key
      *    cross-reference policy, and the return code CONVPGM fills
      *    on the way out (read in 8100-RUN-RESUBMISSION).  Everything
      *    but the filename and the command line's cross-reference
      *    policy is left SPACE/zero so the resubmission runs with
      *    CONVPGM's compiled-in defaults.
      ******************************************************************
       01  WS-CONV-PARM-AREA.
           05  CP-LAYOUT-ID                 PIC X(01).
           05  CP-JSON-EXPORT-FLAG          PIC X(01).
           05  CP-RUN-MODE                  PIC X(01).
           05  CP-REJECT-CEILING            PIC X(02).
           05  CP-KEY-XREF-POLICY           PIC X(01).
           05  CP-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION.
           END-IF
           IF WS-AGING-OK AND WS-CARRY-OK AND WS-RESUBMIT-OK
               SET WS-WORK-FILES-OPENED TO TRUE
               PERFORM 1160-WRITE-RESUBMIT-HEADER
           END-IF.

       1160-WRITE-RESUBMIT-HEADER.
           MOVE SPACES TO WS-FEED-HEADER-AREA
           MOVE 'H' TO FH-RECORD-TYPE
           IF WS-CL-PROVIDER-ID = SPACES
               MOVE 'RESUBMIT' TO FH-PROVIDER-ID
           ELSE
               MOVE WS-CL-PROVIDER-ID TO FH-PROVIDER-ID
           END-IF
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           MOVE 0 TO FH-FILE-SEQUENCE
           MOVE WS-FEED-HEADER-AREA TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           IF NOT WS-RESUBMIT-OK
               DISPLAY 'EXCREPR RESUBMIT FILE WRITE FAILED, STATUS='
                   WS-RESUBMIT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    1110-APPLY-COMMAND-LINE
      *    First token is the exception filename, second is the
      *    retry limit, third and fourth the provider id and key
      *    cross-reference policy.  No command line keeps the
      *    defaults.
      ******************************************************************
       1110-APPLY-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                   INTO WS-CL-FILENAME WS-CL-RETRY-LIMIT
                        WS-CL-PROVIDER-ID WS-CL-KEY-XREF-POLICY
               END-UNSTRING
               IF WS-CL-FILENAME NOT = SPACES
                   MOVE WS-CL-FILENAME TO WS-EXCEPTION-FILENAME
       2400-RESUBMIT-CORRECTED-RECORD.
           ADD 1 TO WS-RECORDS-RESUBMITTED
           ADD 1 TO HT-RETRY-COUNT(WS-HISTORY-IDX)
           MOVE CR-CORRECTED-RECORD TO WS-RECORD-X
           IF WS-RECORD-FIELD2 IS NUMERIC
               ADD WS-RECORD-FIELD2 TO WS-RESUBMIT-F2-HASH
           END-IF
           IF WS-RECORD-FIELD5 IS NUMERIC
               ADD WS-RECORD-FIELD5 TO WS-RESUBMIT-F5-HASH
           END-IF
           MOVE CR-CORRECTED-RECORD TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           IF NOT WS-RESUBMIT-OK
               CLOSE HISTORY-FILE
           END-IF.

       8050-WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO WS-FEED-TRAILER-AREA
           MOVE 'T' TO FT-RECORD-TYPE
           MOVE WS-RECORDS-RESUBMITTED TO FT-DETAIL-COUNT
           MOVE WS-RESUBMIT-F2-HASH TO FT-FIELD2-HASH
           MOVE WS-RESUBMIT-F5-HASH TO FT-FIELD5-HASH
           MOVE WS-FEED-TRAILER-AREA TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           IF NOT WS-RESUBMIT-OK
               DISPLAY 'EXCREPR RESUBMIT FILE WRITE FAILED, STATUS='
                   WS-RESUBMIT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    8100-RUN-RESUBMISSION
      *    The corrected records go back through CONVPGM itself, via
           MOVE SPACE TO CP-JSON-EXPORT-FLAG
           MOVE SPACE TO CP-RUN-MODE
           MOVE SPACES TO CP-REJECT-CEILING
           MOVE WS-CL-KEY-XREF-POLICY TO CP-KEY-XREF-POLICY
           MOVE 0 TO CP-RETURN-CODE
           DISPLAY 'EXCREPR RESUBMITTING ' WS-RECORDS-RESUBMITTED
               ' RECORD(S) VIA ' WS-RESUBMIT-FILENAME
               CLOSE EXCEPTION-FILE
               CLOSE AGING-REPORT-FILE
               CLOSE CARRY-FORWARD-FILE
               PERFORM 8050-WRITE-RESUBMIT-TRAILER
               CLOSE RESUBMIT-FILE
               PERFORM 8000-REWRITE-HISTORY-FILE
               IF WS-RECORDS-RESUBMITTED > 0
