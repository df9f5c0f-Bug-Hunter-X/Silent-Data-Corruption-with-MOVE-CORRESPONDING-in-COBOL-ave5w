      ******************************************************************
      *    FEEDCTL.cpy
      *    Feed control records.  Every inbound feed opens with one
      *    header line and closes with one trailer line, both the
      *    same 88 bytes as a WS-RECORD detail line and told apart
      *    from it by the record-type byte in position 11 ('H' and
      *    'T' - see WSREC.cpy; details are '1' or '2').  Positions
      *    1-10 are free text on both ('HEADER'/'TRAILER' by
      *    convention) and are never treated as a key.
      *
      *    Header: provider id, business date (YYYYMMDD), and the
      *    provider's file sequence number, which runs 1, 2, 3 ...
      *    per provider with no gaps and no repeats.  Sequence
      *    000000 is reserved for files this shop builds itself
      *    (EXCREPR's resubmission file) - those are proven against
      *    their trailer but never sequenced against the registry.
      *
      *    Trailer: the count of detail lines between the two
      *    control lines, and hash totals of FIELD2 and FIELD5 over
      *    those details.  An amount that does not test NUMERIC
      *    contributes zero to its hash, the same convention the
      *    CONVPGM balance totals follow.
      ******************************************************************
       01  WS-FEED-HEADER-AREA.
           05  FH-RECORD-ID                PIC X(10).
           05  FH-RECORD-TYPE              PIC X(01).
           05  FH-PROVIDER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  FH-BUSINESS-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
           05  FH-FILE-SEQUENCE            PIC 9(06).
           05  FILLER                      PIC X(53).

       01  WS-FEED-TRAILER-AREA.
           05  FT-RECORD-ID                PIC X(10).
           05  FT-RECORD-TYPE              PIC X(01).
           05  FT-DETAIL-COUNT             PIC 9(09).
           05  FILLER                      PIC X(01).
           05  FT-FIELD2-HASH              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  FT-FIELD5-HASH              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(34).
