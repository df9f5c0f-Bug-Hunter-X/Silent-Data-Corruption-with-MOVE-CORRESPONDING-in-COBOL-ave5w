      *    WS-RECORD-TYPE selects which field set is populated:
      *       '1'  STANDARD   - FIELD1 thru FIELD3 only
      *       '2'  EXTENDED   - FIELD1 thru FIELD6
      *    and, on the feed's first and last lines only,
      *       'H'  HEADER     - feed control header  (see FEEDCTL.cpy)
      *       'T'  TRAILER    - feed control trailer (see FEEDCTL.cpy)
      *
      *    FIELD2 and FIELD5 carry an explicit leading sign ('+' or
      *    '-') so the feed can send reversals and credit adjustments
           05  WS-RECORD-TYPE              PIC X(01).
               88  WS-TYPE-STANDARD        VALUE '1'.
               88  WS-TYPE-EXTENDED        VALUE '2'.
               88  WS-TYPE-HEADER          VALUE 'H'.
               88  WS-TYPE-TRAILER         VALUE 'T'.
               88  WS-TYPE-FEED-CONTROL    VALUES 'H' 'T'.
           05  WS-RECORD-FIELD1            PIC X(20).
           05  WS-RECORD-FIELD2            PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
