      *    thru FIELD6 (and the two currency codes), applies the
      *    same domain edits 3000-VALIDATE-RECORD applies in CONVPGM
      *    - signed numeric amounts, recognized currency codes,
      *    required codes non-blank and in force on the reference
      *    code table - and REWRITEs the record.
      *
      *    Authorization is transaction-level: MNTT is defined to
      *    the security manager separately from INQT, so browse
      *    to AUDIT.LOG and AUDLOAD loads - the manual fix goes out
      *    in the identical layout via the MANF TD queue.
       COPY AUDREC.
      *    REFCODE.cpy is the reference code table REFMNT maintains
      *    and CONVPGM validates FIELD3/FIELD6 against.
       COPY REFCODE.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MAP-NAME                     PIC X(08) VALUE 'MNTMAP1'.
       01  WS-MASTER-DATASET               PIC X(08) VALUE 'MASTER'.
       01  WS-AUDIT-TDQ                    PIC X(04) VALUE 'MANF'.
       01  WS-REFCODE-DATASET              PIC X(08) VALUE 'REFCODE'.

       01  WS-RESP                         PIC S9(08) COMP.
       01  WS-AUDIT-LENGTH                 PIC S9(04) COMP VALUE 95.
                                              'EUR' 'GBP' 'JPY'
                                              'CHF'.

      ******************************************************************
      *    Reference code check - an overtyped FIELD3/FIELD6 must be
      *    on the reference code table and in force today, the same
      *    test CONVPGM's 3300-CHECK-REFERENCE-CODE applies to a
      *    feed against its business date.
      ******************************************************************
       01  WS-REF-CODE-CHECK.
           05  WS-LOOKUP-REF-CODE          PIC X(05) VALUE SPACES.
           05  WS-REF-CODE-STATE           PIC X(01) VALUE SPACE.
               88  WS-REF-CODE-IN-FORCE       VALUE 'Y'.
               88  WS-REF-CODE-UNKNOWN        VALUE 'U'.
               88  WS-REF-CODE-EXPIRED        VALUE 'X'.
               88  WS-REF-CODE-NOT-YET        VALUE 'F'.
           05  WS-REF-CHECK-DATE           PIC X(08) VALUE SPACES.

       01  WS-EDIT-SWITCH                  PIC X(01) VALUE 'Y'.
           88  WS-EDITS-PASSED                VALUE 'Y'.
           88  WS-EDITS-FAILED                VALUE 'N'.
               SET WS-EDITS-FAILED TO TRUE
               MOVE 'FIELD3 MUST NOT BE BLANK' TO MSGOUTO
           END-IF
      *    Only an overtyped code is checked - a code already on the
      *    master that has since expired must not block a fix to
      *    some other field.
           IF WS-EDITS-PASSED AND NV-FIELD3 NOT = DB-RECORD-FIELD3
               MOVE NV-FIELD3 TO WS-LOOKUP-REF-CODE
               PERFORM 3270-CHECK-REFERENCE-CODE
               IF NOT WS-REF-CODE-IN-FORCE
                   SET WS-EDITS-FAILED TO TRUE
                   EVALUATE TRUE
                       WHEN WS-REF-CODE-EXPIRED
                           MOVE 'FIELD3 CODE HAS EXPIRED' TO MSGOUTO
                       WHEN WS-REF-CODE-NOT-YET
                           MOVE 'FIELD3 CODE NOT YET EFFECTIVE'
                               TO MSGOUTO
                       WHEN OTHER
                           MOVE 'FIELD3 CODE NOT ON REFERENCE TABLE'
                               TO MSGOUTO
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-EDITS-PASSED AND DB-RECORD-TYPE = '2'
               PERFORM 3250-APPLY-EXTENDED-EDITS
           END-IF.
           IF WS-EDITS-PASSED AND NV-FIELD6 = SPACES
               SET WS-EDITS-FAILED TO TRUE
               MOVE 'FIELD6 MUST NOT BE BLANK' TO MSGOUTO
           END-IF
           IF WS-EDITS-PASSED AND NV-FIELD6 NOT = DB-RECORD-FIELD6
               MOVE NV-FIELD6 TO WS-LOOKUP-REF-CODE
               PERFORM 3270-CHECK-REFERENCE-CODE
               IF NOT WS-REF-CODE-IN-FORCE
                   SET WS-EDITS-FAILED TO TRUE
                   EVALUATE TRUE
                       WHEN WS-REF-CODE-EXPIRED
                           MOVE 'FIELD6 CODE HAS EXPIRED' TO MSGOUTO
                       WHEN WS-REF-CODE-NOT-YET
                           MOVE 'FIELD6 CODE NOT YET EFFECTIVE'
                               TO MSGOUTO
                       WHEN OTHER
                           MOVE 'FIELD6 CODE NOT ON REFERENCE TABLE'
                               TO MSGOUTO
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *    3270-CHECK-REFERENCE-CODE
      *    Reads WS-LOOKUP-REF-CODE off the reference code table and
      *    grades it against today's date (see REFCODE.cpy for the
      *    in-force rule).  A read that fails for any reason other
      *    than NOTFND also refuses the code - an edit that cannot
      *    be made is not waved through.
      ******************************************************************
       3270-CHECK-REFERENCE-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-CHECK-DATE
           EXEC CICS READ DATASET(WS-REFCODE-DATASET)
               INTO(REFERENCE-CODE-RECORD)
               RIDFLD(WS-LOOKUP-REF-CODE)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-REF-CODE-UNKNOWN TO TRUE
               WHEN RF-EFFECTIVE-DATE > WS-REF-CHECK-DATE
                   SET WS-REF-CODE-NOT-YET TO TRUE
               WHEN RF-EXPIRY-DATE NOT > WS-REF-CHECK-DATE
                   SET WS-REF-CODE-EXPIRED TO TRUE
               WHEN OTHER
                   SET WS-REF-CODE-IN-FORCE TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    3400-AUDIT-AND-REWRITE
      *    One audit line per field that actually changed, written
