      ******************************************************************
      *    HOLDREC.cpy
      *    Pending-hold queue record (HOLDQUE.DAT, keyed on
      *    HD-RECORD-KEY).  MSTUPDT writes one when an incoming
      *    change to an existing master key moves FIELD2 or FIELD5
      *    further than the currency's tolerance allows, or changes
      *    either amount's currency - the change is parked here
      *    instead of being applied.  HOLDREL applies, rejects, or
      *    ages the entries out.
      *
      *    One pending hold per key: a later breach on a key already
      *    held replaces the earlier entry, the same way a re-sent
      *    record supersedes on the master.
      *        - HD-BEFORE-IMAGE is the master record as it stood
      *          when the change was held,
      *        - HD-AFTER-IMAGE is the record as it would have been
      *          applied (action indicator already cleared).
      *    HOLDREL only applies the after-image over a master record
      *    still holding the before-image.
      *
      *    No VALUE clauses in this copybook - it is also used under
      *    an FD in the FILE SECTION.
      ******************************************************************
       01  HOLD-QUEUE-RECORD.
           05  HD-RECORD-KEY               PIC X(10).
           05  HD-HELD-TIMESTAMP           PIC X(14).
           05  HD-SOURCE-FILENAME          PIC X(40).
           05  HD-HOLD-REASON              PIC X(40).
           05  HD-BEFORE-IMAGE             PIC X(88).
           05  HD-AFTER-IMAGE              PIC X(88).
