      ******************************************************************
      *    XREFREC.cpy
      *    Provider key cross-reference record (PROVXREF.DAT, keyed
      *    on PX-XREF-KEY) - maps the key a provider sends in
      *    WS-RECORD-KEY to our internal master key, so the same
      *    real-world entity fed by two providers lands on one
      *    MASTER.DAT record.  Written by XREFMNT (add, merge,
      *    split, retire) and by CONVPGM when a feed's policy lets
      *    it assign a key to an unmapped provider key.
      *
      *    A retired mapping is never deleted - it stays on file so
      *    the history of what the provider's key used to mean can
      *    still be listed, and CONVPGM rejects the provider key
      *    under NOXREF instead of quietly assigning it a new one.
      *    PX-PRIOR-INTERNAL-KEY holds the internal key the mapping
      *    pointed at before its last merge or split.
      *
      *    The record whose provider id and provider key are both
      *    SPACES is the control record: its PX-INTERNAL-KEY holds
      *    the last internal key assigned.  Assigned keys are the
      *    prefix 'XK' and an eight-digit number - that key range
      *    is reserved for assignment and is never keyed by hand.
      *    A blank provider id is refused on every feed header, so
      *    the control record can never be mistaken for a mapping.
      *
      *    No VALUE clauses in this copybook - it is also used under
      *    an FD in the FILE SECTION.
      ******************************************************************
       01  PROVIDER-XREF-RECORD.
           05  PX-XREF-KEY.
               10  PX-PROVIDER-ID          PIC X(08).
               10  PX-PROVIDER-KEY         PIC X(10).
           05  PX-INTERNAL-KEY             PIC X(10).
           05  PX-ASSIGNED-KEY REDEFINES PX-INTERNAL-KEY.
               10  PX-ASSIGNED-PREFIX      PIC X(02).
               10  PX-ASSIGNED-NUMBER      PIC 9(08).
           05  PX-MAPPING-STATUS           PIC X(01).
               88  PX-MAPPING-ACTIVE          VALUE 'A'.
               88  PX-MAPPING-RETIRED         VALUE 'R'.
      *    'M' = keyed by the data team through XREFMNT, 'C' =
      *    assigned by CONVPGM to an unmapped provider key.
           05  PX-MAPPING-ORIGIN           PIC X(01).
               88  PX-ORIGIN-MAINTAINED       VALUE 'M'.
               88  PX-ORIGIN-CONVERSION       VALUE 'C'.
           05  PX-CREATED-DATE             PIC X(08).
           05  PX-RETIRED-DATE             PIC X(08).
           05  PX-PRIOR-INTERNAL-KEY       PIC X(10).
           05  PX-LAST-MAINT-TIMESTAMP     PIC X(14).
