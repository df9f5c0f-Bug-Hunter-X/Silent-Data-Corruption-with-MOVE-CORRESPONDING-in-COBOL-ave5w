      ******************************************************************
      *    FEEDREG.cpy
      *    Feed registry record (FEEDREG.DAT) - one record per
      *    provider file CONVPGM has accepted, keyed on provider id
      *    plus the file sequence number from the feed header (see
      *    FEEDCTL.cpy).  The registry is what lets CONVPGM refuse a
      *    file it has already loaded, a file that arrives after a
      *    later one from the same provider, or a file that leaves
      *    a gap behind the provider's last accepted sequence.
      *
      *    No VALUE clauses in this copybook - it is used under an
      *    FD in the FILE SECTION.
      ******************************************************************
       01  FEED-REGISTRY-RECORD.
           05  FR-REGISTRY-KEY.
               10  FR-PROVIDER-ID          PIC X(08).
               10  FR-FILE-SEQUENCE        PIC 9(06).
           05  FR-BUSINESS-DATE            PIC X(08).
           05  FR-DETAIL-COUNT             PIC 9(09).
           05  FR-FIELD2-HASH              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FR-FIELD5-HASH              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FR-ACCEPTED-TIMESTAMP       PIC X(14).
           05  FR-RUN-RETURN-CODE          PIC 9(02).
           05  FR-INPUT-FILENAME           PIC X(80).
