      ******************************************************************
      *    RUNHIST.cpy
      *    Feed run history record (RUNHIST.DAT) - one line appended
      *    by CONVPGM at the end of every run, whatever its grade,
      *    so the history holds the failures as well as the clean
      *    loads.  FEEDTRND reads it to compare each feed's latest
      *    run with its own trailing average.
      *
      *    A feed is known by its input filename - the same fixed
      *    per-feed name the .PRV delta copy and every derived
      *    output name already hang off.  The business date is the
      *    feed header's; a run refused before a readable header was
      *    found carries the date it ran instead.
      *
      *    Reject counts are by the reason code written to the .EXC
      *    file; RH-REJECT-COUNT views them as a table in the order
      *    the fields are laid out here, for programs that walk
      *    every reason.  Records read includes any skipped on a
      *    checkpoint restart (RH-RECORDS-SKIPPED); the rejects and
      *    the written totals cover only what this run processed.
      *
      *    No VALUE clauses in this copybook - it is used under an
      *    FD in the FILE SECTION.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-TIMESTAMP            PIC X(14).
           05  FILLER                      PIC X(01).
           05  RH-INPUT-FILENAME           PIC X(80).
           05  FILLER                      PIC X(01).
           05  RH-PROVIDER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  RH-BUSINESS-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
      *    SPACE = normal run, 'V' = validate-only trial, 'D' =
      *    delta run (see CONVPGM's WS-RUN-MODE).
           05  RH-RUN-MODE                 PIC X(01).
               88  RH-NORMAL-RUN              VALUE SPACE.
               88  RH-VALIDATE-ONLY-RUN       VALUE 'V'.
               88  RH-DELTA-RUN               VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  RH-RETURN-CODE              PIC 9(02).
           05  FILLER                      PIC X(01).
           05  RH-RECORDS-READ             PIC 9(09).
           05  FILLER                      PIC X(01).
           05  RH-RECORDS-SKIPPED          PIC 9(09).
           05  FILLER                      PIC X(01).
           05  RH-RECORDS-WRITTEN          PIC 9(09).
           05  FILLER                      PIC X(01).
           05  RH-RECORDS-REJECTED         PIC 9(09).
           05  FILLER                      PIC X(01).
           05  RH-REJECT-COUNTS.
               10  RH-DUPKEY-COUNT         PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-BADFIELD-COUNT       PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-UNKTYPE-COUNT        PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-NORATE-COUNT         PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-RECONFAIL-COUNT      PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-BADCODE-COUNT        PIC 9(09).
               10  FILLER                  PIC X(01).
               10  RH-NOXREF-COUNT         PIC 9(09).
               10  FILLER                  PIC X(01).
           05  RH-REJECT-COUNT-TABLE REDEFINES RH-REJECT-COUNTS.
               10  RH-REJECT-COUNT-ENTRY OCCURS 7 TIMES.
                   15  RH-REJECT-COUNT     PIC 9(09).
                   15  FILLER              PIC X(01).
           05  RH-WRITTEN-F2-TOTAL         PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  RH-WRITTEN-F5-TOTAL         PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
