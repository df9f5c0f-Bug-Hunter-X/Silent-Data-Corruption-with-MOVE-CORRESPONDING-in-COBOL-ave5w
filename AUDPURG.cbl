      *    is safely written - a failed archive write keeps the
      *    record online and grades the run.
      *
      *    Every archive that received records is listed on the
      *    archive catalog (AUDARCH.CAT, one filename per line,
      *    created on first use), so MSTAUD can fold purged history
      *    back in when it ties the master out to the audit trail.
      *    A catalog that cannot be written grades the run 8 - the
      *    archive is safe, but it must be added to the catalog by
      *    hand before the next tie-out.
      *
      *    Command line: optional retention days (default 90), then
      *    an optional archive filename.  The default archive name
      *    is dated - AUDARCH<yyyymmdd>.DAT - so daily runs never
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-VSAM-FILE.
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD                  PIC X(95).

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDREC.

           05  WS-AUDIT-VSAM-FILENAME      PIC X(80) VALUE
               'AUDTVSAM.DAT'.
           05  WS-ARCHIVE-FILENAME         PIC X(80) VALUE SPACES.
           05  WS-CATALOG-FILENAME         PIC X(80) VALUE
               'AUDARCH.CAT'.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-VSAM-STATUS        PIC X(02) VALUE '00'.
               88  WS-AUDIT-VSAM-EOF          VALUE '10'.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
               88  WS-ARCHIVE-OK              VALUE '00'.
           05  WS-CATALOG-STATUS           PIC X(02) VALUE '00'.
               88  WS-CATALOG-OK              VALUE '00'.
               88  WS-CATALOG-NOT-FOUND       VALUE '35'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           IF WS-ARCHIVE-WAS-OPENED
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-RECORDS-ARCHIVED > 0
               PERFORM 9100-CATALOG-ARCHIVE
           END-IF
           DISPLAY 'AUDPURG RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'AUDPURG RECORDS KEPT:     ' WS-RECORDS-KEPT
           DISPLAY 'AUDPURG RECORDS ARCHIVED: ' WS-RECORDS-ARCHIVED
           DISPLAY 'AUDPURG RECORDS IN ERROR: ' WS-ERROR-COUNT
           DISPLAY 'AUDPURG ARCHIVE FILE:     '
               FUNCTION TRIM(WS-ARCHIVE-FILENAME).

      ******************************************************************
      *    9100-CATALOG-ARCHIVE
      *    Appends this run's archive to the catalog MSTAUD reads,
      *    creating the catalog on first use.
      ******************************************************************
       9100-CATALOG-ARCHIVE.
           OPEN EXTEND ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-NOT-FOUND
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
           END-IF
           IF WS-CATALOG-OK
               MOVE WS-ARCHIVE-FILENAME TO ARCHIVE-CATALOG-RECORD
               WRITE ARCHIVE-CATALOG-RECORD
               IF WS-CATALOG-OK
                   CLOSE ARCHIVE-CATALOG-FILE
               END-IF
           END-IF
           IF NOT WS-CATALOG-OK
               DISPLAY 'AUDPURG ARCHIVE NOT CATALOGUED, STATUS='
                   WS-CATALOG-STATUS ' - ADD '
                   FUNCTION TRIM(WS-ARCHIVE-FILENAME) ' TO '
                   FUNCTION TRIM(WS-CATALOG-FILENAME)
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
