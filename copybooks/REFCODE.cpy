      ******************************************************************
      *    REFCODE.cpy
      *    Reference code table record (REFCODE.DAT, keyed on
      *    RF-CODE) - the valid values for WS-RECORD-FIELD3 and
      *    WS-RECORD-FIELD6, maintained by REFMNT from a transaction
      *    file and read by CONVPGM (feed validation), MNTPGM
      *    (online overtypes), RPTPGM and MSTXTR (descriptions).
      *
      *    A code is in force on date D when
      *        RF-EFFECTIVE-DATE <= D  and  D < RF-EXPIRY-DATE
      *    i.e. the expiry date is the first day the code may no
      *    longer be used.  An open-ended code carries an expiry of
      *    99999999.  Expired codes are never deleted, so history
      *    on the master still finds its description.
      *
      *    No VALUE clauses in this copybook - it is also used under
      *    an FD in the FILE SECTION.
      ******************************************************************
       01  REFERENCE-CODE-RECORD.
           05  RF-CODE                     PIC X(05).
           05  RF-DESCRIPTION              PIC X(30).
           05  RF-EFFECTIVE-DATE           PIC X(08).
           05  RF-EXPIRY-DATE              PIC X(08).
           05  RF-LAST-MAINT-TIMESTAMP     PIC X(14).
