      *    record key, field name, old value, new value, timestamp.
      *    Shared by CONVPGM (writer) and INQPGM (reader, request 008)
      *    so both programs agree on the same AUDIT.LOG layout.
      *    MSTBKO and HOLDREL write it too, for the fields a backout
      *    or a discarded hold puts back on the master.
      ******************************************************************
       01  WS-AUDIT-LINE-AREA.
           05  AR-KEY                      PIC X(10).
