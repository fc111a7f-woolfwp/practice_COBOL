      *           they carry the totals management asks for every
      *           month, so the monthly summary can be built from
      *           disk instead of saved console scrollback.
      *           A classroom session is one record with
      *           RH-SESSION-FLAG S and the number of attendees in
      *           RH-ATTENDANCE-COUNT. RH-PRESENTED-COUNT is lessons
      *           shown times the attendees who took them; records
      *           written before it existed carry spaces there, and
      *           for those the display count stands in for it.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  RH-PROGRAM-ID     PIC X(20).
           05  RH-REJECT-COUNT   PIC 9(4).
           05  RH-SKIPPED-COUNT  PIC 9(4).
           05  RH-HELD-COUNT     PIC 9(4).
           05  RH-SESSION-FLAG   PIC X(1).
           05  RH-ATTENDANCE-COUNT PIC 9(2).
           05  RH-PRESENTED-COUNT PIC 9(4).
