      ******************************************************************
      * Copybook: EXCEPTION-HISTORY-RECORD
      * Purpose : One cleared exception, appended by EXCEPTION_DIGEST
      *           to the permanent exception history
      *           (data/EXCEPTION-HISTORY.DAT) when a re-check no
      *           longer reports it. EXH-DAYS-OPEN is the calendar
      *           days from first report to clearing, so the digest
      *           can show how long each kind of problem (source and
      *           category) stays open.
      ******************************************************************
       01  EXCEPTION-HISTORY-RECORD.
           05  EXH-SOURCE            PIC X(20).
           05  EXH-SEVERITY          PIC X(1).
           05  EXH-CATEGORY          PIC X(12).
           05  EXH-KEY               PIC X(20).
           05  EXH-FIRST-SEEN        PIC X(8).
           05  EXH-CLEARED-DATE      PIC X(8).
           05  EXH-DAYS-OPEN         PIC 9(5).
           05  EXH-TEXT              PIC X(60).
