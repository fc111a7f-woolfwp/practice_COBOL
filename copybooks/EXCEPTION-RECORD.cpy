      ******************************************************************
      * Copybook: EXCEPTION-RECORD
      * Purpose : One record on the common exceptions file
      *           (data/EXCEPTIONS.DAT), appended by every program
      *           that flags a problem - CATALOG_VARIANCE,
      *           MISSED_RUNS, SHIFT_EDIT, DAY_BALANCE, FEED_VERIFY,
      *           EXAMPLE_DIVISION (title gaps, suspense, held
      *           lessons), INTEGRITY_SWEEP and HR_RECONCILE - so
      *           EXCEPTION_DIGEST can build one morning sheet instead
      *           of the analyst opening each report.
      *           EXC-RECORD-TYPE E is one exception. EXC-RECORD-TYPE
      *           R is written when a check has run to the end and
      *           says what it looked at: every open item from the
      *           same EXC-SOURCE whose category starts with the R
      *           record's EXC-CATEGORY and whose key starts with its
      *           EXC-KEY (blank = all) was re-checked, so an item
      *           not reported again has been cleared.
      *           EXC-SEVERITY 1 = act before the shift starts,
      *           2 = deal with today, 3 = review when convenient.
      ******************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-DATE              PIC X(8).
           05  EXC-TIME              PIC X(6).
           05  EXC-RECORD-TYPE       PIC X(1).
           05  EXC-SOURCE            PIC X(20).
           05  EXC-SEVERITY          PIC X(1).
           05  EXC-CATEGORY          PIC X(12).
           05  EXC-KEY               PIC X(20).
           05  EXC-TEXT              PIC X(60).
