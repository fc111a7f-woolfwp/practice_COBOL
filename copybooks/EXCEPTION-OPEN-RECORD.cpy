      ******************************************************************
      * Copybook: EXCEPTION-OPEN-RECORD
      * Purpose : EXCEPTION_DIGEST's list of exceptions still open
      *           (data/EXCEPTION-OPEN.DAT), rewritten by every
      *           digest run. The first record is a header
      *           (EXO-RECORD-TYPE H) holding the date and time of
      *           the last digest - only exceptions file records
      *           stamped after it are read on the next run. Every
      *           other record (type O) is one open item:
      *           EXO-FIRST-SEEN is the date it was first reported,
      *           EXO-LAST-STAMP the date and time it was last
      *           reported, which a re-check marker must be later
      *           than to clear it.
      ******************************************************************
       01  EXCEPTION-OPEN-RECORD.
           05  EXO-RECORD-TYPE       PIC X(1).
           05  EXO-ITEM.
               10  EXO-SOURCE        PIC X(20).
               10  EXO-SEVERITY      PIC X(1).
               10  EXO-CATEGORY      PIC X(12).
               10  EXO-KEY           PIC X(20).
               10  EXO-FIRST-SEEN    PIC X(8).
               10  EXO-LAST-STAMP    PIC X(14).
               10  EXO-TEXT          PIC X(60).
           05  EXO-HEADER REDEFINES EXO-ITEM.
               10  EXO-DIGEST-STAMP  PIC X(14).
               10  FILLER            PIC X(121).
