      ******************************************************************
      * Copybook: COMPLETION-INDEX-RECORD
      * Purpose : One record per operator and lesson ever completed,
      *           on the indexed completion index
      *           (data/COMPLETION-INDEX.DAT). EXAMPLE_DIVISION posts
      *           every completion row it appends to
      *           data/COMPLETION.DAT here as well, so the
      *           prerequisite check is one keyed read and the
      *           compliance and notice runs read one record per
      *           operator and lesson instead of every row.
      *           COMPLETION_ROLLOVER moves prior-year rows of the flat
      *           file to data/COMPLETION-YYYY.DAT at year end; the
      *           index is never rolled and stays the carried-forward
      *           summary of all years. It can be rebuilt from the
      *           flat files with COMPLETION_ROLLOVER mode B.
      *           CIX-LATEST-SHIFT is the shift of the latest
      *           completion.
      ******************************************************************
       01  COMPLETION-INDEX-RECORD.
           05  CIX-KEY.
               10  CIX-OPERATOR-ID       PIC X(8).
               10  CIX-LESSON-CODE       PIC X(6).
           05  CIX-FIRST-DATE            PIC X(8).
           05  CIX-LATEST-DATE           PIC X(8).
           05  CIX-COMPLETION-COUNT      PIC 9(5).
           05  CIX-LATEST-SHIFT          PIC X(1).
