      ******************************************************************
      * Copybook: HR-EXTRACT-RECORD
      * Purpose : One record of HR's daily employee extract
      *           (data/HR-EXTRACT.DAT), which HR_RECONCILE matches
      *           against the operator master. The file is one
      *           header (HRX-RECORD-TYPE H), the employees in
      *           ascending HRX-EMPLOYEE-ID order (D), and one
      *           trailer (T) with the number of D records.
      *           HRX-FILE-SEQUENCE goes up by one with every extract
      *           HR sends, so a missed or repeated day is caught.
      *           HRX-EMPLOYEE-ID is the operator id used at sign-on.
      *           HRX-STATUS is A (employed) or L (left); HRX-SHIFT is
      *           the shift (1-3) the employee is assigned to and
      *           HRX-EFFECTIVE-DATE the date the status or shift
      *           takes effect.
      ******************************************************************
       01  HR-EXTRACT-RECORD.
           05  HRX-RECORD-TYPE       PIC X(1).
           05  HRX-DETAIL.
               10  HRX-EMPLOYEE-ID   PIC X(8).
               10  HRX-NAME          PIC X(30).
               10  HRX-STATUS        PIC X(1).
               10  HRX-SHIFT         PIC X(1).
               10  HRX-EFFECTIVE-DATE PIC X(8).
           05  HRX-HEADER REDEFINES HRX-DETAIL.
               10  HRX-EXTRACT-DATE  PIC X(8).
               10  HRX-FILE-SEQUENCE PIC X(6).
               10  FILLER            PIC X(34).
           05  HRX-TRAILER REDEFINES HRX-DETAIL.
               10  HRX-DETAIL-COUNT  PIC X(6).
               10  FILLER            PIC X(42).
