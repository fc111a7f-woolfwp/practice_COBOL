      *           bad return code; the record is cleared when the
      *           whole stream completes. On the next invocation a
      *           same-day S or F record makes the stream resume
      *           from STRM-STEP instead of the top. STRM-STEP is
      *           the JOB-STEP-ORDER of the step on the job schedule
      *           (see JOB-DEFINITION-RECORD). The step-by-step
      *           history itself lives on the run-history file.
      ******************************************************************
       01  STREAM-CONTROL-RECORD.
           05  STRM-DATE         PIC X(8).
           05  STRM-STEP         PIC 9(2).
           05  STRM-STATUS       PIC X(1).
           05  STRM-RETURN-CODE  PIC 9(2).
