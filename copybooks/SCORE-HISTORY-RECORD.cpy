      ******************************************************************
      * Copybook: SCORE-HISTORY-RECORD
      * Purpose : One record per assessment attempt, appended by
      *           EXAMPLE_DIVISION to the permanent score-history
      *           file data/SCORE-HISTORY.DAT whether the operator
      *           passed or failed. SCR-RESULT is P (passed - a
      *           completion was posted) or F (failed - no
      *           completion, the lesson comes round again on the
      *           next run). The file is in attempt order, so the
      *           first record for an operator and lesson is the
      *           first attempt; ASSESSMENT_REPORT relies on that.
      ******************************************************************
       01  SCORE-HISTORY-RECORD.
           05  SCR-OPERATOR-ID     PIC X(8).
           05  SCR-LESSON-CODE     PIC X(6).
           05  SCR-LANGUAGE-CODE   PIC X(2).
           05  SCR-DATE            PIC X(8).
           05  SCR-SHIFT-CODE      PIC X(1).
           05  SCR-QUESTION-COUNT  PIC 9(2).
           05  SCR-CORRECT-COUNT   PIC 9(2).
           05  SCR-SCORE           PIC 9(3).
           05  SCR-PASS-MARK       PIC 9(3).
           05  SCR-RESULT          PIC X(1).
