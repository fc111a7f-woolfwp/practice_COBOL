      ******************************************************************
      * Copybook: ASSIGNMENT-TRANS-RECORD
      * Purpose : One maintenance transaction against the training
      *           assignment file, on the same pattern as
      *           LESSON-TRANS-RECORD and OPERATOR-TRANS-RECORD.
      *           ATR-ACTION is A (add), C (change the due date) or
      *           D (delete - an assignment carries no history of
      *           its own, the completions do). The key fields
      *           follow ASSIGNMENT-RECORD: assignee type O/S plus
      *           operator id or shift code, target type S/L plus
      *           section or lesson code.
      ******************************************************************
       01  ASSIGNMENT-TRANS-RECORD.
           05  ATR-ACTION         PIC X(1).
           05  ATR-ASSIGNEE-TYPE  PIC X(1).
           05  ATR-ASSIGNEE-ID    PIC X(8).
           05  ATR-TARGET-TYPE    PIC X(1).
           05  ATR-TARGET-CODE    PIC X(6).
           05  ATR-DUE-DATE       PIC X(8).
