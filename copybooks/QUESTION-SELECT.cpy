      ******************************************************************
      * Copybook: QUESTION-SELECT
      * Purpose : Single source of truth for the QUESTION-FILE
      *           SELECT clause (FILE-CONTROL), on the same pattern
      *           as TITLE-XLATE-SELECT. Every program that reads or
      *           loads the assessment question bank must COPY this
      *           instead of writing its own SELECT.
      *           ACCESS MODE IS DYNAMIC so a program can START at a
      *           lesson and language and READ NEXT through its
      *           questions.
      ******************************************************************
           SELECT QUESTION-FILE ASSIGN TO "data/QUESTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QST-KEY
               FILE STATUS IS WS-QUESTION-FILE-STATUS.
