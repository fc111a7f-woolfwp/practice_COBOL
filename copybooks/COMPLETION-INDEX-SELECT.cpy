      ******************************************************************
      * Copybook: COMPLETION-INDEX-SELECT
      * Purpose : Single source of truth for the COMPLETION-INDEX-FILE
      *           SELECT clause (FILE-CONTROL), on the same pattern
      *           as LESSON-MASTER-SELECT. Every program that reads
      *           or maintains the operator completion index must
      *           COPY this instead of writing its own SELECT.
      *           ACCESS MODE IS DYNAMIC so a program can either READ
      *           one operator and lesson by key or walk the whole
      *           index with READ NEXT.
      ******************************************************************
           SELECT COMPLETION-INDEX-FILE
               ASSIGN TO "data/COMPLETION-INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-KEY
               FILE STATUS IS WS-CINDEX-FILE-STATUS.
