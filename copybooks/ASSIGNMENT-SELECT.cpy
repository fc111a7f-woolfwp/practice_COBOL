      ******************************************************************
      * Copybook: ASSIGNMENT-SELECT
      * Purpose : Single source of truth for the ASSIGNMENT-FILE
      *           SELECT clause (FILE-CONTROL), on the same pattern
      *           as LESSON-MASTER-SELECT. Every program that reads
      *           or maintains training assignments must COPY this
      *           instead of writing its own SELECT.
      *           ACCESS MODE IS DYNAMIC so a program can either READ
      *           by key or walk the whole file with READ NEXT.
      ******************************************************************
           SELECT ASSIGNMENT-FILE ASSIGN TO "data/ASSIGNMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASSIGNMENT-FILE-STATUS.
