      ******************************************************************
      * Copybook: QUESTION-RECORD
      * Purpose : Record layout for the indexed assessment question
      *           bank (QUESTION-FILE), keyed by LESSON-CODE plus
      *           language code plus question sequence, so the
      *           questions follow LS-LANGUAGE-CODE the same way
      *           TITLE-XLATE-FILE does. Each question offers three
      *           choices; QST-ANSWER is the letter (A/B/C) of the
      *           right one. A lesson with no questions in the
      *           operator's language falls back to the Spanish (ES)
      *           set; a lesson with no questions at all completes
      *           as soon as it has been shown.
      ******************************************************************
       01  QUESTION-RECORD.
           05  QST-KEY.
               10  QST-LESSON-CODE    PIC X(6).
               10  QST-LANGUAGE-CODE  PIC X(2).
               10  QST-SEQUENCE       PIC 9(2).
           05  QST-TEXT               PIC X(60).
           05  QST-CHOICE-A           PIC X(30).
           05  QST-CHOICE-B           PIC X(30).
           05  QST-CHOICE-C           PIC X(30).
           05  QST-ANSWER             PIC X(1).
