      ******************************************************************
      * Author:
      * Date:
      * Purpose: Full refresh of the assessment question bank from
      *          the load file prepared by the content desk, on the
      *          same pattern as XLATE_LOAD. Rebuilds
      *          data/QUESTION.DAT from scratch on every run with
      *          field and duplicate checking and a loaded/rejected
      *          count. Questions are keyed by lesson code, language
      *          code and sequence, so each language carries its own
      *          set the way per-language titles do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTION_LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUESTION-SELECT.

           SELECT LOAD-FILE ASSIGN TO "data/QUESTION-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUESTION-FILE.
           COPY QUESTION-RECORD.

       FD  LOAD-FILE.
       01  LOAD-RECORD.
           05  LOAD-LESSON-CODE    PIC X(6).
           05  LOAD-LANGUAGE-CODE  PIC X(2).
           05  LOAD-SEQUENCE       PIC X(2).
           05  LOAD-TEXT           PIC X(60).
           05  LOAD-CHOICE-A       PIC X(30).
           05  LOAD-CHOICE-B       PIC X(30).
           05  LOAD-CHOICE-C       PIC X(30).
           05  LOAD-ANSWER         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-QUESTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-LOAD-FILE-STATUS      PIC XX VALUE "00".
       01  WS-QUESTION-FILE-OPEN    PIC X VALUE "N".
       01  WS-LOAD-FILE-OPEN        PIC X VALUE "N".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
       01  WS-LOADED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 3000-LOAD-QUESTIONS UNTIL WS-EOF-SWITCH = "Y"
            PERFORM 9000-CLOSE-FILES
            DISPLAY "QUESTION_LOAD: LOADED " WS-LOADED-COUNT
                    " REJECTED " WS-REJECTED-COUNT
            IF WS-REJECTED-COUNT > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT LOAD-FILE
            IF WS-LOAD-FILE-STATUS <> "00"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: QUESTION LOAD FILE UNAVAILABLE, STATUS="
                       WS-LOAD-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-LOAD-FILE-OPEN
               OPEN OUTPUT QUESTION-FILE
               IF WS-QUESTION-FILE-STATUS <> "00"
                  MOVE "Y" TO WS-EOF-SWITCH
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: QUESTION FILE UNAVAILABLE, STATUS="
                          WS-QUESTION-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-QUESTION-FILE-OPEN
               END-IF
            END-IF.

       3000-LOAD-QUESTIONS.
            READ LOAD-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  MOVE FUNCTION UPPER-CASE(LOAD-ANSWER) TO LOAD-ANSWER
                  IF LOAD-LESSON-CODE = SPACES
                     OR LOAD-LANGUAGE-CODE = SPACES
                     OR LOAD-SEQUENCE IS NOT NUMERIC
                     OR LOAD-SEQUENCE = "00"
                     OR LOAD-TEXT = SPACES
                     ADD 1 TO WS-REJECTED-COUNT
                     DISPLAY "QUESTION_LOAD: REJECTED "
                             LOAD-LESSON-CODE " " LOAD-LANGUAGE-CODE
                             " " LOAD-SEQUENCE
                             " - MISSING FIELD"
                  ELSE
                     IF (LOAD-ANSWER = "A" AND LOAD-CHOICE-A <> SPACES)
                        OR (LOAD-ANSWER = "B"
                            AND LOAD-CHOICE-B <> SPACES)
                        OR (LOAD-ANSWER = "C"
                            AND LOAD-CHOICE-C <> SPACES)
                        PERFORM 3100-WRITE-QUESTION
                     ELSE
                        ADD 1 TO WS-REJECTED-COUNT
                        DISPLAY "QUESTION_LOAD: REJECTED "
                                LOAD-LESSON-CODE " "
                                LOAD-LANGUAGE-CODE " " LOAD-SEQUENCE
                                " - ANSWER NOT A FILLED CHOICE"
                     END-IF
                  END-IF
            END-READ.

       3100-WRITE-QUESTION.
            MOVE LOAD-LESSON-CODE   TO QST-LESSON-CODE
            MOVE LOAD-LANGUAGE-CODE TO QST-LANGUAGE-CODE
            MOVE LOAD-SEQUENCE      TO QST-SEQUENCE
            MOVE LOAD-TEXT          TO QST-TEXT
            MOVE LOAD-CHOICE-A      TO QST-CHOICE-A
            MOVE LOAD-CHOICE-B      TO QST-CHOICE-B
            MOVE LOAD-CHOICE-C      TO QST-CHOICE-C
            MOVE LOAD-ANSWER        TO QST-ANSWER
            WRITE QUESTION-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECTED-COUNT
                  DISPLAY "QUESTION_LOAD: REJECTED "
                          LOAD-LESSON-CODE " " LOAD-LANGUAGE-CODE
                          " " LOAD-SEQUENCE
                          " - DUPLICATE KEY"
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
            END-WRITE.

       9000-CLOSE-FILES.
            IF WS-LOAD-FILE-OPEN = "Y"
               CLOSE LOAD-FILE
            END-IF
            IF WS-QUESTION-FILE-OPEN = "Y"
               CLOSE QUESTION-FILE
            END-IF.
       END PROGRAM QUESTION_LOAD.
