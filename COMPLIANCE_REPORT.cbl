      *          lesson master and prints, per operator and per
      *          catalog section, how many lessons are completed and
      *          which are still outstanding - the answer compliance
      *          asks for twice a year. The history is read from the
      *          operator completion index
      *          (data/COMPLETION-INDEX.DAT), which keeps every year
      *          after COMPLETION_ROLLOVER has moved the old rows out
      *          of data/COMPLETION.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY OPERATOR-MASTER-SELECT.

           COPY COMPLETION-INDEX-SELECT.

           SELECT REPORT-FILE
               ASSIGN TO "data/COMPLIANCE-REPORT.TXT"
       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  COMPLETION-INDEX-FILE.
           COPY COMPLETION-INDEX-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       01  WS-ARCHIVE-FILE-STATUS     PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-OPEN      PIC X VALUE "N".
       01  WS-OPERATOR-NAME           PIC X(30).
       01  WS-CINDEX-FILE-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN        PIC X VALUE "N".

       3000-LOAD-COMPLETIONS.
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT COMPLETION-INDEX-FILE
            IF WS-CINDEX-FILE-STATUS <> "00"
               DISPLAY "WARNING: NO COMPLETION HISTORY, STATUS="
                       WS-CINDEX-FILE-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
            ELSE
               PERFORM 3100-LOAD-ONE-COMPLETION
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COMPLETION-INDEX-FILE
            END-IF.

       3100-LOAD-ONE-COMPLETION.
            READ COMPLETION-INDEX-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
            END-IF.

       3210-MATCH-LESSON.
            IF WS-LT-CODE(WS-LES-SUB) = CIX-LESSON-CODE
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE WS-LES-SUB TO WS-FOUND-SUB
            END-IF.
               IF WS-OPERATOR-COUNT < 50
                  ADD 1 TO WS-OPERATOR-COUNT
                  MOVE WS-OPERATOR-COUNT TO WS-OP-SUB
                  MOVE CIX-OPERATOR-ID TO WS-OP-ID(WS-OP-SUB)
               ELSE
                  MOVE ZERO TO WS-OP-SUB
                  DISPLAY "WARNING: OPERATOR TABLE FULL, SKIPPING "
                          CIX-OPERATOR-ID
               END-IF
            END-IF.

       3310-MATCH-OPERATOR.
            ADD 1 TO WS-OP-SUB
            IF WS-OP-ID(WS-OP-SUB) = CIX-OPERATOR-ID
               MOVE "Y" TO WS-FOUND-OP
            END-IF.

