      *          section list is small and owned in one place), with
      *          duplicate checking and a loaded/rejected register so
      *          the section master never has to be hand-crafted the
      *          way the lesson master used to be. The pass mark
      *          column is the percentage of assessment questions
      *          that must be answered correctly for a lesson in the
      *          section to complete; left blank it takes the
      *          standard 70.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LOAD-SECT-CODE            PIC X(4).
           05  LOAD-SECT-NAME            PIC X(30).
           05  LOAD-SECT-EXPECTED-COUNT  PIC X(4).
           05  LOAD-SECT-PASS-MARK       PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-SECTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-LOADED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-RETURN-CODE          PIC 9(2) VALUE ZERO.
       01  WS-DEFAULT-PASS-MARK    PIC 9(3) VALUE 70.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF LOAD-SECT-PASS-MARK = SPACES
                     MOVE WS-DEFAULT-PASS-MARK TO LOAD-SECT-PASS-MARK
                  END-IF
                  IF LOAD-SECT-CODE = SPACES
                     OR LOAD-SECT-EXPECTED-COUNT IS NOT NUMERIC
                     ADD 1 TO WS-REJECTED-COUNT
                     DISPLAY "SECTION_LOAD: REJECTED " LOAD-SECT-CODE
                             " - BAD CODE OR EXPECTED COUNT"
                  ELSE
                     IF LOAD-SECT-PASS-MARK IS NOT NUMERIC
                        OR LOAD-SECT-PASS-MARK > "100"
                        ADD 1 TO WS-REJECTED-COUNT
                        DISPLAY "SECTION_LOAD: REJECTED "
                                LOAD-SECT-CODE
                                " - PASS MARK NOT 000-100"
                     ELSE
                        PERFORM 3100-WRITE-SECTION
                     END-IF
                  END-IF
            END-READ.

       3100-WRITE-SECTION.
            MOVE LOAD-SECT-CODE TO SECT-CODE
            MOVE LOAD-SECT-NAME TO SECT-NAME
            MOVE LOAD-SECT-EXPECTED-COUNT TO SECT-EXPECTED-COUNT
            MOVE LOAD-SECT-PASS-MARK TO SECT-PASS-MARK
            WRITE SECTION-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECTED-COUNT
                  DISPLAY "SECTION_LOAD: REJECTED " LOAD-SECT-CODE
                          " - DUPLICATE SECTION CODE"
               NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
            END-WRITE.

       9000-CLOSE-FILES.
            IF WS-LOAD-FILE-OPEN = "Y"
               CLOSE LOAD-FILE
