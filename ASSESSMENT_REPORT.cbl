      ******************************************************************
      * Author:
      * Date:
      * Purpose: First-time pass rate by lesson, for the content desk.
      *          Reads every attempt on data/SCORE-HISTORY.DAT (one
      *          record per assessment taken by EXAMPLE_DIVISION, in
      *          the order taken) and, for each lesson, counts the
      *          operators sitting it for the first time, how many of
      *          those passed first time, the first-time pass rate
      *          and the total attempts including retakes. A lesson
      *          whose first-time pass rate is under 50% is marked
      *          REVISAR - when most people fail it first time the
      *          lesson or its questions are usually the problem, not
      *          the operators. Lessons are listed in lesson-code
      *          order; attempts at lessons no longer on the master
      *          are listed after them. Writes
      *          data/ASSESSMENT-REPORT.TXT. The operator and lesson
      *          pairs already seen are kept on an indexed work file
      *          (data/ASSESSMENT-SEEN.WRK, rebuilt every run) so the
      *          history can grow without limit; if the work file
      *          cannot be written the rates are marked unreliable
      *          and the return code is 95.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESSMENT_REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LESSON-MASTER-SELECT.

           SELECT OPTIONAL SCORE-HISTORY-FILE
               ASSIGN TO "data/SCORE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-FILE-STATUS.

           SELECT SEEN-FILE ASSIGN TO "data/ASSESSMENT-SEEN.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEEN-KEY
               FILE STATUS IS WS-SEEN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/ASSESSMENT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  SCORE-HISTORY-FILE.
           COPY SCORE-HISTORY-RECORD.

      *    OPERATOR + LESSON PAIRS ALREADY SEEN, SO A RETAKE IS NOT
      *    COUNTED AS A FIRST ATTEMPT
       FD  SEEN-FILE.
       01  SEEN-RECORD.
           05  SEEN-KEY.
               10  SEEN-OPERATOR-ID   PIC X(8).
               10  SEEN-LESSON-CODE   PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS      PIC XX VALUE "00".
       01  WS-SCORE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-SEEN-FILE-STATUS        PIC XX VALUE "00".
       01  WS-SEEN-FILE-OPEN          PIC X VALUE "N".
       01  WS-SEEN-FILENAME           PIC X(40)
                                      VALUE "data/ASSESSMENT-SEEN.WRK".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN        PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-RETURN-CODE             PIC 9(2) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME       PIC X(21).
       01  WS-TODAY                   PIC X(8).
       01  WS-LESSON-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-LES-SUB                 PIC 9(3) COMP.
       01  WS-FOUND-SUB               PIC 9(3) COMP.
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
       01  WS-FIRST-ATTEMPT           PIC X VALUE "N".
       01  WS-ATTEMPT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REVIEW-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-REVIEW-RATE             PIC 9(3) VALUE 50.
       01  WS-RATE                    PIC 9(3).
       01  WS-EDIT-FIRST              PIC ZZZ9.
       01  WS-EDIT-PASSED             PIC ZZZ9.
       01  WS-EDIT-RATE               PIC ZZ9.
       01  WS-EDIT-ATTEMPTS           PIC ZZZ9.
       01  WS-REVIEW-FLAG             PIC X(8).
       01  WS-DETAIL-LINE             PIC X(80).

       01  WS-LESSON-TABLE.
           05  WS-LT-ENTRY OCCURS 200 TIMES.
               10  WS-LT-CODE      PIC X(6).
               10  WS-LT-TITULO    PIC X(40).
               10  WS-LT-FIRST     PIC 9(4).
               10  WS-LT-PASSED    PIC 9(4).
               10  WS-LT-ATTEMPTS  PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-OPEN-FILES
            IF WS-RETURN-CODE = ZERO
               PERFORM 2000-LOAD-LESSONS UNTIL WS-EOF-SWITCH = "Y"
               PERFORM 3000-LOAD-ATTEMPTS
               PERFORM 4000-PRINT-REPORT
               PERFORM 8000-WRITE-TOTALS
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-OPEN-FILES.
            INITIALIZE WS-LESSON-TABLE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS = "00"
               MOVE "Y" TO WS-LESSON-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            END-IF
            IF WS-RETURN-CODE = ZERO
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: REPORT FILE UNAVAILABLE, STATUS="
                          WS-REPORT-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-REPORT-FILE-OPEN
               END-IF
            END-IF
            IF WS-RETURN-CODE = ZERO
               OPEN OUTPUT SEEN-FILE
               IF WS-SEEN-FILE-STATUS = "00"
                  CLOSE SEEN-FILE
                  OPEN I-O SEEN-FILE
               END-IF
               IF WS-SEEN-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: ATTEMPT WORK FILE UNAVAILABLE, "
                          "STATUS=" WS-SEEN-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-SEEN-FILE-OPEN
               END-IF
            END-IF.

       2000-LOAD-LESSONS.
            READ LESSON-MASTER-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF WS-LESSON-COUNT < 200
                     ADD 1 TO WS-LESSON-COUNT
                     MOVE LESSON-CODE
                          TO WS-LT-CODE(WS-LESSON-COUNT)
                     MOVE LESSON-TITULO
                          TO WS-LT-TITULO(WS-LESSON-COUNT)
                  ELSE
                     DISPLAY "WARNING: LESSON TABLE FULL, REPORT "
                             "COVERS THE FIRST 200 LESSONS"
                     MOVE "Y" TO WS-EOF-SWITCH
                  END-IF
            END-READ.

       3000-LOAD-ATTEMPTS.
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT SCORE-HISTORY-FILE
            IF WS-SCORE-FILE-STATUS <> "00"
               AND WS-SCORE-FILE-STATUS <> "05"
               DISPLAY "WARNING: SCORE HISTORY UNAVAILABLE, STATUS="
                       WS-SCORE-FILE-STATUS
            ELSE
               PERFORM 3100-LOAD-ONE-ATTEMPT
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE SCORE-HISTORY-FILE
            END-IF.

       3100-LOAD-ONE-ATTEMPT.
            READ SCORE-HISTORY-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-ATTEMPT-COUNT
                  PERFORM 3200-POST-ATTEMPT
            END-READ.

       3200-POST-ATTEMPT.
            MOVE "N" TO WS-FOUND-SWITCH
            MOVE ZERO TO WS-FOUND-SUB
            PERFORM 3210-MATCH-LESSON
               VARYING WS-LES-SUB FROM 1 BY 1
               UNTIL WS-LES-SUB > WS-LESSON-COUNT
                  OR WS-FOUND-SWITCH = "Y"
      *     A LESSON RETIRED SINCE IT WAS SAT STILL GETS A LINE
            IF WS-FOUND-SWITCH = "N"
               IF WS-LESSON-COUNT < 200
                  ADD 1 TO WS-LESSON-COUNT
                  MOVE SCR-LESSON-CODE TO WS-LT-CODE(WS-LESSON-COUNT)
                  MOVE "(NO ESTA EN EL MAESTRO)"
                       TO WS-LT-TITULO(WS-LESSON-COUNT)
                  MOVE WS-LESSON-COUNT TO WS-FOUND-SUB
                  MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                  DISPLAY "WARNING: LESSON TABLE FULL, SKIPPING "
                          SCR-LESSON-CODE
               END-IF
            END-IF
            IF WS-FOUND-SWITCH = "Y"
               ADD 1 TO WS-LT-ATTEMPTS(WS-FOUND-SUB)
               PERFORM 3300-CHECK-FIRST-ATTEMPT
               IF WS-FIRST-ATTEMPT = "Y"
                  ADD 1 TO WS-LT-FIRST(WS-FOUND-SUB)
                  IF SCR-RESULT = "P"
                     ADD 1 TO WS-LT-PASSED(WS-FOUND-SUB)
                  END-IF
               END-IF
            END-IF.

       3210-MATCH-LESSON.
            IF WS-LT-CODE(WS-LES-SUB) = SCR-LESSON-CODE
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE WS-LES-SUB TO WS-FOUND-SUB
            END-IF.

       3300-CHECK-FIRST-ATTEMPT.
      *     THE FIRST RECORD FOR AN OPERATOR AND LESSON GOES ONTO THE
      *     WORK FILE; A RETAKE FINDS ITS KEY ALREADY THERE
            MOVE SCR-OPERATOR-ID TO SEEN-OPERATOR-ID
            MOVE SCR-LESSON-CODE TO SEEN-LESSON-CODE
            MOVE "N" TO WS-FIRST-ATTEMPT
            WRITE SEEN-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-FIRST-ATTEMPT
            END-WRITE
            IF WS-SEEN-FILE-STATUS <> "00"
               AND WS-SEEN-FILE-STATUS <> "22"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "ERROR: ATTEMPT WORK FILE WRITE FAILED, STATUS="
                       WS-SEEN-FILE-STATUS
            END-IF.

       4000-PRINT-REPORT.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TASA DE APROBACION AL PRIMER INTENTO POR LECCION  "
                   DELIMITED BY SIZE
                   "FECHA: "   DELIMITED BY SIZE
                   WS-TODAY    DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-RETURN-CODE = 95
               MOVE "HISTORIAL NO LEIDO COMPLETO - TASAS NO FIABLES"
                    TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CODIGO TITULO                        "
                   DELIMITED BY SIZE
                   " PRIMER APROB TASA INTENTOS"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            PERFORM 4100-PRINT-LESSON
               VARYING WS-LES-SUB FROM 1 BY 1
               UNTIL WS-LES-SUB > WS-LESSON-COUNT.

       4100-PRINT-LESSON.
      *     LESSONS NOBODY HAS SAT YET HAVE NOTHING TO SAY
            IF WS-LT-ATTEMPTS(WS-LES-SUB) > ZERO
               MOVE ZERO TO WS-RATE
               IF WS-LT-FIRST(WS-LES-SUB) > ZERO
                  COMPUTE WS-RATE ROUNDED =
                          WS-LT-PASSED(WS-LES-SUB) * 100
                          / WS-LT-FIRST(WS-LES-SUB)
               END-IF
               MOVE SPACES TO WS-REVIEW-FLAG
               IF WS-LT-FIRST(WS-LES-SUB) > ZERO
                  AND WS-RATE < WS-REVIEW-RATE
                  MOVE " REVISAR" TO WS-REVIEW-FLAG
                  ADD 1 TO WS-REVIEW-COUNT
               END-IF
               MOVE WS-LT-FIRST(WS-LES-SUB)    TO WS-EDIT-FIRST
               MOVE WS-LT-PASSED(WS-LES-SUB)   TO WS-EDIT-PASSED
               MOVE WS-RATE                    TO WS-EDIT-RATE
               MOVE WS-LT-ATTEMPTS(WS-LES-SUB) TO WS-EDIT-ATTEMPTS
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-LT-CODE(WS-LES-SUB)         DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      WS-LT-TITULO(WS-LES-SUB)(1:30) DELIMITED BY SIZE
                      "   "                          DELIMITED BY SIZE
                      WS-EDIT-FIRST                  DELIMITED BY SIZE
                      "  "                           DELIMITED BY SIZE
                      WS-EDIT-PASSED                 DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      WS-EDIT-RATE                   DELIMITED BY SIZE
                      "%     "                       DELIMITED BY SIZE
                      WS-EDIT-ATTEMPTS               DELIMITED BY SIZE
                      WS-REVIEW-FLAG                 DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TOTAL INTENTOS: "      DELIMITED BY SIZE
                   WS-ATTEMPT-COUNT        DELIMITED BY SIZE
                   "  LECCIONES A REVISAR: " DELIMITED BY SIZE
                   WS-REVIEW-COUNT         DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "ASSESSMENT_REPORT: ATTEMPTS " WS-ATTEMPT-COUNT
                    " LESSONS TO REVIEW " WS-REVIEW-COUNT.

       9000-CLOSE-FILES.
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE LESSON-MASTER-FILE
            END-IF
            IF WS-SEEN-FILE-OPEN = "Y"
               CLOSE SEEN-FILE
               CALL "CBL_DELETE_FILE" USING WS-SEEN-FILENAME
               MOVE ZERO TO RETURN-CODE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF.
       END PROGRAM ASSESSMENT_REPORT.
