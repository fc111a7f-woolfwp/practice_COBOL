      *          or opened and never closed out. Answers "was shift 1
      *          still open when that 22:00 run happened" from disk
      *          instead of from the audit logs. Return code 04 when
      *          there is anything to chase. Each finding is also
      *          appended to the common exceptions file for
      *          EXCEPTION_DIGEST, with a re-check marker for the date
      *          once all three shifts have been edited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-FILE-STATUS PIC XX VALUE "00".
       01  WS-SHIFT-FILE-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-FILE-OPEN     PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN  PIC X VALUE "N".
       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-CALENDAR-EOF         PIC X VALUE "N".
       01  WS-CALENDAR-FOUND       PIC X VALUE "N".
       01  WS-SHIFT-EOF            PIC X VALUE "N".
               PERFORM 8000-WRITE-TOTALS
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               IF LS-RETURN-CODE <> 95
                  PERFORM 4400-WRITE-RECHECK
               END-IF
               CLOSE EXCEPTION-FILE
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
            END-IF
            GOBACK.

       1000-OPEN-REPORT.
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 1100-OPEN-EXCEPTIONS
            END-IF.

       1100-OPEN-EXCEPTIONS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       2000-READ-CALENDAR-DAY.
                         INTO WS-DETAIL-LINE
                  END-STRING
                  PERFORM 4200-WRITE-EDIT-LINE
                  PERFORM 4300-WRITE-EXCEPTION
               WHEN WS-ST-FLAG(WS-SHIFT-SUB) = "C"
                  MOVE SPACES TO WS-DETAIL-LINE
                  STRING "TURNO " DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  PERFORM 4200-WRITE-EDIT-LINE
                  PERFORM 4300-WRITE-EXCEPTION
               WHEN WS-ST-FLAG(WS-SHIFT-SUB) = SPACE
                  AND WS-SCHED-FLAG(WS-SHIFT-SUB) = "Y"
                  ADD 1 TO WS-FINDING-COUNT
                         INTO WS-DETAIL-LINE
                  END-STRING
                  PERFORM 4200-WRITE-EDIT-LINE
                  PERFORM 4300-WRITE-EXCEPTION
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "SHIFT_EDIT: " WS-DETAIL-LINE.

       4300-WRITE-EXCEPTION.
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               MOVE SPACES                    TO EXCEPTION-RECORD
               MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
               MOVE "E"                       TO EXC-RECORD-TYPE
               MOVE "SHIFT_EDIT"              TO EXC-SOURCE
               MOVE "2"                       TO EXC-SEVERITY
               MOVE "SHIFT"                   TO EXC-CATEGORY
               STRING LS-RUN-DATE             DELIMITED BY SIZE
                      "-"                     DELIMITED BY SIZE
                      WS-SHIFT-SUB            DELIMITED BY SIZE
                      INTO EXC-KEY
               END-STRING
               MOVE WS-DETAIL-LINE            TO EXC-TEXT
               WRITE EXCEPTION-RECORD
               IF WS-EXCEPTION-FILE-STATUS <> "00"
                  MOVE "N" TO WS-EXCEPTION-FILE-OPEN
                  DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                          WS-EXCEPTION-FILE-STATUS
               END-IF
            END-IF.

       4400-WRITE-RECHECK.
      *     ALL THREE SHIFTS OF THE DATE WERE EDITED - A SHIFT
      *     REPORTED BEFORE AND NOT NOW HAS BEEN SQUARED AWAY
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "R"                       TO EXC-RECORD-TYPE
            MOVE "SHIFT_EDIT"              TO EXC-SOURCE
            MOVE "SHIFT"                   TO EXC-CATEGORY
            MOVE LS-RUN-DATE               TO EXC-KEY
            MOVE "TURNOS DEL DIA REVISADOS" TO EXC-TEXT
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "EXCEPCIONES: "   DELIMITED BY SIZE
