      *          only failed runs, so a shift that quietly stops
      *          running is caught the next morning instead of at
      *          month end. Return code 04 when anything is missing.
      *          Each missing shift is also appended to the common
      *          exceptions file for EXCEPTION_DIGEST, with a
      *          re-check marker for every processing day checked.
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
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-FILE-OPEN     PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN  PIC X VALUE "N".
       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
       01  WS-FROM-DATE            PIC X(8).
       01  WS-TO-DATE              PIC X(8).
               PERFORM 8000-WRITE-TOTALS
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               CLOSE EXCEPTION-FILE
            END-IF
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 1600-OPEN-EXCEPTIONS
            END-IF.

       1600-OPEN-EXCEPTIONS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       2000-LOAD-SCHEDULE.
       4100-REPORT-ONE-DAY.
            PERFORM 4200-REPORT-ONE-SHIFT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > 3
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               PERFORM 4400-WRITE-RECHECK
            END-IF.

       4200-REPORT-ONE-SHIFT.
            IF WS-SCH-SCHEDULED(WS-DAY-SUB, WS-SHIFT-SUB) = "Y"
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               DISPLAY "MISSED_RUNS: " WS-DETAIL-LINE(1:40)
               IF WS-EXCEPTION-FILE-OPEN = "Y"
                  PERFORM 4300-WRITE-EXCEPTION
               END-IF
            END-IF.

       4300-WRITE-EXCEPTION.
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "E"                       TO EXC-RECORD-TYPE
            MOVE "MISSED_RUNS"             TO EXC-SOURCE
            MOVE "2"                       TO EXC-SEVERITY
            MOVE "MISSED-RUN"              TO EXC-CATEGORY
            STRING WS-SCH-DATE(WS-DAY-SUB) DELIMITED BY SIZE
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
            END-IF.

       4400-WRITE-RECHECK.
      *     EVERY SCHEDULED SHIFT OF THIS DAY WAS LOOKED AT - A SHIFT
      *     REPORTED BEFORE AND NOT NOW HAS BEEN RE-RUN SINCE
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "R"                       TO EXC-RECORD-TYPE
            MOVE "MISSED_RUNS"             TO EXC-SOURCE
            MOVE "MISSED-RUN"              TO EXC-CATEGORY
            MOVE WS-SCH-DATE(WS-DAY-SUB)   TO EXC-KEY
            MOVE "TURNOS DEL DIA REVISADOS" TO EXC-TEXT
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       8000-WRITE-TOTALS.
