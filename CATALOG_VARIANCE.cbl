      *          over plan. Returns 04 when any section is out of
      *          tolerance, so the review stops being an eyeball
      *          match between REPORT_LECCIONES and a spreadsheet.
      *          Each flagged section is also appended to the common
      *          exceptions file for EXCEPTION_DIGEST, followed by a
      *          re-check marker once every section has been walked.
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
       FD  LESSON-MASTER-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS   PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN     PIC X VALUE "N".
       01  WS-SECTION-FILE-OPEN    PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN     PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN  PIC X VALUE "N".
       01  WS-EOF-SWITCH           PIC X VALUE "N".
       01  WS-COUNT-DONE           PIC X VALUE "N".
       01  WS-ACTUAL-COUNT         PIC 9(4) VALUE ZERO.
            PERFORM 3000-PROCESS-SECTIONS UNTIL WS-EOF-SWITCH = "Y"
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 8000-WRITE-TOTALS
               PERFORM 7100-WRITE-RECHECK
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE "SECC PLAN REAL DIF   ESTADO" TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 1200-OPEN-EXCEPTIONS
            END-IF.

       1200-OPEN-EXCEPTIONS.
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       3000-PROCESS-SECTIONS.
                   SECT-NAME        DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-FLAG-TEXT <> "OK" AND WS-EXCEPTION-FILE-OPEN = "Y"
               PERFORM 7000-WRITE-EXCEPTION
            END-IF.

       7000-WRITE-EXCEPTION.
            MOVE SPACES              TO EXCEPTION-RECORD
            MOVE WS-TODAY            TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "E"                 TO EXC-RECORD-TYPE
            MOVE "CATALOG_VARIANCE"  TO EXC-SOURCE
            MOVE "3"                 TO EXC-SEVERITY
            MOVE "VARIANCE"          TO EXC-CATEGORY
            MOVE SECT-CODE           TO EXC-KEY
            STRING WS-FLAG-TEXT      DELIMITED BY SIZE
                   " PLAN "          DELIMITED BY SIZE
                   WS-EDIT-4         DELIMITED BY SIZE
                   " REAL "          DELIMITED BY SIZE
                   WS-EDIT-4B        DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SECT-NAME         DELIMITED BY SIZE
                   INTO EXC-TEXT
            END-STRING
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       7100-WRITE-RECHECK.
      *     EVERY SECTION WAS WALKED - ANY VARIANCE NOT REPORTED
      *     AGAIN THIS RUN HAS BEEN PUT RIGHT
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               MOVE SPACES              TO EXCEPTION-RECORD
               MOVE WS-TODAY            TO EXC-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
               MOVE "R"                 TO EXC-RECORD-TYPE
               MOVE "CATALOG_VARIANCE"  TO EXC-SOURCE
               MOVE "VARIANCE"          TO EXC-CATEGORY
               MOVE "SECCIONES REVISADAS" TO EXC-TEXT
               WRITE EXCEPTION-RECORD
               IF WS-EXCEPTION-FILE-STATUS <> "00"
                  MOVE "N" TO WS-EXCEPTION-FILE-OPEN
                  DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                          WS-EXCEPTION-FILE-STATUS
               END-IF
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               CLOSE EXCEPTION-FILE
            END-IF.
       END PROGRAM CATALOG_VARIANCE.
