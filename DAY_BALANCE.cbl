      *          stream. Each run already balances its own counts in
      *          EXAMPLE_DIVISION's reconcile step; this program
      *          proves the day's files agree with EACH OTHER. For
      *          the given date it totals RH-DISPLAY-COUNT and
      *          RH-PRESENTED-COUNT on the run-history file, counts
      *          the completion rows stamped that date (in
      *          data/COMPLETION.DAT and, once COMPLETION_ROLLOVER has
      *          closed off the year, data/COMPLETION-YYYY.DAT),
      *          totals the FC-ROW-COUNT trailers for feed
      *          generations cut that
      *          date, and totals the REJECT-COUNT and FAIL-COUNT
      *          lines on that day's audit file. Completion rows are
      *          balanced against presentations rather than lessons
      *          shown, because a classroom session posts one row
      *          per attendee for each lesson and a lesson failed at
      *          assessment posts none. It then
      *          prints an in-balance/out-of-balance report and
      *          returns 90 when anything disagrees, so a dropped
      *          completion or a short feed surfaces the same night
      *          instead of weeks later. Each comparison out of
      *          balance is also appended to the common exceptions
      *          file for EXCEPTION_DIGEST, with a re-check marker for
      *          the date once all comparisons have been made.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL COMPLETION-FILE
               ASSIGN DYNAMIC WS-COMPLETION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-COMPLETION-FILE-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-FILE-OPEN       PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN    PIC X VALUE "N".
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-COMPARE-NUMBER         PIC 9(1).
       01  WS-AUDIT-FILENAME         PIC X(40).
       01  WS-COMPLETION-FILENAME    PIC X(40).
       01  WS-EOF-SWITCH             PIC X VALUE "N".
       01  WS-RH-DISPLAY-TOTAL       PIC 9(6) VALUE ZERO.
       01  WS-RH-REJECT-TOTAL        PIC 9(6) VALUE ZERO.
       01  WS-RH-PRESENTED-TOTAL     PIC 9(6) VALUE ZERO.
       01  WS-COMPLETION-TOTAL       PIC 9(6) VALUE ZERO.
       01  WS-FEED-ROW-TOTAL         PIC 9(6) VALUE ZERO.
       01  WS-AUDIT-REJECT-TOTAL     PIC 9(6) VALUE ZERO.
       01  WS-AUDIT-FAIL-TOTAL       PIC 9(6) VALUE ZERO.
       01  WS-OUT-OF-BALANCE         PIC 9(2) VALUE ZERO.
       01  WS-AUDIT-REJECT-VALUE     PIC 9(4).
       01  WS-EDIT-6                 PIC 9(6).
            MOVE ZERO TO LS-RETURN-CODE
            MOVE ZERO TO WS-RH-DISPLAY-TOTAL
            MOVE ZERO TO WS-RH-REJECT-TOTAL
            MOVE ZERO TO WS-RH-PRESENTED-TOTAL
            MOVE ZERO TO WS-COMPLETION-TOTAL
            MOVE ZERO TO WS-FEED-ROW-TOTAL
            MOVE ZERO TO WS-AUDIT-REJECT-TOTAL
            MOVE ZERO TO WS-AUDIT-FAIL-TOTAL
            MOVE ZERO TO WS-OUT-OF-BALANCE
            PERFORM 1000-OPEN-REPORT
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 6000-COMPARE-TOTALS
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               PERFORM 6300-WRITE-RECHECK
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

       2000-TOTAL-RUN-HISTORY.
                     IF RH-DISPLAY-COUNT IS NUMERIC
                        ADD RH-DISPLAY-COUNT TO WS-RH-DISPLAY-TOTAL
                     END-IF
      *              OLDER RECORDS PREDATE THE PRESENTED COUNT; ONE
      *              OPERATOR PER RUN MEANT IT EQUALLED THE DISPLAYS
                     IF RH-PRESENTED-COUNT IS NUMERIC
                        ADD RH-PRESENTED-COUNT
                           TO WS-RH-PRESENTED-TOTAL
                     ELSE
                        IF RH-DISPLAY-COUNT IS NUMERIC
                           ADD RH-DISPLAY-COUNT
                              TO WS-RH-PRESENTED-TOTAL
                        END-IF
                     END-IF
                     IF RH-REJECT-COUNT IS NUMERIC
                        ADD RH-REJECT-COUNT TO WS-RH-REJECT-TOTAL
                     END-IF
            END-READ.

       3000-TOTAL-COMPLETIONS.
      *     A DATE FROM A YEAR ALREADY ROLLED OVER IS FOUND IN THAT
      *     YEAR'S FILE; AN ABSENT YEAR FILE JUST ADDS NOTHING
            MOVE "data/COMPLETION.DAT" TO WS-COMPLETION-FILENAME
            PERFORM 3050-TOTAL-COMPLETION-FILE
            MOVE SPACES TO WS-COMPLETION-FILENAME
            STRING "data/COMPLETION-" DELIMITED BY SIZE
                   LS-RUN-DATE(1:4)   DELIMITED BY SIZE
                   ".DAT"             DELIMITED BY SIZE
                   INTO WS-COMPLETION-FILENAME
            END-STRING
            PERFORM 3050-TOTAL-COMPLETION-FILE.

       3050-TOTAL-COMPLETION-FILE.
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT COMPLETION-FILE
            IF WS-COMPLETION-FILE-STATUS = "00"
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COMPLETION-FILE
            ELSE
               DISPLAY "WARNING: " WS-COMPLETION-FILENAME
                       " UNAVAILABLE, STATUS="
                       WS-COMPLETION-FILE-STATUS
            END-IF.

                     ADD WS-AUDIT-REJECT-VALUE
                        TO WS-AUDIT-REJECT-TOTAL
                  END-IF
                  IF AUD-FIELD-NAME = "FAIL-COUNT"
                     AND AUD-FIELD-VALUE(1:4) IS NUMERIC
                     MOVE AUD-FIELD-VALUE(1:4)
                          TO WS-AUDIT-REJECT-VALUE
                     ADD WS-AUDIT-REJECT-VALUE
                        TO WS-AUDIT-FAIL-TOTAL
                  END-IF
            END-READ.

       6000-COMPARE-TOTALS.
            MOVE WS-RH-PRESENTED-TOTAL TO WS-EDIT-6
            COMPUTE WS-EDIT-6B =
                    WS-COMPLETION-TOTAL + WS-AUDIT-FAIL-TOTAL
            MOVE "RUN HISTORY PRESENTED VS COMPLETIONS + FAILS"
                 TO WS-COMPARE-LABEL
            MOVE 1 TO WS-COMPARE-NUMBER
            PERFORM 6100-WRITE-ONE-COMPARISON
            MOVE WS-RH-DISPLAY-TOTAL TO WS-EDIT-6
            MOVE WS-FEED-ROW-TOTAL   TO WS-EDIT-6B
            MOVE "RUN HISTORY DISPLAYS VS FEED TRAILER ROWS"
                 TO WS-COMPARE-LABEL
            MOVE 2 TO WS-COMPARE-NUMBER
            PERFORM 6100-WRITE-ONE-COMPARISON
            MOVE WS-RH-REJECT-TOTAL     TO WS-EDIT-6
            MOVE WS-AUDIT-REJECT-TOTAL  TO WS-EDIT-6B
            MOVE "RUN HISTORY REJECTS VS AUDIT REJECT-COUNT"
                 TO WS-COMPARE-LABEL
            MOVE 3 TO WS-COMPARE-NUMBER
            PERFORM 6100-WRITE-ONE-COMPARISON
            IF WS-OUT-OF-BALANCE = ZERO
               MOVE "DIA CUADRADO - ALL FILES AGREE"
                                 DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               IF WS-EXCEPTION-FILE-OPEN = "Y"
                  PERFORM 6200-WRITE-EXCEPTION
               END-IF
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       6200-WRITE-EXCEPTION.
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "E"                       TO EXC-RECORD-TYPE
            MOVE "DAY_BALANCE"             TO EXC-SOURCE
            MOVE "1"                       TO EXC-SEVERITY
            MOVE "UNBALANCED"              TO EXC-CATEGORY
            STRING LS-RUN-DATE             DELIMITED BY SIZE
                   "-"                     DELIMITED BY SIZE
                   WS-COMPARE-NUMBER       DELIMITED BY SIZE
                   INTO EXC-KEY
            END-STRING
            STRING WS-EDIT-6               DELIMITED BY SIZE
                   "/"                     DELIMITED BY SIZE
                   WS-EDIT-6B              DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   WS-COMPARE-LABEL        DELIMITED BY SIZE
                   INTO EXC-TEXT
            END-STRING
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       6300-WRITE-RECHECK.
      *     EVERY COMPARISON FOR THE DATE WAS MADE - ONE REPORTED
      *     BEFORE AND IN BALANCE NOW HAS BEEN PUT RIGHT
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-CURRENT-DATE-TIME(1:8) TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "R"                       TO EXC-RECORD-TYPE
            MOVE "DAY_BALANCE"             TO EXC-SOURCE
            MOVE "UNBALANCED"              TO EXC-CATEGORY
            MOVE LS-RUN-DATE               TO EXC-KEY
            MOVE "CUADRE DEL DIA REVISADO" TO EXC-TEXT
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.
       END PROGRAM DAY_BALANCE.
