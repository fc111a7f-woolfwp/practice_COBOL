      *          (acknowledge) takes a generation number and marks
      *          it acknowledged, rewriting the control file through
      *          data/FEED-CONTROL.NEW the same way SUSPENSE_REPAIR
      *          swaps its queue. Mode V also appends each flagged
      *          generation to the common exceptions file for
      *          EXCEPTION_DIGEST, with a re-check marker once the
      *          whole control file has been read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CONTROL-FILE.
       FD  CONTROL-NEW-FILE.
       01  CONTROL-NEW-RECORD PIC X(35).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FEED-CTL-STATUS    PIC XX VALUE "00".
       01  WS-NEW-FILE-STATUS    PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN PIC X VALUE "N".
       01  WS-EOF-SWITCH         PIC X VALUE "N".
       01  WS-MODE               PIC X(1).
       01  WS-CUTOFF-DAYS-X      PIC X(3).
               COMPUTE WS-CUTOFF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                       - WS-CUTOFF-DAYS
               PERFORM 2050-OPEN-EXCEPTIONS
               OPEN INPUT FEED-CONTROL-FILE
               IF WS-FEED-CTL-STATUS <> "00"
                  DISPLAY "FEED_VERIFY: NO FEED CONTROL FILE, "
                  IF WS-FLAGGED-COUNT > ZERO
                     MOVE 04 TO WS-RETURN-CODE
                  END-IF
                  IF WS-EXCEPTION-FILE-OPEN = "Y"
                     PERFORM 2300-WRITE-RECHECK
                  END-IF
               END-IF
               IF WS-EXCEPTION-FILE-OPEN = "Y"
                  CLOSE EXCEPTION-FILE
               END-IF
            END-IF.

       2050-OPEN-EXCEPTIONS.
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       2100-CHECK-ONE-GENERATION.
            READ FEED-CONTROL-FILE
               AT END
                                FC-GENERATION " OF " FC-RUN-DATE
                                " (" FC-ROW-COUNT " ROWS)"
                                " NOT ACKNOWLEDGED"
                        IF WS-EXCEPTION-FILE-OPEN = "Y"
                           PERFORM 2200-WRITE-EXCEPTION
                        END-IF
                     END-IF
                  END-IF
            END-READ.

       2200-WRITE-EXCEPTION.
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-TODAY                  TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "E"                       TO EXC-RECORD-TYPE
            MOVE "FEED_VERIFY"             TO EXC-SOURCE
            MOVE "2"                       TO EXC-SEVERITY
            MOVE "FEED-UNACK"              TO EXC-CATEGORY
            MOVE FC-GENERATION             TO EXC-KEY
            STRING "GENERACION "           DELIMITED BY SIZE
                   FC-GENERATION           DELIMITED BY SIZE
                   " DEL "                 DELIMITED BY SIZE
                   FC-RUN-DATE             DELIMITED BY SIZE
                   " ("                    DELIMITED BY SIZE
                   FC-ROW-COUNT            DELIMITED BY SIZE
                   " FILAS) SIN ACUSE"     DELIMITED BY SIZE
                   INTO EXC-TEXT
            END-STRING
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       2300-WRITE-RECHECK.
      *     EVERY GENERATION ON THE CONTROL FILE WAS LOOKED AT - ONE
      *     FLAGGED BEFORE AND NOT NOW HAS BEEN ACKNOWLEDGED SINCE
            MOVE SPACES                    TO EXCEPTION-RECORD
            MOVE WS-TODAY                  TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "R"                       TO EXC-RECORD-TYPE
            MOVE "FEED_VERIFY"             TO EXC-SOURCE
            MOVE "FEED-UNACK"              TO EXC-CATEGORY
            MOVE "GENERACIONES REVISADAS"  TO EXC-TEXT
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       5000-ACKNOWLEDGE-GENERATION.
            IF WS-GENERATION-X IS NOT NUMERIC
               DISPLAY "FEED_VERIFY: GENERATION NOT NUMERIC"
