      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end rollover of the completion history and
      *          rebuild of the operator completion index
      *          (data/COMPLETION-INDEX.DAT).
      *          Mode R (argument 1) moves every row of
      *          data/COMPLETION.DAT dated in the given year
      *          (argument 2, default last year) to
      *          data/COMPLETION-YYYY.DAT and leaves the other rows
      *          in data/COMPLETION.DAT. Rows from an earlier year
      *          are counted and kept where they are, so DAY_BALANCE
      *          still finds every row for a date in either the
      *          current file or that date's own year file. Before
      *          a row leaves, the index is checked to carry it: a
      *          missing operator and lesson is added, and a date
      *          outside the first and latest dates on the index
      *          widens them. If the index cannot be updated the
      *          whole rollover is abandoned. The index itself is
      *          never rolled. A year that already has its dated
      *          file is refused with return code 12; only a past
      *          year can be rolled over.
      *          Mode B empties the index and rebuilds it from the
      *          dated files and data/COMPLETION.DAT. Run it once
      *          to create the index, and again whenever it is
      *          suspected to be out of step with the flat files.
      *          Run it on purpose, outside the lesson stream, on
      *          the same pattern as ARCHIVE_PURGE. Returns 16 for a
      *          bad mode or year, 95 when a file is unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETION_ROLLOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLETION-FILE
               ASSIGN DYNAMIC WS-COMPLETION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-FILE-STATUS.

           SELECT OPTIONAL YEAR-FILE
               ASSIGN DYNAMIC WS-YEAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-FILE-STATUS.

           SELECT KEEP-FILE
               ASSIGN DYNAMIC WS-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

           COPY COMPLETION-INDEX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-FILE.
           COPY COMPLETION-RECORD.

       FD  YEAR-FILE.
       01  YEAR-RECORD               PIC X(23).

       FD  KEEP-FILE.
       01  KEEP-RECORD               PIC X(23).

       FD  COMPLETION-INDEX-FILE.
           COPY COMPLETION-INDEX-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-COMPLETION-FILE-STATUS PIC XX VALUE "00".
       01  WS-YEAR-FILE-STATUS       PIC XX VALUE "00".
       01  WS-KEEP-FILE-STATUS       PIC XX VALUE "00".
       01  WS-CINDEX-FILE-STATUS     PIC XX VALUE "00".
       01  WS-COMPLETION-FILE-OPEN   PIC X VALUE "N".
       01  WS-OUTPUT-FILES-OPEN      PIC X VALUE "N".
       01  WS-CINDEX-FILE-OPEN       PIC X VALUE "N".
       01  WS-COMPLETION-FILENAME    PIC X(40).
       01  WS-YEAR-FILENAME          PIC X(40).
       01  WS-NEW-FILENAME           PIC X(40)
                                     VALUE "data/COMPLETION.NEW".
       01  WS-CURRENT-FILENAME       PIC X(40)
                                     VALUE "data/COMPLETION.DAT".
       01  WS-EOF-SWITCH             PIC X VALUE "N".
       01  WS-MODE                   PIC X.
       01  WS-YEAR-X                 PIC X(4).
       01  WS-ROLL-YEAR              PIC 9(4).
       01  WS-CURRENT-YEAR           PIC 9(4).
       01  WS-SCAN-YEAR              PIC 9(4).
       01  WS-FIRST-YEAR             PIC 9(4) VALUE 1990.
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-TODAY                  PIC X(8).
       01  WS-INDEX-CHANGED          PIC X VALUE "N".
       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ROLLED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-EARLIER-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-FILE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-INDEX-ADDED            PIC 9(7) VALUE ZERO.
       01  WS-INDEX-WIDENED          PIC 9(7) VALUE ZERO.
       01  WS-INDEX-ERRORS           PIC 9(7) VALUE ZERO.
       01  WS-RETURN-CODE            PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
            PERFORM 1000-GET-PARAMETERS
            EVALUATE WS-MODE
               WHEN "R"
                  PERFORM 2000-RUN-ROLLOVER
               WHEN "B"
                  PERFORM 3000-REBUILD-INDEX
               WHEN OTHER
                  DISPLAY "COMPLETION_ROLLOVER: INVALID MODE, "
                          "USE R OR B"
                  MOVE 16 TO WS-RETURN-CODE
            END-EVALUATE
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-GET-PARAMETERS.
            DISPLAY 1 UPON ARGUMENT-NUMBER
            ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACE TO WS-MODE
            END-ACCEPT
            IF WS-MODE = SPACE
               DISPLAY "R = YEAR-END ROLLOVER  B = REBUILD INDEX"
               DISPLAY "SELECT MODE: "
               ACCEPT WS-MODE
            END-IF
            IF WS-MODE = "R"
               PERFORM 1100-GET-ROLLOVER-YEAR
            END-IF.

       1100-GET-ROLLOVER-YEAR.
            DISPLAY 2 UPON ARGUMENT-NUMBER
            ACCEPT WS-YEAR-X FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACES TO WS-YEAR-X
            END-ACCEPT
            IF WS-YEAR-X = SPACES
      *        THE NORMAL YEAR-END RUN CLOSES OFF LAST YEAR
               COMPUTE WS-ROLL-YEAR = WS-CURRENT-YEAR - 1
               MOVE WS-ROLL-YEAR TO WS-YEAR-X
            END-IF.

       2000-RUN-ROLLOVER.
      *     MODE R - MOVE ONE PAST YEAR'S ROWS TO ITS DATED HISTORY FILE
            IF WS-YEAR-X IS NOT NUMERIC
               DISPLAY "COMPLETION_ROLLOVER: YEAR MUST BE YYYY"
               MOVE 16 TO WS-RETURN-CODE
            ELSE
               MOVE WS-YEAR-X TO WS-ROLL-YEAR
               IF WS-ROLL-YEAR NOT < WS-CURRENT-YEAR
                  DISPLAY "COMPLETION_ROLLOVER: ONLY A PAST YEAR CAN "
                          "BE ROLLED OVER"
                  MOVE 16 TO WS-RETURN-CODE
               END-IF
            END-IF
            IF WS-RETURN-CODE = ZERO
               PERFORM 2100-CHECK-YEAR-FILE
            END-IF
            IF WS-RETURN-CODE = ZERO
               PERFORM 2200-OPEN-ROLLOVER-FILES
            END-IF
            IF WS-RETURN-CODE = ZERO
               AND WS-OUTPUT-FILES-OPEN = "Y"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2300-ROLL-ONE-ROW
                  UNTIL WS-EOF-SWITCH = "Y"
            END-IF
            PERFORM 2800-CLOSE-ROLLOVER-FILES
            IF WS-OUTPUT-FILES-OPEN = "Y"
               IF WS-RETURN-CODE = ZERO
                  PERFORM 2900-SWAP-COMPLETION-FILES
                  DISPLAY "COMPLETION_ROLLOVER: ROLLED "
                          WS-ROLLED-COUNT " ROWS TO "
                          WS-YEAR-FILENAME
                  DISPLAY "COMPLETION_ROLLOVER: KEPT "
                          WS-KEPT-COUNT " ROWS IN "
                          WS-CURRENT-FILENAME
                  IF WS-EARLIER-COUNT > ZERO
                     DISPLAY "WARNING: " WS-EARLIER-COUNT
                             " ROWS DATED BEFORE " WS-YEAR-X
                             " KEPT IN " WS-CURRENT-FILENAME
                  END-IF
                  DISPLAY "COMPLETION_ROLLOVER: INDEX ENTRIES ADDED "
                          WS-INDEX-ADDED " WIDENED " WS-INDEX-WIDENED
               ELSE
      *           A HALF-WRITTEN ROLLOVER IS THROWN AWAY SO THE
      *           CURRENT FILE STAYS WHOLE AND THE YEAR CAN BE RERUN
                  CALL "CBL_DELETE_FILE" USING WS-YEAR-FILENAME
                  CALL "CBL_DELETE_FILE" USING WS-NEW-FILENAME
                  MOVE ZERO TO RETURN-CODE
                  DISPLAY "COMPLETION_ROLLOVER: ROLLOVER ABANDONED, "
                          WS-CURRENT-FILENAME " UNCHANGED"
               END-IF
            END-IF.

       2100-CHECK-YEAR-FILE.
            MOVE SPACES TO WS-YEAR-FILENAME
            STRING "data/COMPLETION-" DELIMITED BY SIZE
                   WS-YEAR-X          DELIMITED BY SIZE
                   ".DAT"             DELIMITED BY SIZE
                   INTO WS-YEAR-FILENAME
            END-STRING
            OPEN INPUT YEAR-FILE
            EVALUATE WS-YEAR-FILE-STATUS
               WHEN "05"
      *           OPTIONAL FILE ABSENT - THE YEAR IS STILL OPEN
                  CLOSE YEAR-FILE
               WHEN "00"
                  CLOSE YEAR-FILE
                  MOVE 12 TO WS-RETURN-CODE
                  DISPLAY "COMPLETION_ROLLOVER: YEAR " WS-YEAR-X
                          " ALREADY ROLLED OVER TO " WS-YEAR-FILENAME
               WHEN OTHER
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: " WS-YEAR-FILENAME
                          " UNAVAILABLE, STATUS=" WS-YEAR-FILE-STATUS
            END-EVALUATE.

       2200-OPEN-ROLLOVER-FILES.
            OPEN I-O COMPLETION-INDEX-FILE
            IF WS-CINDEX-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: COMPLETION INDEX UNAVAILABLE, STATUS="
                       WS-CINDEX-FILE-STATUS
               IF WS-CINDEX-FILE-STATUS = "35"
                  DISPLAY "BUILD IT FIRST WITH COMPLETION_ROLLOVER B"
               END-IF
            ELSE
               MOVE "Y" TO WS-CINDEX-FILE-OPEN
               MOVE WS-CURRENT-FILENAME TO WS-COMPLETION-FILENAME
               OPEN INPUT COMPLETION-FILE
               EVALUATE WS-COMPLETION-FILE-STATUS
                  WHEN "00"
                     MOVE "Y" TO WS-COMPLETION-FILE-OPEN
                  WHEN "05"
                     CLOSE COMPLETION-FILE
                     DISPLAY "COMPLETION_ROLLOVER: NO COMPLETION "
                             "HISTORY TO ROLL OVER"
                  WHEN OTHER
                     MOVE 95 TO WS-RETURN-CODE
                     DISPLAY "ERROR: COMPLETION FILE UNAVAILABLE, "
                             "STATUS=" WS-COMPLETION-FILE-STATUS
               END-EVALUATE
            END-IF
            IF WS-COMPLETION-FILE-OPEN = "Y"
               OPEN OUTPUT YEAR-FILE
               IF WS-YEAR-FILE-STATUS <> "00"
                  AND WS-YEAR-FILE-STATUS <> "05"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: " WS-YEAR-FILENAME
                          " UNAVAILABLE, STATUS=" WS-YEAR-FILE-STATUS
               ELSE
                  OPEN OUTPUT KEEP-FILE
                  IF WS-KEEP-FILE-STATUS <> "00"
                     MOVE 95 TO WS-RETURN-CODE
                     DISPLAY "ERROR: " WS-NEW-FILENAME
                             " UNAVAILABLE, STATUS="
                             WS-KEEP-FILE-STATUS
                     CLOSE YEAR-FILE
                     CALL "CBL_DELETE_FILE" USING WS-YEAR-FILENAME
                     MOVE ZERO TO RETURN-CODE
                  ELSE
                     MOVE "Y" TO WS-OUTPUT-FILES-OPEN
                  END-IF
               END-IF
            END-IF.

       2300-ROLL-ONE-ROW.
            READ COMPLETION-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
      *           ONLY THE YEAR ASKED FOR MOVES; A ROW WITH NO USABLE
      *           DATE, OR FROM ANY OTHER YEAR, STAYS IN THE CURRENT
      *           FILE
                  IF COMP-DATE(1:4) = WS-YEAR-X
                     PERFORM 2400-CARRY-INTO-INDEX
                     IF WS-RETURN-CODE = ZERO
                        PERFORM 2500-WRITE-YEAR-ROW
                     END-IF
                  ELSE
                     IF COMP-DATE(1:4) IS NUMERIC
                        AND COMP-DATE(1:4) < WS-YEAR-X
                        ADD 1 TO WS-EARLIER-COUNT
                     END-IF
                     PERFORM 2600-WRITE-KEEP-ROW
                  END-IF
            END-READ.

       2400-CARRY-INTO-INDEX.
      *     THE INDEX IS THE ONLY TRACE OF A ROLLED ROW THE DAILY
      *     RUNS SEE, SO A ROW THAT NEVER REACHED IT (INDEX DOWN ON
      *     THE DAY) IS PUT THERE BEFORE IT LEAVES THE CURRENT FILE
            IF COMP-OPERATOR-ID <> SPACES
               AND COMP-LESSON-CODE <> SPACES
               MOVE COMP-OPERATOR-ID TO CIX-OPERATOR-ID
               MOVE COMP-LESSON-CODE TO CIX-LESSON-CODE
               READ COMPLETION-INDEX-FILE
                  INVALID KEY
                     MOVE COMP-DATE       TO CIX-FIRST-DATE
                     MOVE COMP-DATE       TO CIX-LATEST-DATE
                     MOVE 1               TO CIX-COMPLETION-COUNT
                     MOVE COMP-SHIFT-CODE TO CIX-LATEST-SHIFT
                     WRITE COMPLETION-INDEX-RECORD
                     IF WS-CINDEX-FILE-STATUS = "00"
                        ADD 1 TO WS-INDEX-ADDED
                     END-IF
                  NOT INVALID KEY
                     PERFORM 2410-WIDEN-INDEX-ENTRY
               END-READ
      *        A ROW MAY NOT LEAVE THE CURRENT FILE UNLESS THE INDEX
      *        CARRIES IT
               IF WS-CINDEX-FILE-STATUS <> "00"
                  ADD 1 TO WS-INDEX-ERRORS
                  MOVE 95 TO WS-RETURN-CODE
                  MOVE "Y" TO WS-EOF-SWITCH
                  DISPLAY "ERROR: COMPLETION INDEX UPDATE FAILED FOR "
                          COMP-OPERATOR-ID " " COMP-LESSON-CODE
                          ", STATUS=" WS-CINDEX-FILE-STATUS
               END-IF
            END-IF.

       2410-WIDEN-INDEX-ENTRY.
      *     A ROW INSIDE THE FIRST-LATEST RANGE IS TAKEN AS ALREADY
      *     COUNTED; ONE OUTSIDE IT CANNOT HAVE BEEN
            MOVE "N" TO WS-INDEX-CHANGED
            IF COMP-DATE < CIX-FIRST-DATE
               MOVE COMP-DATE TO CIX-FIRST-DATE
               MOVE "Y" TO WS-INDEX-CHANGED
            END-IF
            IF COMP-DATE > CIX-LATEST-DATE
               MOVE COMP-DATE       TO CIX-LATEST-DATE
               MOVE COMP-SHIFT-CODE TO CIX-LATEST-SHIFT
               MOVE "Y" TO WS-INDEX-CHANGED
            END-IF
            IF WS-INDEX-CHANGED = "Y"
               ADD 1 TO CIX-COMPLETION-COUNT
               REWRITE COMPLETION-INDEX-RECORD
               IF WS-CINDEX-FILE-STATUS = "00"
                  ADD 1 TO WS-INDEX-WIDENED
               END-IF
            END-IF.

       2500-WRITE-YEAR-ROW.
            WRITE YEAR-RECORD FROM COMPLETION-RECORD
            IF WS-YEAR-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "ERROR: " WS-YEAR-FILENAME
                       " WRITE FAILED, STATUS=" WS-YEAR-FILE-STATUS
            ELSE
               ADD 1 TO WS-ROLLED-COUNT
            END-IF.

       2600-WRITE-KEEP-ROW.
            WRITE KEEP-RECORD FROM COMPLETION-RECORD
            IF WS-KEEP-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "ERROR: " WS-NEW-FILENAME
                       " WRITE FAILED, STATUS=" WS-KEEP-FILE-STATUS
            ELSE
               ADD 1 TO WS-KEPT-COUNT
            END-IF.

       2800-CLOSE-ROLLOVER-FILES.
            IF WS-COMPLETION-FILE-OPEN = "Y"
               CLOSE COMPLETION-FILE
               MOVE "N" TO WS-COMPLETION-FILE-OPEN
            END-IF
            IF WS-OUTPUT-FILES-OPEN = "Y"
               CLOSE YEAR-FILE
               CLOSE KEEP-FILE
            END-IF
            IF WS-CINDEX-FILE-OPEN = "Y"
               CLOSE COMPLETION-INDEX-FILE
               MOVE "N" TO WS-CINDEX-FILE-OPEN
            END-IF.

       2900-SWAP-COMPLETION-FILES.
            CALL "CBL_DELETE_FILE" USING WS-CURRENT-FILENAME
            MOVE ZERO TO RETURN-CODE
            CALL "CBL_RENAME_FILE" USING WS-NEW-FILENAME
                                         WS-CURRENT-FILENAME
            IF RETURN-CODE <> ZERO
               DISPLAY "WARNING: COULD NOT SWAP COMPLETION FILES - "
                       "CURRENT ROWS LEFT IN data/COMPLETION.NEW"
               MOVE ZERO TO RETURN-CODE
            END-IF.

       3000-REBUILD-INDEX.
      *     MODE B - REBUILD THE INDEX FROM EVERY FLAT COMPLETION FILE
            OPEN OUTPUT COMPLETION-INDEX-FILE
            IF WS-CINDEX-FILE-STATUS = "00"
               CLOSE COMPLETION-INDEX-FILE
               OPEN I-O COMPLETION-INDEX-FILE
            END-IF
            IF WS-CINDEX-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: COMPLETION INDEX UNAVAILABLE, STATUS="
                       WS-CINDEX-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-CINDEX-FILE-OPEN
      *        OLDEST YEAR FIRST SO THE LATEST SHIFT COMES OUT RIGHT
               PERFORM 3100-LOAD-YEAR-FILE
                  VARYING WS-SCAN-YEAR FROM WS-FIRST-YEAR BY 1
                  UNTIL WS-SCAN-YEAR > WS-CURRENT-YEAR
                     OR WS-RETURN-CODE <> ZERO
               IF WS-RETURN-CODE = ZERO
                  MOVE WS-CURRENT-FILENAME TO WS-COMPLETION-FILENAME
                  PERFORM 3200-LOAD-ONE-FILE
               END-IF
               CLOSE COMPLETION-INDEX-FILE
               MOVE "N" TO WS-CINDEX-FILE-OPEN
               DISPLAY "COMPLETION_ROLLOVER: INDEX REBUILT FROM "
                       WS-FILE-COUNT " FILES, " WS-READ-COUNT " ROWS"
               DISPLAY "COMPLETION_ROLLOVER: INDEX ENTRIES "
                       WS-INDEX-ADDED " ROWS SKIPPED "
                       WS-SKIPPED-COUNT
               IF WS-INDEX-ERRORS > ZERO
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: " WS-INDEX-ERRORS
                          " ROWS COULD NOT BE POSTED TO THE INDEX"
               END-IF
            END-IF.

       3100-LOAD-YEAR-FILE.
            MOVE SPACES TO WS-COMPLETION-FILENAME
            STRING "data/COMPLETION-" DELIMITED BY SIZE
                   WS-SCAN-YEAR       DELIMITED BY SIZE
                   ".DAT"             DELIMITED BY SIZE
                   INTO WS-COMPLETION-FILENAME
            END-STRING
            PERFORM 3200-LOAD-ONE-FILE.

       3200-LOAD-ONE-FILE.
            OPEN INPUT COMPLETION-FILE
            EVALUATE WS-COMPLETION-FILE-STATUS
               WHEN "05"
      *           OPTIONAL FILE ABSENT - NO ROLLOVER FOR THAT YEAR
                  CLOSE COMPLETION-FILE
               WHEN "00"
                  ADD 1 TO WS-FILE-COUNT
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM 3300-POST-ONE-ROW
                     UNTIL WS-EOF-SWITCH = "Y"
                  CLOSE COMPLETION-FILE
               WHEN OTHER
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: " WS-COMPLETION-FILENAME
                          " UNAVAILABLE, STATUS="
                          WS-COMPLETION-FILE-STATUS
            END-EVALUATE.

       3300-POST-ONE-ROW.
            READ COMPLETION-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  IF COMP-OPERATOR-ID = SPACES
                     OR COMP-LESSON-CODE = SPACES
                     ADD 1 TO WS-SKIPPED-COUNT
                  ELSE
                     PERFORM 3400-POST-INDEX-ENTRY
                  END-IF
            END-READ.

       3400-POST-INDEX-ENTRY.
            MOVE COMP-OPERATOR-ID TO CIX-OPERATOR-ID
            MOVE COMP-LESSON-CODE TO CIX-LESSON-CODE
            READ COMPLETION-INDEX-FILE
               INVALID KEY
                  MOVE COMP-DATE       TO CIX-FIRST-DATE
                  MOVE COMP-DATE       TO CIX-LATEST-DATE
                  MOVE 1               TO CIX-COMPLETION-COUNT
                  MOVE COMP-SHIFT-CODE TO CIX-LATEST-SHIFT
                  WRITE COMPLETION-INDEX-RECORD
                  IF WS-CINDEX-FILE-STATUS = "00"
                     ADD 1 TO WS-INDEX-ADDED
                  END-IF
               NOT INVALID KEY
                  ADD 1 TO CIX-COMPLETION-COUNT
                  IF COMP-DATE < CIX-FIRST-DATE
                     MOVE COMP-DATE TO CIX-FIRST-DATE
                  END-IF
                  IF COMP-DATE NOT < CIX-LATEST-DATE
                     MOVE COMP-DATE       TO CIX-LATEST-DATE
                     MOVE COMP-SHIFT-CODE TO CIX-LATEST-SHIFT
                  END-IF
                  REWRITE COMPLETION-INDEX-RECORD
            END-READ
            IF WS-CINDEX-FILE-STATUS <> "00"
               ADD 1 TO WS-INDEX-ERRORS
               DISPLAY "WARNING: COMPLETION INDEX UPDATE FAILED FOR "
                       COMP-OPERATOR-ID " " COMP-LESSON-CODE
                       ", STATUS=" WS-CINDEX-FILE-STATUS
            END-IF.
       END PROGRAM COMPLETION_ROLLOVER.
