      *          edited now but held on data/LESSON-PENDING.DAT and
      *          shown as HELD on the register; LESSON_RELEASE
      *          applies it when the date comes due.
      *          Every add, change and retire applied to the master
      *          is also written to the lesson change journal
      *          (data/LESSON-JOURNAL.DAT) with the record as it was
      *          before and after, so CATALOG_ASOF can rebuild the
      *          catalog as it stood on any past date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "data/LESSON-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
       FD  PENDING-FILE.
       01  PENDING-RECORD PIC X(60).

       FD  JOURNAL-FILE.
           COPY LESSON-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS    PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS   PIC XX VALUE "00".
       01  WS-HELD-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TRANS-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PENDING-FILE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-FILE-OPEN     PIC X VALUE "N".
       01  WS-JOURNAL-STAMP         PIC X(21).
       01  WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TODAY                 PIC X(8).
               IF WS-ARCHIVE-FILE-OPEN = "Y"
                  PERFORM 1200-OPEN-REGISTER
               END-IF
               IF WS-REGISTER-FILE-OPEN = "Y"
                  PERFORM 1250-OPEN-JOURNAL
               END-IF
               IF WS-LESSON-FILE-OPEN = "N"
                  OR WS-SECTION-FILE-OPEN = "N"
                  OR WS-ARCHIVE-FILE-OPEN = "N"
                  OR WS-REGISTER-FILE-OPEN = "N"
                  OR WS-JOURNAL-FILE-OPEN = "N"
                  MOVE "Y" TO WS-EOF-SWITCH
                  MOVE 95 TO WS-RETURN-CODE
               END-IF
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
            END-IF.

       1250-OPEN-JOURNAL.
      *     NO JOURNAL, NO CHANGE: A MASTER CHANGE THAT CANNOT BE
      *     JOURNALLED WOULD LEAVE A HOLE IN THE CATALOG HISTORY
            OPEN EXTEND JOURNAL-FILE
            IF WS-JOURNAL-FILE-STATUS = "00"
               OR WS-JOURNAL-FILE-STATUS = "05"
               MOVE "Y" TO WS-JOURNAL-FILE-OPEN
            ELSE
               DISPLAY "ERROR: LESSON JOURNAL UNAVAILABLE, STATUS="
                       WS-JOURNAL-FILE-STATUS
            END-IF.

       3000-PROCESS-TRANSACTIONS.
            READ TRANS-FILE
               AT END
               INVALID KEY
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "DUPLICATE LESSON-CODE" TO WS-REJECT-REASON
               NOT INVALID KEY
                  MOVE SPACES TO LJR-BEFORE-IMAGE
                  PERFORM 3520-SAVE-AFTER-IMAGE
                  PERFORM 3500-WRITE-JOURNAL
            END-WRITE.

       3200-CHANGE-LESSON.
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "LESSON-CODE NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  PERFORM 3510-SAVE-BEFORE-IMAGE
                  IF TRN-SECTION-CODE <> SPACES
                     MOVE TRN-SECTION-CODE TO LESSON-SECTION-CODE
                  END-IF
                     INVALID KEY
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                     NOT INVALID KEY
                        PERFORM 3520-SAVE-AFTER-IMAGE
                        PERFORM 3500-WRITE-JOURNAL
                  END-REWRITE
            END-READ.

                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "LESSON-CODE NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  PERFORM 3510-SAVE-BEFORE-IMAGE
                  PERFORM 3350-ARCHIVE-LESSON
                  IF WS-TRANS-VALID = "Y"
                     DELETE LESSON-MASTER-FILE
                        INVALID KEY
                           MOVE "N" TO WS-TRANS-VALID
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                           MOVE SPACES TO LJR-AFTER-IMAGE
                           PERFORM 3500-WRITE-JOURNAL
                     END-DELETE
                  END-IF
            END-READ.
               CLOSE PENDING-FILE
            END-IF.

       3500-WRITE-JOURNAL.
      *     THE BEFORE AND AFTER IMAGES ARE ALREADY IN PLACE; STAMP
      *     THE RECORD WITH WHEN, WHO AND WHY AND APPEND IT
            MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP
            MOVE WS-JOURNAL-STAMP(1:8) TO LJR-DATE
            MOVE WS-JOURNAL-STAMP(9:8) TO LJR-TIME
            MOVE "LESSON_MAINT"        TO LJR-PROGRAM-ID
            MOVE TRN-ACTION            TO LJR-ACTION
            MOVE "T"                   TO LJR-SOURCE
            MOVE SPACES                TO LJR-SOURCE-REF
            STRING "TRANS "       DELIMITED BY SIZE
                   WS-TRANS-COUNT DELIMITED BY SIZE
                   INTO LJR-SOURCE-REF
            END-STRING
            MOVE TRN-LESSON-CODE       TO LJR-LESSON-CODE
            WRITE LESSON-JOURNAL-RECORD
            IF WS-JOURNAL-FILE-STATUS <> "00"
               DISPLAY "ERROR: JOURNAL WRITE FAILED FOR "
                       TRN-LESSON-CODE ", STATUS="
                       WS-JOURNAL-FILE-STATUS
               IF WS-RETURN-CODE = ZERO
                  MOVE 04 TO WS-RETURN-CODE
               END-IF
            END-IF.

       3510-SAVE-BEFORE-IMAGE.
            MOVE LESSON-SECTION-CODE TO LJR-BEFORE-SECTION-CODE
            MOVE LESSON-TITULO       TO LJR-BEFORE-TITULO
            MOVE LESSON-NUMERO       TO LJR-BEFORE-NUMERO.

       3520-SAVE-AFTER-IMAGE.
            MOVE LESSON-SECTION-CODE TO LJR-AFTER-SECTION-CODE
            MOVE LESSON-TITULO       TO LJR-AFTER-TITULO
            MOVE LESSON-NUMERO       TO LJR-AFTER-NUMERO.

       4000-WRITE-APPLIED-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING TRN-ACTION        DELIMITED BY SIZE
            END-IF
            IF WS-REGISTER-FILE-OPEN = "Y"
               CLOSE REGISTER-FILE
            END-IF
            IF WS-JOURNAL-FILE-OPEN = "Y"
               CLOSE JOURNAL-FILE
            END-IF.
       END PROGRAM LESSON_MAINT.
