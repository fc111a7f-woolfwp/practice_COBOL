      *          Prints a register showing RELEASED, REJECTED and
      *          still PENDING items. Called by DISPATCHER so the
      *          end-of-shift stream can run it every night.
      *          Every released add, change and retire is written to
      *          the lesson change journal (data/LESSON-JOURNAL.DAT)
      *          with the before and after image, the same way
      *          LESSON_MAINT journals the changes it applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "data/LESSON-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(100).

       FD  JOURNAL-FILE.
           COPY LESSON-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS    PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS   PIC XX VALUE "00".
       01  WS-PENDING-FILE-OPEN     PIC X VALUE "N".
       01  WS-NEW-FILE-OPEN         PIC X VALUE "N".
       01  WS-REGISTER-FILE-OPEN    PIC X VALUE "N".
       01  WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-FILE-OPEN     PIC X VALUE "N".
       01  WS-JOURNAL-STAMP         PIC X(21).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
       01  WS-TRANS-VALID           PIC X VALUE "Y".
       01  WS-REJECT-REASON         PIC X(30).
               IF WS-REGISTER-FILE-OPEN = "Y"
                  PERFORM 1300-OPEN-PENDING-NEW
               END-IF
               IF WS-NEW-FILE-OPEN = "Y"
                  PERFORM 1350-OPEN-JOURNAL
               END-IF
               IF WS-LESSON-FILE-OPEN = "N"
                  OR WS-SECTION-FILE-OPEN = "N"
                  OR WS-ARCHIVE-FILE-OPEN = "N"
                  OR WS-REGISTER-FILE-OPEN = "N"
                  OR WS-NEW-FILE-OPEN = "N"
                  OR WS-JOURNAL-FILE-OPEN = "N"
                  MOVE "Y" TO WS-EOF-SWITCH
                  MOVE "N" TO WS-PENDING-FILE-OPEN
                  MOVE 95 TO LS-RETURN-CODE
                       WS-NEW-FILE-STATUS
            END-IF.

       1350-OPEN-JOURNAL.
            OPEN EXTEND JOURNAL-FILE
            IF WS-JOURNAL-FILE-STATUS = "00"
               OR WS-JOURNAL-FILE-STATUS = "05"
               MOVE "Y" TO WS-JOURNAL-FILE-OPEN
            ELSE
               DISPLAY "ERROR: LESSON JOURNAL UNAVAILABLE, STATUS="
                       WS-JOURNAL-FILE-STATUS
            END-IF.

       3000-PROCESS-PENDING.
            READ PENDING-FILE
               AT END
               INVALID KEY
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "DUPLICATE LESSON-CODE" TO WS-REJECT-REASON
               NOT INVALID KEY
                  MOVE SPACES TO LJR-BEFORE-IMAGE
                  PERFORM 3620-SAVE-AFTER-IMAGE
                  PERFORM 3600-WRITE-JOURNAL
            END-WRITE.

       3300-CHANGE-LESSON.
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "LESSON-CODE NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  PERFORM 3610-SAVE-BEFORE-IMAGE
                  IF TRN-SECTION-CODE <> SPACES
                     MOVE TRN-SECTION-CODE TO LESSON-SECTION-CODE
                  END-IF
                     INVALID KEY
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                     NOT INVALID KEY
                        PERFORM 3620-SAVE-AFTER-IMAGE
                        PERFORM 3600-WRITE-JOURNAL
                  END-REWRITE
            END-READ.

                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "LESSON-CODE NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  PERFORM 3610-SAVE-BEFORE-IMAGE
                  PERFORM 3450-ARCHIVE-LESSON
                  IF WS-TRANS-VALID = "Y"
                     DELETE LESSON-MASTER-FILE
                        INVALID KEY
                           MOVE "N" TO WS-TRANS-VALID
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                        NOT INVALID KEY
                           MOVE SPACES TO LJR-AFTER-IMAGE
                           PERFORM 3600-WRITE-JOURNAL
                     END-DELETE
                  END-IF
            END-READ.
               PERFORM 4200-WRITE-PENDING-LINE
            END-IF.

       3600-WRITE-JOURNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP
            MOVE WS-JOURNAL-STAMP(1:8) TO LJR-DATE
            MOVE WS-JOURNAL-STAMP(9:8) TO LJR-TIME
            MOVE "LESSON_RELEASE"      TO LJR-PROGRAM-ID
            MOVE TRN-ACTION            TO LJR-ACTION
            MOVE "P"                   TO LJR-SOURCE
            MOVE SPACES                TO LJR-SOURCE-REF
            STRING "EFFECTIVE "       DELIMITED BY SIZE
                   TRN-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO LJR-SOURCE-REF
            END-STRING
            MOVE TRN-LESSON-CODE       TO LJR-LESSON-CODE
            WRITE LESSON-JOURNAL-RECORD
      *     THE MASTER HAS ALREADY CHANGED, SO A LOST JOURNAL RECORD
      *     IS A WARNING - HOLDING THE QUEUE BACK WOULD ONLY APPLY
      *     THE SAME CHANGE AGAIN TOMORROW
            IF WS-JOURNAL-FILE-STATUS <> "00"
               DISPLAY "ERROR: JOURNAL WRITE FAILED FOR "
                       TRN-LESSON-CODE ", STATUS="
                       WS-JOURNAL-FILE-STATUS
               IF LS-RETURN-CODE = ZERO
                  MOVE 04 TO LS-RETURN-CODE
               END-IF
            END-IF.

       3610-SAVE-BEFORE-IMAGE.
            MOVE LESSON-SECTION-CODE TO LJR-BEFORE-SECTION-CODE
            MOVE LESSON-TITULO       TO LJR-BEFORE-TITULO
            MOVE LESSON-NUMERO       TO LJR-BEFORE-NUMERO.

       3620-SAVE-AFTER-IMAGE.
            MOVE LESSON-SECTION-CODE TO LJR-AFTER-SECTION-CODE
            MOVE LESSON-TITULO       TO LJR-AFTER-TITULO
            MOVE LESSON-NUMERO       TO LJR-AFTER-NUMERO.

       4000-WRITE-RELEASED-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING TRN-ACTION        DELIMITED BY SIZE
            END-IF
            IF WS-REGISTER-FILE-OPEN = "Y"
               CLOSE REGISTER-FILE
            END-IF
            IF WS-JOURNAL-FILE-OPEN = "Y"
               CLOSE JOURNAL-FILE
            END-IF.

       9100-SWAP-PENDING-FILES.
