      *          queue is indexed by lesson code plus reason code;
      *          it is copied to data/SUSPENSE.NEW as it is worked
      *          and swapped over the old file at the end, so an
      *          interrupted session never loses items. Every
      *          repair rewritten to the master is written to the
      *          lesson change journal (data/LESSON-JOURNAL.DAT) with
      *          the record as it was before and after the fix.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS NSP-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "data/LESSON-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
               10  NSP-REASON-CODE  PIC X(2).
           05  FILLER               PIC X(54).

       FD  JOURNAL-FILE.
           COPY LESSON-JOURNAL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS    PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS   PIC XX VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS  PIC XX VALUE "00".
       01  WS-NEW-FILE-STATUS       PIC XX VALUE "00".
       01  WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-STAMP         PIC X(21).
       01  WS-LESSON-FILE-OPEN      PIC X VALUE "N".
       01  WS-SECTION-FILE-OPEN     PIC X VALUE "N".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
                     CLOSE SUSPENSE-FILE
                     CLOSE LESSON-MASTER-FILE
                     CLOSE SECTION-MASTER-FILE
                  ELSE
                     PERFORM 1200-OPEN-JOURNAL
                  END-IF
               ELSE
                  MOVE "Y" TO WS-EOF-SWITCH
               END-IF
            END-IF.

       1200-OPEN-JOURNAL.
      *     A REPAIR THAT CANNOT BE JOURNALLED IS NOT MADE
            OPEN EXTEND JOURNAL-FILE
            IF WS-JOURNAL-FILE-STATUS <> "00"
               AND WS-JOURNAL-FILE-STATUS <> "05"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "N" TO WS-LESSON-FILE-OPEN
               DISPLAY "ERROR: LESSON JOURNAL UNAVAILABLE, STATUS="
                       WS-JOURNAL-FILE-STATUS
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-NEW-FILE
               CLOSE LESSON-MASTER-FILE
               CLOSE SECTION-MASTER-FILE
            END-IF.

       3000-WORK-QUEUE.
            READ SUSPENSE-FILE NEXT RECORD
               AT END
               INVALID KEY
                  DISPLAY "LESSON NO LONGER ON MASTER, ITEM LEFT OPEN"
               NOT INVALID KEY
                  MOVE LESSON-SECTION-CODE TO LJR-BEFORE-SECTION-CODE
                  MOVE LESSON-TITULO       TO LJR-BEFORE-TITULO
                  MOVE LESSON-NUMERO       TO LJR-BEFORE-NUMERO
                  IF SUSP-REASON-CODE = "NN"
                     MOVE WS-NEW-NUMERO TO LESSON-NUMERO
                  ELSE
                        DISPLAY "REWRITE FAILED, ITEM LEFT OPEN"
                     NOT INVALID KEY
                        MOVE "Y" TO WS-ITEM-FIXED
                        PERFORM 3600-WRITE-JOURNAL
                  END-REWRITE
            END-READ.

       3600-WRITE-JOURNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP
            MOVE WS-JOURNAL-STAMP(1:8)  TO LJR-DATE
            MOVE WS-JOURNAL-STAMP(9:8)  TO LJR-TIME
            MOVE "SUSPENSE_REPAIR"      TO LJR-PROGRAM-ID
            MOVE "R"                    TO LJR-ACTION
            MOVE "S"                    TO LJR-SOURCE
            MOVE SPACES                 TO LJR-SOURCE-REF
            STRING "SUSPENSE "      DELIMITED BY SIZE
                   SUSP-REASON-CODE DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   SUSP-DATE-ADDED  DELIMITED BY SIZE
                   INTO LJR-SOURCE-REF
            END-STRING
            MOVE LESSON-CODE            TO LJR-LESSON-CODE
            MOVE LESSON-SECTION-CODE    TO LJR-AFTER-SECTION-CODE
            MOVE LESSON-TITULO          TO LJR-AFTER-TITULO
            MOVE LESSON-NUMERO          TO LJR-AFTER-NUMERO
            WRITE LESSON-JOURNAL-RECORD
      *     THE MASTER HAS ALREADY BEEN FIXED - SAY SO, BUT DO NOT
      *     HOLD BACK THE QUEUE SWAP AND REOPEN A REPAIRED ITEM
            IF WS-JOURNAL-FILE-STATUS <> "00"
               DISPLAY "ERROR: JOURNAL WRITE FAILED FOR "
                       LESSON-CODE ", STATUS="
                       WS-JOURNAL-FILE-STATUS
            END-IF.

       9000-CLOSE-FILES.
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-NEW-FILE
               CLOSE LESSON-MASTER-FILE
               CLOSE SECTION-MASTER-FILE
               CLOSE JOURNAL-FILE
            END-IF.

       9100-SWAP-SUSPENSE-FILES.
