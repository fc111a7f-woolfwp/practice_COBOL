      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the training assignment file,
      *          on the same pattern as LESSON_MAINT and
      *          OPERATOR_MAINT. Reads the transaction file of
      *          add/change/delete requests keyed by assignee
      *          (one operator, or one OPR-HOME-SHIFT group) and
      *          target (one catalog section, or one lesson),
      *          applies them to data/ASSIGNMENT.DAT with duplicate-
      *          and not-found checking, and prints an
      *          applied/rejected register. The operator, section
      *          and lesson named on an add must already be on
      *          their masters, so an assignment can never point at
      *          something the lesson run will not recognise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT_MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASSIGNMENT-SELECT.

           COPY OPERATOR-MASTER-SELECT.

           COPY SECTION-MASTER-SELECT.

           COPY LESSON-MASTER-SELECT.

           SELECT TRANS-FILE ASSIGN TO "data/ASSIGNMENT-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "data/ASSIGNMENT-MAINT-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGNMENT-FILE.
           COPY ASSIGNMENT-RECORD.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  SECTION-MASTER-FILE.
           COPY SECTION-RECORD.

       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  TRANS-FILE.
           COPY ASSIGNMENT-TRANS-RECORD.

       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ASSIGNMENT-FILE-STATUS  PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-STATUS    PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS     PIC XX VALUE "00".
       01  WS-LESSON-FILE-STATUS      PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS       PIC XX VALUE "00".
       01  WS-REGISTER-FILE-STATUS    PIC XX VALUE "00".
       01  WS-ASSIGNMENT-FILE-OPEN    PIC X VALUE "N".
       01  WS-OPERATOR-FILE-OPEN      PIC X VALUE "N".
       01  WS-SECTION-FILE-OPEN       PIC X VALUE "N".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-TRANS-FILE-OPEN         PIC X VALUE "N".
       01  WS-REGISTER-FILE-OPEN      PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-TRANS-VALID             PIC X VALUE "Y".
       01  WS-REJECT-REASON           PIC X(30).
       01  WS-APPLIED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-TRANS-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RETURN-CODE             PIC 9(2) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME       PIC X(21).
       01  WS-TODAY                   PIC X(8).
       01  WS-WORK-DATE               PIC 9(8).
       01  WS-DETAIL-LINE             PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF WS-TRANS-FILE-OPEN = "Y"
               PERFORM 3000-PROCESS-TRANSACTIONS
                  UNTIL WS-EOF-SWITCH = "Y"
               PERFORM 8000-WRITE-TOTALS
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            OPEN INPUT TRANS-FILE
            IF WS-TRANS-FILE-STATUS <> "00"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: TRANSACTION FILE UNAVAILABLE, STATUS="
                       WS-TRANS-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-TRANS-FILE-OPEN
               PERFORM 1100-OPEN-ASSIGNMENT-FILE
               IF WS-ASSIGNMENT-FILE-OPEN = "Y"
                  PERFORM 1150-OPEN-REFERENCE-MASTERS
               END-IF
               IF WS-OPERATOR-FILE-OPEN = "Y"
                  AND WS-SECTION-FILE-OPEN = "Y"
                  AND WS-LESSON-FILE-OPEN = "Y"
                  PERFORM 1200-OPEN-REGISTER
               END-IF
               IF WS-ASSIGNMENT-FILE-OPEN = "N"
                  OR WS-OPERATOR-FILE-OPEN = "N"
                  OR WS-SECTION-FILE-OPEN = "N"
                  OR WS-LESSON-FILE-OPEN = "N"
                  OR WS-REGISTER-FILE-OPEN = "N"
                  MOVE "Y" TO WS-EOF-SWITCH
                  MOVE 95 TO WS-RETURN-CODE
               END-IF
            END-IF.

       1100-OPEN-ASSIGNMENT-FILE.
            OPEN I-O ASSIGNMENT-FILE
            IF WS-ASSIGNMENT-FILE-STATUS = "35"
      *        FIRST LOAD: CREATE AN EMPTY FILE, THEN REOPEN I-O
               OPEN OUTPUT ASSIGNMENT-FILE
               IF WS-ASSIGNMENT-FILE-STATUS = "00"
                  CLOSE ASSIGNMENT-FILE
                  OPEN I-O ASSIGNMENT-FILE
               END-IF
            END-IF
            IF WS-ASSIGNMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ASSIGNMENT-FILE-OPEN
            ELSE
               DISPLAY "ERROR: ASSIGNMENT FILE UNAVAILABLE, STATUS="
                       WS-ASSIGNMENT-FILE-STATUS
            END-IF.

       1150-OPEN-REFERENCE-MASTERS.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPERATOR-FILE-OPEN
            ELSE
               DISPLAY "ERROR: OPERATOR MASTER UNAVAILABLE, STATUS="
                       WS-OPERATOR-FILE-STATUS
            END-IF
            OPEN INPUT SECTION-MASTER-FILE
            IF WS-SECTION-FILE-STATUS = "00"
               MOVE "Y" TO WS-SECTION-FILE-OPEN
            ELSE
               DISPLAY "ERROR: SECTION MASTER UNAVAILABLE, STATUS="
                       WS-SECTION-FILE-STATUS
            END-IF
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS = "00"
               MOVE "Y" TO WS-LESSON-FILE-OPEN
            ELSE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            END-IF.

       1200-OPEN-REGISTER.
            OPEN OUTPUT REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS <> "00"
               DISPLAY "ERROR: REGISTER FILE UNAVAILABLE, STATUS="
                       WS-REGISTER-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-REGISTER-FILE-OPEN
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "REGISTRO DE MANTENIMIENTO DE ASIGNACIONES  "
                      DELIMITED BY SIZE
                      "FECHA: " DELIMITED BY SIZE
                      WS-TODAY  DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               MOVE "ACC T ASIGNADO T CODIGO VENCE    RESULTADO"
                    TO WS-DETAIL-LINE
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
            END-IF.

       3000-PROCESS-TRANSACTIONS.
            READ TRANS-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-TRANS-COUNT
                  MOVE FUNCTION UPPER-CASE(ATR-ASSIGNEE-ID)
                       TO ATR-ASSIGNEE-ID
                  PERFORM 3050-EDIT-TRANSACTION
                  IF WS-TRANS-VALID = "Y"
                     EVALUATE ATR-ACTION
                        WHEN "A"
                           PERFORM 3100-ADD-ASSIGNMENT
                        WHEN "C"
                           PERFORM 3200-CHANGE-ASSIGNMENT
                        WHEN "D"
                           PERFORM 3300-DELETE-ASSIGNMENT
                     END-EVALUATE
                  END-IF
                  IF WS-TRANS-VALID = "Y"
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 4000-WRITE-APPLIED-LINE
                  ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     PERFORM 4100-WRITE-REJECTED-LINE
                  END-IF
            END-READ.

       3050-EDIT-TRANSACTION.
            MOVE "Y" TO WS-TRANS-VALID
            MOVE SPACES TO WS-REJECT-REASON
            IF ATR-ACTION <> "A" AND ATR-ACTION <> "C"
               AND ATR-ACTION <> "D"
               MOVE "N" TO WS-TRANS-VALID
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
            END-IF
            IF WS-TRANS-VALID = "Y"
               IF ATR-ASSIGNEE-TYPE <> "O" AND ATR-ASSIGNEE-TYPE <> "S"
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "ASSIGNEE TYPE NOT O/S" TO WS-REJECT-REASON
               ELSE
                  IF ATR-ASSIGNEE-ID = SPACES
                     MOVE "N" TO WS-TRANS-VALID
                     MOVE "ASSIGNEE MISSING" TO WS-REJECT-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-TRANS-VALID = "Y"
               IF ATR-TARGET-TYPE <> "S" AND ATR-TARGET-TYPE <> "L"
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "TARGET TYPE NOT S/L" TO WS-REJECT-REASON
               ELSE
                  IF ATR-TARGET-CODE = SPACES
                     MOVE "N" TO WS-TRANS-VALID
                     MOVE "TARGET CODE MISSING" TO WS-REJECT-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-TRANS-VALID = "Y"
               AND (ATR-ACTION = "A" OR ATR-ACTION = "C")
               IF ATR-DUE-DATE IS NOT NUMERIC
                  OR ATR-DUE-DATE(5:2) < "01"
                  OR ATR-DUE-DATE(5:2) > "12"
                  OR ATR-DUE-DATE(7:2) < "01"
                  OR ATR-DUE-DATE(7:2) > "31"
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "INVALID DUE DATE" TO WS-REJECT-REASON
               ELSE
      *           31 FEBRUARY PASSES THE RANGE TEST BUT IS NO DATE
                  MOVE ATR-DUE-DATE TO WS-WORK-DATE
                  IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) <> ZERO
                     MOVE "N" TO WS-TRANS-VALID
                     MOVE "INVALID DUE DATE" TO WS-REJECT-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-TRANS-VALID = "Y" AND ATR-ACTION = "A"
               PERFORM 3060-EDIT-ASSIGNEE
            END-IF
            IF WS-TRANS-VALID = "Y" AND ATR-ACTION = "A"
               PERFORM 3070-EDIT-TARGET
            END-IF.

       3060-EDIT-ASSIGNEE.
            IF ATR-ASSIGNEE-TYPE = "S"
               IF (ATR-ASSIGNEE-ID(1:1) <> "1"
                  AND ATR-ASSIGNEE-ID(1:1) <> "2"
                  AND ATR-ASSIGNEE-ID(1:1) <> "3")
                  OR ATR-ASSIGNEE-ID(2:7) <> SPACES
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "SHIFT GROUP NOT 1/2/3" TO WS-REJECT-REASON
               END-IF
            ELSE
               MOVE ATR-ASSIGNEE-ID TO OPR-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                  INVALID KEY
                     MOVE "N" TO WS-TRANS-VALID
                     MOVE "OPERATOR NOT ON MASTER"
                          TO WS-REJECT-REASON
                  NOT INVALID KEY
                     IF OPR-ACTIVE-FLAG <> "Y"
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "OPERATOR NOT ACTIVE"
                             TO WS-REJECT-REASON
                     END-IF
               END-READ
            END-IF.

       3070-EDIT-TARGET.
            IF ATR-TARGET-TYPE = "S"
               IF ATR-TARGET-CODE(5:2) <> SPACES
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "SECTION-CODE NOT ON MASTER"
                       TO WS-REJECT-REASON
               ELSE
                  MOVE ATR-TARGET-CODE(1:4) TO SECT-CODE
                  READ SECTION-MASTER-FILE
                     INVALID KEY
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "SECTION-CODE NOT ON MASTER"
                             TO WS-REJECT-REASON
                  END-READ
               END-IF
            ELSE
               MOVE ATR-TARGET-CODE TO LESSON-CODE
               READ LESSON-MASTER-FILE
                  INVALID KEY
                     MOVE "N" TO WS-TRANS-VALID
                     MOVE "LESSON-CODE NOT ON MASTER"
                          TO WS-REJECT-REASON
               END-READ
            END-IF.

       3100-ADD-ASSIGNMENT.
            MOVE ATR-ASSIGNEE-TYPE TO ASG-ASSIGNEE-TYPE
            MOVE ATR-ASSIGNEE-ID   TO ASG-ASSIGNEE-ID
            MOVE ATR-TARGET-TYPE   TO ASG-TARGET-TYPE
            MOVE ATR-TARGET-CODE   TO ASG-TARGET-CODE
            MOVE ATR-DUE-DATE      TO ASG-DUE-DATE
            MOVE WS-TODAY          TO ASG-ASSIGNED-DATE
            WRITE ASSIGNMENT-RECORD
               INVALID KEY
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "DUPLICATE ASSIGNMENT" TO WS-REJECT-REASON
            END-WRITE.

       3200-CHANGE-ASSIGNMENT.
            MOVE ATR-ASSIGNEE-TYPE TO ASG-ASSIGNEE-TYPE
            MOVE ATR-ASSIGNEE-ID   TO ASG-ASSIGNEE-ID
            MOVE ATR-TARGET-TYPE   TO ASG-TARGET-TYPE
            MOVE ATR-TARGET-CODE   TO ASG-TARGET-CODE
            READ ASSIGNMENT-FILE
               INVALID KEY
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "ASSIGNMENT NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  MOVE ATR-DUE-DATE TO ASG-DUE-DATE
                  REWRITE ASSIGNMENT-RECORD
                     INVALID KEY
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                  END-REWRITE
            END-READ.

       3300-DELETE-ASSIGNMENT.
            MOVE ATR-ASSIGNEE-TYPE TO ASG-ASSIGNEE-TYPE
            MOVE ATR-ASSIGNEE-ID   TO ASG-ASSIGNEE-ID
            MOVE ATR-TARGET-TYPE   TO ASG-TARGET-TYPE
            MOVE ATR-TARGET-CODE   TO ASG-TARGET-CODE
            READ ASSIGNMENT-FILE
               INVALID KEY
                  MOVE "N" TO WS-TRANS-VALID
                  MOVE "ASSIGNMENT NOT FOUND" TO WS-REJECT-REASON
               NOT INVALID KEY
                  DELETE ASSIGNMENT-FILE
                     INVALID KEY
                        MOVE "N" TO WS-TRANS-VALID
                        MOVE "DELETE FAILED" TO WS-REJECT-REASON
                  END-DELETE
            END-READ.

       4000-WRITE-APPLIED-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING ATR-ACTION         DELIMITED BY SIZE
                   "   "              DELIMITED BY SIZE
                   ATR-ASSIGNEE-TYPE  DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-ASSIGNEE-ID    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-TARGET-TYPE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-TARGET-CODE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-DUE-DATE       DELIMITED BY SIZE
                   " APPLIED"         DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            PERFORM 4200-WRITE-REGISTER-LINE.

       4100-WRITE-REJECTED-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING ATR-ACTION         DELIMITED BY SIZE
                   "   "              DELIMITED BY SIZE
                   ATR-ASSIGNEE-TYPE  DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-ASSIGNEE-ID    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-TARGET-TYPE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-TARGET-CODE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ATR-DUE-DATE       DELIMITED BY SIZE
                   " REJECTED - "     DELIMITED BY SIZE
                   WS-REJECT-REASON   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            PERFORM 4200-WRITE-REGISTER-LINE.

       4200-WRITE-REGISTER-LINE.
            IF WS-REGISTER-FILE-OPEN = "Y"
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
            ELSE
               DISPLAY "REGISTER FALLBACK: " WS-DETAIL-LINE
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TRANSACTIONS READ: "  DELIMITED BY SIZE
                   WS-TRANS-COUNT         DELIMITED BY SIZE
                   "  APPLIED: "          DELIMITED BY SIZE
                   WS-APPLIED-COUNT       DELIMITED BY SIZE
                   "  REJECTED: "         DELIMITED BY SIZE
                   WS-REJECTED-COUNT      DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            PERFORM 4200-WRITE-REGISTER-LINE
            IF WS-REJECTED-COUNT > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-TRANS-FILE-OPEN = "Y"
               CLOSE TRANS-FILE
            END-IF
            IF WS-ASSIGNMENT-FILE-OPEN = "Y"
               CLOSE ASSIGNMENT-FILE
            END-IF
            IF WS-OPERATOR-FILE-OPEN = "Y"
               CLOSE OPERATOR-MASTER-FILE
            END-IF
            IF WS-SECTION-FILE-OPEN = "Y"
               CLOSE SECTION-MASTER-FILE
            END-IF
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE LESSON-MASTER-FILE
            END-IF
            IF WS-REGISTER-FILE-OPEN = "Y"
               CLOSE REGISTER-FILE
            END-IF.
       END PROGRAM ASSIGNMENT_MAINT.
