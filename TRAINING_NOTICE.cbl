      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly overdue-training notice run. Crosses the
      *          training assignments on data/ASSIGNMENT.DAT against the
      *          operator completion index (data/COMPLETION-INDEX.DAT,
      *          which still holds the years COMPLETION_ROLLOVER has
      *          moved out of data/COMPLETION.DAT) and prints, for every
      *          active operator, each assigned lesson not yet completed
      *          whose due date has passed (VENCIDA) or falls within the
      *          next 14 days (POR VENCER). Notices are grouped by the
      *          operator's home shift so each shift supervisor gets one
      *          block, then by operator. An assignment reaches an
      *          operator directly or through their home shift, and
      *          covers one lesson or every lesson of a section; where
      *          two assignments cover the same lesson the earlier due
      *          date wins. Only a completion dated on or after the day
      *          that assignment was made satisfies it. Optional
      *          argument 1 is the run date (YYYYMMDD, default today) so
      *          a missed night can be rerun as of its own date. The
      *          operator master is walked once per shift, the lesson
      *          master is walked for each active operator, and each
      *          assigned lesson is looked up on the completion index by
      *          operator and lesson, so there is no limit on operators
      *          or lessons. Return code 04 when any training is
      *          overdue, 95 when a file is unavailable - including the
      *          completion index before COMPLETION_ROLLOVER B has built
      *          it, since without it every assignment would look
      *          outstanding.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING_NOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LESSON-MASTER-SELECT.

           COPY OPERATOR-MASTER-SELECT.

           COPY ASSIGNMENT-SELECT.

           COPY COMPLETION-INDEX-SELECT.

           SELECT REPORT-FILE ASSIGN TO "data/TRAINING-NOTICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  ASSIGNMENT-FILE.
           COPY ASSIGNMENT-RECORD.

       FD  COMPLETION-INDEX-FILE.
           COPY COMPLETION-INDEX-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS      PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-STATUS    PIC XX VALUE "00".
       01  WS-ASSIGNMENT-FILE-STATUS  PIC XX VALUE "00".
       01  WS-CINDEX-FILE-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-OPERATOR-FILE-OPEN      PIC X VALUE "N".
       01  WS-ASSIGNMENT-FILE-OPEN    PIC X VALUE "N".
       01  WS-CINDEX-FILE-OPEN        PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN        PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-RETURN-CODE             PIC 9(2) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME       PIC X(21).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-WORK-DATE               PIC 9(8).
       01  WS-RUN-INT                 PIC 9(8) COMP.
       01  WS-DUE-INT                 PIC 9(8) COMP.
       01  WS-DAYS-DIFF               PIC 9(5) COMP.
       01  WS-NOTICE-WINDOW           PIC 9(3) VALUE 14.
       01  WS-DUE-DATE                PIC X(8).
       01  WS-ASSIGNED-DATE           PIC X(8).
       01  WS-SHIFT-SUB               PIC 9(1).
       01  WS-SHIFT-CODE              PIC X(1).
       01  WS-OP-HEADER-DONE          PIC X VALUE "N".
       01  WS-LESSON-EOF              PIC X VALUE "N".
       01  WS-LESSON-COMPLETED        PIC X VALUE "N".
       01  WS-OVERDUE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DUE-SOON-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-OVERDUE           PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-DUE-SOON          PIC 9(4) VALUE ZERO.
       01  WS-EDIT-DAYS               PIC 9(4).
       01  WS-NOTICE-LABEL            PIC X(13).
       01  WS-DETAIL-LINE             PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-GET-PARAMETERS
            IF WS-RETURN-CODE = ZERO
               PERFORM 1100-OPEN-FILES
            END-IF
            IF WS-RETURN-CODE = ZERO
               PERFORM 4000-PRINT-NOTICES
               PERFORM 8000-WRITE-TOTALS
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-GET-PARAMETERS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            DISPLAY 1 UPON ARGUMENT-NUMBER
            ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACES TO WS-RUN-DATE
            END-ACCEPT
            IF WS-RUN-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
            END-IF
            IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "TRAINING_NOTICE: RUN DATE MUST BE YYYYMMDD"
               MOVE 16 TO WS-RETURN-CODE
            ELSE
               MOVE WS-RUN-DATE TO WS-WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) <> ZERO
                  DISPLAY "TRAINING_NOTICE: RUN DATE MUST BE YYYYMMDD"
                  MOVE 16 TO WS-RETURN-CODE
               ELSE
                  COMPUTE WS-RUN-INT =
                          FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               END-IF
            END-IF.

       1100-OPEN-FILES.
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS = "00"
               MOVE "Y" TO WS-LESSON-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            END-IF
            OPEN INPUT OPERATOR-MASTER-FILE
            IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPERATOR-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: OPERATOR MASTER UNAVAILABLE, STATUS="
                       WS-OPERATOR-FILE-STATUS
            END-IF
            OPEN INPUT ASSIGNMENT-FILE
            IF WS-ASSIGNMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ASSIGNMENT-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: ASSIGNMENT FILE UNAVAILABLE, STATUS="
                       WS-ASSIGNMENT-FILE-STATUS
            END-IF
            OPEN INPUT COMPLETION-INDEX-FILE
            IF WS-CINDEX-FILE-STATUS = "00"
               MOVE "Y" TO WS-CINDEX-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: COMPLETION INDEX UNAVAILABLE, STATUS="
                       WS-CINDEX-FILE-STATUS
               IF WS-CINDEX-FILE-STATUS = "35"
                  DISPLAY "BUILD IT FIRST WITH COMPLETION_ROLLOVER B"
               END-IF
            END-IF
            IF WS-RETURN-CODE = ZERO
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: REPORT FILE UNAVAILABLE, STATUS="
                          WS-REPORT-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-REPORT-FILE-OPEN
               END-IF
            END-IF.

       4000-PRINT-NOTICES.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "AVISOS DE CAPACITACION VENCIDA Y POR VENCER  "
                   DELIMITED BY SIZE
                   "FECHA: "   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "VENTANA DE AVISO: "  DELIMITED BY SIZE
                   WS-NOTICE-WINDOW      DELIMITED BY SIZE
                   " DIAS"               DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            PERFORM 4100-PRINT-SHIFT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > 3.

       4100-PRINT-SHIFT.
            MOVE WS-SHIFT-SUB TO WS-SHIFT-CODE
            MOVE ZERO TO WS-SHIFT-OVERDUE
            MOVE ZERO TO WS-SHIFT-DUE-SOON
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TURNO "       DELIMITED BY SIZE
                   WS-SHIFT-CODE  DELIMITED BY SIZE
                   " - AVISOS PARA EL SUPERVISOR DE TURNO"
                                  DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *     ONE PASS OF THE OPERATOR MASTER PER SHIFT, IN ID ORDER
            MOVE "N" TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO OPR-OPERATOR-ID
            START OPERATOR-MASTER-FILE
                  KEY IS NOT LESS THAN OPR-OPERATOR-ID
               INVALID KEY
                  MOVE "Y" TO WS-EOF-SWITCH
            END-START
            PERFORM 4200-PRINT-OPERATOR
               UNTIL WS-EOF-SWITCH = "Y"
            IF WS-SHIFT-OVERDUE = ZERO AND WS-SHIFT-DUE-SOON = ZERO
               MOVE "  SIN AVISOS" TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "  TOTAL TURNO "   DELIMITED BY SIZE
                   WS-SHIFT-CODE      DELIMITED BY SIZE
                   ": VENCIDAS "      DELIMITED BY SIZE
                   WS-SHIFT-OVERDUE   DELIMITED BY SIZE
                   "  POR VENCER "    DELIMITED BY SIZE
                   WS-SHIFT-DUE-SOON  DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       4200-PRINT-OPERATOR.
      *     ONLY OPERATORS STILL ACTIVE GET NOTICES - A LEAVER'S
      *     OUTSTANDING TRAINING IS NOBODY'S PROBLEM ANY MORE
            READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF OPR-ACTIVE-FLAG = "Y"
                     AND OPR-HOME-SHIFT = WS-SHIFT-CODE
                     MOVE "N" TO WS-OP-HEADER-DONE
                     PERFORM 4250-WALK-LESSONS
                  END-IF
            END-READ.

       4250-WALK-LESSONS.
      *     EVERY LESSON ON THE MASTER, IN CODE ORDER, FOR THIS
      *     OPERATOR
            MOVE "N" TO WS-LESSON-EOF
            MOVE LOW-VALUES TO LESSON-CODE
            START LESSON-MASTER-FILE KEY IS NOT LESS THAN LESSON-CODE
               INVALID KEY
                  MOVE "Y" TO WS-LESSON-EOF
            END-START
            PERFORM 4260-NEXT-LESSON
               UNTIL WS-LESSON-EOF = "Y".

       4260-NEXT-LESSON.
            READ LESSON-MASTER-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-LESSON-EOF
               NOT AT END
                  PERFORM 4300-CHECK-LESSON
            END-READ.

       4300-CHECK-LESSON.
            PERFORM 4400-FIND-DUE-DATE
            IF WS-DUE-DATE <> SPACES
               PERFORM 4350-CHECK-COMPLETED
               IF WS-LESSON-COMPLETED = "N"
                  MOVE WS-DUE-DATE TO WS-WORK-DATE
                  COMPUTE WS-DUE-INT =
                          FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                  IF WS-DUE-INT < WS-RUN-INT
                     COMPUTE WS-DAYS-DIFF = WS-RUN-INT - WS-DUE-INT
                     MOVE "  VENCIDA    " TO WS-NOTICE-LABEL
                     ADD 1 TO WS-OVERDUE-COUNT
                     ADD 1 TO WS-SHIFT-OVERDUE
                     PERFORM 4500-WRITE-NOTICE-LINE
                  ELSE
                     IF WS-DUE-INT <= WS-RUN-INT + WS-NOTICE-WINDOW
                        COMPUTE WS-DAYS-DIFF =
                                WS-DUE-INT - WS-RUN-INT
                        MOVE "  POR VENCER " TO WS-NOTICE-LABEL
                        ADD 1 TO WS-DUE-SOON-COUNT
                        ADD 1 TO WS-SHIFT-DUE-SOON
                        PERFORM 4500-WRITE-NOTICE-LINE
                     END-IF
                  END-IF
               END-IF
            END-IF.

       4350-CHECK-COMPLETED.
      *     ONLY A COMPLETION ON OR AFTER THE DAY THE LESSON WAS
      *     ASSIGNED ANSWERS THE ASSIGNMENT - A REFRESHER IS NOT MET
      *     BY THE COURSE IT IS REFRESHING
            MOVE "N" TO WS-LESSON-COMPLETED
            MOVE OPR-OPERATOR-ID     TO CIX-OPERATOR-ID
            MOVE LESSON-CODE         TO CIX-LESSON-CODE
            READ COMPLETION-INDEX-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CIX-LATEST-DATE NOT < WS-ASSIGNED-DATE
                     MOVE "Y" TO WS-LESSON-COMPLETED
                  END-IF
            END-READ.

       4400-FIND-DUE-DATE.
      *     FOUR WAYS A LESSON CAN BE ASSIGNED: TO THE OPERATOR OR
      *     TO THEIR HOME SHIFT, FOR THE LESSON OR FOR ITS SECTION.
      *     THE EARLIEST DUE DATE AMONG THEM IS THE ONE THAT COUNTS
            MOVE SPACES TO WS-DUE-DATE
            MOVE SPACES TO WS-ASSIGNED-DATE
            MOVE "O"                 TO ASG-ASSIGNEE-TYPE
            MOVE OPR-OPERATOR-ID     TO ASG-ASSIGNEE-ID
            PERFORM 4410-READ-ASSIGNMENT-TARGETS
            MOVE "S"                 TO ASG-ASSIGNEE-TYPE
            MOVE OPR-HOME-SHIFT      TO ASG-ASSIGNEE-ID
            PERFORM 4410-READ-ASSIGNMENT-TARGETS.

       4410-READ-ASSIGNMENT-TARGETS.
            MOVE "L"                 TO ASG-TARGET-TYPE
            MOVE LESSON-CODE         TO ASG-TARGET-CODE
            PERFORM 4420-READ-ASSIGNMENT
            MOVE "S"                 TO ASG-TARGET-TYPE
            MOVE LESSON-SECTION-CODE TO ASG-TARGET-CODE
            PERFORM 4420-READ-ASSIGNMENT.

       4420-READ-ASSIGNMENT.
            READ ASSIGNMENT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF ASG-DUE-DATE IS NUMERIC
                     IF WS-DUE-DATE = SPACES
                        OR ASG-DUE-DATE < WS-DUE-DATE
                        MOVE ASG-DUE-DATE      TO WS-DUE-DATE
                        MOVE ASG-ASSIGNED-DATE TO WS-ASSIGNED-DATE
                     END-IF
                  END-IF
            END-READ.

       4500-WRITE-NOTICE-LINE.
            IF WS-OP-HEADER-DONE = "N"
               MOVE "Y" TO WS-OP-HEADER-DONE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  OPERADOR: "         DELIMITED BY SIZE
                      OPR-OPERATOR-ID        DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      OPR-NAME               DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            MOVE WS-DAYS-DIFF TO WS-EDIT-DAYS
            MOVE SPACES TO WS-DETAIL-LINE
            STRING WS-NOTICE-LABEL                 DELIMITED BY SIZE
                   LESSON-CODE                     DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   LESSON-TITULO(1:30)             DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   WS-DUE-DATE                     DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   WS-EDIT-DAYS                    DELIMITED BY SIZE
                   " DIAS"                         DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TOTAL VENCIDAS: "   DELIMITED BY SIZE
                   WS-OVERDUE-COUNT     DELIMITED BY SIZE
                   "  POR VENCER: "     DELIMITED BY SIZE
                   WS-DUE-SOON-COUNT    DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "TRAINING_NOTICE: OVERDUE " WS-OVERDUE-COUNT
                    " DUE SOON " WS-DUE-SOON-COUNT
            IF WS-OVERDUE-COUNT > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE LESSON-MASTER-FILE
            END-IF
            IF WS-OPERATOR-FILE-OPEN = "Y"
               CLOSE OPERATOR-MASTER-FILE
            END-IF
            IF WS-ASSIGNMENT-FILE-OPEN = "Y"
               CLOSE ASSIGNMENT-FILE
            END-IF
            IF WS-CINDEX-FILE-OPEN = "Y"
               CLOSE COMPLETION-INDEX-FILE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF.
       END PROGRAM TRAINING_NOTICE.
