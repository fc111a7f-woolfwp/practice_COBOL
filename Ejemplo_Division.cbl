               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-FILE-STATUS.

           COPY COMPLETION-INDEX-SELECT.

           COPY PREREQ-SELECT.

           COPY ASSIGNMENT-SELECT.

           COPY OPERATOR-MASTER-SELECT.

           COPY QUESTION-SELECT.

           SELECT OPTIONAL SCORE-HISTORY-FILE
               ASSIGN TO "data/SCORE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-FILE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN DYNAMIC WS-ATTENDANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENDANCE-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
       FD  COMPLETION-FILE.
           COPY COMPLETION-RECORD.

       FD  COMPLETION-INDEX-FILE.
           COPY COMPLETION-INDEX-RECORD.

       FD  PREREQ-FILE.
           COPY PREREQ-RECORD.

       FD  ASSIGNMENT-FILE.
           COPY ASSIGNMENT-RECORD.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  QUESTION-FILE.
           COPY QUESTION-RECORD.

       FD  SCORE-HISTORY-FILE.
           COPY SCORE-HISTORY-RECORD.

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-LINE PIC X(80).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       *> ALMMACENAMIENTO DE VARIABLES
       01  SALUDO PIC A(22).
       01  WS-SUSP-REASON             PIC X(2).
       01  WS-COMPLETION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-COMPLETION-FILE-OPEN    PIC X VALUE "N".
       01  WS-CINDEX-FILE-STATUS      PIC XX VALUE "00".
       01  WS-CINDEX-FILE-OPEN        PIC X VALUE "N".
       01  WS-XLATE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-XLATE-FILE-OPEN         PIC X VALUE "N".
       01  WS-GAP-FILE-STATUS         PIC XX VALUE "00".
       01  WS-GAP-FILE-OPEN           PIC X VALUE "N".
       01  WS-GAP-LINE                PIC X(60).
       01  WS-EXCEPTION-FILE-STATUS   PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN     PIC X VALUE "N".
       01  WS-AUDIT-LOG-OPEN          PIC X VALUE "Y".
       01  WS-LESSON-MASTER-OPEN      PIC X VALUE "Y".
       01  WS-FEED-FILE-OPEN          PIC X VALUE "N".
       01  WS-PREREQ-FILE-STATUS      PIC XX VALUE "00".
       01  WS-PREREQ-FILE-OPEN        PIC X VALUE "N".
       01  WS-PREREQ-OK               PIC X VALUE "Y".
       01  WS-HIST-FOUND              PIC X VALUE "N".
       01  WS-HELD-USED               PIC 9(3) COMP VALUE ZERO.
       01  WS-HELD-SUB                PIC 9(3) COMP.
       01  WS-ASSIGNMENT-FILE-STATUS  PIC XX VALUE "00".
       01  WS-ASSIGNMENT-FILE-OPEN    PIC X VALUE "N".
       01  WS-OPERATOR-FILE-STATUS    PIC XX VALUE "00".
       01  WS-LESSON-ASSIGNED         PIC X VALUE "Y".
       01  WS-UNASSIGNED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-QUESTION-FILE-STATUS    PIC XX VALUE "00".
       01  WS-QUESTION-FILE-OPEN      PIC X VALUE "N".
       01  WS-SCORE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-SCORE-FILE-OPEN         PIC X VALUE "N".
       01  WS-QST-LANGUAGE            PIC X(2).
       01  WS-QST-EOF                 PIC X VALUE "N".
       01  WS-ANSWER                  PIC X(1).
       01  WS-QUESTION-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CORRECT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SCORE                   PIC 9(3) VALUE ZERO.
       01  WS-PASS-MARK               PIC 9(3) VALUE ZERO.
       01  WS-DEFAULT-PASS-MARK       PIC 9(3) VALUE 70.
       01  WS-ASSESS-PASSED           PIC X VALUE "Y".
       01  WS-FAILED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-SESSION-MODE            PIC X VALUE "N".
       01  WS-OPERATOR-KNOWN          PIC X VALUE "N".
       01  WS-ATT-COUNT               PIC 9(2) COMP VALUE ZERO.
       01  WS-ATT-SUB                 PIC 9(2) COMP.
       01  WS-ROSTER-SUB              PIC 9(2) COMP.
       01  WS-ELIGIBLE-COUNT          PIC 9(2) COMP VALUE ZERO.
       01  WS-HELD-NOW                PIC 9(2) COMP VALUE ZERO.
       01  WS-LESSON-CREDITED         PIC 9(2) VALUE ZERO.
       01  WS-LESSON-HAS-PREREQ       PIC X VALUE "N".
       01  WS-PRESENTED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-ATTENDANCE-FILENAME     PIC X(40).
       01  WS-ATTENDANCE-FILE-STATUS  PIC XX VALUE "00".
       01  WS-ATTENDANCE-FILE-OPEN    PIC X VALUE "N".
       01  WS-SHEET-LINE              PIC X(80).
       01  WS-EDIT-2                  PIC Z9.
       01  WS-EDIT-2B                 PIC Z9.
       01  WS-EDIT-4                  PIC ZZZ9.
       01  WS-EDIT-4B                 PIC ZZZ9.
       01  WS-EDIT-4C                 PIC ZZZ9.

      *    ONE ENTRY PER OPERATOR TAKING THE LESSONS: THE SIGNED-ON
      *    OPERATOR ON A NORMAL RUN, EVERY ACCEPTED ATTENDEE IN A
      *    CLASSROOM SESSION. WS-ATT-STATE IS SET FOR THE CURRENT
      *    LESSON - Y TAKES IT, H HELD ON A PREREQUISITE, U NOT ON
      *    THEIR ASSIGNMENT PLAN
       01  WS-ATTENDEE-TABLE.
           05  WS-ATT-ENTRY OCCURS 20 TIMES.
               10  WS-ATT-ID          PIC X(8).
               10  WS-ATT-NAME        PIC X(30).
               10  WS-ATT-HOME-SHIFT  PIC X(1).
               10  WS-ATT-STATE       PIC X(1).
               10  WS-ATT-CREDITED    PIC 9(4).
               10  WS-ATT-FAILED      PIC 9(4).
               10  WS-ATT-HELD        PIC 9(4).

       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-CODE      PIC X(6).
               10  WS-HELD-REQUIRED  PIC X(6).
               10  WS-HELD-OPERATOR  PIC X(8).

       LINKAGE SECTION.
       01  LS-LANGUAGE-CODE  PIC X(2).
               PERFORM 8000-RECONCILE
               PERFORM 9000-WRITE-REJECT-SUMMARY
               PERFORM 9050-LIST-HELD-LESSONS
               IF WS-ATTENDANCE-FILE-OPEN = "Y"
                  PERFORM 9070-FINISH-ATTENDANCE-SHEET
               END-IF
               PERFORM 9090-WRITE-EXCEPTION-RECHECKS
               PERFORM 9100-CLEAR-CHECKPOINT
            END-IF
            IF WS-LESSON-MASTER-OPEN = "Y"
            IF WS-COMPLETION-FILE-OPEN = "Y"
               CLOSE COMPLETION-FILE
            END-IF
            IF WS-CINDEX-FILE-OPEN = "Y"
               CLOSE COMPLETION-INDEX-FILE
            END-IF
            IF WS-XLATE-FILE-OPEN = "Y"
               CLOSE TITLE-XLATE-FILE
            END-IF
            IF WS-SUSPENSE-FILE-OPEN = "Y"
               CLOSE SUSPENSE-FILE
            END-IF
            IF WS-ASSIGNMENT-FILE-OPEN = "Y"
               CLOSE ASSIGNMENT-FILE
            END-IF
            IF WS-QUESTION-FILE-OPEN = "Y"
               CLOSE QUESTION-FILE
            END-IF
            IF WS-SCORE-FILE-OPEN = "Y"
               CLOSE SCORE-HISTORY-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               CLOSE EXCEPTION-FILE
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
            END-IF
            MOVE WS-RECORDS-READ  TO CTL-RECORDS-READ
            MOVE WS-DISPLAY-COUNT TO CTL-DISPLAY-COUNT
            MOVE WS-REJECT-COUNT  TO CTL-REJECT-COUNT
      *     LESSONS NOT ASSIGNED TO THE OPERATOR WERE NOT PRESENTED
      *     EITHER - THEY TRAVEL WITH THE SKIPPED COUNT SO THE
      *     RUN-HISTORY TOTALS STILL ADD UP TO RECORDS READ
            COMPUTE CTL-SKIPPED-COUNT =
                    WS-SKIPPED-COUNT + WS-UNASSIGNED-COUNT
            MOVE WS-HELD-COUNT    TO CTL-HELD-COUNT
            MOVE WS-PRESENTED-COUNT TO CTL-PRESENTED-COUNT
            GOBACK.

       1000-OPEN-LESSON-MASTER.
               IF WS-SECTION-MASTER-OPEN = "Y"
      *           ONLY CUT A FEED GENERATION AND OPEN THE SIDE FILES
      *           WHEN THE RUN WILL ACTUALLY PROCESS LESSONS
                  PERFORM 1010-BUILD-ATTENDEE-TABLE
                  PERFORM 1040-OPEN-FEED-GENERATION
                  PERFORM 1055-OPEN-COMPLETION-INDEX
                  PERFORM 1060-OPEN-COMPLETION-FILE
                  PERFORM 1065-OPEN-EXCEPTION-FILE
                  PERFORM 1070-OPEN-TITLE-XLATE
                  PERFORM 1080-OPEN-PREREQ-FILE
                  PERFORM 1085-OPEN-SUSPENSE-FILE
                  PERFORM 1090-OPEN-ASSIGNMENT-FILE
                  PERFORM 1075-OPEN-ASSESSMENT-FILES
                  IF WS-SESSION-MODE = "Y"
                     PERFORM 1097-OPEN-ATTENDANCE-SHEET
                  END-IF
               END-IF
            END-IF.

       1010-BUILD-ATTENDEE-TABLE.
      *     A NORMAL RUN HAS ONE ATTENDEE - THE SIGNED-ON OPERATOR,
      *     OR NOBODY AS BEFORE. A CLASSROOM SESSION HAS EVERY ROSTER
      *     ENTRY DISPATCHER ACCEPTED, AND EACH OF THEM IS ASSIGNED,
      *     HELD, ASSESSED AND CREDITED ON THEIR OWN HISTORY
            INITIALIZE WS-ATTENDEE-TABLE
            MOVE ZERO TO WS-ATT-COUNT
            IF CTL-SESSION-FLAG = "Y"
               MOVE "Y" TO WS-SESSION-MODE
               MOVE "Y" TO WS-OPERATOR-KNOWN
               PERFORM 1015-ADD-ROSTER-ATTENDEE
                  VARYING WS-ROSTER-SUB FROM 1 BY 1
                  UNTIL WS-ROSTER-SUB > CTL-ROSTER-COUNT
                     OR WS-ROSTER-SUB > 20
               DISPLAY "CLASSROOM SESSION - INSTRUCTOR "
                       CTL-INSTRUCTOR-ID " - ATTENDEES " WS-ATT-COUNT
            ELSE
               MOVE 1 TO WS-ATT-COUNT
               MOVE CTL-OPERATOR-ID TO WS-ATT-ID(1)
               IF CTL-OPERATOR-ID <> SPACES
                  MOVE "Y" TO WS-OPERATOR-KNOWN
               END-IF
            END-IF.

       1015-ADD-ROSTER-ATTENDEE.
            IF CTL-RST-STATUS(WS-ROSTER-SUB) = "A"
               AND WS-ATT-COUNT < 20
               ADD 1 TO WS-ATT-COUNT
               MOVE CTL-RST-OPERATOR-ID(WS-ROSTER-SUB)
                    TO WS-ATT-ID(WS-ATT-COUNT)
               MOVE CTL-RST-TEXT(WS-ROSTER-SUB)
                    TO WS-ATT-NAME(WS-ATT-COUNT)
            END-IF.

       1070-OPEN-TITLE-XLATE.
            IF LS-LANGUAGE-CODE <> "ES"
               OPEN INPUT TITLE-XLATE-FILE
               IF WS-XLATE-FILE-STATUS = "00"
                  MOVE "Y" TO WS-XLATE-FILE-OPEN
                  IF WS-EXCEPTION-FILE-OPEN = "Y"
                     MOVE SPACES TO EXCEPTION-RECORD
                     MOVE "R" TO EXC-RECORD-TYPE
                     MOVE "TITLE-GAP" TO EXC-CATEGORY
                     STRING LS-LANGUAGE-CODE DELIMITED BY SIZE
                            "-TODAS"         DELIMITED BY SIZE
                            INTO EXC-KEY
                     END-STRING
                     MOVE "TRADUCCIONES DISPONIBLES" TO EXC-TEXT
                     PERFORM 3095-WRITE-EXCEPTION
                  END-IF
               ELSE
                  DISPLAY "WARNING: TITLE TRANSLATIONS UNAVAILABLE, "
                          "STATUS=" WS-XLATE-FILE-STATUS
                  DISPLAY "TITLES WILL SHOW THE SPANISH ORIGINAL"
                  IF WS-EXCEPTION-FILE-OPEN = "Y"
                     MOVE SPACES TO EXCEPTION-RECORD
                     MOVE "E" TO EXC-RECORD-TYPE
                     MOVE "2" TO EXC-SEVERITY
                     MOVE "TITLE-GAP" TO EXC-CATEGORY
                     STRING LS-LANGUAGE-CODE DELIMITED BY SIZE
                            "-TODAS"         DELIMITED BY SIZE
                            INTO EXC-KEY
                     END-STRING
                     STRING "TRADUCCIONES NO DISPONIBLES, STATUS="
                            DELIMITED BY SIZE
                            WS-XLATE-FILE-STATUS DELIMITED BY SIZE
                            INTO EXC-TEXT
                     END-STRING
                     PERFORM 3095-WRITE-EXCEPTION
                  END-IF
      *           LEAVE THE GAP LISTING ON DISK TOO - THE CONTENT
      *           DESK READS THE FILE, NOT THE CONSOLE
                  OPEN OUTPUT TITLE-GAP-FILE
               END-IF
            END-IF.

       1075-OPEN-ASSESSMENT-FILES.
      *     QUESTIONS ARE ONLY WORTH ASKING WHEN THERE IS AN OPERATOR
      *     TO CREDIT; A LESSON WITH NO QUESTION BANK BEHIND IT
      *     COMPLETES AS SOON AS IT HAS BEEN SHOWN, AS IT ALWAYS DID
            IF WS-OPERATOR-KNOWN = "Y"
               OPEN INPUT QUESTION-FILE
               IF WS-QUESTION-FILE-STATUS = "00"
                  MOVE "Y" TO WS-QUESTION-FILE-OPEN
               ELSE
                  DISPLAY "WARNING: QUESTION BANK UNAVAILABLE, "
                          "STATUS=" WS-QUESTION-FILE-STATUS
                  DISPLAY "LESSONS COMPLETE WITHOUT ASSESSMENT "
                          "THIS RUN"
                  MOVE SPACES TO AUD-FIELD-VALUE
                  MOVE "QUESTION-FILE" TO AUD-FIELD-NAME
                  STRING "UNAVAILABLE STATUS=" DELIMITED BY SIZE
                         WS-QUESTION-FILE-STATUS DELIMITED BY SIZE
                         INTO AUD-FIELD-VALUE
                  END-STRING
                  PERFORM 3221-WRITE-AUDIT-LINE
               END-IF
               OPEN EXTEND SCORE-HISTORY-FILE
               IF WS-SCORE-FILE-STATUS <> "00"
                  AND WS-SCORE-FILE-STATUS <> "05"
                  DISPLAY "WARNING: SCORE HISTORY NOT AVAILABLE, "
                          "STATUS=" WS-SCORE-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-SCORE-FILE-OPEN
               END-IF
            END-IF.

       1060-OPEN-COMPLETION-FILE.
            IF WS-OPERATOR-KNOWN = "N"
               DISPLAY "WARNING: NO OPERATOR ID - COMPLETIONS NOT "
                       "RECORDED THIS RUN"
            ELSE
               END-IF
            END-IF.

       1065-OPEN-EXCEPTION-FILE.
      *     REJECTS, HELD LESSONS AND TITLE GAPS GO TO THE COMMON
      *     EXCEPTIONS FILE FOR THE MORNING DIGEST AS WELL
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE NOT AVAILABLE, "
                       "STATUS=" WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       1040-OPEN-FEED-GENERATION.
            MOVE ZERO TO WS-FEED-GENERATION
            MOVE "N" TO WS-FEED-CTL-EOF
               PERFORM 3221-WRITE-AUDIT-LINE
            END-IF.

       1055-OPEN-COMPLETION-INDEX.
      *     THE PREREQUISITE CHECK IS ONE KEYED READ PER ATTENDEE ON
      *     THE COMPLETION INDEX, WHICH CARRIES EVERY LESSON EACH
      *     OPERATOR HAS EVER COMPLETED, ROLLED-OVER YEARS INCLUDED.
      *     IT IS NOT CREATED HERE: AN EMPTY INDEX WOULD HOLD EVERY
      *     LESSON THAT HAS A PREREQUISITE, SO THE FIRST ONE IS BUILT
      *     FROM THE HISTORY BY COMPLETION_ROLLOVER MODE B
            IF WS-OPERATOR-KNOWN = "Y"
               OPEN I-O COMPLETION-INDEX-FILE
               IF WS-CINDEX-FILE-STATUS = "00"
                  MOVE "Y" TO WS-CINDEX-FILE-OPEN
               ELSE
                  DISPLAY "WARNING: COMPLETION INDEX UNAVAILABLE, "
                          "STATUS=" WS-CINDEX-FILE-STATUS
                  DISPLAY "LESSONS WITH A PREREQUISITE ARE HELD THIS "
                          "RUN"
               END-IF
            END-IF.

                       "STATUS=" WS-SUSPENSE-FILE-STATUS
            END-IF.

       1090-OPEN-ASSIGNMENT-FILE.
      *     THE OPERATOR ONLY SEES THE LESSONS ASSIGNED TO THEM, OR
      *     TO THEIR HOME SHIFT; WITHOUT AN OPERATOR ID OR AN
      *     ASSIGNMENT FILE THERE IS NOTHING TO FILTER ON, SO THE
      *     WHOLE CATALOG PLAYS AS IT ALWAYS HAS
            IF WS-OPERATOR-KNOWN = "N"
               DISPLAY "WARNING: NO OPERATOR ID - FULL CATALOG "
                       "PLAYS THIS RUN"
            ELSE
               OPEN INPUT ASSIGNMENT-FILE
               IF WS-ASSIGNMENT-FILE-STATUS = "00"
                  MOVE "Y" TO WS-ASSIGNMENT-FILE-OPEN
                  PERFORM 1095-LOOKUP-HOME-SHIFT
               ELSE
                  DISPLAY "WARNING: ASSIGNMENT FILE UNAVAILABLE, "
                          "STATUS=" WS-ASSIGNMENT-FILE-STATUS
                  DISPLAY "FULL CATALOG PLAYS THIS RUN"
                  MOVE SPACES TO AUD-FIELD-VALUE
                  MOVE "ASSIGNMENT-FILE" TO AUD-FIELD-NAME
                  STRING "UNAVAILABLE STATUS=" DELIMITED BY SIZE
                         WS-ASSIGNMENT-FILE-STATUS DELIMITED BY SIZE
                         INTO AUD-FIELD-VALUE
                  END-STRING
                  PERFORM 3221-WRITE-AUDIT-LINE
               END-IF
            END-IF.

       1095-LOOKUP-HOME-SHIFT.
      *     SHIFT-GROUP ASSIGNMENTS FOLLOW OPR-HOME-SHIFT, NOT THE
      *     SHIFT THE OPERATOR HAPPENS TO BE SIGNED ON TO TONIGHT
            OPEN INPUT OPERATOR-MASTER-FILE
            IF WS-OPERATOR-FILE-STATUS = "00"
               PERFORM 1096-READ-HOME-SHIFT
                  VARYING WS-ATT-SUB FROM 1 BY 1
                  UNTIL WS-ATT-SUB > WS-ATT-COUNT
               CLOSE OPERATOR-MASTER-FILE
            ELSE
               DISPLAY "WARNING: OPERATOR MASTER UNAVAILABLE, STATUS="
                       WS-OPERATOR-FILE-STATUS
               DISPLAY "SHIFT-GROUP ASSIGNMENTS NOT APPLIED THIS RUN"
            END-IF.

       1096-READ-HOME-SHIFT.
            MOVE SPACE TO WS-ATT-HOME-SHIFT(WS-ATT-SUB)
            MOVE WS-ATT-ID(WS-ATT-SUB) TO OPR-OPERATOR-ID
            READ OPERATOR-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE OPR-HOME-SHIFT TO WS-ATT-HOME-SHIFT(WS-ATT-SUB)
            END-READ.

       1097-OPEN-ATTENDANCE-SHEET.
      *     ONE SHEET PER SESSION, NAMED BY DATE AND RUN ID SO TWO
      *     SESSIONS IN A DAY DO NOT OVERWRITE EACH OTHER
            MOVE SPACES TO WS-ATTENDANCE-FILENAME
            STRING "data/ATTENDANCE-"  DELIMITED BY SIZE
                   WS-TODAY            DELIMITED BY SIZE
                   "-"                 DELIMITED BY SIZE
                   WS-RUN-ID(1:6)      DELIMITED BY SIZE
                   ".TXT"              DELIMITED BY SIZE
                   INTO WS-ATTENDANCE-FILENAME
            END-STRING
            OPEN OUTPUT ATTENDANCE-FILE
            IF WS-ATTENDANCE-FILE-STATUS <> "00"
               DISPLAY "WARNING: ATTENDANCE SHEET UNAVAILABLE, STATUS="
                       WS-ATTENDANCE-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-ATTENDANCE-FILE-OPEN
               MOVE "HOJA DE ASISTENCIA - SESION DE CAPACITACION"
                    TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
               MOVE SPACES TO WS-SHEET-LINE
               STRING "FECHA: "          DELIMITED BY SIZE
                      WS-TODAY           DELIMITED BY SIZE
                      "  TURNO: "        DELIMITED BY SIZE
                      CTL-SHIFT-CODE     DELIMITED BY SIZE
                      "  IDIOMA: "       DELIMITED BY SIZE
                      LS-LANGUAGE-CODE   DELIMITED BY SIZE
                      "  SESION: "       DELIMITED BY SIZE
                      WS-RUN-ID          DELIMITED BY SIZE
                      INTO WS-SHEET-LINE
               END-STRING
               PERFORM 3270-WRITE-SHEET-LINE
               MOVE SPACES TO WS-SHEET-LINE
               STRING "INSTRUCTOR: "       DELIMITED BY SIZE
                      CTL-INSTRUCTOR-ID    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CTL-INSTRUCTOR-NAME  DELIMITED BY SIZE
                      INTO WS-SHEET-LINE
               END-STRING
               PERFORM 3270-WRITE-SHEET-LINE
               MOVE SPACES TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
               MOVE "ASISTENTES:" TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
               PERFORM 1098-WRITE-SHEET-ROSTER-LINE
                  VARYING WS-ROSTER-SUB FROM 1 BY 1
                  UNTIL WS-ROSTER-SUB > CTL-ROSTER-COUNT
                     OR WS-ROSTER-SUB > 20
               MOVE SPACES TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
               MOVE "LECCIONES IMPARTIDAS:" TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
            END-IF.

       1098-WRITE-SHEET-ROSTER-LINE.
      *     A REFUSED ROSTER ENTRY STAYS ON THE SHEET WITH ITS REASON
      *     SO THE INSTRUCTOR CAN SEE WHY THAT PERSON GOT NO CREDIT
            MOVE SPACES TO WS-SHEET-LINE
            IF CTL-RST-STATUS(WS-ROSTER-SUB) = "A"
               STRING "  "          DELIMITED BY SIZE
                      CTL-RST-OPERATOR-ID(WS-ROSTER-SUB)
                                    DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      CTL-RST-TEXT(WS-ROSTER-SUB)
                                    DELIMITED BY SIZE
                      INTO WS-SHEET-LINE
               END-STRING
            ELSE
               STRING "  "          DELIMITED BY SIZE
                      CTL-RST-OPERATOR-ID(WS-ROSTER-SUB)
                                    DELIMITED BY SIZE
                      " NO ADMITIDO - "
                                    DELIMITED BY SIZE
                      CTL-RST-TEXT(WS-ROSTER-SUB)
                                    DELIMITED BY SIZE
                      INTO WS-SHEET-LINE
               END-STRING
            END-IF
            PERFORM 3270-WRITE-SHEET-LINE.

       2000-READ-CHECKPOINT.
            OPEN INPUT CHECKPOINT-FILE
            IF WS-CHECKPOINT-FILE-STATUS = "00"
                     END-IF
                     IF WS-NUMERO-VALID = "Y"
                        AND WS-SECTION-VALID = "Y"
                        PERFORM 3072-CHECK-ATTENDEES
                     END-IF
                     IF WS-NUMERO-VALID = "Y"
                        AND WS-SECTION-VALID = "Y"
                        AND WS-ELIGIBLE-COUNT > ZERO
                        PERFORM 3100-BUILD-OUTPUT-FIELDS
                        PERFORM 3200-DISPLAY-LESSON
                        PERFORM 3300-WRITE-CHECKPOINT
                     END-IF
                  END-IF
            END-READ.
                        END-REWRITE
                     END-IF
               END-READ
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               PERFORM 3074-WRITE-SUSPENSE-EXCEPTION
            END-IF.

       3071-BUILD-SUSPENSE-ITEM.
            MOVE LESSON-TITULO       TO SUSP-TITULO
            MOVE LESSON-NUMERO       TO SUSP-NUMERO.

       3074-WRITE-SUSPENSE-EXCEPTION.
      *     REPORTED ON EVERY RUN THE LESSON IS STILL REJECTED, SO
      *     THE DIGEST SEES THE ITEM GO AWAY ONCE IT IS REPAIRED
            MOVE SPACES TO EXCEPTION-RECORD
            MOVE "E"        TO EXC-RECORD-TYPE
            MOVE "2"        TO EXC-SEVERITY
            MOVE "SUSPENSE" TO EXC-CATEGORY
            STRING LESSON-CODE    DELIMITED BY SIZE
                   "-"            DELIMITED BY SIZE
                   WS-SUSP-REASON DELIMITED BY SIZE
                   INTO EXC-KEY
            END-STRING
            IF WS-SUSP-REASON = "NN"
               STRING "NUMERO NO VALIDO - " DELIMITED BY SIZE
                      LESSON-TITULO         DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
            ELSE
               STRING "SECCION "          DELIMITED BY SIZE
                      LESSON-SECTION-CODE DELIMITED BY SIZE
                      " NO EXISTE - "     DELIMITED BY SIZE
                      LESSON-TITULO       DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
            END-IF
            PERFORM 3095-WRITE-EXCEPTION.

       3072-CHECK-ATTENDEES.
      *     EACH ATTENDEE IS CHECKED ON THEIR OWN: THE LESSON MAY BE
      *     ON ONE PERSON'S PLAN AND NOT ANOTHER'S, OR HELD FOR ONE
      *     WHO HAS NOT YET DONE ITS PREREQUISITE. IT PLAYS WHEN
      *     ANYONE CAN TAKE IT; OTHERWISE IT COUNTS AS HELD IF
      *     SOMEONE WAS WAITING ON A PREREQUISITE AND AS UNASSIGNED
      *     IF NOBODY HAD IT ON THEIR PLAN
            MOVE ZERO TO WS-ELIGIBLE-COUNT
            MOVE ZERO TO WS-HELD-NOW
            PERFORM 3079-READ-PREREQUISITE
            PERFORM 3073-CHECK-ONE-ATTENDEE
               VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-COUNT
            IF WS-ELIGIBLE-COUNT = ZERO
               IF WS-HELD-NOW > ZERO
                  ADD 1 TO WS-HELD-COUNT
               ELSE
                  ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
            END-IF.

       3073-CHECK-ONE-ATTENDEE.
            MOVE "U" TO WS-ATT-STATE(WS-ATT-SUB)
            PERFORM 3075-CHECK-ASSIGNMENT
            IF WS-LESSON-ASSIGNED = "Y"
               PERFORM 3080-CHECK-PREREQUISITE
               IF WS-PREREQ-OK = "Y"
                  MOVE "Y" TO WS-ATT-STATE(WS-ATT-SUB)
                  ADD 1 TO WS-ELIGIBLE-COUNT
               ELSE
                  MOVE "H" TO WS-ATT-STATE(WS-ATT-SUB)
               END-IF
            END-IF.

       3075-CHECK-ASSIGNMENT.
      *     A LESSON IS ASSIGNED IF THE OPERATOR OR THEIR HOME SHIFT
      *     HOLDS AN ASSIGNMENT FOR THE LESSON ITSELF OR FOR ITS
      *     WHOLE SECTION. AN UNASSIGNED LESSON IS NOT AN ERROR AND
      *     IS NOT HELD - IT IS SIMPLY NOT THIS OPERATOR'S TRAINING
            MOVE "Y" TO WS-LESSON-ASSIGNED
            IF WS-ASSIGNMENT-FILE-OPEN = "Y"
               MOVE "N" TO WS-LESSON-ASSIGNED
               MOVE "O"                   TO ASG-ASSIGNEE-TYPE
               MOVE WS-ATT-ID(WS-ATT-SUB) TO ASG-ASSIGNEE-ID
               PERFORM 3076-READ-ASSIGNMENT-TARGETS
               IF WS-LESSON-ASSIGNED = "N"
                  AND WS-ATT-HOME-SHIFT(WS-ATT-SUB) <> SPACE
                  MOVE "S" TO ASG-ASSIGNEE-TYPE
                  MOVE WS-ATT-HOME-SHIFT(WS-ATT-SUB)
                       TO ASG-ASSIGNEE-ID
                  PERFORM 3076-READ-ASSIGNMENT-TARGETS
               END-IF
            END-IF.

       3076-READ-ASSIGNMENT-TARGETS.
            MOVE "L"         TO ASG-TARGET-TYPE
            MOVE LESSON-CODE TO ASG-TARGET-CODE
            PERFORM 3077-READ-ASSIGNMENT
            IF WS-LESSON-ASSIGNED = "N"
               MOVE "S"                 TO ASG-TARGET-TYPE
               MOVE LESSON-SECTION-CODE TO ASG-TARGET-CODE
               PERFORM 3077-READ-ASSIGNMENT
            END-IF.

       3077-READ-ASSIGNMENT.
            READ ASSIGNMENT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-LESSON-ASSIGNED
            END-READ.

       3079-READ-PREREQUISITE.
      *     ONE KEYED READ PER LESSON; EACH ATTENDEE IS THEN CHECKED
      *     AGAINST THE SAME PREREQUISITE
            MOVE "N" TO WS-LESSON-HAS-PREREQ
            IF WS-PREREQ-FILE-OPEN = "Y"
               MOVE LESSON-CODE TO PRQ-LESSON-CODE
               READ PREREQ-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-LESSON-HAS-PREREQ
               END-READ
            END-IF.

       3080-CHECK-PREREQUISITE.
      *     A LESSON WAITING ON ITS PREREQUISITE IS HELD, NOT
      *     REJECTED - NOTHING IS WRONG WITH THE RECORD, THE
      *     OPERATOR JUST HAS NOT EARNED IT YET
            MOVE "Y" TO WS-PREREQ-OK
            IF WS-LESSON-HAS-PREREQ = "Y"
               MOVE "N" TO WS-HIST-FOUND
               IF WS-CINDEX-FILE-OPEN = "Y"
                  MOVE WS-ATT-ID(WS-ATT-SUB) TO CIX-OPERATOR-ID
                  MOVE PRQ-REQUIRED-CODE     TO CIX-LESSON-CODE
                  READ COMPLETION-INDEX-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE "Y" TO WS-HIST-FOUND
                  END-READ
               END-IF
               IF WS-HIST-FOUND = "N"
                  MOVE "N" TO WS-PREREQ-OK
                  PERFORM 3086-HOLD-LESSON
               END-IF
            END-IF.

       3086-HOLD-LESSON.
            ADD 1 TO WS-HELD-NOW
            ADD 1 TO WS-ATT-HELD(WS-ATT-SUB)
            IF WS-SESSION-MODE = "Y"
               DISPLAY "HELD: LESSON " LESSON-CODE
                       " AWAITING PREREQUISITE " PRQ-REQUIRED-CODE
                       " FOR " WS-ATT-ID(WS-ATT-SUB)
            ELSE
               DISPLAY "HELD: LESSON " LESSON-CODE
                       " AWAITING PREREQUISITE " PRQ-REQUIRED-CODE
            END-IF
            MOVE "HELD"      TO AUD-FIELD-NAME
            MOVE SPACES      TO AUD-FIELD-VALUE
            STRING LESSON-CODE           DELIMITED BY SIZE
                   " AWAITING "          DELIMITED BY SIZE
                   PRQ-REQUIRED-CODE     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-ATT-ID(WS-ATT-SUB) DELIMITED BY SIZE
                   INTO AUD-FIELD-VALUE
            END-STRING
            PERFORM 3221-WRITE-AUDIT-LINE
            IF WS-HELD-USED < 200
               ADD 1 TO WS-HELD-USED
               MOVE LESSON-CODE       TO WS-HELD-CODE(WS-HELD-USED)
               MOVE PRQ-REQUIRED-CODE
                    TO WS-HELD-REQUIRED(WS-HELD-USED)
               MOVE WS-ATT-ID(WS-ATT-SUB)
                    TO WS-HELD-OPERATOR(WS-HELD-USED)
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               AND WS-ATT-ID(WS-ATT-SUB) <> SPACES
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "E"    TO EXC-RECORD-TYPE
               MOVE "3"    TO EXC-SEVERITY
               MOVE "HELD" TO EXC-CATEGORY
               STRING WS-ATT-ID(WS-ATT-SUB) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      LESSON-CODE           DELIMITED BY SIZE
                      INTO EXC-KEY
               END-STRING
               STRING "ESPERA PRERREQUISITO " DELIMITED BY SIZE
                      PRQ-REQUIRED-CODE       DELIMITED BY SIZE
                      " - "                   DELIMITED BY SIZE
                      LESSON-TITULO           DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM 3095-WRITE-EXCEPTION
            END-IF.

       3090-POST-COMPLETION-INDEX.
      *     THE INDEX IS POSTED WITH THE FLAT ROW SO A LESSON SHOWN
      *     THIS RUN UNLOCKS ITS DEPENDENTS LATER IN THE SAME RUN,
      *     NOT JUST ON THE NEXT ONE
            IF WS-CINDEX-FILE-OPEN = "Y"
               MOVE WS-ATT-ID(WS-ATT-SUB) TO CIX-OPERATOR-ID
               MOVE LESSON-CODE           TO CIX-LESSON-CODE
               READ COMPLETION-INDEX-FILE
                  INVALID KEY
                     MOVE WS-TODAY       TO CIX-FIRST-DATE
                     MOVE WS-TODAY       TO CIX-LATEST-DATE
                     MOVE 1              TO CIX-COMPLETION-COUNT
                     MOVE CTL-SHIFT-CODE TO CIX-LATEST-SHIFT
                     WRITE COMPLETION-INDEX-RECORD
                  NOT INVALID KEY
                     MOVE WS-TODAY       TO CIX-LATEST-DATE
                     ADD 1               TO CIX-COMPLETION-COUNT
                     MOVE CTL-SHIFT-CODE TO CIX-LATEST-SHIFT
                     REWRITE COMPLETION-INDEX-RECORD
               END-READ
               IF WS-CINDEX-FILE-STATUS <> "00"
                  DISPLAY "WARNING: COMPLETION INDEX UPDATE FAILED, "
                          "STATUS=" WS-CINDEX-FILE-STATUS
                          " - REBUILD WITH COMPLETION_ROLLOVER B"
               END-IF
            END-IF.

       3095-WRITE-EXCEPTION.
            MOVE WS-TODAY                  TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "EXAMPLE_DIVISION"        TO EXC-SOURCE
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       3100-BUILD-OUTPUT-FIELDS.
                  PERFORM 3120-WRITE-TITLE-GAP
               NOT INVALID KEY
                  MOVE TXL-TITULO TO TITULO
            END-READ
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               PERFORM 3130-WRITE-TITLE-EXCEPTION
            END-IF.

       3120-WRITE-TITLE-GAP.
            IF WS-GAP-FILE-OPEN = "N"
               END-IF
            END-IF.

       3130-WRITE-TITLE-EXCEPTION.
      *     A GAP IS ONLY SEEN WHEN THE LESSON IS SHOWN, SO A SHOWN
      *     LESSON THAT FOUND ITS TRANSLATION CLEARS ITS OWN GAP
            MOVE SPACES TO EXCEPTION-RECORD
            MOVE "TITLE-GAP" TO EXC-CATEGORY
            STRING LS-LANGUAGE-CODE DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   LESSON-CODE      DELIMITED BY SIZE
                   INTO EXC-KEY
            END-STRING
            IF WS-XLATE-FILE-STATUS = "00"
               MOVE "R" TO EXC-RECORD-TYPE
               MOVE "TITULO TRADUCIDO" TO EXC-TEXT
            ELSE
               MOVE "E" TO EXC-RECORD-TYPE
               MOVE "3" TO EXC-SEVERITY
               STRING "SIN TRADUCCION - " DELIMITED BY SIZE
                      LESSON-TITULO       DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
            END-IF
            PERFORM 3095-WRITE-EXCEPTION.

       3200-DISPLAY-LESSON.
            DISPLAY "Hello "
            PERFORM 3210-LOOKUP-GREETING
            DISPLAY "ESTE ES EL TUTORIAL NUMERO: " NUMERO
            PERFORM 3220-WRITE-AUDIT-LOG
            PERFORM 3230-WRITE-FEED-RECORD
            MOVE ZERO TO WS-LESSON-CREDITED
            PERFORM 3250-CREDIT-ATTENDEE
               VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-COUNT
            IF WS-ATTENDANCE-FILE-OPEN = "Y"
               PERFORM 3260-WRITE-SHEET-LESSON
            END-IF
            ADD 1 TO WS-DISPLAY-COUNT.

       3210-LOOKUP-GREETING.

       3240-WRITE-COMPLETION.
            IF WS-COMPLETION-FILE-OPEN = "Y"
               MOVE WS-ATT-ID(WS-ATT-SUB) TO COMP-OPERATOR-ID
               MOVE LESSON-CODE     TO COMP-LESSON-CODE
               MOVE WS-TODAY        TO COMP-DATE
               MOVE CTL-SHIFT-CODE  TO COMP-SHIFT-CODE
                  MOVE "N" TO WS-COMPLETION-FILE-OPEN
                  DISPLAY "WARNING: COMPLETION WRITE FAILED, STATUS="
                          WS-COMPLETION-FILE-STATUS
               ELSE
                  PERFORM 3090-POST-COMPLETION-INDEX
               END-IF
            END-IF.

       3250-CREDIT-ATTENDEE.
      *     EVERY ATTENDEE WHO COULD TAKE THE LESSON IS ASSESSED AND,
      *     ON A PASS, CREDITED; THOSE HELD OR NOT ASSIGNED GET
      *     NOTHING FOR SITTING IN ON IT
            IF WS-ATT-STATE(WS-ATT-SUB) = "Y"
               IF WS-OPERATOR-KNOWN = "Y"
                  ADD 1 TO WS-PRESENTED-COUNT
               END-IF
               PERFORM 3400-ASSESS-LESSON
               IF WS-ASSESS-PASSED = "Y"
                  PERFORM 3240-WRITE-COMPLETION
                  ADD 1 TO WS-ATT-CREDITED(WS-ATT-SUB)
                  ADD 1 TO WS-LESSON-CREDITED
               ELSE
                  ADD 1 TO WS-ATT-FAILED(WS-ATT-SUB)
               END-IF
            END-IF.

       3260-WRITE-SHEET-LESSON.
            MOVE WS-LESSON-CREDITED TO WS-EDIT-2
            MOVE WS-ELIGIBLE-COUNT  TO WS-EDIT-2B
            MOVE SPACES TO WS-SHEET-LINE
            STRING "  "               DELIMITED BY SIZE
                   LESSON-CODE        DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   TITULO(1:30)       DELIMITED BY SIZE
                   "  ACREDITADOS "   DELIMITED BY SIZE
                   WS-EDIT-2          DELIMITED BY SIZE
                   " DE "             DELIMITED BY SIZE
                   WS-EDIT-2B         DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
            END-STRING
            PERFORM 3270-WRITE-SHEET-LINE.

       3270-WRITE-SHEET-LINE.
            IF WS-ATTENDANCE-FILE-OPEN = "Y"
               WRITE ATTENDANCE-LINE FROM WS-SHEET-LINE
               IF WS-ATTENDANCE-FILE-STATUS <> "00"
                  MOVE "N" TO WS-ATTENDANCE-FILE-OPEN
                  CLOSE ATTENDANCE-FILE
                  DISPLAY "WARNING: ATTENDANCE SHEET WRITE FAILED, "
                          "STATUS=" WS-ATTENDANCE-FILE-STATUS
               END-IF
            END-IF.

               CLOSE CHECKPOINT-FILE
            END-IF.

       3400-ASSESS-LESSON.
      *     SHOWING A LESSON PROVES IT WAS SEEN, NOT UNDERSTOOD: ASK
      *     ITS QUESTIONS IN THE OPERATOR'S LANGUAGE (SPANISH WHEN
      *     THAT LANGUAGE HAS NONE) AND ONLY LET A PASS THROUGH TO
      *     THE COMPLETION FILE. A FAIL IS KEPT ON THE SCORE HISTORY
      *     AND THE LESSON COMES ROUND AGAIN ON THE NEXT RUN
            MOVE "Y"  TO WS-ASSESS-PASSED
            MOVE ZERO TO WS-QUESTION-COUNT
            MOVE ZERO TO WS-CORRECT-COUNT
            IF WS-QUESTION-FILE-OPEN = "Y"
               MOVE LS-LANGUAGE-CODE TO WS-QST-LANGUAGE
               PERFORM 3410-ASK-QUESTIONS
               IF WS-QUESTION-COUNT = ZERO
                  AND LS-LANGUAGE-CODE <> "ES"
                  MOVE "ES" TO WS-QST-LANGUAGE
                  PERFORM 3410-ASK-QUESTIONS
               END-IF
               IF WS-QUESTION-COUNT > ZERO
                  PERFORM 3440-SCORE-ASSESSMENT
               END-IF
            END-IF.

       3410-ASK-QUESTIONS.
            MOVE LESSON-CODE     TO QST-LESSON-CODE
            MOVE WS-QST-LANGUAGE TO QST-LANGUAGE-CODE
            MOVE ZERO            TO QST-SEQUENCE
            MOVE "N" TO WS-QST-EOF
            START QUESTION-FILE KEY IS >= QST-KEY
               INVALID KEY
                  MOVE "Y" TO WS-QST-EOF
            END-START
            PERFORM 3420-READ-NEXT-QUESTION
               UNTIL WS-QST-EOF = "Y".

       3420-READ-NEXT-QUESTION.
            READ QUESTION-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-QST-EOF
               NOT AT END
                  IF QST-LESSON-CODE <> LESSON-CODE
                     OR QST-LANGUAGE-CODE <> WS-QST-LANGUAGE
                     MOVE "Y" TO WS-QST-EOF
                  ELSE
                     PERFORM 3430-PUT-QUESTION
                  END-IF
            END-READ.

       3430-PUT-QUESTION.
            ADD 1 TO WS-QUESTION-COUNT
            IF WS-QUESTION-COUNT = 1 AND WS-SESSION-MODE = "Y"
               DISPLAY "PREGUNTAS PARA " WS-ATT-ID(WS-ATT-SUB) " "
                       WS-ATT-NAME(WS-ATT-SUB)
            END-IF
            DISPLAY "PREGUNTA " QST-SEQUENCE ": " QST-TEXT
            DISPLAY "  A) " QST-CHOICE-A
            DISPLAY "  B) " QST-CHOICE-B
            IF QST-CHOICE-C <> SPACES
               DISPLAY "  C) " QST-CHOICE-C
            END-IF
            DISPLAY "RESPUESTA: "
            MOVE SPACE TO WS-ANSWER
            ACCEPT WS-ANSWER
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
            IF WS-ANSWER = QST-ANSWER
               ADD 1 TO WS-CORRECT-COUNT
            END-IF.

       3440-SCORE-ASSESSMENT.
      *     THE PASS MARK BELONGS TO THE SECTION; 3060-EDIT-SECTION
      *     HAS ALREADY READ THIS LESSON'S SECTION RECORD
            IF SECT-PASS-MARK IS NUMERIC AND SECT-PASS-MARK <= 100
               MOVE SECT-PASS-MARK TO WS-PASS-MARK
            ELSE
               MOVE WS-DEFAULT-PASS-MARK TO WS-PASS-MARK
            END-IF
            COMPUTE WS-SCORE =
                    WS-CORRECT-COUNT * 100 / WS-QUESTION-COUNT
            MOVE SPACES TO AUD-FIELD-VALUE
            STRING LESSON-CODE     DELIMITED BY SIZE
                   " SCORE "       DELIMITED BY SIZE
                   WS-SCORE        DELIMITED BY SIZE
                   " MARK "        DELIMITED BY SIZE
                   WS-PASS-MARK    DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-ATT-ID(WS-ATT-SUB) DELIMITED BY SIZE
                   INTO AUD-FIELD-VALUE
            END-STRING
            IF WS-SCORE < WS-PASS-MARK
               MOVE "N" TO WS-ASSESS-PASSED
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "NO APROBADO: " WS-CORRECT-COUNT " DE "
                       WS-QUESTION-COUNT " (" WS-SCORE "%, MINIMO "
                       WS-PASS-MARK "%) - LA LECCION SE REPETIRA"
               MOVE "ASSESS-FAIL" TO AUD-FIELD-NAME
            ELSE
               DISPLAY "APROBADO: " WS-CORRECT-COUNT " DE "
                       WS-QUESTION-COUNT " (" WS-SCORE "%)"
               MOVE "ASSESS-PASS" TO AUD-FIELD-NAME
            END-IF
            PERFORM 3221-WRITE-AUDIT-LINE
            PERFORM 3450-WRITE-SCORE-HISTORY.

       3450-WRITE-SCORE-HISTORY.
            IF WS-SCORE-FILE-OPEN = "Y"
               MOVE WS-ATT-ID(WS-ATT-SUB) TO SCR-OPERATOR-ID
               MOVE LESSON-CODE       TO SCR-LESSON-CODE
               MOVE WS-QST-LANGUAGE   TO SCR-LANGUAGE-CODE
               MOVE WS-TODAY          TO SCR-DATE
               MOVE CTL-SHIFT-CODE    TO SCR-SHIFT-CODE
               MOVE WS-QUESTION-COUNT TO SCR-QUESTION-COUNT
               MOVE WS-CORRECT-COUNT  TO SCR-CORRECT-COUNT
               MOVE WS-SCORE          TO SCR-SCORE
               MOVE WS-PASS-MARK      TO SCR-PASS-MARK
               IF WS-ASSESS-PASSED = "Y"
                  MOVE "P" TO SCR-RESULT
               ELSE
                  MOVE "F" TO SCR-RESULT
               END-IF
               WRITE SCORE-HISTORY-RECORD
               IF WS-SCORE-FILE-STATUS <> "00"
                  MOVE "N" TO WS-SCORE-FILE-OPEN
                  DISPLAY "WARNING: SCORE HISTORY WRITE FAILED, "
                          "STATUS=" WS-SCORE-FILE-STATUS
               END-IF
            END-IF.

       8000-RECONCILE.
            IF WS-RECORDS-READ NOT =
               WS-DISPLAY-COUNT + WS-REJECT-COUNT + WS-SKIPPED-COUNT
               + WS-HELD-COUNT + WS-UNASSIGNED-COUNT
               MOVE 90 TO LS-RETURN-CODE
               DISPLAY "RECONCILIATION ERROR: READ=" WS-RECORDS-READ
                       " DISPLAYED=" WS-DISPLAY-COUNT
                       " REJECTED=" WS-REJECT-COUNT
                       " SKIPPED=" WS-SKIPPED-COUNT
                       " HELD=" WS-HELD-COUNT
                       " UNASSIGNED=" WS-UNASSIGNED-COUNT
               MOVE SPACES TO AUD-FIELD-VALUE
               MOVE "RECON-ERROR" TO AUD-FIELD-NAME
               STRING "READ="    DELIMITED BY SIZE
                      WS-SKIPPED-COUNT  DELIMITED BY SIZE
                      " HELD="   DELIMITED BY SIZE
                      WS-HELD-COUNT     DELIMITED BY SIZE
                      " UNAS="   DELIMITED BY SIZE
                      WS-UNASSIGNED-COUNT DELIMITED BY SIZE
                      INTO AUD-FIELD-VALUE
               END-STRING
               PERFORM 3221-WRITE-AUDIT-LINE
       9000-WRITE-REJECT-SUMMARY.
            MOVE "REJECT-COUNT" TO AUD-FIELD-NAME
            MOVE WS-REJECT-COUNT TO AUD-FIELD-VALUE
            PERFORM 3221-WRITE-AUDIT-LINE
      *     DAY_BALANCE NEEDS THE FAILED ASSESSMENTS TO EXPLAIN THE
      *     LESSONS SHOWN THAT DID NOT POST A COMPLETION
            MOVE "FAIL-COUNT"    TO AUD-FIELD-NAME
            MOVE WS-FAILED-COUNT TO AUD-FIELD-VALUE
            PERFORM 3221-WRITE-AUDIT-LINE
            IF WS-FAILED-COUNT > ZERO
               DISPLAY "LESSONS TO RETAKE (ASSESSMENT FAILED): "
                       WS-FAILED-COUNT
            END-IF
            IF WS-ASSIGNMENT-FILE-OPEN = "Y"
               IF WS-SESSION-MODE = "Y"
                  DISPLAY "LESSONS NOT ASSIGNED TO ANY ATTENDEE: "
                          WS-UNASSIGNED-COUNT
               ELSE
                  DISPLAY "LESSONS NOT ASSIGNED TO " CTL-OPERATOR-ID
                          ": " WS-UNASSIGNED-COUNT
               END-IF
               MOVE "UNASSIGNED-COUNT"  TO AUD-FIELD-NAME
               MOVE WS-UNASSIGNED-COUNT TO AUD-FIELD-VALUE
               PERFORM 3221-WRITE-AUDIT-LINE
            END-IF.

       9050-LIST-HELD-LESSONS.
      *     TELL THE OPERATOR WHAT UNLOCKS NEXT TIME INSTEAD OF
            END-IF.

       9060-LIST-ONE-HELD-LESSON.
            IF WS-SESSION-MODE = "Y"
               DISPLAY "  " WS-HELD-CODE(WS-HELD-SUB)
                       " UNLOCKS AFTER "
                       WS-HELD-REQUIRED(WS-HELD-SUB)
                       " FOR " WS-HELD-OPERATOR(WS-HELD-SUB)
            ELSE
               DISPLAY "  " WS-HELD-CODE(WS-HELD-SUB)
                       " UNLOCKS AFTER "
                       WS-HELD-REQUIRED(WS-HELD-SUB)
            END-IF.

       9070-FINISH-ATTENDANCE-SHEET.
      *     WHO WAS HELD ON WHAT, EACH ATTENDEE'S RESULT WITH A LINE
      *     TO SIGN, AND THE INSTRUCTOR'S SIGNATURE TO CLOSE THE SHEET
            MOVE SPACES TO WS-SHEET-LINE
            IF WS-DISPLAY-COUNT = ZERO
               MOVE "  NINGUNA" TO WS-SHEET-LINE
            END-IF
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE SPACES TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE "RETENIDOS POR PRERREQUISITO:" TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE
            IF WS-HELD-USED = ZERO
               MOVE "  NINGUNO" TO WS-SHEET-LINE
               PERFORM 3270-WRITE-SHEET-LINE
            END-IF
            PERFORM 9075-WRITE-SHEET-HELD-LINE
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-USED
            MOVE SPACES TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE "RESULTADO Y FIRMA DE CADA ASISTENTE:"
                 TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE SPACES TO WS-SHEET-LINE
            STRING "  OPERADOR NOMBRE                        "
                                      DELIMITED BY SIZE
                   " ACRED  NO-APRO RETEN"
                                      DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
            END-STRING
            PERFORM 3270-WRITE-SHEET-LINE
            PERFORM 9080-WRITE-SHEET-ATTENDEE
               VARYING WS-ATT-SUB FROM 1 BY 1
               UNTIL WS-ATT-SUB > WS-ATT-COUNT
            MOVE SPACES TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE SPACES TO WS-SHEET-LINE
            STRING "INSTRUCTOR: "     DELIMITED BY SIZE
                   CTL-INSTRUCTOR-ID  DELIMITED BY SIZE
                   "   FIRMA: ______________________________"
                                      DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
            END-STRING
            PERFORM 3270-WRITE-SHEET-LINE
            IF WS-ATTENDANCE-FILE-OPEN = "Y"
               CLOSE ATTENDANCE-FILE
               MOVE "N" TO WS-ATTENDANCE-FILE-OPEN
               DISPLAY "ATTENDANCE SHEET WRITTEN TO "
                       WS-ATTENDANCE-FILENAME
            END-IF.

       9075-WRITE-SHEET-HELD-LINE.
            MOVE SPACES TO WS-SHEET-LINE
            STRING "  "                          DELIMITED BY SIZE
                   WS-HELD-OPERATOR(WS-HELD-SUB) DELIMITED BY SIZE
                   " RETENIDO EN "               DELIMITED BY SIZE
                   WS-HELD-CODE(WS-HELD-SUB)     DELIMITED BY SIZE
                   " HASTA COMPLETAR "           DELIMITED BY SIZE
                   WS-HELD-REQUIRED(WS-HELD-SUB) DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
            END-STRING
            PERFORM 3270-WRITE-SHEET-LINE.

       9080-WRITE-SHEET-ATTENDEE.
            MOVE WS-ATT-CREDITED(WS-ATT-SUB) TO WS-EDIT-4
            MOVE WS-ATT-FAILED(WS-ATT-SUB)   TO WS-EDIT-4B
            MOVE WS-ATT-HELD(WS-ATT-SUB)     TO WS-EDIT-4C
            MOVE SPACES TO WS-SHEET-LINE
            STRING "  "                     DELIMITED BY SIZE
                   WS-ATT-ID(WS-ATT-SUB)    DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-ATT-NAME(WS-ATT-SUB)  DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   WS-EDIT-4                DELIMITED BY SIZE
                   "     "                  DELIMITED BY SIZE
                   WS-EDIT-4B               DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   WS-EDIT-4C               DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
            END-STRING
            PERFORM 3270-WRITE-SHEET-LINE
            MOVE "           FIRMA: ______________________________"
                 TO WS-SHEET-LINE
            PERFORM 3270-WRITE-SHEET-LINE.

       9090-WRITE-EXCEPTION-RECHECKS.
      *     ONLY A RUN THAT EDITED THE WHOLE MASTER CAN SAY A REJECT
      *     OR A HOLD IS GONE - A RESTART SKIPPED THE FRONT OF IT
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               AND WS-RESTART-FOUND = "N"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "R"        TO EXC-RECORD-TYPE
               MOVE "SUSPENSE" TO EXC-CATEGORY
               MOVE "MAESTRO DE LECCIONES REVISADO" TO EXC-TEXT
               PERFORM 3095-WRITE-EXCEPTION
               PERFORM 9095-WRITE-HELD-RECHECK
                  VARYING WS-ATT-SUB FROM 1 BY 1
                  UNTIL WS-ATT-SUB > WS-ATT-COUNT
            END-IF.

       9095-WRITE-HELD-RECHECK.
            IF WS-ATT-ID(WS-ATT-SUB) <> SPACES
               AND WS-EXCEPTION-FILE-OPEN = "Y"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "R"    TO EXC-RECORD-TYPE
               MOVE "HELD" TO EXC-CATEGORY
               STRING WS-ATT-ID(WS-ATT-SUB) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      INTO EXC-KEY
               END-STRING
               MOVE "PRERREQUISITOS REVISADOS" TO EXC-TEXT
               PERFORM 3095-WRITE-EXCEPTION
            END-IF.

       9100-CLEAR-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE
