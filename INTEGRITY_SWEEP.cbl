      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file referential integrity sweep. The
      *          load and maintenance programs each check only their
      *          own file; this walks the masters and history files
      *          against each other and prints an exceptions report
      *          by category to data/INTEGRITY-REPORT.TXT:
      *            PR-ORPHAN   prerequisite for a lesson not on the
      *                        master
      *            PR-RETIRED  prerequisite names a lesson retired to
      *                        the archive (the dependent lesson is
      *                        held forever)
      *            PR-MISSING  prerequisite names a lesson on neither
      *                        the master nor the archive
      *            PR-LOOP     prerequisite loop (A needs B, B needs
      *                        A, or longer)
      *            XL-ORPHAN   title translation for a lesson not on
      *                        the master
      *            SU-RETIRED  open suspense item for a lesson no
      *                        longer on the master
      *            CO-OPERATOR completion rows for an operator id not
      *                        on the operator master
      *            CO-LESSON   completion rows for a lesson on
      *                        neither the master nor the archive
      *            AS-OPERATOR assignment to an operator not on the
      *                        operator master
      *            AS-TARGET   assignment of a lesson not on the
      *                        master or a section not on the
      *                        section master
      *            QS-ORPHAN   assessment questions for a lesson not
      *                        on the master
      *          Returns 04 when any exception is found, so DISPATCHER
      *          can run it as the first step of the end-of-shift
      *          stream and stop there, and 95 when the lesson master
      *          or the report cannot be opened. A file that is not
      *          there is noted on the report and its check skipped.
      *          When called with mode C it also writes correcting
      *          transactions for the content desk to review - never
      *          to the live input files:
      *            data/INTEGRITY-PREREQ-LOAD.DAT  the prerequisite
      *                load file without the orphan, retired and
      *                missing rows (loops are left in - which link
      *                to break is the content desk's call)
      *            data/INTEGRITY-XLATE-LOAD.DAT  the translation
      *                load file without the orphan rows
      *            data/INTEGRITY-OPERATOR-TRANS.DAT  an inactive
      *                operator add for each unknown completion id,
      *                in OPERATOR_MAINT's transaction layout
      *            data/INTEGRITY-ASSIGNMENT-TRANS.DAT  a delete for
      *                each broken assignment, in ASSIGNMENT_MAINT's
      *                transaction layout
      *          Suspense and question exceptions are report-only.
      *          The completion checks read data/COMPLETION.DAT, the
      *          current year; a year COMPLETION_ROLLOVER has moved
      *          to its dated file was swept while it was current.
      *          Every exception is also appended to the common
      *          exceptions file for EXCEPTION_DIGEST, and each check
      *          that ran to the end writes a re-check marker for its
      *          categories (not when a file it depends on was
      *          missing or the prerequisite table overflowed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY_SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LESSON-MASTER-SELECT.

           COPY LESSON-ARCHIVE-SELECT.

           COPY SECTION-MASTER-SELECT.

           COPY OPERATOR-MASTER-SELECT.

           COPY PREREQ-SELECT.

           COPY TITLE-XLATE-SELECT.

           COPY SUSPENSE-SELECT.

           COPY ASSIGNMENT-SELECT.

           COPY QUESTION-SELECT.

           SELECT OPTIONAL COMPLETION-FILE
               ASSIGN TO "data/COMPLETION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/INTEGRITY-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PREREQ-FIX-FILE
               ASSIGN TO "data/INTEGRITY-PREREQ-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.

           SELECT XLATE-FIX-FILE
               ASSIGN TO "data/INTEGRITY-XLATE-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.

           SELECT OPERATOR-FIX-FILE
               ASSIGN TO "data/INTEGRITY-OPERATOR-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.

           SELECT ASSIGNMENT-FIX-FILE
               ASSIGN TO "data/INTEGRITY-ASSIGNMENT-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  LESSON-ARCHIVE-FILE.
           COPY LESSON-ARCHIVE-RECORD.

       FD  SECTION-MASTER-FILE.
           COPY SECTION-RECORD.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  PREREQ-FILE.
           COPY PREREQ-RECORD.

       FD  TITLE-XLATE-FILE.
           COPY TITLE-XLATE-RECORD.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE-RECORD.

       FD  ASSIGNMENT-FILE.
           COPY ASSIGNMENT-RECORD.

       FD  QUESTION-FILE.
           COPY QUESTION-RECORD.

       FD  COMPLETION-FILE.
           COPY COMPLETION-RECORD.

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  PREREQ-FIX-FILE.
       01  PREREQ-FIX-RECORD.
           05  PFX-LESSON-CODE     PIC X(6).
           05  PFX-REQUIRED-CODE   PIC X(6).

       FD  XLATE-FIX-FILE.
       01  XLATE-FIX-RECORD.
           05  XFX-LESSON-CODE     PIC X(6).
           05  XFX-LANGUAGE-CODE   PIC X(2).
           05  XFX-TITULO          PIC X(40).

       FD  OPERATOR-FIX-FILE.
           COPY OPERATOR-TRANS-RECORD.

       FD  ASSIGNMENT-FIX-FILE.
           COPY ASSIGNMENT-TRANS-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS      PIC XX VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS     PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS     PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-STATUS    PIC XX VALUE "00".
       01  WS-PREREQ-FILE-STATUS      PIC XX VALUE "00".
       01  WS-XLATE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-ASSIGNMENT-FILE-STATUS  PIC XX VALUE "00".
       01  WS-QUESTION-FILE-STATUS    PIC XX VALUE "00".
       01  WS-COMPLETION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS      PIC XX VALUE "00".
       01  WS-FIX-FILE-STATUS         PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-ARCHIVE-FILE-OPEN       PIC X VALUE "N".
       01  WS-SECTION-FILE-OPEN       PIC X VALUE "N".
       01  WS-OPERATOR-FILE-OPEN      PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN        PIC X VALUE "N".
       01  WS-FIX-FILE-OPEN           PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-STATUS   PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-OPEN     PIC X VALUE "N".
       01  WS-CHECK-PREFIX            PIC X(12).
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-CORRECT-MODE            PIC X VALUE "N".
       01  WS-LESSON-STATE            PIC X VALUE "N".
       01  WS-CHECK-CODE              PIC X(6).
       01  WS-LAST-CODE               PIC X(6).
       01  WS-ROW-BAD                 PIC X VALUE "N".
       01  WS-CHECK-EXCEPTIONS        PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS        PIC 9(5) VALUE ZERO.
       01  WS-CHECKS-SKIPPED          PIC 9(2) VALUE ZERO.
       01  WS-FIX-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ROWS-READ               PIC 9(6) VALUE ZERO.
       01  WS-EXC-CATEGORY            PIC X(12).
       01  WS-EXC-KEY                 PIC X(20).
       01  WS-EXC-TEXT                PIC X(60).
       01  WS-CHECK-TITLE             PIC X(60).
       01  WS-CURRENT-DATE-TIME       PIC X(21).
       01  WS-TODAY                   PIC X(8).
       01  WS-DETAIL-LINE             PIC X(100).
       01  WS-ROW-COUNT-EDIT          PIC ZZZZZ9.

      *    THE PREREQUISITE FILE IN LESSON-CODE ORDER, SO A CHAIN
      *    CAN BE FOLLOWED LINK BY LINK TO FIND LOOPS
       01  WS-PRQ-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-PRQ-SUB                 PIC 9(4) COMP.
       01  WS-PRQ-TABLE-FULL          PIC X VALUE "N".
       01  WS-PRQ-TABLE.
           05  WS-PRQ-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PRQ-COUNT
                   ASCENDING KEY IS WS-PRQ-LESSON
                   INDEXED BY WS-PRQ-IDX.
               10  WS-PRQ-LESSON      PIC X(6).
               10  WS-PRQ-REQUIRED    PIC X(6).
               10  WS-PRQ-BAD         PIC X(1).
       01  WS-WALK-START              PIC X(6).
       01  WS-WALK-CODE               PIC X(6).
       01  WS-WALK-MIN                PIC X(6).
       01  WS-WALK-STATE              PIC X(1).
       01  WS-WALK-STEPS              PIC 9(4) COMP.
       01  WS-WALK-PATH               PIC X(60).
       01  WS-WALK-PTR                PIC 9(3) COMP.

      *    ONE ENTRY PER DISTINCT UNKNOWN ID ON THE COMPLETION
      *    HISTORY, SO A BAD ID IS REPORTED ONCE WITH ITS ROW COUNT
       01  WS-UNK-OPR-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-UNK-LSN-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-UNK-SUB                 PIC 9(4) COMP.
       01  WS-UNK-FOUND               PIC X VALUE "N".
       01  WS-UNK-MAX                 PIC 9(4) COMP VALUE 500.
       01  WS-UNK-OPR-TABLE.
           05  WS-UNK-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-UNK-OPR-ID      PIC X(8).
               10  WS-UNK-OPR-SHIFT   PIC X(1).
               10  WS-UNK-OPR-ROWS    PIC 9(6).
       01  WS-UNK-LSN-TABLE.
           05  WS-UNK-LSN-ENTRY OCCURS 500 TIMES.
               10  WS-UNK-LSN-CODE    PIC X(6).
               10  WS-UNK-LSN-ROWS    PIC 9(6).

       LINKAGE SECTION.
       01  LS-CORRECT-MODE   PIC X(1).
       01  LS-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION USING LS-CORRECT-MODE LS-RETURN-CODE.
       MAIN-PROCEDURE.
            MOVE ZERO TO LS-RETURN-CODE
            PERFORM 1000-INITIALIZE
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 2000-CHECK-PREREQUISITES
               PERFORM 3000-CHECK-TRANSLATIONS
               PERFORM 4000-CHECK-SUSPENSE
               PERFORM 5000-CHECK-COMPLETIONS
               PERFORM 6000-CHECK-ASSIGNMENTS
               PERFORM 6500-CHECK-QUESTIONS
               PERFORM 8000-WRITE-TOTALS
            END-IF
            PERFORM 9000-CLOSE-FILES
            GOBACK.

       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            MOVE ZERO TO WS-TOTAL-EXCEPTIONS
            MOVE ZERO TO WS-CHECKS-SKIPPED
            MOVE ZERO TO WS-PRQ-COUNT
            MOVE ZERO TO WS-UNK-OPR-COUNT
            MOVE ZERO TO WS-UNK-LSN-COUNT
            MOVE "N" TO WS-PRQ-TABLE-FULL
            MOVE "N" TO WS-REPORT-FILE-OPEN
            MOVE "N" TO WS-ARCHIVE-FILE-OPEN
            MOVE "N" TO WS-SECTION-FILE-OPEN
            MOVE "N" TO WS-OPERATOR-FILE-OPEN
            IF LS-CORRECT-MODE = "C"
               MOVE "Y" TO WS-CORRECT-MODE
            ELSE
               MOVE "N" TO WS-CORRECT-MODE
            END-IF
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS <> "00"
               MOVE "N" TO WS-LESSON-FILE-OPEN
               MOVE 95 TO LS-RETURN-CODE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-LESSON-FILE-OPEN
               PERFORM 1100-OPEN-REPORT
               PERFORM 1200-OPEN-EXCEPTIONS
               OPEN INPUT LESSON-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS = "00"
                  MOVE "Y" TO WS-ARCHIVE-FILE-OPEN
               END-IF
               OPEN INPUT SECTION-MASTER-FILE
               IF WS-SECTION-FILE-STATUS = "00"
                  MOVE "Y" TO WS-SECTION-FILE-OPEN
               END-IF
               OPEN INPUT OPERATOR-MASTER-FILE
               IF WS-OPERATOR-FILE-STATUS = "00"
                  MOVE "Y" TO WS-OPERATOR-FILE-OPEN
               END-IF
            END-IF.

       1100-OPEN-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-FILE-STATUS <> "00"
               MOVE 95 TO LS-RETURN-CODE
               DISPLAY "ERROR: REPORT FILE UNAVAILABLE, STATUS="
                       WS-REPORT-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-REPORT-FILE-OPEN
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "INTEGRIDAD ENTRE ARCHIVOS  FECHA: "
                      DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               IF WS-CORRECT-MODE = "Y"
                  MOVE "MODO C: SE ESCRIBEN CORRECCIONES PARA REVISAR"
                       TO WS-DETAIL-LINE
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
               MOVE "CATEGORIA    CLAVE                DETALLE"
                    TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       1200-OPEN-EXCEPTIONS.
            MOVE "N" TO WS-EXCEPTION-FILE-OPEN
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       2000-CHECK-PREREQUISITES.
      *     PREREQUISITES: EACH LINK AGAINST THE MASTER AND ARCHIVE,
      *     THEN EVERY CHAIN FOLLOWED TO FIND LOOPS
            MOVE "PRERREQUISITOS (data/PREREQ.DAT)" TO WS-CHECK-TITLE
            MOVE "PR-" TO WS-CHECK-PREFIX
            PERFORM 7100-START-CHECK
            OPEN INPUT PREREQ-FILE
            IF WS-PREREQ-FILE-STATUS <> "00"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-LOAD-PREREQ UNTIL WS-EOF-SWITCH = "Y"
               CLOSE PREREQ-FILE
               PERFORM 2200-CHECK-ONE-PREREQ
                  VARYING WS-PRQ-SUB FROM 1 BY 1
                  UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
               PERFORM 2400-WALK-ONE-CHAIN
                  VARYING WS-PRQ-SUB FROM 1 BY 1
                  UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
               IF WS-CORRECT-MODE = "Y"
                  PERFORM 2600-WRITE-PREREQ-FIX
               END-IF
               IF WS-PRQ-TABLE-FULL = "Y"
                  MOVE SPACES TO WS-CHECK-PREFIX
               END-IF
            END-IF
            PERFORM 7200-END-CHECK.

       2100-LOAD-PREREQ.
            READ PREREQ-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF WS-PRQ-COUNT < 2000
                     ADD 1 TO WS-PRQ-COUNT
                     MOVE PRQ-LESSON-CODE
                          TO WS-PRQ-LESSON(WS-PRQ-COUNT)
                     MOVE PRQ-REQUIRED-CODE
                          TO WS-PRQ-REQUIRED(WS-PRQ-COUNT)
                     MOVE "N" TO WS-PRQ-BAD(WS-PRQ-COUNT)
                  ELSE
                     IF WS-PRQ-TABLE-FULL = "N"
                        MOVE "Y" TO WS-PRQ-TABLE-FULL
                        MOVE "PR-TABLE"   TO WS-EXC-CATEGORY
                        MOVE SPACES       TO WS-EXC-KEY
                        MOVE "MAS DE 2000 FILAS - RESTO SIN REVISAR"
                             TO WS-EXC-TEXT
                        PERFORM 7000-WRITE-EXCEPTION
                     END-IF
                  END-IF
            END-READ.

       2200-CHECK-ONE-PREREQ.
            MOVE WS-PRQ-LESSON(WS-PRQ-SUB) TO WS-CHECK-CODE
            PERFORM 7500-LOOKUP-LESSON
            IF WS-LESSON-STATE <> "M"
               MOVE "Y" TO WS-PRQ-BAD(WS-PRQ-SUB)
               MOVE "PR-ORPHAN" TO WS-EXC-CATEGORY
               MOVE WS-PRQ-LESSON(WS-PRQ-SUB) TO WS-EXC-KEY
               MOVE "LA LECCION NO ESTA EN EL MAESTRO" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
            END-IF
            MOVE WS-PRQ-REQUIRED(WS-PRQ-SUB) TO WS-CHECK-CODE
            PERFORM 7500-LOOKUP-LESSON
            IF WS-LESSON-STATE <> "M"
               MOVE "Y" TO WS-PRQ-BAD(WS-PRQ-SUB)
               MOVE WS-PRQ-LESSON(WS-PRQ-SUB) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-TEXT
               IF WS-LESSON-STATE = "A"
                  MOVE "PR-RETIRED" TO WS-EXC-CATEGORY
                  STRING "REQUIERE "     DELIMITED BY SIZE
                         WS-CHECK-CODE   DELIMITED BY SIZE
                         ", RETIRADA AL ARCHIVO - RETENIDA SIEMPRE"
                                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  END-STRING
               ELSE
                  MOVE "PR-MISSING" TO WS-EXC-CATEGORY
                  STRING "REQUIERE "     DELIMITED BY SIZE
                         WS-CHECK-CODE   DELIMITED BY SIZE
                         ", NO ESTA EN MAESTRO NI ARCHIVO"
                                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  END-STRING
               END-IF
               PERFORM 7000-WRITE-EXCEPTION
            END-IF.

       2400-WALK-ONE-CHAIN.
      *     FOLLOW THE CHAIN FROM THIS LESSON; COMING BACK TO IT IS A
      *     LOOP. EACH LOOP IS REPORTED ONCE, FROM ITS LOWEST CODE
            MOVE WS-PRQ-LESSON(WS-PRQ-SUB)   TO WS-WALK-START
            MOVE WS-PRQ-LESSON(WS-PRQ-SUB)   TO WS-WALK-MIN
            MOVE WS-PRQ-REQUIRED(WS-PRQ-SUB) TO WS-WALK-CODE
            MOVE ZERO TO WS-WALK-STEPS
            MOVE "G" TO WS-WALK-STATE
            MOVE SPACES TO WS-WALK-PATH
            MOVE 1 TO WS-WALK-PTR
            STRING WS-WALK-START DELIMITED BY SPACE
                   INTO WS-WALK-PATH WITH POINTER WS-WALK-PTR
            END-STRING
            PERFORM 2410-WALK-ONE-LINK UNTIL WS-WALK-STATE <> "G"
            IF WS-WALK-STATE = "L"
               AND WS-WALK-MIN = WS-WALK-START
               MOVE "PR-LOOP"     TO WS-EXC-CATEGORY
               MOVE WS-WALK-START TO WS-EXC-KEY
               MOVE WS-WALK-PATH  TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
            END-IF.

       2410-WALK-ONE-LINK.
            STRING " > "        DELIMITED BY SIZE
                   WS-WALK-CODE DELIMITED BY SPACE
                   INTO WS-WALK-PATH WITH POINTER WS-WALK-PTR
               ON OVERFLOW
                  CONTINUE
            END-STRING
            IF WS-WALK-CODE = WS-WALK-START
               MOVE "L" TO WS-WALK-STATE
            ELSE
               ADD 1 TO WS-WALK-STEPS
               IF WS-WALK-STEPS > WS-PRQ-COUNT
      *           RUNS INTO A LOOP THAT DOES NOT INCLUDE THIS LESSON
                  MOVE "E" TO WS-WALK-STATE
               ELSE
                  SEARCH ALL WS-PRQ-ENTRY
                     AT END
                        MOVE "E" TO WS-WALK-STATE
                     WHEN WS-PRQ-LESSON(WS-PRQ-IDX) = WS-WALK-CODE
                        IF WS-WALK-CODE < WS-WALK-MIN
                           MOVE WS-WALK-CODE TO WS-WALK-MIN
                        END-IF
                        MOVE WS-PRQ-REQUIRED(WS-PRQ-IDX)
                             TO WS-WALK-CODE
                  END-SEARCH
               END-IF
            END-IF.

       2600-WRITE-PREREQ-FIX.
            OPEN OUTPUT PREREQ-FIX-FILE
            IF WS-FIX-FILE-STATUS <> "00"
               DISPLAY "WARNING: PREREQ CORRECTION FILE UNAVAILABLE, "
                       "STATUS=" WS-FIX-FILE-STATUS
            ELSE
               MOVE ZERO TO WS-FIX-COUNT
               PERFORM 2610-WRITE-PREREQ-FIX-ROW
                  VARYING WS-PRQ-SUB FROM 1 BY 1
                  UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
               CLOSE PREREQ-FIX-FILE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  CARGA PROPUESTA "
                                   DELIMITED BY SIZE
                      "data/INTEGRITY-PREREQ-LOAD.DAT: "
                                   DELIMITED BY SIZE
                      WS-FIX-COUNT DELIMITED BY SIZE
                      " FILAS"     DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       2610-WRITE-PREREQ-FIX-ROW.
            IF WS-PRQ-BAD(WS-PRQ-SUB) = "N"
               MOVE WS-PRQ-LESSON(WS-PRQ-SUB)   TO PFX-LESSON-CODE
               MOVE WS-PRQ-REQUIRED(WS-PRQ-SUB) TO PFX-REQUIRED-CODE
               WRITE PREREQ-FIX-RECORD
               ADD 1 TO WS-FIX-COUNT
            END-IF.

       3000-CHECK-TRANSLATIONS.
      *     TRANSLATIONS: EVERY ROW AGAINST THE LESSON MASTER
            MOVE "TRADUCCIONES (data/TITLE-XLATE.DAT)" TO WS-CHECK-TITLE
            MOVE "XL-" TO WS-CHECK-PREFIX
            PERFORM 7100-START-CHECK
            OPEN INPUT TITLE-XLATE-FILE
            IF WS-XLATE-FILE-STATUS <> "00"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE "N" TO WS-FIX-FILE-OPEN
               MOVE ZERO TO WS-FIX-COUNT
               IF WS-CORRECT-MODE = "Y"
                  OPEN OUTPUT XLATE-FIX-FILE
                  IF WS-FIX-FILE-STATUS = "00"
                     MOVE "Y" TO WS-FIX-FILE-OPEN
                  ELSE
                     DISPLAY "WARNING: XLATE CORRECTION FILE "
                             "UNAVAILABLE, STATUS=" WS-FIX-FILE-STATUS
                  END-IF
               END-IF
               MOVE SPACES TO WS-LAST-CODE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-CHECK-ONE-TRANSLATION
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE TITLE-XLATE-FILE
               IF WS-FIX-FILE-OPEN = "Y"
                  CLOSE XLATE-FIX-FILE
                  MOVE SPACES TO WS-DETAIL-LINE
                  STRING "  CARGA PROPUESTA "
                                      DELIMITED BY SIZE
                         "data/INTEGRITY-XLATE-LOAD.DAT: "
                                      DELIMITED BY SIZE
                         WS-FIX-COUNT DELIMITED BY SIZE
                         " FILAS"     DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
            END-IF
            PERFORM 7200-END-CHECK.

       3100-CHECK-ONE-TRANSLATION.
            READ TITLE-XLATE-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
      *           THE FILE IS IN LESSON-CODE ORDER - LOOK EACH CODE
      *           UP ONCE, NOT ONCE PER LANGUAGE
                  IF TXL-LESSON-CODE <> WS-LAST-CODE
                     MOVE TXL-LESSON-CODE TO WS-LAST-CODE
                     MOVE TXL-LESSON-CODE TO WS-CHECK-CODE
                     PERFORM 7500-LOOKUP-LESSON
                  END-IF
                  IF WS-LESSON-STATE <> "M"
                     MOVE "XL-ORPHAN" TO WS-EXC-CATEGORY
                     MOVE SPACES TO WS-EXC-KEY
                     STRING TXL-LESSON-CODE   DELIMITED BY SIZE
                            " "               DELIMITED BY SIZE
                            TXL-LANGUAGE-CODE DELIMITED BY SIZE
                            INTO WS-EXC-KEY
                     END-STRING
                     PERFORM 7600-LESSON-STATE-TEXT
                     PERFORM 7000-WRITE-EXCEPTION
                  ELSE
                     IF WS-FIX-FILE-OPEN = "Y"
                        MOVE TXL-LESSON-CODE   TO XFX-LESSON-CODE
                        MOVE TXL-LANGUAGE-CODE TO XFX-LANGUAGE-CODE
                        MOVE TXL-TITULO        TO XFX-TITULO
                        WRITE XLATE-FIX-RECORD
                        ADD 1 TO WS-FIX-COUNT
                     END-IF
                  END-IF
            END-READ.

       4000-CHECK-SUSPENSE.
      *     SUSPENSE: OPEN ITEMS FOR LESSONS NO LONGER ON THE MASTER
            MOVE "SUSPENSE ABIERTO (data/SUSPENSE.DAT)"
                 TO WS-CHECK-TITLE
            MOVE "SU-" TO WS-CHECK-PREFIX
            PERFORM 7100-START-CHECK
            OPEN INPUT SUSPENSE-FILE
            IF WS-SUSPENSE-FILE-STATUS <> "00"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-CHECK-ONE-SUSPENSE
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE SUSPENSE-FILE
            END-IF
            PERFORM 7200-END-CHECK.

       4100-CHECK-ONE-SUSPENSE.
            READ SUSPENSE-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF SUSP-STATUS = "O"
                     MOVE SUSP-LESSON-CODE TO WS-CHECK-CODE
                     PERFORM 7500-LOOKUP-LESSON
                     IF WS-LESSON-STATE <> "M"
                        MOVE "SU-RETIRED" TO WS-EXC-CATEGORY
                        MOVE SPACES TO WS-EXC-KEY
                        STRING SUSP-LESSON-CODE DELIMITED BY SIZE
                               " "              DELIMITED BY SIZE
                               SUSP-REASON-CODE DELIMITED BY SIZE
                               INTO WS-EXC-KEY
                        END-STRING
                        PERFORM 7600-LESSON-STATE-TEXT
                        PERFORM 7000-WRITE-EXCEPTION
                     END-IF
                  END-IF
            END-READ.

       5000-CHECK-COMPLETIONS.
      *     COMPLETION HISTORY: OPERATOR AND LESSON ON EVERY ROW
            MOVE "HISTORIAL (data/COMPLETION.DAT)" TO WS-CHECK-TITLE
      *     WITHOUT THE OPERATOR MASTER ONLY THE LESSONS ARE CHECKED
            IF WS-OPERATOR-FILE-OPEN = "Y"
               MOVE "CO-" TO WS-CHECK-PREFIX
            ELSE
               MOVE "CO-LESSON" TO WS-CHECK-PREFIX
            END-IF
            PERFORM 7100-START-CHECK
            OPEN INPUT COMPLETION-FILE
            IF WS-COMPLETION-FILE-STATUS <> "00"
               AND WS-COMPLETION-FILE-STATUS <> "05"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE ZERO TO WS-ROWS-READ
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 5100-CHECK-ONE-COMPLETION
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COMPLETION-FILE
               IF WS-OPERATOR-FILE-OPEN = "N"
                  MOVE "  MAESTRO DE OPERADORES NO DISPONIBLE"
                       TO WS-DETAIL-LINE
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
               PERFORM 5300-REPORT-UNKNOWN-OPERATOR
                  VARYING WS-UNK-SUB FROM 1 BY 1
                  UNTIL WS-UNK-SUB > WS-UNK-OPR-COUNT
               PERFORM 5400-REPORT-UNKNOWN-LESSON
                  VARYING WS-UNK-SUB FROM 1 BY 1
                  UNTIL WS-UNK-SUB > WS-UNK-LSN-COUNT
               IF WS-CORRECT-MODE = "Y"
                  PERFORM 5500-WRITE-OPERATOR-FIX
               END-IF
            END-IF
            PERFORM 7200-END-CHECK.

       5100-CHECK-ONE-COMPLETION.
            READ COMPLETION-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-ROWS-READ
                  IF WS-OPERATOR-FILE-OPEN = "Y"
                     AND COMP-OPERATOR-ID <> SPACES
                     MOVE COMP-OPERATOR-ID TO OPR-OPERATOR-ID
                     READ OPERATOR-MASTER-FILE
                        INVALID KEY
                           PERFORM 5110-COUNT-UNKNOWN-OPERATOR
                     END-READ
                  END-IF
                  MOVE COMP-LESSON-CODE TO WS-CHECK-CODE
                  PERFORM 7500-LOOKUP-LESSON
                  IF WS-LESSON-STATE = "N"
                     PERFORM 5120-COUNT-UNKNOWN-LESSON
                  END-IF
            END-READ.

       5110-COUNT-UNKNOWN-OPERATOR.
            MOVE "N" TO WS-UNK-FOUND
            PERFORM 5115-MATCH-UNKNOWN-OPERATOR
               VARYING WS-UNK-SUB FROM 1 BY 1
               UNTIL WS-UNK-SUB > WS-UNK-OPR-COUNT
                  OR WS-UNK-FOUND = "Y"
            IF WS-UNK-FOUND = "N"
               AND WS-UNK-OPR-COUNT < WS-UNK-MAX
               ADD 1 TO WS-UNK-OPR-COUNT
               MOVE COMP-OPERATOR-ID
                    TO WS-UNK-OPR-ID(WS-UNK-OPR-COUNT)
               MOVE COMP-SHIFT-CODE
                    TO WS-UNK-OPR-SHIFT(WS-UNK-OPR-COUNT)
               MOVE 1 TO WS-UNK-OPR-ROWS(WS-UNK-OPR-COUNT)
            END-IF.

       5115-MATCH-UNKNOWN-OPERATOR.
            IF WS-UNK-OPR-ID(WS-UNK-SUB) = COMP-OPERATOR-ID
               MOVE "Y" TO WS-UNK-FOUND
               ADD 1 TO WS-UNK-OPR-ROWS(WS-UNK-SUB)
            END-IF.

       5120-COUNT-UNKNOWN-LESSON.
            MOVE "N" TO WS-UNK-FOUND
            PERFORM 5125-MATCH-UNKNOWN-LESSON
               VARYING WS-UNK-SUB FROM 1 BY 1
               UNTIL WS-UNK-SUB > WS-UNK-LSN-COUNT
                  OR WS-UNK-FOUND = "Y"
            IF WS-UNK-FOUND = "N"
               AND WS-UNK-LSN-COUNT < WS-UNK-MAX
               ADD 1 TO WS-UNK-LSN-COUNT
               MOVE COMP-LESSON-CODE
                    TO WS-UNK-LSN-CODE(WS-UNK-LSN-COUNT)
               MOVE 1 TO WS-UNK-LSN-ROWS(WS-UNK-LSN-COUNT)
            END-IF.

       5125-MATCH-UNKNOWN-LESSON.
            IF WS-UNK-LSN-CODE(WS-UNK-SUB) = COMP-LESSON-CODE
               MOVE "Y" TO WS-UNK-FOUND
               ADD 1 TO WS-UNK-LSN-ROWS(WS-UNK-SUB)
            END-IF.

       5300-REPORT-UNKNOWN-OPERATOR.
            MOVE "CO-OPERATOR" TO WS-EXC-CATEGORY
            MOVE WS-UNK-OPR-ID(WS-UNK-SUB) TO WS-EXC-KEY
            MOVE WS-UNK-OPR-ROWS(WS-UNK-SUB) TO WS-ROW-COUNT-EDIT
            MOVE SPACES TO WS-EXC-TEXT
            STRING "NO ESTA EN EL MAESTRO DE OPERADORES - "
                                      DELIMITED BY SIZE
                   WS-ROW-COUNT-EDIT  DELIMITED BY SIZE
                   " FILAS"           DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
            END-STRING
            PERFORM 7000-WRITE-EXCEPTION.

       5400-REPORT-UNKNOWN-LESSON.
            MOVE "CO-LESSON" TO WS-EXC-CATEGORY
            MOVE WS-UNK-LSN-CODE(WS-UNK-SUB) TO WS-EXC-KEY
            MOVE WS-UNK-LSN-ROWS(WS-UNK-SUB) TO WS-ROW-COUNT-EDIT
            MOVE SPACES TO WS-EXC-TEXT
            STRING "NO ESTA EN MAESTRO NI ARCHIVO - "
                                      DELIMITED BY SIZE
                   WS-ROW-COUNT-EDIT  DELIMITED BY SIZE
                   " FILAS"           DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
            END-STRING
            PERFORM 7000-WRITE-EXCEPTION.

       5500-WRITE-OPERATOR-FIX.
      *     PUT THE ID ON THE MASTER AS INACTIVE SO THE HISTORY
      *     RESOLVES; THE CONTENT DESK SUPPLIES THE REAL NAME, OR
      *     DROPS THE TRANSACTION IF THE ID IS A MIS-KEY
            OPEN OUTPUT OPERATOR-FIX-FILE
            IF WS-FIX-FILE-STATUS <> "00"
               DISPLAY "WARNING: OPERATOR CORRECTION FILE "
                       "UNAVAILABLE, STATUS=" WS-FIX-FILE-STATUS
            ELSE
               MOVE WS-UNK-OPR-COUNT TO WS-FIX-COUNT
               PERFORM 5510-WRITE-OPERATOR-FIX-ROW
                  VARYING WS-UNK-SUB FROM 1 BY 1
                  UNTIL WS-UNK-SUB > WS-UNK-OPR-COUNT
               CLOSE OPERATOR-FIX-FILE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  ALTAS PROPUESTAS "
                                       DELIMITED BY SIZE
                      "data/INTEGRITY-OPERATOR-TRANS.DAT: "
                                       DELIMITED BY SIZE
                      WS-FIX-COUNT     DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       5510-WRITE-OPERATOR-FIX-ROW.
            MOVE "A"                          TO OTR-ACTION
            MOVE WS-UNK-OPR-ID(WS-UNK-SUB)    TO OTR-OPERATOR-ID
            MOVE "REVISAR - SOLO EN HISTORIAL" TO OTR-NAME
            MOVE "N"                          TO OTR-ACTIVE-FLAG
            MOVE WS-UNK-OPR-SHIFT(WS-UNK-SUB) TO OTR-HOME-SHIFT
            WRITE OPERATOR-TRANS-RECORD.

       6000-CHECK-ASSIGNMENTS.
      *     TRAINING ASSIGNMENTS: ASSIGNEE AND TARGET STILL EXIST
            MOVE "ASIGNACIONES (data/ASSIGNMENT.DAT)" TO WS-CHECK-TITLE
            IF WS-OPERATOR-FILE-OPEN = "Y"
               AND WS-SECTION-FILE-OPEN = "Y"
               MOVE "AS-" TO WS-CHECK-PREFIX
            ELSE
               MOVE SPACES TO WS-CHECK-PREFIX
            END-IF
            PERFORM 7100-START-CHECK
            OPEN INPUT ASSIGNMENT-FILE
            IF WS-ASSIGNMENT-FILE-STATUS <> "00"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE "N" TO WS-FIX-FILE-OPEN
               MOVE ZERO TO WS-FIX-COUNT
               IF WS-CORRECT-MODE = "Y"
                  OPEN OUTPUT ASSIGNMENT-FIX-FILE
                  IF WS-FIX-FILE-STATUS = "00"
                     MOVE "Y" TO WS-FIX-FILE-OPEN
                  ELSE
                     DISPLAY "WARNING: ASSIGNMENT CORRECTION FILE "
                             "UNAVAILABLE, STATUS=" WS-FIX-FILE-STATUS
                  END-IF
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6100-CHECK-ONE-ASSIGNMENT
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE ASSIGNMENT-FILE
               IF WS-FIX-FILE-OPEN = "Y"
                  CLOSE ASSIGNMENT-FIX-FILE
                  MOVE SPACES TO WS-DETAIL-LINE
                  STRING "  BAJAS PROPUESTAS "
                                      DELIMITED BY SIZE
                         "data/INTEGRITY-ASSIGNMENT-TRANS.DAT: "
                                      DELIMITED BY SIZE
                         WS-FIX-COUNT DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
            END-IF
            PERFORM 7200-END-CHECK.

       6100-CHECK-ONE-ASSIGNMENT.
            READ ASSIGNMENT-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  MOVE "N" TO WS-ROW-BAD
                  MOVE SPACES TO WS-EXC-KEY
                  STRING ASG-ASSIGNEE-TYPE DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         ASG-ASSIGNEE-ID   DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         ASG-TARGET-TYPE   DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         ASG-TARGET-CODE   DELIMITED BY SIZE
                         INTO WS-EXC-KEY
                  END-STRING
                  IF ASG-ASSIGNEE-TYPE = "O"
                     AND WS-OPERATOR-FILE-OPEN = "Y"
                     MOVE ASG-ASSIGNEE-ID TO OPR-OPERATOR-ID
                     READ OPERATOR-MASTER-FILE
                        INVALID KEY
                           MOVE "Y" TO WS-ROW-BAD
                           MOVE "AS-OPERATOR" TO WS-EXC-CATEGORY
                           MOVE "EL OPERADOR NO ESTA EN EL MAESTRO"
                                TO WS-EXC-TEXT
                           PERFORM 7000-WRITE-EXCEPTION
                     END-READ
                  END-IF
                  IF ASG-TARGET-TYPE = "L"
                     MOVE ASG-TARGET-CODE TO WS-CHECK-CODE
                     PERFORM 7500-LOOKUP-LESSON
                     IF WS-LESSON-STATE <> "M"
                        MOVE "Y" TO WS-ROW-BAD
                        MOVE "AS-TARGET" TO WS-EXC-CATEGORY
                        PERFORM 7600-LESSON-STATE-TEXT
                        PERFORM 7000-WRITE-EXCEPTION
                     END-IF
                  END-IF
                  IF ASG-TARGET-TYPE = "S"
                     AND WS-SECTION-FILE-OPEN = "Y"
                     MOVE ASG-TARGET-CODE(1:4) TO SECT-CODE
                     READ SECTION-MASTER-FILE
                        INVALID KEY
                           MOVE "Y" TO WS-ROW-BAD
                           MOVE "AS-TARGET" TO WS-EXC-CATEGORY
                           MOVE "LA SECCION NO ESTA EN EL MAESTRO"
                                TO WS-EXC-TEXT
                           PERFORM 7000-WRITE-EXCEPTION
                     END-READ
                  END-IF
                  IF WS-ROW-BAD = "Y" AND WS-FIX-FILE-OPEN = "Y"
                     MOVE "D"               TO ATR-ACTION
                     MOVE ASG-ASSIGNEE-TYPE TO ATR-ASSIGNEE-TYPE
                     MOVE ASG-ASSIGNEE-ID   TO ATR-ASSIGNEE-ID
                     MOVE ASG-TARGET-TYPE   TO ATR-TARGET-TYPE
                     MOVE ASG-TARGET-CODE   TO ATR-TARGET-CODE
                     MOVE SPACES            TO ATR-DUE-DATE
                     WRITE ASSIGNMENT-TRANS-RECORD
                     ADD 1 TO WS-FIX-COUNT
                  END-IF
            END-READ.

       6500-CHECK-QUESTIONS.
      *     ASSESSMENT QUESTIONS: ONE LINE PER LESSON NOT ON THE MASTER
            MOVE "PREGUNTAS (data/QUESTION.DAT)" TO WS-CHECK-TITLE
            MOVE "QS-" TO WS-CHECK-PREFIX
            PERFORM 7100-START-CHECK
            OPEN INPUT QUESTION-FILE
            IF WS-QUESTION-FILE-STATUS <> "00"
               PERFORM 7300-CHECK-SKIPPED
            ELSE
               MOVE SPACES TO WS-LAST-CODE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6600-CHECK-ONE-QUESTION
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE QUESTION-FILE
            END-IF
            PERFORM 7200-END-CHECK.

       6600-CHECK-ONE-QUESTION.
            READ QUESTION-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF QST-LESSON-CODE <> WS-LAST-CODE
                     MOVE QST-LESSON-CODE TO WS-LAST-CODE
                     MOVE QST-LESSON-CODE TO WS-CHECK-CODE
                     PERFORM 7500-LOOKUP-LESSON
                     IF WS-LESSON-STATE <> "M"
                        MOVE "QS-ORPHAN" TO WS-EXC-CATEGORY
                        MOVE QST-LESSON-CODE TO WS-EXC-KEY
                        PERFORM 7600-LESSON-STATE-TEXT
                        PERFORM 7000-WRITE-EXCEPTION
                     END-IF
                  END-IF
            END-READ.

       7000-WRITE-EXCEPTION.
      *     COMMON REPORT AND LOOKUP PARAGRAPHS
            ADD 1 TO WS-CHECK-EXCEPTIONS
            ADD 1 TO WS-TOTAL-EXCEPTIONS
            MOVE SPACES TO WS-DETAIL-LINE
            STRING WS-EXC-CATEGORY DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-EXC-KEY      DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-EXC-TEXT     DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "E"             TO EXC-RECORD-TYPE
               EVALUATE WS-EXC-CATEGORY
                  WHEN "PR-LOOP"
                  WHEN "PR-RETIRED"
                  WHEN "PR-MISSING"
                     MOVE "1"       TO EXC-SEVERITY
                  WHEN OTHER
                     MOVE "2"       TO EXC-SEVERITY
               END-EVALUATE
               MOVE WS-EXC-CATEGORY TO EXC-CATEGORY
               MOVE WS-EXC-KEY      TO EXC-KEY
               MOVE WS-EXC-TEXT     TO EXC-TEXT
               PERFORM 7050-PUT-EXCEPTION
            END-IF.

       7050-PUT-EXCEPTION.
            MOVE WS-TODAY                  TO EXC-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
            MOVE "INTEGRITY_SWEEP"         TO EXC-SOURCE
            WRITE EXCEPTION-RECORD
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
               DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       7100-START-CHECK.
            MOVE ZERO TO WS-CHECK-EXCEPTIONS
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            STRING "== "          DELIMITED BY SIZE
                   WS-CHECK-TITLE DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       7200-END-CHECK.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "   EXCEPCIONES: "    DELIMITED BY SIZE
                   WS-CHECK-EXCEPTIONS  DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *     THE CHECK RAN TO THE END - ITS CATEGORIES WERE RE-CHECKED
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               AND WS-CHECK-PREFIX <> SPACES
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "R"             TO EXC-RECORD-TYPE
               MOVE WS-CHECK-PREFIX TO EXC-CATEGORY
               MOVE WS-CHECK-TITLE  TO EXC-TEXT
               PERFORM 7050-PUT-EXCEPTION
            END-IF.

       7300-CHECK-SKIPPED.
            ADD 1 TO WS-CHECKS-SKIPPED
            MOVE SPACES TO WS-CHECK-PREFIX
            MOVE "   ARCHIVO NO DISPONIBLE - REVISION OMITIDA"
                 TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       7500-LOOKUP-LESSON.
      *     M = ON THE LESSON MASTER, A = RETIRED TO THE ARCHIVE,
      *     N = ON NEITHER
            MOVE WS-CHECK-CODE TO LESSON-CODE
            READ LESSON-MASTER-FILE KEY IS LESSON-CODE
               INVALID KEY
                  MOVE "N" TO WS-LESSON-STATE
               NOT INVALID KEY
                  MOVE "M" TO WS-LESSON-STATE
            END-READ
            IF WS-LESSON-STATE = "N" AND WS-ARCHIVE-FILE-OPEN = "Y"
               MOVE WS-CHECK-CODE TO LARC-LESSON-CODE
               READ LESSON-ARCHIVE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "A" TO WS-LESSON-STATE
               END-READ
            END-IF.

       7600-LESSON-STATE-TEXT.
            IF WS-LESSON-STATE = "A"
               MOVE "LECCION RETIRADA AL ARCHIVO" TO WS-EXC-TEXT
            ELSE
               MOVE "LECCION NO ESTA EN MAESTRO NI ARCHIVO"
                    TO WS-EXC-TEXT
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            STRING "TOTAL EXCEPCIONES: "  DELIMITED BY SIZE
                   WS-TOTAL-EXCEPTIONS    DELIMITED BY SIZE
                   "  REVISIONES OMITIDAS: " DELIMITED BY SIZE
                   WS-CHECKS-SKIPPED      DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "INTEGRITY_SWEEP: " WS-TOTAL-EXCEPTIONS
                    " EXCEPTIONS, " WS-CHECKS-SKIPPED
                    " CHECKS SKIPPED"
            IF WS-TOTAL-EXCEPTIONS > ZERO AND LS-RETURN-CODE = ZERO
               MOVE 04 TO LS-RETURN-CODE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE LESSON-MASTER-FILE
            END-IF
            IF WS-ARCHIVE-FILE-OPEN = "Y"
               CLOSE LESSON-ARCHIVE-FILE
            END-IF
            IF WS-SECTION-FILE-OPEN = "Y"
               CLOSE SECTION-MASTER-FILE
            END-IF
            IF WS-OPERATOR-FILE-OPEN = "Y"
               CLOSE OPERATOR-MASTER-FILE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               CLOSE EXCEPTION-FILE
               MOVE "N" TO WS-EXCEPTION-FILE-OPEN
            END-IF.
       END PROGRAM INTEGRITY_SWEEP.
