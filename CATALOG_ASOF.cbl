      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time lesson catalog. Rebuilds the lesson
      *          master as it stood at the end of a given past date
      *          (argument 1, YYYYMMDD) from today's master and the
      *          lesson change journal (data/LESSON-JOURNAL.DAT)
      *          written by LESSON_MAINT, LESSON_RELEASE and
      *          SUSPENSE_REPAIR, and prints that catalog followed by
      *          the differences against today's catalog (changed,
      *          added since and retired since) to
      *          data/CATALOG-ASOF.TXT, so compliance can show which
      *          version of a lesson an operator completed on a
      *          given date.
      *          The journal is rolled back, not forward: for every
      *          lesson changed after the date, the before image of
      *          its first change after the date is how it stood on
      *          the date; a lesson with no change since is as it is
      *          on the master today. Returns 04 when the journal
      *          does not reach back to the date (or the change
      *          table overflows), because the rebuilt catalog can
      *          then only be trusted from the first journal date.
      *          Returns 95, with only a heading on the report, when
      *          the journal cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG_ASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LESSON-MASTER-SELECT.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "data/LESSON-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/CATALOG-ASOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  JOURNAL-FILE.
           COPY LESSON-JOURNAL-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS    PIC XX VALUE "00".
       01  WS-JOURNAL-FILE-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS    PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN      PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN      PIC X VALUE "N".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
       01  WS-MASTER-EOF            PIC X VALUE "N".
       01  WS-PASS                  PIC X VALUE "C".
       01  WS-ASOF-DATE             PIC X(8).
       01  WS-FIRST-JOURNAL-DATE    PIC X(8) VALUE SPACES.
       01  WS-JOURNAL-INCOMPLETE    PIC X VALUE "N".
       01  WS-TABLE-FULL            PIC X VALUE "N".
       01  WS-JOURNAL-READ          PIC 9(6) VALUE ZERO.
       01  WS-JOURNAL-AFTER         PIC 9(6) VALUE ZERO.
       01  WS-CATALOG-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RETIRED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-UNCHANGED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-TODAY                 PIC X(8).
       01  WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01  WS-DETAIL-LINE           PIC X(100).
       01  WS-IMAGE-TEXT            PIC X(50).
       01  WS-LINE-CODE             PIC X(6).
       01  WS-SEARCH-DONE           PIC X VALUE "N".
       01  WS-CODE-FOUND            PIC X VALUE "N".
       01  WS-RB-SUB                PIC 9(4) COMP.
       01  WS-INSERT-SUB            PIC 9(4) COMP.
       01  WS-MOVE-SUB              PIC 9(4) COMP.
       01  WS-RB-MAX                PIC 9(4) COMP VALUE 2000.

      *    ONE ENTRY PER LESSON CHANGED AFTER THE AS-OF DATE, KEPT IN
      *    LESSON-CODE ORDER SO IT MERGES AGAINST THE MASTER. THE
      *    IMAGE IS THE BEFORE IMAGE OF THE FIRST CHANGE AFTER THE
      *    DATE; WS-RB-EXISTED IS "N" WHEN THAT CHANGE WAS AN ADD
       01  WS-ROLLBACK-TABLE.
           05  WS-RB-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-RB-ENTRY OCCURS 2000 TIMES.
               10  WS-RB-LESSON-CODE    PIC X(6).
               10  WS-RB-EXISTED        PIC X(1).
               10  WS-RB-SECTION-CODE   PIC X(4).
               10  WS-RB-TITULO         PIC X(40).
               10  WS-RB-NUMERO         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            PERFORM 1000-GET-PARAMETERS
            IF WS-RETURN-CODE = ZERO
               PERFORM 1100-OPEN-FILES
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 2000-LOAD-JOURNAL
               IF WS-RETURN-CODE = 95
                  PERFORM 3050-WRITE-NO-JOURNAL
               ELSE
                  PERFORM 3000-WRITE-HEADINGS
                  MOVE "C" TO WS-PASS
                  PERFORM 4000-MERGE-PASS
                  PERFORM 3100-WRITE-CATALOG-TOTAL
                  MOVE "D" TO WS-PASS
                  PERFORM 3200-WRITE-DIFF-HEADINGS
                  PERFORM 4000-MERGE-PASS
                  PERFORM 8000-WRITE-TOTALS
               END-IF
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-GET-PARAMETERS.
            DISPLAY 1 UPON ARGUMENT-NUMBER
            ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACES TO WS-ASOF-DATE
            END-ACCEPT
            IF WS-ASOF-DATE = SPACES
               DISPLAY "AS-OF DATE (YYYYMMDD): "
               ACCEPT WS-ASOF-DATE
            END-IF
            IF WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY "CATALOG_ASOF: DATE MUST BE YYYYMMDD"
               MOVE 16 TO WS-RETURN-CODE
            ELSE
               IF WS-ASOF-DATE > WS-TODAY
                  DISPLAY "CATALOG_ASOF: DATE IS IN THE FUTURE"
                  MOVE 16 TO WS-RETURN-CODE
               END-IF
            END-IF.

       1100-OPEN-FILES.
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-LESSON-FILE-OPEN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: REPORT FILE UNAVAILABLE, STATUS="
                          WS-REPORT-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-REPORT-FILE-OPEN
               END-IF
            END-IF.

       2000-LOAD-JOURNAL.
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT JOURNAL-FILE
            IF WS-JOURNAL-FILE-STATUS <> "00"
               AND WS-JOURNAL-FILE-STATUS <> "05"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               DISPLAY "ERROR: LESSON JOURNAL UNAVAILABLE, STATUS="
                       WS-JOURNAL-FILE-STATUS
            ELSE
               PERFORM 2100-READ-JOURNAL UNTIL WS-EOF-SWITCH = "Y"
               CLOSE JOURNAL-FILE
            END-IF
      *     A JOURNAL THAT STARTS AFTER THE DATE CANNOT SEE THE
      *     CHANGES MADE BETWEEN THE DATE AND ITS FIRST RECORD
            IF WS-ASOF-DATE < WS-TODAY
               AND (WS-FIRST-JOURNAL-DATE = SPACES
                  OR WS-FIRST-JOURNAL-DATE > WS-ASOF-DATE)
               MOVE "Y" TO WS-JOURNAL-INCOMPLETE
            END-IF.

       2100-READ-JOURNAL.
            READ JOURNAL-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-JOURNAL-READ
                  IF WS-FIRST-JOURNAL-DATE = SPACES
                     MOVE LJR-DATE TO WS-FIRST-JOURNAL-DATE
                  END-IF
                  IF LJR-DATE > WS-ASOF-DATE
                     ADD 1 TO WS-JOURNAL-AFTER
                     PERFORM 2200-FILE-ROLLBACK-ENTRY
                  END-IF
            END-READ.

       2200-FILE-ROLLBACK-ENTRY.
      *     ONLY THE FIRST CHANGE AFTER THE DATE MATTERS - ITS BEFORE
      *     IMAGE IS THE LESSON AS IT STOOD ON THE DATE
            MOVE 1 TO WS-INSERT-SUB
            MOVE "N" TO WS-SEARCH-DONE
            MOVE "N" TO WS-CODE-FOUND
            PERFORM 2210-FIND-INSERT-POINT
               UNTIL WS-INSERT-SUB > WS-RB-COUNT
                  OR WS-SEARCH-DONE = "Y"
            IF WS-CODE-FOUND = "Y"
               CONTINUE
            ELSE
               IF WS-RB-COUNT < WS-RB-MAX
                  PERFORM 2220-SHIFT-ENTRY
                     VARYING WS-MOVE-SUB FROM WS-RB-COUNT BY -1
                     UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                  ADD 1 TO WS-RB-COUNT
                  PERFORM 2230-STORE-BEFORE-IMAGE
               ELSE
                  IF WS-TABLE-FULL = "N"
                     MOVE "Y" TO WS-TABLE-FULL
                     DISPLAY "WARNING: MORE THAN 2000 LESSONS CHANGED "
                             "SINCE THE DATE - CATALOG INCOMPLETE"
                  END-IF
               END-IF
            END-IF.

       2210-FIND-INSERT-POINT.
            IF WS-RB-LESSON-CODE(WS-INSERT-SUB) < LJR-LESSON-CODE
               ADD 1 TO WS-INSERT-SUB
            ELSE
               MOVE "Y" TO WS-SEARCH-DONE
               IF WS-RB-LESSON-CODE(WS-INSERT-SUB) = LJR-LESSON-CODE
                  MOVE "Y" TO WS-CODE-FOUND
               END-IF
            END-IF.

       2220-SHIFT-ENTRY.
            MOVE WS-RB-ENTRY(WS-MOVE-SUB)
                 TO WS-RB-ENTRY(WS-MOVE-SUB + 1).

       2230-STORE-BEFORE-IMAGE.
            MOVE LJR-LESSON-CODE TO WS-RB-LESSON-CODE(WS-INSERT-SUB)
            IF LJR-BEFORE-IMAGE = SPACES
               MOVE "N" TO WS-RB-EXISTED(WS-INSERT-SUB)
            ELSE
               MOVE "Y" TO WS-RB-EXISTED(WS-INSERT-SUB)
            END-IF
            MOVE LJR-BEFORE-SECTION-CODE
                 TO WS-RB-SECTION-CODE(WS-INSERT-SUB)
            MOVE LJR-BEFORE-TITULO TO WS-RB-TITULO(WS-INSERT-SUB)
            MOVE LJR-BEFORE-NUMERO TO WS-RB-NUMERO(WS-INSERT-SUB).

       3000-WRITE-HEADINGS.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CATALOGO DE LECCIONES AL " DELIMITED BY SIZE
                   WS-ASOF-DATE                DELIMITED BY SIZE
                   "  EMITIDO: "               DELIMITED BY SIZE
                   WS-TODAY                    DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-JOURNAL-INCOMPLETE = "Y"
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-FIRST-JOURNAL-DATE = SPACES
                  MOVE "*** AVISO: DIARIO VACIO - CATALOGO DE HOY"
                       TO WS-DETAIL-LINE
               ELSE
                  STRING "*** AVISO: EL DIARIO EMPIEZA EL "
                                                DELIMITED BY SIZE
                         WS-FIRST-JOURNAL-DATE  DELIMITED BY SIZE
                         " - CAMBIOS ANTERIORES NO REGISTRADOS"
                                                DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            IF WS-TABLE-FULL = "Y"
               MOVE "*** AVISO: MAS DE 2000 CAMBIADAS - INCOMPLETO"
                    TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            MOVE "CODIGO SECC N TITULO" TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       3050-WRITE-NO-JOURNAL.
      *     WITHOUT THE JOURNAL TODAY'S MASTER WOULD PASS FOR THE
      *     CATALOG ON THE DATE - SAY SO INSTEAD OF PRINTING IT
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CATALOGO DE LECCIONES AL " DELIMITED BY SIZE
                   WS-ASOF-DATE                DELIMITED BY SIZE
                   "  EMITIDO: "               DELIMITED BY SIZE
                   WS-TODAY                    DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE "*** DIARIO NO DISPONIBLE - CATALOGO NO RECONSTRUIDO"
                 TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       3100-WRITE-CATALOG-TOTAL.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "LECCIONES EN EL CATALOGO: " DELIMITED BY SIZE
                   WS-CATALOG-COUNT             DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       3200-WRITE-DIFF-HEADINGS.
            MOVE SPACES TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            STRING "DIFERENCIAS ENTRE EL " DELIMITED BY SIZE
                   WS-ASOF-DATE            DELIMITED BY SIZE
                   " Y HOY "               DELIMITED BY SIZE
                   WS-TODAY                DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE "ESTADO    CODIGO       SECC N TITULO"
                 TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       4000-MERGE-PASS.
      *     WALK TODAY'S MASTER AND THE ROLLBACK TABLE TOGETHER IN
      *     LESSON-CODE ORDER. PASS C PRINTS THE CATALOG AS IT STOOD,
      *     PASS D PRINTS WHAT HAS CHANGED SINCE
            MOVE "N" TO WS-MASTER-EOF
            MOVE 1 TO WS-RB-SUB
            MOVE LOW-VALUES TO LESSON-CODE
            START LESSON-MASTER-FILE KEY IS NOT LESS THAN LESSON-CODE
               INVALID KEY
                  MOVE "Y" TO WS-MASTER-EOF
            END-START
            IF WS-MASTER-EOF = "N"
               PERFORM 4100-READ-MASTER
            END-IF
            PERFORM 4200-MERGE-ONE
               UNTIL WS-MASTER-EOF = "Y"
                  AND WS-RB-SUB > WS-RB-COUNT.

       4100-READ-MASTER.
            READ LESSON-MASTER-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-MASTER-EOF
            END-READ.

       4200-MERGE-ONE.
            EVALUATE TRUE
               WHEN WS-RB-SUB > WS-RB-COUNT
                  PERFORM 4300-UNCHANGED-LESSON
                  PERFORM 4100-READ-MASTER
               WHEN WS-MASTER-EOF = "Y"
                  PERFORM 4400-LESSON-GONE-TODAY
                  ADD 1 TO WS-RB-SUB
               WHEN LESSON-CODE < WS-RB-LESSON-CODE(WS-RB-SUB)
                  PERFORM 4300-UNCHANGED-LESSON
                  PERFORM 4100-READ-MASTER
               WHEN LESSON-CODE > WS-RB-LESSON-CODE(WS-RB-SUB)
                  PERFORM 4400-LESSON-GONE-TODAY
                  ADD 1 TO WS-RB-SUB
               WHEN OTHER
                  PERFORM 4500-LESSON-CHANGED
                  PERFORM 4100-READ-MASTER
                  ADD 1 TO WS-RB-SUB
            END-EVALUATE.

       4300-UNCHANGED-LESSON.
      *     NO JOURNAL RECORD SINCE THE DATE - AS IT IS TODAY
            IF WS-PASS = "C"
               MOVE LESSON-CODE TO WS-LINE-CODE
               PERFORM 5100-BUILD-MASTER-IMAGE
               PERFORM 5000-WRITE-CATALOG-LINE
            ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
            END-IF.

       4400-LESSON-GONE-TODAY.
      *     CHANGED SINCE THE DATE AND NOT ON THE MASTER TODAY:
      *     RETIRED SINCE, OR ADDED AND RETIRED SINCE (NO LINE)
            IF WS-RB-EXISTED(WS-RB-SUB) = "Y"
               PERFORM 5200-BUILD-TABLE-IMAGE
               IF WS-PASS = "C"
                  MOVE WS-RB-LESSON-CODE(WS-RB-SUB) TO WS-LINE-CODE
                  PERFORM 5000-WRITE-CATALOG-LINE
               ELSE
                  ADD 1 TO WS-RETIRED-COUNT
                  MOVE SPACES TO WS-DETAIL-LINE
                  STRING "RETIRADA  "                DELIMITED BY SIZE
                         WS-RB-LESSON-CODE(WS-RB-SUB) DELIMITED BY SIZE
                         " ANTES "                   DELIMITED BY SIZE
                         WS-IMAGE-TEXT               DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
            END-IF.

       4500-LESSON-CHANGED.
      *     ON THE MASTER TODAY AND CHANGED SINCE THE DATE
            IF WS-RB-EXISTED(WS-RB-SUB) = "N"
               IF WS-PASS = "D"
                  ADD 1 TO WS-ADDED-COUNT
                  PERFORM 5100-BUILD-MASTER-IMAGE
                  MOVE SPACES TO WS-DETAIL-LINE
                  STRING "NUEVA     "  DELIMITED BY SIZE
                         LESSON-CODE   DELIMITED BY SIZE
                         " AHORA "     DELIMITED BY SIZE
                         WS-IMAGE-TEXT DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
            ELSE
               IF WS-PASS = "C"
                  MOVE LESSON-CODE TO WS-LINE-CODE
                  PERFORM 5200-BUILD-TABLE-IMAGE
                  PERFORM 5000-WRITE-CATALOG-LINE
               ELSE
                  IF WS-RB-SECTION-CODE(WS-RB-SUB) = LESSON-SECTION-CODE
                     AND WS-RB-TITULO(WS-RB-SUB) = LESSON-TITULO
                     AND WS-RB-NUMERO(WS-RB-SUB) = LESSON-NUMERO
      *                 CHANGED AND CHANGED BACK
                     ADD 1 TO WS-UNCHANGED-COUNT
                  ELSE
                     PERFORM 4510-WRITE-CHANGED-LINES
                  END-IF
               END-IF
            END-IF.

       4510-WRITE-CHANGED-LINES.
            ADD 1 TO WS-CHANGED-COUNT
            PERFORM 5200-BUILD-TABLE-IMAGE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CAMBIADA  "  DELIMITED BY SIZE
                   LESSON-CODE   DELIMITED BY SIZE
                   " ANTES "     DELIMITED BY SIZE
                   WS-IMAGE-TEXT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            PERFORM 5100-BUILD-MASTER-IMAGE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "                 AHORA " DELIMITED BY SIZE
                   WS-IMAGE-TEXT             DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       5000-WRITE-CATALOG-LINE.
            ADD 1 TO WS-CATALOG-COUNT
            MOVE SPACES TO WS-DETAIL-LINE
            STRING WS-LINE-CODE  DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   WS-IMAGE-TEXT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       5100-BUILD-MASTER-IMAGE.
            MOVE SPACES TO WS-IMAGE-TEXT
            STRING LESSON-SECTION-CODE DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   LESSON-NUMERO       DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   LESSON-TITULO       DELIMITED BY SIZE
                   INTO WS-IMAGE-TEXT
            END-STRING.

       5200-BUILD-TABLE-IMAGE.
            MOVE SPACES TO WS-IMAGE-TEXT
            STRING WS-RB-SECTION-CODE(WS-RB-SUB) DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-RB-NUMERO(WS-RB-SUB)       DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-RB-TITULO(WS-RB-SUB)       DELIMITED BY SIZE
                   INTO WS-IMAGE-TEXT
            END-STRING.

       8000-WRITE-TOTALS.
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CAMBIADAS: "     DELIMITED BY SIZE
                   WS-CHANGED-COUNT  DELIMITED BY SIZE
                   "  NUEVAS: "      DELIMITED BY SIZE
                   WS-ADDED-COUNT    DELIMITED BY SIZE
                   "  RETIRADAS: "   DELIMITED BY SIZE
                   WS-RETIRED-COUNT  DELIMITED BY SIZE
                   "  SIN CAMBIO: "  DELIMITED BY SIZE
                   WS-UNCHANGED-COUNT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "REGISTROS DEL DIARIO: " DELIMITED BY SIZE
                   WS-JOURNAL-READ          DELIMITED BY SIZE
                   "  POSTERIORES A LA FECHA: " DELIMITED BY SIZE
                   WS-JOURNAL-AFTER         DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "CATALOG_ASOF: " WS-CATALOG-COUNT
                    " LESSONS AS OF " WS-ASOF-DATE ", "
                    WS-CHANGED-COUNT " CHANGED, " WS-ADDED-COUNT
                    " ADDED, " WS-RETIRED-COUNT " RETIRED SINCE"
            IF (WS-JOURNAL-INCOMPLETE = "Y" OR WS-TABLE-FULL = "Y")
               AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-LESSON-FILE-OPEN = "Y"
               CLOSE LESSON-MASTER-FILE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF.
       END PROGRAM CATALOG_ASOF.
