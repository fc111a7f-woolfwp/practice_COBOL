      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only, screen-driven lesson inquiry for the
      *          content desk - one place to answer "what is the
      *          state of this lesson?" without running reports or
      *          dumping files. Two lookups from the menu screen:
      *            1 = one lesson by code: the lesson master record,
      *                or the archive record and its retire date when
      *                the lesson has been retired; the section name;
      *                every title translation on file; its
      *                prerequisite and the lessons that require it;
      *                any open suspense item with its reason; and
      *                any effective-dated change still waiting on
      *                data/LESSON-PENDING.DAT
      *            2 = a section's lessons, browsed down the
      *                LESSON-SECTION-CODE alternate key one page at
      *                a time
      *          Every file is opened INPUT; nothing is ever written.
      *          Only the lesson master is required - any other file
      *          that is unavailable is reported on the screen and
      *          the rest of the inquiry carries on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LESSON_INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LESSON-MASTER-SELECT.

           COPY LESSON-ARCHIVE-SELECT.

           COPY SECTION-MASTER-SELECT.

           COPY TITLE-XLATE-SELECT.

           COPY PREREQ-SELECT.

           COPY SUSPENSE-SELECT.

           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "data/LESSON-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LESSON-MASTER-FILE.
           COPY LESSON-RECORD.

       FD  LESSON-ARCHIVE-FILE.
           COPY LESSON-ARCHIVE-RECORD.

       FD  SECTION-MASTER-FILE.
           COPY SECTION-RECORD.

       FD  TITLE-XLATE-FILE.
           COPY TITLE-XLATE-RECORD.

       FD  PREREQ-FILE.
           COPY PREREQ-RECORD.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE-RECORD.

       FD  PENDING-FILE.
           COPY LESSON-TRANS-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-LESSON-FILE-STATUS      PIC XX VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS     PIC XX VALUE "00".
       01  WS-SECTION-FILE-STATUS     PIC XX VALUE "00".
       01  WS-XLATE-FILE-STATUS       PIC XX VALUE "00".
       01  WS-PREREQ-FILE-STATUS      PIC XX VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS    PIC XX VALUE "00".
       01  WS-PENDING-FILE-STATUS     PIC XX VALUE "00".
       01  WS-LESSON-FILE-OPEN        PIC X VALUE "N".
       01  WS-ARCHIVE-FILE-OPEN       PIC X VALUE "N".
       01  WS-SECTION-FILE-OPEN       PIC X VALUE "N".
       01  WS-XLATE-FILE-OPEN         PIC X VALUE "N".
       01  WS-PREREQ-FILE-OPEN        PIC X VALUE "N".
       01  WS-SUSPENSE-FILE-OPEN      PIC X VALUE "N".
       01  WS-RETURN-CODE             PIC 9(2) VALUE ZERO.
       01  WS-EXIT-SWITCH             PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
       01  WS-MENU-OPTION             PIC X(1).
       01  WS-INPUT-CODE              PIC X(6).
       01  WS-INQ-CODE                PIC X(6).
       01  WS-INQ-SECTION             PIC X(4).
       01  WS-MESSAGE                 PIC X(70).
       01  WS-SCREEN-TITLE            PIC X(50).
       01  WS-PAGE-FOOTER             PIC X(60).
       01  WS-PAGE-REPLY              PIC X(1).
       01  WS-PAGE-DONE               PIC X VALUE "N".
       01  WS-PAGE-NUMBER             PIC 9(3) VALUE ZERO.
       01  WS-PAGE-START              PIC 9(3) COMP.
       01  WS-PAGE-SUB                PIC 9(2) COMP.
       01  WS-PAGE-SIZE               PIC 9(2) COMP VALUE 18.
       01  WS-LINE-SUB                PIC 9(3) COMP.
       01  WS-LINE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01  WS-BUILD-LINE              PIC X(78).
       01  WS-ITEM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BROWSE-EOF              PIC X VALUE "N".
       01  WS-REASON-TEXT             PIC X(30).

      *    EVERYTHING FOUND FOR ONE LESSON, BUILT FIRST AND THEN
      *    SHOWN A SCREEN PAGE AT A TIME
       01  WS-INQUIRY-TABLE.
           05  WS-INQ-LINE OCCURS 200 TIMES PIC X(78).

       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE OCCURS 18 TIMES PIC X(78).

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "LESSON_INQUIRY - CONSULTA DE LECCIONES".
           05  LINE 3 COLUMN 5
               VALUE "1 = CONSULTA DE UNA LECCION POR CODIGO".
           05  LINE 4 COLUMN 5
               VALUE "2 = LECCIONES DE UNA SECCION, POR PAGINAS".
           05  LINE 5 COLUMN 5
               VALUE "X = SALIR".
           05  LINE 7 COLUMN 5
               VALUE "OPCION:".
           05  LINE 7 COLUMN 25 PIC X(1) USING WS-MENU-OPTION.
           05  LINE 8 COLUMN 5
               VALUE "LECCION / SECCION:".
           05  LINE 8 COLUMN 25 PIC X(6) USING WS-INPUT-CODE.
           05  LINE 10 COLUMN 5 PIC X(70) FROM WS-MESSAGE.

       01  PAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "LESSON_INQUIRY".
           05  LINE 1 COLUMN 20 PIC X(50) FROM WS-SCREEN-TITLE.
           05  LINE 1 COLUMN 72 VALUE "PAG".
           05  LINE 1 COLUMN 76 PIC ZZ9 FROM WS-PAGE-NUMBER.
           05  LINE 3 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(1).
           05  LINE 4 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(2).
           05  LINE 5 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(3).
           05  LINE 6 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(4).
           05  LINE 7 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(5).
           05  LINE 8 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(6).
           05  LINE 9 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(7).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(8).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(9).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(10).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(11).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(12).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(13).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(14).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(15).
           05  LINE 18 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(16).
           05  LINE 19 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(17).
           05  LINE 20 COLUMN 2 PIC X(78) FROM WS-PAGE-LINE(18).
           05  LINE 22 COLUMN 2 PIC X(60) FROM WS-PAGE-FOOTER.
           05  LINE 22 COLUMN 64 PIC X(1) USING WS-PAGE-REPLY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-OPEN-FILES
            IF WS-LESSON-FILE-OPEN = "Y"
               MOVE SPACES TO WS-MESSAGE
               PERFORM 2000-SHOW-MENU UNTIL WS-EXIT-SWITCH = "Y"
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-OPEN-FILES.
            OPEN INPUT LESSON-MASTER-FILE
            IF WS-LESSON-FILE-STATUS = "00"
               MOVE "Y" TO WS-LESSON-FILE-OPEN
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: LESSON MASTER FILE UNAVAILABLE, STATUS="
                       WS-LESSON-FILE-STATUS
            END-IF
            OPEN INPUT LESSON-ARCHIVE-FILE
            IF WS-ARCHIVE-FILE-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-FILE-OPEN
            END-IF
            OPEN INPUT SECTION-MASTER-FILE
            IF WS-SECTION-FILE-STATUS = "00"
               MOVE "Y" TO WS-SECTION-FILE-OPEN
            END-IF
            OPEN INPUT TITLE-XLATE-FILE
            IF WS-XLATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-XLATE-FILE-OPEN
            END-IF
            OPEN INPUT PREREQ-FILE
            IF WS-PREREQ-FILE-STATUS = "00"
               MOVE "Y" TO WS-PREREQ-FILE-OPEN
            END-IF
            OPEN INPUT SUSPENSE-FILE
            IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE "Y" TO WS-SUSPENSE-FILE-OPEN
            END-IF.

       2000-SHOW-MENU.
            MOVE SPACE  TO WS-MENU-OPTION
            MOVE SPACES TO WS-INPUT-CODE
            DISPLAY MENU-SCREEN
            ACCEPT MENU-SCREEN
            MOVE SPACES TO WS-MESSAGE
            MOVE FUNCTION UPPER-CASE(WS-MENU-OPTION) TO WS-MENU-OPTION
            MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE)  TO WS-INPUT-CODE
            EVALUATE WS-MENU-OPTION
               WHEN "1"
                  IF WS-INPUT-CODE = SPACES
                     MOVE "INDIQUE EL CODIGO DE LA LECCION"
                          TO WS-MESSAGE
                  ELSE
                     MOVE WS-INPUT-CODE TO WS-INQ-CODE
                     PERFORM 3000-LESSON-INQUIRY
                  END-IF
               WHEN "2"
                  IF WS-INPUT-CODE = SPACES
                     MOVE "INDIQUE EL CODIGO DE LA SECCION"
                          TO WS-MESSAGE
                  ELSE
                     MOVE WS-INPUT-CODE(1:4) TO WS-INQ-SECTION
                     PERFORM 4000-SECTION-BROWSE
                  END-IF
               WHEN "X"
                  MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                  MOVE "OPCION NO VALIDA - USE 1, 2 O X" TO WS-MESSAGE
            END-EVALUATE.

       3000-LESSON-INQUIRY.
            INITIALIZE WS-INQUIRY-TABLE
            MOVE ZERO TO WS-LINE-COUNT
            MOVE SPACES TO WS-SCREEN-TITLE
            STRING "CONSULTA DE LECCION " DELIMITED BY SIZE
                   WS-INQ-CODE            DELIMITED BY SIZE
                   INTO WS-SCREEN-TITLE
            END-STRING
            PERFORM 3100-SHOW-LESSON-RECORD
            PERFORM 3200-SHOW-TRANSLATIONS
            PERFORM 3300-SHOW-PREREQUISITES
            PERFORM 3400-SHOW-SUSPENSE
            PERFORM 3500-SHOW-PENDING
            PERFORM 3900-SHOW-INQUIRY-PAGES.

       3100-SHOW-LESSON-RECORD.
            MOVE WS-INQ-CODE TO LESSON-CODE
            READ LESSON-MASTER-FILE KEY IS LESSON-CODE
               INVALID KEY
                  PERFORM 3120-SHOW-ARCHIVE-RECORD
               NOT INVALID KEY
                  MOVE "ESTADO   : ACTIVA EN EL MAESTRO"
                       TO WS-BUILD-LINE
                  PERFORM 3990-ADD-LINE
                  MOVE SPACES TO WS-BUILD-LINE
                  STRING "SECCION  : "       DELIMITED BY SIZE
                         LESSON-SECTION-CODE DELIMITED BY SIZE
                         "   NUMERO: "       DELIMITED BY SIZE
                         LESSON-NUMERO       DELIMITED BY SIZE
                         INTO WS-BUILD-LINE
                  END-STRING
                  PERFORM 3990-ADD-LINE
                  MOVE SPACES TO WS-BUILD-LINE
                  STRING "TITULO   : "       DELIMITED BY SIZE
                         LESSON-TITULO       DELIMITED BY SIZE
                         INTO WS-BUILD-LINE
                  END-STRING
                  PERFORM 3990-ADD-LINE
                  MOVE LESSON-SECTION-CODE TO WS-INQ-SECTION
                  PERFORM 3150-SHOW-SECTION-NAME
            END-READ.

       3120-SHOW-ARCHIVE-RECORD.
      *     NOT ON THE MASTER: EITHER RETIRED TO THE ARCHIVE OR NEVER
      *     ADDED (A PENDING ADD FURTHER DOWN MAY EXPLAIN WHICH)
            MOVE "N" TO WS-FOUND-SWITCH
            IF WS-ARCHIVE-FILE-OPEN = "Y"
               MOVE WS-INQ-CODE TO LARC-LESSON-CODE
               READ LESSON-ARCHIVE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
            END-IF
            IF WS-FOUND-SWITCH = "Y"
               MOVE SPACES TO WS-BUILD-LINE
               STRING "ESTADO   : RETIRADA EL " DELIMITED BY SIZE
                      LARC-RETIRE-DATE          DELIMITED BY SIZE
                      " (REGISTRO DEL ARCHIVO)" DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3990-ADD-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "SECCION  : "       DELIMITED BY SIZE
                      LARC-SECTION-CODE   DELIMITED BY SIZE
                      "   NUMERO: "       DELIMITED BY SIZE
                      LARC-NUMERO         DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3990-ADD-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "TITULO   : "       DELIMITED BY SIZE
                      LARC-TITULO         DELIMITED BY SIZE
                      INTO WS-BUILD-LINE
               END-STRING
               PERFORM 3990-ADD-LINE
               MOVE LARC-SECTION-CODE TO WS-INQ-SECTION
               PERFORM 3150-SHOW-SECTION-NAME
            ELSE
               IF WS-ARCHIVE-FILE-OPEN = "Y"
                  MOVE "ESTADO   : NO ESTA EN MAESTRO NI EN ARCHIVO"
                       TO WS-BUILD-LINE
               ELSE
                  MOVE "ESTADO   : NO ESTA EN MAESTRO (SIN ARCHIVO)"
                       TO WS-BUILD-LINE
               END-IF
               PERFORM 3990-ADD-LINE
            END-IF.

       3150-SHOW-SECTION-NAME.
            MOVE SPACES TO WS-BUILD-LINE
            IF WS-SECTION-FILE-OPEN = "Y"
               MOVE WS-INQ-SECTION TO SECT-CODE
               READ SECTION-MASTER-FILE
                  INVALID KEY
                     STRING "NOMBRE   : SECCION "  DELIMITED BY SIZE
                            WS-INQ-SECTION         DELIMITED BY SIZE
                            " NO ESTA EN EL MAESTRO DE SECCIONES"
                                                   DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
                  NOT INVALID KEY
                     STRING "NOMBRE   : "  DELIMITED BY SIZE
                            SECT-NAME      DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
               END-READ
            ELSE
               MOVE "NOMBRE   : (MAESTRO DE SECCIONES NO DISPONIBLE)"
                    TO WS-BUILD-LINE
            END-IF
            PERFORM 3990-ADD-LINE.

       3200-SHOW-TRANSLATIONS.
            PERFORM 3980-ADD-BLANK-LINE
            MOVE "TRADUCCIONES DEL TITULO:" TO WS-BUILD-LINE
            PERFORM 3990-ADD-LINE
            MOVE ZERO TO WS-ITEM-COUNT
            IF WS-XLATE-FILE-OPEN = "Y"
               MOVE WS-INQ-CODE TO TXL-LESSON-CODE
               MOVE LOW-VALUES  TO TXL-LANGUAGE-CODE
               MOVE "N" TO WS-EOF-SWITCH
               START TITLE-XLATE-FILE KEY IS >= TXL-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 3210-READ-NEXT-TRANSLATION
                  UNTIL WS-EOF-SWITCH = "Y"
               IF WS-ITEM-COUNT = ZERO
                  MOVE "  (NINGUNA)" TO WS-BUILD-LINE
                  PERFORM 3990-ADD-LINE
               END-IF
            ELSE
               MOVE "  (ARCHIVO DE TRADUCCIONES NO DISPONIBLE)"
                    TO WS-BUILD-LINE
               PERFORM 3990-ADD-LINE
            END-IF.

       3210-READ-NEXT-TRANSLATION.
            READ TITLE-XLATE-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF TXL-LESSON-CODE <> WS-INQ-CODE
                     MOVE "Y" TO WS-EOF-SWITCH
                  ELSE
                     ADD 1 TO WS-ITEM-COUNT
                     MOVE SPACES TO WS-BUILD-LINE
                     STRING "  "              DELIMITED BY SIZE
                            TXL-LANGUAGE-CODE DELIMITED BY SIZE
                            "  "              DELIMITED BY SIZE
                            TXL-TITULO        DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
                     PERFORM 3990-ADD-LINE
                  END-IF
            END-READ.

       3300-SHOW-PREREQUISITES.
            PERFORM 3980-ADD-BLANK-LINE
            IF WS-PREREQ-FILE-OPEN = "Y"
               MOVE WS-INQ-CODE TO PRQ-LESSON-CODE
               MOVE SPACES TO WS-BUILD-LINE
               READ PREREQ-FILE
                  INVALID KEY
                     MOVE "REQUIERE : (NINGUNA LECCION PREVIA)"
                          TO WS-BUILD-LINE
                  NOT INVALID KEY
                     STRING "REQUIERE : "     DELIMITED BY SIZE
                            PRQ-REQUIRED-CODE DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
               END-READ
               PERFORM 3990-ADD-LINE
      *        NO ALTERNATE KEY ON THE REQUIRED CODE - THE FILE IS
      *        ONE SHORT RECORD PER LESSON, SO WALK IT
               MOVE "REQUERIDA POR:" TO WS-BUILD-LINE
               PERFORM 3990-ADD-LINE
               MOVE ZERO TO WS-ITEM-COUNT
               MOVE LOW-VALUES TO PRQ-LESSON-CODE
               MOVE "N" TO WS-EOF-SWITCH
               START PREREQ-FILE KEY IS >= PRQ-LESSON-CODE
                  INVALID KEY
                     MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 3310-READ-NEXT-PREREQ
                  UNTIL WS-EOF-SWITCH = "Y"
               IF WS-ITEM-COUNT = ZERO
                  MOVE "  (NINGUNA)" TO WS-BUILD-LINE
                  PERFORM 3990-ADD-LINE
               END-IF
            ELSE
               MOVE "REQUIERE : (PRERREQUISITOS NO DISPONIBLE)"
                    TO WS-BUILD-LINE
               PERFORM 3990-ADD-LINE
            END-IF.

       3310-READ-NEXT-PREREQ.
            READ PREREQ-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF PRQ-REQUIRED-CODE = WS-INQ-CODE
                     ADD 1 TO WS-ITEM-COUNT
                     MOVE SPACES TO WS-BUILD-LINE
                     STRING "  "            DELIMITED BY SIZE
                            PRQ-LESSON-CODE DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
                     PERFORM 3990-ADD-LINE
                  END-IF
            END-READ.

       3400-SHOW-SUSPENSE.
            PERFORM 3980-ADD-BLANK-LINE
            MOVE "SUSPENSE ABIERTO:" TO WS-BUILD-LINE
            PERFORM 3990-ADD-LINE
            MOVE ZERO TO WS-ITEM-COUNT
            IF WS-SUSPENSE-FILE-OPEN = "Y"
               MOVE WS-INQ-CODE TO SUSP-LESSON-CODE
               MOVE LOW-VALUES  TO SUSP-REASON-CODE
               MOVE "N" TO WS-EOF-SWITCH
               START SUSPENSE-FILE KEY IS >= SUSP-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 3410-READ-NEXT-SUSPENSE
                  UNTIL WS-EOF-SWITCH = "Y"
               IF WS-ITEM-COUNT = ZERO
                  MOVE "  (NINGUNO)" TO WS-BUILD-LINE
                  PERFORM 3990-ADD-LINE
               END-IF
            ELSE
               MOVE "  (ARCHIVO DE SUSPENSE NO DISPONIBLE)"
                    TO WS-BUILD-LINE
               PERFORM 3990-ADD-LINE
            END-IF.

       3410-READ-NEXT-SUSPENSE.
            READ SUSPENSE-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF SUSP-LESSON-CODE <> WS-INQ-CODE
                     MOVE "Y" TO WS-EOF-SWITCH
                  ELSE
                     IF SUSP-STATUS = "O"
                        PERFORM 3420-ADD-SUSPENSE-LINE
                     END-IF
                  END-IF
            END-READ.

       3420-ADD-SUSPENSE-LINE.
            ADD 1 TO WS-ITEM-COUNT
            EVALUATE SUSP-REASON-CODE
               WHEN "NN"
                  MOVE "NUMERO NO NUMERICO O CERO" TO WS-REASON-TEXT
               WHEN "SC"
                  MOVE "SECCION NO ESTA EN EL MAESTRO"
                       TO WS-REASON-TEXT
               WHEN OTHER
                  MOVE SPACES TO WS-REASON-TEXT
            END-EVALUATE
            MOVE SPACES TO WS-BUILD-LINE
            STRING "  MOTIVO "       DELIMITED BY SIZE
                   SUSP-REASON-CODE  DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-REASON-TEXT    DELIMITED BY SIZE
                   " DESDE "         DELIMITED BY SIZE
                   SUSP-DATE-ADDED   DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
            END-STRING
            PERFORM 3990-ADD-LINE.

       3500-SHOW-PENDING.
            PERFORM 3980-ADD-BLANK-LINE
            MOVE "CAMBIOS PENDIENTES (LESSON-PENDING):" TO WS-BUILD-LINE
            PERFORM 3990-ADD-LINE
            MOVE ZERO TO WS-ITEM-COUNT
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT PENDING-FILE
            IF WS-PENDING-FILE-STATUS = "00"
               OR WS-PENDING-FILE-STATUS = "05"
               PERFORM 3510-READ-NEXT-PENDING
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE PENDING-FILE
               IF WS-ITEM-COUNT = ZERO
                  MOVE "  (NINGUNO)" TO WS-BUILD-LINE
                  PERFORM 3990-ADD-LINE
               END-IF
            ELSE
               MOVE "  (ARCHIVO DE PENDIENTES NO DISPONIBLE)"
                    TO WS-BUILD-LINE
               PERFORM 3990-ADD-LINE
            END-IF.

       3510-READ-NEXT-PENDING.
            READ PENDING-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF TRN-LESSON-CODE = WS-INQ-CODE
                     ADD 1 TO WS-ITEM-COUNT
                     MOVE SPACES TO WS-BUILD-LINE
                     STRING "  "               DELIMITED BY SIZE
                            TRN-ACTION         DELIMITED BY SIZE
                            " EFECTIVO "       DELIMITED BY SIZE
                            TRN-EFFECTIVE-DATE DELIMITED BY SIZE
                            " SECC "           DELIMITED BY SIZE
                            TRN-SECTION-CODE   DELIMITED BY SIZE
                            " NUM "            DELIMITED BY SIZE
                            TRN-NUMERO         DELIMITED BY SIZE
                            " "                DELIMITED BY SIZE
                            TRN-TITULO         DELIMITED BY SIZE
                            INTO WS-BUILD-LINE
                     END-STRING
                     PERFORM 3990-ADD-LINE
                  END-IF
            END-READ.

       3900-SHOW-INQUIRY-PAGES.
            MOVE 1 TO WS-PAGE-START
            MOVE ZERO TO WS-PAGE-NUMBER
            MOVE "N" TO WS-PAGE-DONE
            PERFORM 3910-SHOW-ONE-INQUIRY-PAGE
               UNTIL WS-PAGE-DONE = "Y".

       3910-SHOW-ONE-INQUIRY-PAGE.
            INITIALIZE WS-PAGE-TABLE
            ADD 1 TO WS-PAGE-NUMBER
            PERFORM 3920-FILL-PAGE-LINE
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-PAGE-SIZE
            IF WS-PAGE-START + WS-PAGE-SIZE > WS-LINE-COUNT
               MOVE "FIN DE LA CONSULTA - ENTER = MENU"
                    TO WS-PAGE-FOOTER
            ELSE
               MOVE "ENTER = PAGINA SIGUIENTE   M = MENU"
                    TO WS-PAGE-FOOTER
            END-IF
            PERFORM 3950-DISPLAY-PAGE
            IF WS-PAGE-REPLY = "M"
               OR WS-PAGE-START + WS-PAGE-SIZE > WS-LINE-COUNT
               MOVE "Y" TO WS-PAGE-DONE
            ELSE
               ADD WS-PAGE-SIZE TO WS-PAGE-START
            END-IF.

       3920-FILL-PAGE-LINE.
            COMPUTE WS-LINE-SUB = WS-PAGE-START + WS-PAGE-SUB - 1
            IF WS-LINE-SUB <= WS-LINE-COUNT
               MOVE WS-INQ-LINE(WS-LINE-SUB)
                    TO WS-PAGE-LINE(WS-PAGE-SUB)
            END-IF.

       3950-DISPLAY-PAGE.
            MOVE SPACE TO WS-PAGE-REPLY
            DISPLAY PAGE-SCREEN
            ACCEPT PAGE-SCREEN
            MOVE FUNCTION UPPER-CASE(WS-PAGE-REPLY) TO WS-PAGE-REPLY.

       3980-ADD-BLANK-LINE.
            MOVE SPACES TO WS-BUILD-LINE
            PERFORM 3990-ADD-LINE.

       3990-ADD-LINE.
            IF WS-LINE-COUNT < 200
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-BUILD-LINE TO WS-INQ-LINE(WS-LINE-COUNT)
            END-IF
            MOVE SPACES TO WS-BUILD-LINE.

       4000-SECTION-BROWSE.
      *     THE PAGE IS READ ONLY WHEN IT IS ASKED FOR, ONE RECORD
      *     AHEAD SO THE LAST PAGE KNOWS IT IS THE LAST
            MOVE SPACES TO WS-SCREEN-TITLE
            MOVE SPACES TO SECT-NAME
            IF WS-SECTION-FILE-OPEN = "Y"
               MOVE WS-INQ-SECTION TO SECT-CODE
               READ SECTION-MASTER-FILE
                  INVALID KEY
                     MOVE "(NO ESTA EN EL MAESTRO)" TO SECT-NAME
               END-READ
            END-IF
            STRING "SECCION "      DELIMITED BY SIZE
                   WS-INQ-SECTION  DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   SECT-NAME       DELIMITED BY SIZE
                   INTO WS-SCREEN-TITLE
            END-STRING
            MOVE WS-INQ-SECTION TO LESSON-SECTION-CODE
            MOVE "N" TO WS-BROWSE-EOF
            START LESSON-MASTER-FILE KEY IS = LESSON-SECTION-CODE
               INVALID KEY
                  MOVE "Y" TO WS-BROWSE-EOF
            END-START
            IF WS-BROWSE-EOF = "Y"
               MOVE SPACES TO WS-MESSAGE
               STRING "LA SECCION "     DELIMITED BY SIZE
                      WS-INQ-SECTION    DELIMITED BY SIZE
                      " NO TIENE LECCIONES EN EL MAESTRO"
                                        DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
            ELSE
               PERFORM 4110-READ-NEXT-IN-SECTION
               MOVE ZERO TO WS-PAGE-NUMBER
               MOVE "N" TO WS-PAGE-DONE
               PERFORM 4100-SHOW-ONE-SECTION-PAGE
                  UNTIL WS-PAGE-DONE = "Y"
            END-IF.

       4100-SHOW-ONE-SECTION-PAGE.
            INITIALIZE WS-PAGE-TABLE
            ADD 1 TO WS-PAGE-NUMBER
            MOVE "CODIGO NUM TITULO" TO WS-PAGE-LINE(1)
            MOVE 1 TO WS-PAGE-SUB
            PERFORM 4120-FILL-SECTION-LINE
               UNTIL WS-PAGE-SUB >= WS-PAGE-SIZE
                  OR WS-BROWSE-EOF = "Y"
            IF WS-BROWSE-EOF = "Y"
               MOVE "FIN DE LA SECCION - ENTER = MENU"
                    TO WS-PAGE-FOOTER
            ELSE
               MOVE "ENTER = PAGINA SIGUIENTE   M = MENU"
                    TO WS-PAGE-FOOTER
            END-IF
            PERFORM 3950-DISPLAY-PAGE
            IF WS-PAGE-REPLY = "M" OR WS-BROWSE-EOF = "Y"
               MOVE "Y" TO WS-PAGE-DONE
            END-IF.

       4110-READ-NEXT-IN-SECTION.
            READ LESSON-MASTER-FILE NEXT RECORD
               AT END
                  MOVE "Y" TO WS-BROWSE-EOF
               NOT AT END
                  IF LESSON-SECTION-CODE <> WS-INQ-SECTION
                     MOVE "Y" TO WS-BROWSE-EOF
                  END-IF
            END-READ.

       4120-FILL-SECTION-LINE.
            ADD 1 TO WS-PAGE-SUB
            MOVE SPACES TO WS-BUILD-LINE
            STRING LESSON-CODE    DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   LESSON-NUMERO  DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   LESSON-TITULO  DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
            END-STRING
            MOVE WS-BUILD-LINE TO WS-PAGE-LINE(WS-PAGE-SUB)
            PERFORM 4110-READ-NEXT-IN-SECTION.

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
            IF WS-XLATE-FILE-OPEN = "Y"
               CLOSE TITLE-XLATE-FILE
            END-IF
            IF WS-PREREQ-FILE-OPEN = "Y"
               CLOSE PREREQ-FILE
            END-IF
            IF WS-SUSPENSE-FILE-OPEN = "Y"
               CLOSE SUSPENSE-FILE
            END-IF.
       END PROGRAM LESSON_INQUIRY.
