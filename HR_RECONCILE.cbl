      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciles HR's daily employee extract
      *          (data/HR-EXTRACT.DAT, copybooks/HR-EXTRACT-RECORD)
      *          against the operator master and generates the
      *          add, change and deactivate transactions, in the
      *          OPERATOR-TRANS layout, that OPERATOR_MAINT applies
      *          when run with argument HR
      *          (data/HR-OPERATOR-TRANS.DAT). Nothing on the master
      *          is changed here.
      *          The extract is checked end to end before anything is
      *          generated: it must start with a header, have its
      *          employees in ascending id order with no repeats, and
      *          end with a trailer whose count matches. The header
      *          sequence must be one more than the last extract
      *          accepted (data/HR-CONTROL.DAT); a first run accepts
      *          any sequence. A short, out-of-order or out-of-sequence
      *          file is refused whole - the transaction file is left
      *          empty and the return code is 12.
      *          A leaver still active is deactivated, a joiner added,
      *          a returning employee reactivated and a shift move or
      *          name change passed on, once the effective date has
      *          come; until then they are listed as scheduled.
      *          Operators active on the master that HR does not know
      *          about are reported only, never deactivated. An HR
      *          row with a bad field is reported and skipped.
      *          Report: data/HR-RECONCILE.TXT. Refusals, rejected rows
      *          and operators unknown to HR also go to the common
      *          exceptions file. Returns 04 when anything was
      *          rejected or unknown to HR, 95 when a file is
      *          unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR_RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERATOR-MASTER-SELECT.

           SELECT EXTRACT-FILE ASSIGN TO "data/HR-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "data/HR-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "data/HR-OPERATOR-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/HR-RECONCILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  EXTRACT-FILE.
           COPY HR-EXTRACT-RECORD.

       FD  CONTROL-FILE.
       01  HR-CONTROL-RECORD.
           05  HRC-LAST-SEQUENCE      PIC 9(6).
           05  HRC-LAST-EXTRACT-DATE  PIC X(8).
           05  HRC-PROCESSED-DATE     PIC X(8).

       FD  TRANS-FILE.
           COPY OPERATOR-TRANS-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS   PIC XX VALUE "00".
       01  WS-EXTRACT-FILE-STATUS    PIC XX VALUE "00".
       01  WS-CONTROL-FILE-STATUS    PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE "00".
       01  WS-EXCEPTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-OPEN     PIC X VALUE "N".
       01  WS-TRANS-FILE-OPEN        PIC X VALUE "N".
       01  WS-REPORT-FILE-OPEN       PIC X VALUE "N".
       01  WS-EXCEPTION-FILE-OPEN    PIC X VALUE "N".
       01  WS-EOF-SWITCH             PIC X VALUE "N".
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-TODAY                  PIC X(8).

      *    WHAT THE LAST ACCEPTED EXTRACT WAS
       01  WS-CONTROL-FOUND          PIC X VALUE "N".
       01  WS-LAST-SEQUENCE          PIC 9(6) VALUE ZERO.
       01  WS-LAST-EXTRACT-DATE      PIC X(8) VALUE SPACES.
       01  WS-EXPECTED-SEQUENCE      PIC 9(6) VALUE ZERO.

      *    THE EXTRACT BEING CHECKED
       01  WS-FILE-ACCEPTED          PIC X VALUE "Y".
       01  WS-REFUSE-REASON          PIC X(60) VALUE SPACES.
       01  WS-HEADER-SEEN            PIC X VALUE "N".
       01  WS-TRAILER-SEEN           PIC X VALUE "N".
       01  WS-EXTRACT-DATE           PIC X(8) VALUE SPACES.
       01  WS-FILE-SEQUENCE          PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-TRAILER-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-EMPLOYEE-ID            PIC X(8).
       01  WS-PREVIOUS-ID            PIC X(8) VALUE LOW-VALUES.

      *    MATCHING THE EXTRACT AGAINST THE MASTER
       01  WS-HR-KEY                 PIC X(8).
       01  WS-OPR-KEY                PIC X(8).
       01  WS-ROW-VALID              PIC X VALUE "Y".
       01  WS-REJECT-REASON          PIC X(40).
       01  WS-HR-NAME-UPPER          PIC X(30).
       01  WS-OPR-NAME-UPPER         PIC X(30).
       01  WS-CHANGE-NEEDED          PIC X VALUE "N".
       01  WS-TRANS-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(4) VALUE ZERO.

      *    ONE LINE PER FINDING, PRINTED BY SECTION:
      *    1 ALTAS  2 BAJAS  3 CAMBIOS DE TURNO  4 CAMBIOS DE NOMBRE
      *    5 PROGRAMADOS  6 DESCONOCIDOS PARA RRHH  7 RECHAZADOS
       01  WS-FND-SECTION            PIC 9(1).
       01  WS-FND-ID                 PIC X(8).
       01  WS-FND-NAME               PIC X(30).
       01  WS-FND-SHIFT              PIC X(4).
       01  WS-FND-DATE               PIC X(8).
       01  WS-FND-NOTE               PIC X(40).
       01  WS-FND-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-FND-SUB                PIC 9(4) COMP.
       01  WS-FND-MAX                PIC 9(4) COMP VALUE 3000.
       01  WS-FND-OVERFLOW           PIC 9(4) VALUE ZERO.
       01  WS-FINDING-TABLE.
           05  WS-FND-ENTRY OCCURS 3000 TIMES.
               10  WS-FND-ENTRY-SECTION PIC 9(1).
               10  WS-FND-ENTRY-LINE    PIC X(100).
       01  WS-SECTION-SUB            PIC 9(1).
       01  WS-SECTION-TITLE          PIC X(60).
       01  WS-SECTION-TOTALS.
           05  WS-SECTION-TOTAL OCCURS 7 TIMES PIC 9(4).

       01  WS-EDIT-6                 PIC ZZZZZ9.
       01  WS-EDIT-6B                PIC ZZZZZ9.
       01  WS-DETAIL-LINE            PIC X(100).
       01  WS-RETURN-CODE            PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 1100-OPEN-EXCEPTIONS
               PERFORM 2000-LOAD-CONTROL
               IF WS-FILE-ACCEPTED = "Y"
                  PERFORM 3000-VALIDATE-EXTRACT
               END-IF
               IF WS-FILE-ACCEPTED = "Y"
                  PERFORM 4000-RECONCILE
               ELSE
                  PERFORM 3900-REFUSE-EXTRACT
               END-IF
               PERFORM 5000-WRITE-REPORT
               IF WS-FILE-ACCEPTED = "Y" AND WS-RETURN-CODE <> 95
                  PERFORM 6000-UPDATE-CONTROL
               END-IF
               PERFORM 8000-WRITE-TOTALS
            END-IF
            PERFORM 9000-CLOSE-FILES
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            INITIALIZE WS-SECTION-TOTALS
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: REPORT FILE UNAVAILABLE, STATUS="
                       WS-REPORT-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-REPORT-FILE-OPEN
            END-IF.

       1100-OPEN-EXCEPTIONS.
            MOVE "N" TO WS-EXCEPTION-FILE-OPEN
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS <> "00"
               AND WS-EXCEPTION-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-EXCEPTION-FILE-OPEN
            END-IF.

       2000-LOAD-CONTROL.
      *     LAST EXTRACT ACCEPTED
            OPEN INPUT CONTROL-FILE
            IF WS-CONTROL-FILE-STATUS = "00"
               OR WS-CONTROL-FILE-STATUS = "05"
               READ CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF HRC-LAST-SEQUENCE IS NUMERIC
                        MOVE "Y" TO WS-CONTROL-FOUND
                        MOVE HRC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                        MOVE HRC-LAST-EXTRACT-DATE
                             TO WS-LAST-EXTRACT-DATE
                     END-IF
               END-READ
               CLOSE CONTROL-FILE
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "CONTROL DE SECUENCIA NO DISPONIBLE"
                    TO WS-REFUSE-REASON
               DISPLAY "ERROR: HR CONTROL FILE UNAVAILABLE, STATUS="
                       WS-CONTROL-FILE-STATUS
            END-IF.

       3000-VALIDATE-EXTRACT.
      *     FIRST PASS - THE WHOLE EXTRACT IS CHECKED BEFORE ANYTHING IS
      *     GENERATED, SO A BAD FILE IS NEVER HALF-APPLIED
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT EXTRACT-FILE
            IF WS-EXTRACT-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "EXTRACTO DE RRHH NO DISPONIBLE"
                    TO WS-REFUSE-REASON
               DISPLAY "ERROR: HR EXTRACT UNAVAILABLE, STATUS="
                       WS-EXTRACT-FILE-STATUS
            ELSE
               PERFORM 3100-CHECK-ONE-RECORD
                  UNTIL WS-EOF-SWITCH = "Y"
                     OR WS-FILE-ACCEPTED = "N"
               CLOSE EXTRACT-FILE
               IF WS-FILE-ACCEPTED = "Y"
                  AND WS-HEADER-SEEN = "N"
                  MOVE "N" TO WS-FILE-ACCEPTED
                  MOVE "ARCHIVO VACIO - SIN CABECERA"
                       TO WS-REFUSE-REASON
               END-IF
               IF WS-FILE-ACCEPTED = "Y"
                  AND WS-TRAILER-SEEN = "N"
                  MOVE "N" TO WS-FILE-ACCEPTED
                  MOVE "SIN TRAILER - ARCHIVO INCOMPLETO"
                       TO WS-REFUSE-REASON
               END-IF
            END-IF.

       3100-CHECK-ONE-RECORD.
            READ EXTRACT-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-RECORD-COUNT
                  IF WS-TRAILER-SEEN = "Y"
                     MOVE "N" TO WS-FILE-ACCEPTED
                     MOVE "REGISTROS DESPUES DEL TRAILER"
                          TO WS-REFUSE-REASON
                  ELSE
                     EVALUATE TRUE
                        WHEN HRX-RECORD-TYPE = "H"
                           AND WS-RECORD-COUNT = 1
                           PERFORM 3200-CHECK-HEADER
                        WHEN HRX-RECORD-TYPE = "H"
                           MOVE "N" TO WS-FILE-ACCEPTED
                           MOVE "CABECERA FUERA DE LUGAR"
                                TO WS-REFUSE-REASON
                        WHEN WS-HEADER-SEEN = "N"
                           MOVE "N" TO WS-FILE-ACCEPTED
                           MOVE "FALTA LA CABECERA"
                                TO WS-REFUSE-REASON
                        WHEN HRX-RECORD-TYPE = "D"
                           PERFORM 3300-CHECK-DETAIL-ORDER
                        WHEN HRX-RECORD-TYPE = "T"
                           PERFORM 3400-CHECK-TRAILER
                        WHEN OTHER
                           MOVE "N" TO WS-FILE-ACCEPTED
                           MOVE "TIPO DE REGISTRO DESCONOCIDO"
                                TO WS-REFUSE-REASON
                     END-EVALUATE
                  END-IF
            END-READ.

       3200-CHECK-HEADER.
            MOVE "Y" TO WS-HEADER-SEEN
            IF HRX-EXTRACT-DATE IS NOT NUMERIC
               OR HRX-FILE-SEQUENCE IS NOT NUMERIC
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "CABECERA SIN FECHA O SECUENCIA NUMERICA"
                    TO WS-REFUSE-REASON
            ELSE
               MOVE HRX-EXTRACT-DATE  TO WS-EXTRACT-DATE
               MOVE HRX-FILE-SEQUENCE TO WS-FILE-SEQUENCE
               COMPUTE WS-EXPECTED-SEQUENCE = WS-LAST-SEQUENCE + 1
               EVALUATE TRUE
                  WHEN WS-EXTRACT-DATE > WS-TODAY
                     MOVE "N" TO WS-FILE-ACCEPTED
                     MOVE "EXTRACTO CON FECHA FUTURA"
                          TO WS-REFUSE-REASON
                  WHEN WS-CONTROL-FOUND = "N"
                     CONTINUE
                  WHEN WS-FILE-SEQUENCE <> WS-EXPECTED-SEQUENCE
                     MOVE "N" TO WS-FILE-ACCEPTED
                     MOVE WS-FILE-SEQUENCE     TO WS-EDIT-6
                     MOVE WS-EXPECTED-SEQUENCE TO WS-EDIT-6B
                     STRING "FUERA DE SECUENCIA: EXTRACTO "
                                             DELIMITED BY SIZE
                            WS-EDIT-6        DELIMITED BY SIZE
                            ", SE ESPERABA " DELIMITED BY SIZE
                            WS-EDIT-6B       DELIMITED BY SIZE
                            INTO WS-REFUSE-REASON
                     END-STRING
                  WHEN WS-EXTRACT-DATE < WS-LAST-EXTRACT-DATE
                     MOVE "N" TO WS-FILE-ACCEPTED
                     MOVE "FECHA ANTERIOR AL ULTIMO EXTRACTO"
                          TO WS-REFUSE-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       3300-CHECK-DETAIL-ORDER.
            ADD 1 TO WS-DETAIL-COUNT
            MOVE FUNCTION UPPER-CASE(HRX-EMPLOYEE-ID)
                 TO WS-EMPLOYEE-ID
            IF WS-EMPLOYEE-ID <= WS-PREVIOUS-ID
               MOVE "N" TO WS-FILE-ACCEPTED
               STRING "FUERA DE ORDEN O REPETIDO: " DELIMITED BY SIZE
                      WS-EMPLOYEE-ID                DELIMITED BY SIZE
                      " TRAS "                      DELIMITED BY SIZE
                      WS-PREVIOUS-ID                DELIMITED BY SIZE
                      INTO WS-REFUSE-REASON
               END-STRING
            ELSE
               MOVE WS-EMPLOYEE-ID TO WS-PREVIOUS-ID
            END-IF.

       3400-CHECK-TRAILER.
            MOVE "Y" TO WS-TRAILER-SEEN
            IF HRX-DETAIL-COUNT IS NOT NUMERIC
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "TRAILER SIN CONTADOR NUMERICO"
                    TO WS-REFUSE-REASON
            ELSE
               MOVE HRX-DETAIL-COUNT TO WS-TRAILER-COUNT
               IF WS-TRAILER-COUNT <> WS-DETAIL-COUNT
                  MOVE "N" TO WS-FILE-ACCEPTED
                  MOVE WS-TRAILER-COUNT TO WS-EDIT-6
                  MOVE WS-DETAIL-COUNT  TO WS-EDIT-6B
                  STRING "ARCHIVO INCOMPLETO: TRAILER INDICA "
                                          DELIMITED BY SIZE
                         WS-EDIT-6        DELIMITED BY SIZE
                         ", LEIDOS "      DELIMITED BY SIZE
                         WS-EDIT-6B       DELIMITED BY SIZE
                         INTO WS-REFUSE-REASON
                  END-STRING
               END-IF
            END-IF.

       3900-REFUSE-EXTRACT.
      *     AN EMPTY TRANSACTION FILE, SO YESTERDAY'S IS NEVER APPLIED
      *     AGAIN
            OPEN OUTPUT TRANS-FILE
            IF WS-TRANS-FILE-STATUS = "00"
               CLOSE TRANS-FILE
            END-IF
            IF WS-RETURN-CODE = ZERO
               MOVE 12 TO WS-RETURN-CODE
            END-IF
            DISPLAY "HR_RECONCILE: EXTRACT REFUSED - "
                    WS-REFUSE-REASON
            MOVE SPACES          TO EXCEPTION-RECORD
            MOVE "E"             TO EXC-RECORD-TYPE
            MOVE "1"             TO EXC-SEVERITY
            MOVE "HR-FEED"       TO EXC-CATEGORY
            MOVE WS-TODAY        TO EXC-KEY
            MOVE WS-REFUSE-REASON TO EXC-TEXT
            PERFORM 7050-PUT-EXCEPTION.

       4000-RECONCILE.
      *     SECOND PASS - EXTRACT AND MASTER MATCHED IN OPERATOR ID
      *     ORDER
            OPEN INPUT OPERATOR-MASTER-FILE
            EVALUATE WS-OPERATOR-FILE-STATUS
               WHEN "00"
                  MOVE "Y" TO WS-OPERATOR-FILE-OPEN
                  PERFORM 4020-READ-OPERATOR
               WHEN "35"
      *           NO MASTER YET - EVERY EMPLOYEE IS A JOINER
                  MOVE HIGH-VALUES TO WS-OPR-KEY
               WHEN OTHER
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: OPERATOR MASTER UNAVAILABLE, STATUS="
                          WS-OPERATOR-FILE-STATUS
            END-EVALUATE
            IF WS-RETURN-CODE = ZERO
               OPEN OUTPUT TRANS-FILE
               IF WS-TRANS-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: TRANSACTION FILE UNAVAILABLE, STATUS="
                          WS-TRANS-FILE-STATUS
               ELSE
                  MOVE "Y" TO WS-TRANS-FILE-OPEN
               END-IF
            END-IF
            IF WS-RETURN-CODE = ZERO
               OPEN INPUT EXTRACT-FILE
               IF WS-EXTRACT-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: HR EXTRACT UNAVAILABLE, STATUS="
                          WS-EXTRACT-FILE-STATUS
               ELSE
      *           THE HEADER WAS CHECKED ON THE FIRST PASS
                  READ EXTRACT-FILE
                  END-READ
                  PERFORM 4010-READ-EXTRACT
                  PERFORM 4100-MATCH-ONE
                     UNTIL WS-HR-KEY = HIGH-VALUES
                       AND WS-OPR-KEY = HIGH-VALUES
                  CLOSE EXTRACT-FILE
               END-IF
            END-IF
            IF WS-RETURN-CODE = 95
               MOVE "N" TO WS-FILE-ACCEPTED
               MOVE "NO SE PUDO COMPLETAR LA CONCILIACION"
                    TO WS-REFUSE-REASON
               IF WS-TRANS-FILE-OPEN = "Y"
                  CLOSE TRANS-FILE
                  MOVE "N" TO WS-TRANS-FILE-OPEN
               END-IF
               PERFORM 3900-REFUSE-EXTRACT
            END-IF.

       4010-READ-EXTRACT.
            READ EXTRACT-FILE
               AT END
                  MOVE HIGH-VALUES TO WS-HR-KEY
               NOT AT END
                  IF HRX-RECORD-TYPE = "D"
                     MOVE FUNCTION UPPER-CASE(HRX-EMPLOYEE-ID)
                          TO HRX-EMPLOYEE-ID
                     MOVE HRX-EMPLOYEE-ID TO WS-HR-KEY
                  ELSE
                     MOVE HIGH-VALUES TO WS-HR-KEY
                  END-IF
            END-READ.

       4020-READ-OPERATOR.
            READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                  MOVE HIGH-VALUES TO WS-OPR-KEY
               NOT AT END
                  MOVE OPR-OPERATOR-ID TO WS-OPR-KEY
            END-READ.

       4100-MATCH-ONE.
            IF WS-RETURN-CODE = 95
               MOVE HIGH-VALUES TO WS-HR-KEY
               MOVE HIGH-VALUES TO WS-OPR-KEY
            ELSE
               EVALUATE TRUE
                  WHEN WS-HR-KEY < WS-OPR-KEY
                     PERFORM 4200-HR-ONLY
                     PERFORM 4010-READ-EXTRACT
                  WHEN WS-HR-KEY > WS-OPR-KEY
                     PERFORM 4300-MASTER-ONLY
                     PERFORM 4020-READ-OPERATOR
                  WHEN OTHER
                     PERFORM 4400-MATCHED
                     PERFORM 4010-READ-EXTRACT
                     PERFORM 4020-READ-OPERATOR
               END-EVALUATE
            END-IF.

       4150-EDIT-HR-ROW.
            MOVE "Y" TO WS-ROW-VALID
            MOVE SPACES TO WS-REJECT-REASON
            MOVE FUNCTION UPPER-CASE(HRX-STATUS) TO HRX-STATUS
            EVALUATE TRUE
               WHEN HRX-EMPLOYEE-ID = SPACES
                  MOVE "ID DE EMPLEADO EN BLANCO" TO WS-REJECT-REASON
               WHEN HRX-STATUS <> "A" AND HRX-STATUS <> "L"
                  MOVE "ESTADO NO ES A/L" TO WS-REJECT-REASON
               WHEN HRX-EFFECTIVE-DATE IS NOT NUMERIC
                  MOVE "FECHA EFECTIVA NO NUMERICA"
                       TO WS-REJECT-REASON
               WHEN HRX-STATUS = "A" AND HRX-NAME = SPACES
                  MOVE "NOMBRE EN BLANCO" TO WS-REJECT-REASON
               WHEN HRX-STATUS = "A"
                  AND HRX-SHIFT <> "1" AND HRX-SHIFT <> "2"
                  AND HRX-SHIFT <> "3"
                  MOVE "TURNO NO ES 1/2/3" TO WS-REJECT-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF WS-REJECT-REASON <> SPACES
               MOVE "N" TO WS-ROW-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 7                  TO WS-FND-SECTION
               MOVE HRX-EMPLOYEE-ID    TO WS-FND-ID
               MOVE HRX-NAME           TO WS-FND-NAME
               MOVE SPACES             TO WS-FND-SHIFT
               MOVE HRX-EFFECTIVE-DATE TO WS-FND-DATE
               MOVE WS-REJECT-REASON   TO WS-FND-NOTE
               PERFORM 4700-ADD-FINDING
               MOVE SPACES           TO EXCEPTION-RECORD
               MOVE "E"              TO EXC-RECORD-TYPE
               MOVE "2"              TO EXC-SEVERITY
               MOVE "HR-REJECT"      TO EXC-CATEGORY
               MOVE HRX-EMPLOYEE-ID  TO EXC-KEY
               STRING "FILA DE RRHH RECHAZADA - " DELIMITED BY SIZE
                      WS-REJECT-REASON           DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM 7050-PUT-EXCEPTION
            END-IF.

       4200-HR-ONLY.
            PERFORM 4150-EDIT-HR-ROW
            IF WS-ROW-VALID = "Y" AND HRX-STATUS = "A"
               MOVE HRX-EMPLOYEE-ID    TO WS-FND-ID
               MOVE HRX-NAME           TO WS-FND-NAME
               MOVE SPACES             TO WS-FND-SHIFT
               MOVE HRX-SHIFT          TO WS-FND-SHIFT(4:1)
               MOVE HRX-EFFECTIVE-DATE TO WS-FND-DATE
               IF HRX-EFFECTIVE-DATE > WS-TODAY
                  MOVE 5 TO WS-FND-SECTION
                  MOVE "ALTA PROGRAMADA" TO WS-FND-NOTE
               ELSE
                  MOVE SPACES          TO OPERATOR-TRANS-RECORD
                  MOVE "A"             TO OTR-ACTION
                  MOVE HRX-EMPLOYEE-ID TO OTR-OPERATOR-ID
                  MOVE HRX-NAME        TO OTR-NAME
                  MOVE "Y"             TO OTR-ACTIVE-FLAG
                  MOVE HRX-SHIFT       TO OTR-HOME-SHIFT
                  PERFORM 4600-WRITE-TRANSACTION
                  MOVE 1 TO WS-FND-SECTION
                  MOVE "ALTA" TO WS-FND-NOTE
               END-IF
               PERFORM 4700-ADD-FINDING
            END-IF.

       4300-MASTER-ONLY.
      *     REPORTED ONLY - INSTRUCTORS AND CONTRACTORS MAY BE ON THE
      *     MASTER WITHOUT BEING ON HR'S PAYROLL
            IF OPR-ACTIVE-FLAG = "Y"
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE 6               TO WS-FND-SECTION
               MOVE OPR-OPERATOR-ID TO WS-FND-ID
               MOVE OPR-NAME        TO WS-FND-NAME
               MOVE SPACES          TO WS-FND-SHIFT
               MOVE OPR-HOME-SHIFT  TO WS-FND-SHIFT(1:1)
               MOVE SPACES          TO WS-FND-DATE
               MOVE "ACTIVO EN EL MAESTRO, NO ESTA EN RRHH"
                    TO WS-FND-NOTE
               PERFORM 4700-ADD-FINDING
               MOVE SPACES          TO EXCEPTION-RECORD
               MOVE "E"             TO EXC-RECORD-TYPE
               MOVE "3"             TO EXC-SEVERITY
               MOVE "HR-UNKNOWN"    TO EXC-CATEGORY
               MOVE OPR-OPERATOR-ID TO EXC-KEY
               STRING "OPERADOR ACTIVO DESCONOCIDO PARA RRHH: "
                                    DELIMITED BY SIZE
                      OPR-NAME      DELIMITED BY SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM 7050-PUT-EXCEPTION
            END-IF.

       4400-MATCHED.
            PERFORM 4150-EDIT-HR-ROW
            IF WS-ROW-VALID = "Y"
               MOVE HRX-EMPLOYEE-ID    TO WS-FND-ID
               MOVE HRX-NAME           TO WS-FND-NAME
               MOVE HRX-EFFECTIVE-DATE TO WS-FND-DATE
               MOVE SPACES             TO WS-FND-SHIFT
               MOVE OPR-HOME-SHIFT     TO WS-FND-SHIFT(1:1)
               EVALUATE TRUE
                  WHEN HRX-STATUS = "L" AND OPR-ACTIVE-FLAG = "Y"
                     PERFORM 4410-LEAVER
                  WHEN HRX-STATUS = "A" AND OPR-ACTIVE-FLAG <> "Y"
                     PERFORM 4420-RETURNER
                  WHEN HRX-STATUS = "A"
                     PERFORM 4500-CHECK-CHANGES
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       4410-LEAVER.
            IF HRX-EFFECTIVE-DATE > WS-TODAY
               MOVE 5 TO WS-FND-SECTION
               MOVE "BAJA PROGRAMADA - SIGUE ACTIVO" TO WS-FND-NOTE
            ELSE
               MOVE SPACES          TO OPERATOR-TRANS-RECORD
               MOVE "D"             TO OTR-ACTION
               MOVE HRX-EMPLOYEE-ID TO OTR-OPERATOR-ID
               PERFORM 4600-WRITE-TRANSACTION
               MOVE 2 TO WS-FND-SECTION
               MOVE "BAJA - SE DESACTIVA" TO WS-FND-NOTE
            END-IF
            PERFORM 4700-ADD-FINDING.

       4420-RETURNER.
            IF HRX-SHIFT <> OPR-HOME-SHIFT
               MOVE "->" TO WS-FND-SHIFT(2:2)
            END-IF
            MOVE HRX-SHIFT TO WS-FND-SHIFT(4:1)
            IF HRX-EFFECTIVE-DATE > WS-TODAY
               MOVE 5 TO WS-FND-SECTION
               MOVE "REINGRESO PROGRAMADO" TO WS-FND-NOTE
            ELSE
               MOVE SPACES          TO OPERATOR-TRANS-RECORD
               MOVE "C"             TO OTR-ACTION
               MOVE HRX-EMPLOYEE-ID TO OTR-OPERATOR-ID
               MOVE HRX-NAME        TO OTR-NAME
               MOVE "Y"             TO OTR-ACTIVE-FLAG
               MOVE HRX-SHIFT       TO OTR-HOME-SHIFT
               PERFORM 4600-WRITE-TRANSACTION
               MOVE 1 TO WS-FND-SECTION
               MOVE "REINGRESO - SE REACTIVA" TO WS-FND-NOTE
            END-IF
            PERFORM 4700-ADD-FINDING.

       4500-CHECK-CHANGES.
      *     A NAME CHANGE IS PASSED ON AT ONCE; A SHIFT MOVE WAITS FOR
      *     ITS EFFECTIVE DATE
            MOVE "N" TO WS-CHANGE-NEEDED
            MOVE SPACES          TO OPERATOR-TRANS-RECORD
            MOVE "C"             TO OTR-ACTION
            MOVE HRX-EMPLOYEE-ID TO OTR-OPERATOR-ID
            IF HRX-SHIFT <> OPR-HOME-SHIFT
               MOVE "->" TO WS-FND-SHIFT(2:2)
               MOVE HRX-SHIFT TO WS-FND-SHIFT(4:1)
               IF HRX-EFFECTIVE-DATE > WS-TODAY
                  MOVE 5 TO WS-FND-SECTION
                  MOVE "CAMBIO DE TURNO PROGRAMADO" TO WS-FND-NOTE
               ELSE
                  MOVE "Y" TO WS-CHANGE-NEEDED
                  MOVE HRX-SHIFT TO OTR-HOME-SHIFT
                  MOVE 3 TO WS-FND-SECTION
                  MOVE "CAMBIO DE TURNO" TO WS-FND-NOTE
               END-IF
               PERFORM 4700-ADD-FINDING
            END-IF
            MOVE FUNCTION UPPER-CASE(HRX-NAME) TO WS-HR-NAME-UPPER
            MOVE FUNCTION UPPER-CASE(OPR-NAME) TO WS-OPR-NAME-UPPER
            IF WS-HR-NAME-UPPER <> WS-OPR-NAME-UPPER
               MOVE "Y" TO WS-CHANGE-NEEDED
               MOVE HRX-NAME TO OTR-NAME
               MOVE 4 TO WS-FND-SECTION
               MOVE SPACES TO WS-FND-SHIFT
               MOVE SPACES TO WS-FND-NOTE
               STRING "ANTES: " DELIMITED BY SIZE
                      OPR-NAME  DELIMITED BY SIZE
                      INTO WS-FND-NOTE
               END-STRING
               PERFORM 4700-ADD-FINDING
            END-IF
            IF WS-CHANGE-NEEDED = "Y"
               PERFORM 4600-WRITE-TRANSACTION
            END-IF.

       4600-WRITE-TRANSACTION.
            IF WS-TRANS-FILE-OPEN = "Y"
               WRITE OPERATOR-TRANS-RECORD
               IF WS-TRANS-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: TRANSACTION WRITE FAILED, STATUS="
                          WS-TRANS-FILE-STATUS
               ELSE
                  ADD 1 TO WS-TRANS-COUNT
               END-IF
            END-IF.

       4700-ADD-FINDING.
            ADD 1 TO WS-SECTION-TOTAL(WS-FND-SECTION)
            IF WS-FND-COUNT < WS-FND-MAX
               ADD 1 TO WS-FND-COUNT
               MOVE WS-FND-SECTION
                    TO WS-FND-ENTRY-SECTION(WS-FND-COUNT)
               MOVE SPACES TO WS-FND-ENTRY-LINE(WS-FND-COUNT)
               STRING WS-FND-ID    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-FND-NAME  DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-FND-SHIFT DELIMITED BY SIZE
                      "  "         DELIMITED BY SIZE
                      WS-FND-DATE  DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-FND-NOTE  DELIMITED BY SIZE
                      INTO WS-FND-ENTRY-LINE(WS-FND-COUNT)
               END-STRING
            ELSE
               ADD 1 TO WS-FND-OVERFLOW
            END-IF.

       5000-WRITE-REPORT.
      *     RECONCILIATION REPORT
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "CONCILIACION RRHH / MAESTRO DE OPERADORES  "
                                       DELIMITED BY SIZE
                   "FECHA: "           DELIMITED BY SIZE
                   WS-TODAY            DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-FILE-SEQUENCE TO WS-EDIT-6
            MOVE WS-DETAIL-COUNT  TO WS-EDIT-6B
            STRING "EXTRACTO DEL "     DELIMITED BY SIZE
                   WS-EXTRACT-DATE     DELIMITED BY SIZE
                   "  SECUENCIA "      DELIMITED BY SIZE
                   WS-EDIT-6           DELIMITED BY SIZE
                   "  EMPLEADOS "      DELIMITED BY SIZE
                   WS-EDIT-6B          DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-CONTROL-FOUND = "N" AND WS-FILE-ACCEPTED = "Y"
               MOVE "PRIMER EXTRACTO - SECUENCIA NO VERIFICADA"
                    TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF
            IF WS-FILE-ACCEPTED = "N"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "EXTRACTO RECHAZADO - NO SE GENERAN TRANSACCIONES"
                    TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "MOTIVO: "       DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            ELSE
               PERFORM 5100-WRITE-SECTION
                  VARYING WS-SECTION-SUB FROM 1 BY 1
                  UNTIL WS-SECTION-SUB > 7
               IF WS-FND-OVERFLOW > ZERO
                  MOVE SPACES TO WS-DETAIL-LINE
                  MOVE WS-FND-OVERFLOW TO WS-EDIT-6
                  STRING "LINEAS NO LISTADAS POR TABLA LLENA: "
                                       DELIMITED BY SIZE
                         WS-EDIT-6     DELIMITED BY SIZE
                         INTO WS-DETAIL-LINE
                  END-STRING
                  WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
            END-IF.

       5100-WRITE-SECTION.
            EVALUATE WS-SECTION-SUB
               WHEN 1
                  MOVE "ALTAS" TO WS-SECTION-TITLE
               WHEN 2
                  MOVE "BAJAS" TO WS-SECTION-TITLE
               WHEN 3
                  MOVE "CAMBIOS DE TURNO" TO WS-SECTION-TITLE
               WHEN 4
                  MOVE "CAMBIOS DE NOMBRE" TO WS-SECTION-TITLE
               WHEN 5
                  MOVE "PROGRAMADOS (FECHA EFECTIVA FUTURA)"
                       TO WS-SECTION-TITLE
               WHEN 6
                  MOVE "EN EL MAESTRO, DESCONOCIDOS PARA RRHH"
                       TO WS-SECTION-TITLE
               WHEN OTHER
                  MOVE "FILAS DE RRHH RECHAZADAS" TO WS-SECTION-TITLE
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-SECTION-TOTAL(WS-SECTION-SUB) TO WS-EDIT-6
            STRING WS-SECTION-TITLE DELIMITED BY "  "
                   ": "             DELIMITED BY SIZE
                   WS-EDIT-6        DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-SECTION-TOTAL(WS-SECTION-SUB) > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "OPERADOR NOMBRE                        "
                                        DELIMITED BY SIZE
                      "TURNO EFECTIVA NOTA"
                                        DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 5110-WRITE-ONE-FINDING
                  VARYING WS-FND-SUB FROM 1 BY 1
                  UNTIL WS-FND-SUB > WS-FND-COUNT
            END-IF.

       5110-WRITE-ONE-FINDING.
            IF WS-FND-ENTRY-SECTION(WS-FND-SUB) = WS-SECTION-SUB
               WRITE REPORT-LINE FROM WS-FND-ENTRY-LINE(WS-FND-SUB)
            END-IF.

       6000-UPDATE-CONTROL.
      *     REMEMBER THE EXTRACT JUST ACCEPTED
            OPEN OUTPUT CONTROL-FILE
            IF WS-CONTROL-FILE-STATUS <> "00"
               AND WS-CONTROL-FILE-STATUS <> "05"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: HR CONTROL FILE NOT UPDATED, STATUS="
                       WS-CONTROL-FILE-STATUS
            ELSE
               MOVE WS-FILE-SEQUENCE TO HRC-LAST-SEQUENCE
               MOVE WS-EXTRACT-DATE  TO HRC-LAST-EXTRACT-DATE
               MOVE WS-TODAY         TO HRC-PROCESSED-DATE
               WRITE HR-CONTROL-RECORD
               CLOSE CONTROL-FILE
      *        EVERY HR ITEM NOT REPORTED AGAIN TODAY IS CLEARED
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "R"    TO EXC-RECORD-TYPE
               MOVE "HR-"  TO EXC-CATEGORY
               MOVE "CONCILIACION RRHH COMPLETA" TO EXC-TEXT
               PERFORM 7050-PUT-EXCEPTION
            END-IF.

       7050-PUT-EXCEPTION.
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               MOVE WS-TODAY                  TO EXC-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-TIME
               MOVE "HR_RECONCILE"            TO EXC-SOURCE
               WRITE EXCEPTION-RECORD
               IF WS-EXCEPTION-FILE-STATUS <> "00"
                  MOVE "N" TO WS-EXCEPTION-FILE-OPEN
                  DISPLAY "WARNING: EXCEPTIONS WRITE FAILED, STATUS="
                          WS-EXCEPTION-FILE-STATUS
               END-IF
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "TRANSACCIONES GENERADAS: " DELIMITED BY SIZE
                   WS-TRANS-COUNT              DELIMITED BY SIZE
                   "  DESCONOCIDOS: "          DELIMITED BY SIZE
                   WS-UNKNOWN-COUNT            DELIMITED BY SIZE
                   "  RECHAZADAS: "            DELIMITED BY SIZE
                   WS-REJECTED-COUNT           DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "HR_RECONCILE: " WS-TRANS-COUNT " TRANSACTIONS, "
                    WS-UNKNOWN-COUNT " UNKNOWN TO HR, "
                    WS-REJECTED-COUNT " REJECTED"
            IF (WS-UNKNOWN-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO)
               AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-TRANS-FILE-OPEN = "Y"
               CLOSE TRANS-FILE
            END-IF
            IF WS-OPERATOR-FILE-OPEN = "Y"
               CLOSE OPERATOR-MASTER-FILE
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF
            IF WS-EXCEPTION-FILE-OPEN = "Y"
               CLOSE EXCEPTION-FILE
            END-IF.
       END PROGRAM HR_RECONCILE.
