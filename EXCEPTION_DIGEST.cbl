      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning exception digest. Every program that flags a
      *          problem - CATALOG_VARIANCE, MISSED_RUNS, SHIFT_EDIT,
      *          DAY_BALANCE, FEED_VERIFY, EXAMPLE_DIVISION (title
      *          gaps, suspense rejects, held lessons),
      *          INTEGRITY_SWEEP and HR_RECONCILE - appends its
      *          exceptions to the common exceptions file
      *          (data/EXCEPTIONS.DAT). This
      *          program reads what was written since the last digest
      *          and prints one sheet, data/EXCEPTION-DIGEST.TXT, for
      *          the on-call analyst, most urgent first:
      *            NUEVAS      items first reported since the last
      *                        digest
      *            PENDIENTES  items carried from earlier days, with
      *                        their age in days
      *            RESUELTAS   items cleared since the last digest
      *            DURACION    for each kind of problem (source and
      *                        category) how many were cleared, the
      *                        average and longest days open, and the
      *                        age of the oldest still open
      *          An open item is cleared when its source writes a
      *          re-check marker covering it that is later than the
      *          last time the item was reported - the check ran
      *          again and did not find it. An item whose check has
      *          not run again stays open.
      *          The open items are kept between runs in
      *          data/EXCEPTION-OPEN.DAT, rewritten through
      *          data/EXCEPTION-OPEN.NEW the same way SUSPENSE_REPAIR
      *          swaps its queue; cleared items are appended to
      *          data/EXCEPTION-HISTORY.DAT. Returns 04 when anything
      *          is still open, 95 when the sheet or the open-item
      *          file cannot be written and 12 when there are more
      *          open items than the table holds (nothing is
      *          rewritten).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION_DIGEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "data/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "data/EXCEPTION-OPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.

           SELECT OPEN-NEW-FILE
               ASSIGN TO "data/EXCEPTION-OPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "data/EXCEPTION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/EXCEPTION-DIGEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCEPTION-RECORD.

       FD  OPEN-ITEM-FILE.
           COPY EXCEPTION-OPEN-RECORD.

       FD  OPEN-NEW-FILE.
       01  OPEN-NEW-RECORD PIC X(136).

       FD  HISTORY-FILE.
           COPY EXCEPTION-HISTORY-RECORD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX VALUE "00".
       01  WS-OPEN-FILE-STATUS       PIC XX VALUE "00".
       01  WS-NEW-FILE-STATUS        PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-FILE-OPEN       PIC X VALUE "N".
       01  WS-HISTORY-FILE-OPEN      PIC X VALUE "N".
       01  WS-OPEN-SWAPPED           PIC X VALUE "N".
       01  WS-EOF-SWITCH             PIC X VALUE "N".
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-TODAY                  PIC X(8).
       01  WS-RUN-STAMP              PIC X(14).
       01  WS-LAST-DIGEST-STAMP      PIC X(14) VALUE SPACES.
       01  WS-REC-STAMP              PIC X(14).
       01  WS-RECORDS-READ           PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-NEW-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CARRIED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CLEARED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-OPEN-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-OVERFLOW-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SECTION-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-TRAILING               PIC 9(2) COMP.
       01  WS-FROM-DATE              PIC X(8).
       01  WS-THRU-DATE              PIC X(8).
       01  WS-WORK-DATE              PIC 9(8).
       01  WS-FROM-INT               PIC 9(8) COMP.
       01  WS-THRU-INT               PIC 9(8) COMP.
       01  WS-DAYS                   PIC 9(5) VALUE ZERO.
       01  WS-AVERAGE-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-SEVERITY-SUB           PIC 9(1).
       01  WS-SECTION-STATE          PIC X(1).
       01  WS-ITEM-DATE              PIC X(8).
       01  WS-SCOPE-MATCH            PIC X VALUE "N".
       01  WS-EDIT-4                 PIC ZZZ9.
       01  WS-EDIT-5                 PIC ZZZZ9.
       01  WS-EDIT-5B                PIC ZZZZ9.
       01  WS-EDIT-5C                PIC ZZZZ9.
       01  WS-EDIT-5D                PIC ZZZZ9.
       01  WS-DETAIL-LINE            PIC X(132).
       01  WS-OLD-FILENAME           PIC X(40)
               VALUE "data/EXCEPTION-OPEN.DAT".
       01  WS-NEW-FILENAME           PIC X(40)
               VALUE "data/EXCEPTION-OPEN.NEW".
       01  WS-RETURN-CODE            PIC 9(2) VALUE ZERO.

      *    ONE ENTRY PER OPEN ITEM. WS-OPN-STATE: P CARRIED AND NOT
      *    REPORTED AGAIN, S CARRIED AND REPORTED AGAIN, N NEW SINCE
      *    THE LAST DIGEST, R CLEARED BY A LATER RE-CHECK
       01  WS-OPN-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-OPN-SUB                PIC 9(4) COMP.
       01  WS-OPN-MAX                PIC 9(4) COMP VALUE 2000.
       01  WS-OPN-FOUND              PIC X VALUE "N".
       01  WS-OPEN-TABLE.
           05  WS-OPN-ENTRY OCCURS 2000 TIMES.
               10  WS-OPN-SOURCE        PIC X(20).
               10  WS-OPN-SEVERITY      PIC X(1).
               10  WS-OPN-CATEGORY      PIC X(12).
               10  WS-OPN-KEY           PIC X(20).
               10  WS-OPN-FIRST-SEEN    PIC X(8).
               10  WS-OPN-LAST-STAMP    PIC X(14).
               10  WS-OPN-TEXT          PIC X(60).
               10  WS-OPN-STATE         PIC X(1).
               10  WS-OPN-CLEARED-DATE  PIC X(8).

      *    ONE ENTRY PER RE-CHECK MARKER SEEN SINCE THE LAST DIGEST,
      *    WITH THE SIGNIFICANT LENGTH OF ITS CATEGORY AND KEY
      *    PREFIXES (ZERO = ALL) AND THE LATEST TIME IT WAS WRITTEN
       01  WS-SCP-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-SCP-SUB                PIC 9(4) COMP.
       01  WS-SCP-MAX                PIC 9(4) COMP VALUE 500.
       01  WS-SCP-FOUND              PIC X VALUE "N".
       01  WS-SCOPE-TABLE.
           05  WS-SCP-ENTRY OCCURS 500 TIMES.
               10  WS-SCP-SOURCE        PIC X(20).
               10  WS-SCP-CATEGORY      PIC X(12).
               10  WS-SCP-CAT-LEN       PIC 9(2) COMP.
               10  WS-SCP-KEY           PIC X(20).
               10  WS-SCP-KEY-LEN       PIC 9(2) COMP.
               10  WS-SCP-STAMP         PIC X(14).

      *    ONE ENTRY PER KIND OF PROBLEM FOR THE DURATION SECTION
       01  WS-KND-COUNT              PIC 9(3) COMP VALUE ZERO.
       01  WS-KND-SUB                PIC 9(3) COMP.
       01  WS-KND-MAX                PIC 9(3) COMP VALUE 100.
       01  WS-KND-FOUND              PIC X VALUE "N".
       01  WS-KIND-SOURCE            PIC X(20).
       01  WS-KIND-CATEGORY          PIC X(12).
       01  WS-KIND-TABLE.
           05  WS-KND-ENTRY OCCURS 100 TIMES.
               10  WS-KND-SOURCE        PIC X(20).
               10  WS-KND-CATEGORY      PIC X(12).
               10  WS-KND-CLEARED       PIC 9(5).
               10  WS-KND-TOTAL-DAYS    PIC 9(7).
               10  WS-KND-MAX-DAYS      PIC 9(5).
               10  WS-KND-OPEN          PIC 9(4).
               10  WS-KND-OLDEST-DAYS   PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF WS-REPORT-FILE-OPEN = "Y"
               PERFORM 2000-LOAD-OPEN-ITEMS
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               AND WS-RETURN-CODE = ZERO
               PERFORM 3000-READ-EXCEPTIONS
               PERFORM 4000-CLEAR-RECHECKED
               PERFORM 5000-WRITE-SHEET
               PERFORM 7000-REWRITE-OPEN-ITEMS
               PERFORM 6000-REPORT-DURATIONS
               PERFORM 8000-WRITE-TOTALS
            END-IF
            IF WS-REPORT-FILE-OPEN = "Y"
               CLOSE REPORT-FILE
            END-IF
            MOVE WS-RETURN-CODE TO RETURN-CODE
            STOP RUN.

       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8)  TO WS-TODAY
            MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: DIGEST REPORT UNAVAILABLE, STATUS="
                       WS-REPORT-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-REPORT-FILE-OPEN
            END-IF.

       2000-LOAD-OPEN-ITEMS.
      *     OPEN ITEMS CARRIED FROM THE LAST DIGEST
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT OPEN-ITEM-FILE
            IF WS-OPEN-FILE-STATUS = "00"
               OR WS-OPEN-FILE-STATUS = "05"
               PERFORM 2100-LOAD-ONE-ITEM
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE OPEN-ITEM-FILE
            ELSE
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: OPEN ITEM FILE UNAVAILABLE, STATUS="
                       WS-OPEN-FILE-STATUS
            END-IF.

       2100-LOAD-ONE-ITEM.
            READ OPEN-ITEM-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  IF EXO-RECORD-TYPE = "H"
                     MOVE EXO-DIGEST-STAMP TO WS-LAST-DIGEST-STAMP
                  ELSE
                     IF WS-OPN-COUNT < WS-OPN-MAX
                        ADD 1 TO WS-OPN-COUNT
                        MOVE EXO-SOURCE
                             TO WS-OPN-SOURCE(WS-OPN-COUNT)
                        MOVE EXO-SEVERITY
                             TO WS-OPN-SEVERITY(WS-OPN-COUNT)
                        MOVE EXO-CATEGORY
                             TO WS-OPN-CATEGORY(WS-OPN-COUNT)
                        MOVE EXO-KEY
                             TO WS-OPN-KEY(WS-OPN-COUNT)
                        MOVE EXO-FIRST-SEEN
                             TO WS-OPN-FIRST-SEEN(WS-OPN-COUNT)
                        MOVE EXO-LAST-STAMP
                             TO WS-OPN-LAST-STAMP(WS-OPN-COUNT)
                        MOVE EXO-TEXT
                             TO WS-OPN-TEXT(WS-OPN-COUNT)
                        MOVE "P" TO WS-OPN-STATE(WS-OPN-COUNT)
                        MOVE SPACES
                             TO WS-OPN-CLEARED-DATE(WS-OPN-COUNT)
                     ELSE
                        MOVE "Y" TO WS-EOF-SWITCH
                        MOVE 12 TO WS-RETURN-CODE
                        DISPLAY "ERROR: MORE THAN " WS-OPN-MAX
                                " OPEN ITEMS - DIGEST NOT RUN"
                     END-IF
                  END-IF
            END-READ.

       3000-READ-EXCEPTIONS.
      *     EXCEPTIONS AND RE-CHECK MARKERS WRITTEN SINCE THE LAST
      *     DIGEST
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS = "00"
               OR WS-EXCEPTION-FILE-STATUS = "05"
               PERFORM 3100-READ-ONE-EXCEPTION
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE EXCEPTION-FILE
            ELSE
               DISPLAY "WARNING: EXCEPTIONS FILE UNAVAILABLE, STATUS="
                       WS-EXCEPTION-FILE-STATUS
            END-IF.

       3100-READ-ONE-EXCEPTION.
            READ EXCEPTION-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  MOVE EXC-DATE TO WS-REC-STAMP(1:8)
                  MOVE EXC-TIME TO WS-REC-STAMP(9:6)
                  IF WS-REC-STAMP > WS-LAST-DIGEST-STAMP
                     AND WS-REC-STAMP <= WS-RUN-STAMP
                     ADD 1 TO WS-WINDOW-COUNT
                     EVALUATE EXC-RECORD-TYPE
                        WHEN "E"
                           PERFORM 3200-NOTE-EXCEPTION
                        WHEN "R"
                           PERFORM 3300-NOTE-RECHECK
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
            END-READ.

       3200-NOTE-EXCEPTION.
            IF EXC-SEVERITY < "1" OR EXC-SEVERITY > "3"
               MOVE "2" TO EXC-SEVERITY
            END-IF
            MOVE "N" TO WS-OPN-FOUND
            MOVE ZERO TO WS-OPN-SUB
            PERFORM 3210-MATCH-OPEN-ITEM
               UNTIL WS-OPN-FOUND = "Y"
                  OR WS-OPN-SUB >= WS-OPN-COUNT
            IF WS-OPN-FOUND = "Y"
               IF WS-OPN-STATE(WS-OPN-SUB) = "P"
                  MOVE "S" TO WS-OPN-STATE(WS-OPN-SUB)
               END-IF
               IF WS-REC-STAMP > WS-OPN-LAST-STAMP(WS-OPN-SUB)
                  MOVE WS-REC-STAMP TO WS-OPN-LAST-STAMP(WS-OPN-SUB)
                  MOVE EXC-SEVERITY TO WS-OPN-SEVERITY(WS-OPN-SUB)
                  MOVE EXC-TEXT     TO WS-OPN-TEXT(WS-OPN-SUB)
               END-IF
            ELSE
               IF WS-OPN-COUNT < WS-OPN-MAX
                  ADD 1 TO WS-OPN-COUNT
                  MOVE EXC-SOURCE   TO WS-OPN-SOURCE(WS-OPN-COUNT)
                  MOVE EXC-SEVERITY TO WS-OPN-SEVERITY(WS-OPN-COUNT)
                  MOVE EXC-CATEGORY TO WS-OPN-CATEGORY(WS-OPN-COUNT)
                  MOVE EXC-KEY      TO WS-OPN-KEY(WS-OPN-COUNT)
                  MOVE EXC-DATE     TO WS-OPN-FIRST-SEEN(WS-OPN-COUNT)
                  MOVE WS-REC-STAMP TO WS-OPN-LAST-STAMP(WS-OPN-COUNT)
                  MOVE EXC-TEXT     TO WS-OPN-TEXT(WS-OPN-COUNT)
                  MOVE "N"          TO WS-OPN-STATE(WS-OPN-COUNT)
                  MOVE SPACES
                       TO WS-OPN-CLEARED-DATE(WS-OPN-COUNT)
               ELSE
                  ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
            END-IF.

       3210-MATCH-OPEN-ITEM.
            ADD 1 TO WS-OPN-SUB
            IF WS-OPN-SOURCE(WS-OPN-SUB)   = EXC-SOURCE
               AND WS-OPN-CATEGORY(WS-OPN-SUB) = EXC-CATEGORY
               AND WS-OPN-KEY(WS-OPN-SUB)      = EXC-KEY
               MOVE "Y" TO WS-OPN-FOUND
            END-IF.

       3300-NOTE-RECHECK.
            MOVE "N" TO WS-SCP-FOUND
            MOVE ZERO TO WS-SCP-SUB
            PERFORM 3310-MATCH-SCOPE
               UNTIL WS-SCP-FOUND = "Y"
                  OR WS-SCP-SUB >= WS-SCP-COUNT
            IF WS-SCP-FOUND = "Y"
               IF WS-REC-STAMP > WS-SCP-STAMP(WS-SCP-SUB)
                  MOVE WS-REC-STAMP TO WS-SCP-STAMP(WS-SCP-SUB)
               END-IF
            ELSE
               IF WS-SCP-COUNT < WS-SCP-MAX
                  ADD 1 TO WS-SCP-COUNT
                  MOVE EXC-SOURCE   TO WS-SCP-SOURCE(WS-SCP-COUNT)
                  MOVE EXC-CATEGORY TO WS-SCP-CATEGORY(WS-SCP-COUNT)
                  MOVE EXC-KEY      TO WS-SCP-KEY(WS-SCP-COUNT)
                  MOVE WS-REC-STAMP TO WS-SCP-STAMP(WS-SCP-COUNT)
                  MOVE ZERO TO WS-TRAILING
                  INSPECT FUNCTION REVERSE(EXC-CATEGORY)
                     TALLYING WS-TRAILING FOR LEADING SPACES
                  COMPUTE WS-SCP-CAT-LEN(WS-SCP-COUNT) =
                          12 - WS-TRAILING
                  MOVE ZERO TO WS-TRAILING
                  INSPECT FUNCTION REVERSE(EXC-KEY)
                     TALLYING WS-TRAILING FOR LEADING SPACES
                  COMPUTE WS-SCP-KEY-LEN(WS-SCP-COUNT) =
                          20 - WS-TRAILING
               ELSE
      *           WITHOUT ITS MARKER AN ITEM SIMPLY STAYS OPEN
                  ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
            END-IF.

       3310-MATCH-SCOPE.
            ADD 1 TO WS-SCP-SUB
            IF WS-SCP-SOURCE(WS-SCP-SUB)   = EXC-SOURCE
               AND WS-SCP-CATEGORY(WS-SCP-SUB) = EXC-CATEGORY
               AND WS-SCP-KEY(WS-SCP-SUB)      = EXC-KEY
               MOVE "Y" TO WS-SCP-FOUND
            END-IF.

       4000-CLEAR-RECHECKED.
      *     CLEAR EVERY ITEM A LATER RE-CHECK NO LONGER REPORTED. THE
      *     CLEARED ITEMS ONLY GO TO THE HISTORY FILE ONCE THE NEW
      *     OPEN LIST IS IN PLACE (7300)
            PERFORM 4100-CHECK-ONE-ITEM
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-COUNT.

       4100-CHECK-ONE-ITEM.
            MOVE "N" TO WS-SCP-FOUND
            MOVE ZERO TO WS-SCP-SUB
            PERFORM 4110-MATCH-COVERING-SCOPE
               UNTIL WS-SCP-FOUND = "Y"
                  OR WS-SCP-SUB >= WS-SCP-COUNT
            IF WS-SCP-FOUND = "Y"
               MOVE "R" TO WS-OPN-STATE(WS-OPN-SUB)
               MOVE WS-SCP-STAMP(WS-SCP-SUB)(1:8)
                    TO WS-OPN-CLEARED-DATE(WS-OPN-SUB)
               ADD 1 TO WS-CLEARED-COUNT
            ELSE
               ADD 1 TO WS-OPEN-COUNT
               IF WS-OPN-STATE(WS-OPN-SUB) = "N"
                  ADD 1 TO WS-NEW-COUNT
               ELSE
                  ADD 1 TO WS-CARRIED-COUNT
               END-IF
            END-IF.

       4110-MATCH-COVERING-SCOPE.
      *     SAME SOURCE, RE-CHECKED AFTER THE ITEM WAS LAST REPORTED,
      *     AND THE ITEM'S CATEGORY AND KEY START WITH THE MARKER'S
            ADD 1 TO WS-SCP-SUB
            MOVE "N" TO WS-SCOPE-MATCH
            IF WS-SCP-SOURCE(WS-SCP-SUB) = WS-OPN-SOURCE(WS-OPN-SUB)
               AND WS-SCP-STAMP(WS-SCP-SUB)
                   > WS-OPN-LAST-STAMP(WS-OPN-SUB)
               MOVE "Y" TO WS-SCOPE-MATCH
            END-IF
            IF WS-SCOPE-MATCH = "Y"
               AND WS-SCP-CAT-LEN(WS-SCP-SUB) > ZERO
               IF WS-OPN-CATEGORY(WS-OPN-SUB)
                     (1:WS-SCP-CAT-LEN(WS-SCP-SUB))
                  <> WS-SCP-CATEGORY(WS-SCP-SUB)
                     (1:WS-SCP-CAT-LEN(WS-SCP-SUB))
                  MOVE "N" TO WS-SCOPE-MATCH
               END-IF
            END-IF
            IF WS-SCOPE-MATCH = "Y"
               AND WS-SCP-KEY-LEN(WS-SCP-SUB) > ZERO
               IF WS-OPN-KEY(WS-OPN-SUB)
                     (1:WS-SCP-KEY-LEN(WS-SCP-SUB))
                  <> WS-SCP-KEY(WS-SCP-SUB)
                     (1:WS-SCP-KEY-LEN(WS-SCP-SUB))
                  MOVE "N" TO WS-SCOPE-MATCH
               END-IF
            END-IF
            IF WS-SCOPE-MATCH = "Y"
               MOVE "Y" TO WS-SCP-FOUND
            END-IF.

       4200-WRITE-HISTORY.
            MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)   TO WS-FROM-DATE
            MOVE WS-OPN-CLEARED-DATE(WS-OPN-SUB) TO WS-THRU-DATE
            PERFORM 7500-COMPUTE-DAYS
            MOVE WS-OPN-SOURCE(WS-OPN-SUB)       TO EXH-SOURCE
            MOVE WS-OPN-SEVERITY(WS-OPN-SUB)     TO EXH-SEVERITY
            MOVE WS-OPN-CATEGORY(WS-OPN-SUB)     TO EXH-CATEGORY
            MOVE WS-OPN-KEY(WS-OPN-SUB)          TO EXH-KEY
            MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)   TO EXH-FIRST-SEEN
            MOVE WS-OPN-CLEARED-DATE(WS-OPN-SUB) TO EXH-CLEARED-DATE
            MOVE WS-DAYS                         TO EXH-DAYS-OPEN
            MOVE WS-OPN-TEXT(WS-OPN-SUB)         TO EXH-TEXT
            WRITE EXCEPTION-HISTORY-RECORD
            IF WS-HISTORY-FILE-STATUS <> "00"
               MOVE "N" TO WS-HISTORY-FILE-OPEN
               DISPLAY "WARNING: EXCEPTION HISTORY WRITE FAILED, "
                       "STATUS=" WS-HISTORY-FILE-STATUS
            END-IF.

       5000-WRITE-SHEET.
      *     THE MORNING SHEET - NEW, CARRIED AND CLEARED, MOST URGENT
      *     FIRST WITHIN EACH
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "RESUMEN DE EXCEPCIONES  FECHA: " DELIMITED BY SIZE
                   WS-TODAY                          DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            IF WS-LAST-DIGEST-STAMP = SPACES
               MOVE "PRIMER RESUMEN - TODO EL ARCHIVO DE EXCEPCIONES"
                    TO WS-DETAIL-LINE
            ELSE
               STRING "DESDE EL RESUMEN ANTERIOR: " DELIMITED BY SIZE
                      WS-LAST-DIGEST-STAMP(1:8)     DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      WS-LAST-DIGEST-STAMP(9:6)     DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE "PRIORIDAD: 1 = ANTES DEL TURNO  2 = HOY  3 = REVISAR"
                 TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE "N" TO WS-SECTION-STATE
            MOVE "NUEVAS" TO WS-DETAIL-LINE
            PERFORM 5100-WRITE-SECTION
            MOVE "P" TO WS-SECTION-STATE
            MOVE "PENDIENTES DE DIAS ANTERIORES (DIAS = ANTIGUEDAD)"
                 TO WS-DETAIL-LINE
            PERFORM 5100-WRITE-SECTION
            MOVE "R" TO WS-SECTION-STATE
            MOVE "RESUELTAS DESDE EL RESUMEN ANTERIOR (DIAS ABIERTA)"
                 TO WS-DETAIL-LINE
            PERFORM 5100-WRITE-SECTION
            IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-4
               STRING "TABLAS LLENAS - " DELIMITED BY SIZE
                      WS-EDIT-4          DELIMITED BY SIZE
                      " REGISTROS SIN TRATAR, SE VERAN DE NUEVO"
                                         DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       5100-WRITE-SECTION.
            MOVE ZERO TO WS-SECTION-COUNT
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "P FUENTE               CATEGORIA    CLAVE     "
                                        DELIMITED BY SIZE
                   "           FECHA     DIAS DETALLE"
                                        DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            PERFORM 5110-WRITE-SEVERITY
               VARYING WS-SEVERITY-SUB FROM 1 BY 1
               UNTIL WS-SEVERITY-SUB > 3
            IF WS-SECTION-COUNT = ZERO
               MOVE "  NINGUNA" TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       5110-WRITE-SEVERITY.
            PERFORM 5120-WRITE-ONE-ITEM
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-COUNT.

       5120-WRITE-ONE-ITEM.
            IF WS-OPN-SEVERITY(WS-OPN-SUB) = WS-SEVERITY-SUB
               EVALUATE TRUE
                  WHEN WS-SECTION-STATE = "N"
                     AND WS-OPN-STATE(WS-OPN-SUB) = "N"
                     MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)
                          TO WS-ITEM-DATE
                     MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)
                          TO WS-FROM-DATE
                     MOVE WS-TODAY TO WS-THRU-DATE
                     PERFORM 5200-WRITE-ITEM-LINE
                  WHEN WS-SECTION-STATE = "P"
                     AND (WS-OPN-STATE(WS-OPN-SUB) = "P"
                       OR WS-OPN-STATE(WS-OPN-SUB) = "S")
                     MOVE WS-OPN-LAST-STAMP(WS-OPN-SUB)(1:8)
                          TO WS-ITEM-DATE
                     MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)
                          TO WS-FROM-DATE
                     MOVE WS-TODAY TO WS-THRU-DATE
                     PERFORM 5200-WRITE-ITEM-LINE
                  WHEN WS-SECTION-STATE = "R"
                     AND WS-OPN-STATE(WS-OPN-SUB) = "R"
                     MOVE WS-OPN-CLEARED-DATE(WS-OPN-SUB)
                          TO WS-ITEM-DATE
                     MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB)
                          TO WS-FROM-DATE
                     MOVE WS-OPN-CLEARED-DATE(WS-OPN-SUB)
                          TO WS-THRU-DATE
                     PERFORM 5200-WRITE-ITEM-LINE
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       5200-WRITE-ITEM-LINE.
      *     FECHA IS WHEN A NEW ITEM WAS FIRST REPORTED, WHEN A
      *     CARRIED ONE WAS LAST REPORTED AND WHEN A CLEARED ONE WAS
      *     RE-CHECKED CLEAN
            ADD 1 TO WS-SECTION-COUNT
            PERFORM 7500-COMPUTE-DAYS
            MOVE WS-DAYS TO WS-EDIT-5
            MOVE SPACES TO WS-DETAIL-LINE
            STRING WS-OPN-SEVERITY(WS-OPN-SUB) DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-OPN-SOURCE(WS-OPN-SUB)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-OPN-CATEGORY(WS-OPN-SUB) DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-OPN-KEY(WS-OPN-SUB)      DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-ITEM-DATE                DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-EDIT-5                   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-OPN-TEXT(WS-OPN-SUB)     DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       6000-REPORT-DURATIONS.
      *     HOW LONG EACH KIND OF PROBLEM STAYS OPEN - THE WHOLE HISTORY
      *     FILE PLUS WHAT IS STILL OPEN TODAY
            INITIALIZE WS-KIND-TABLE
            MOVE ZERO TO WS-KND-COUNT
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS = "00"
               OR WS-HISTORY-FILE-STATUS = "05"
               PERFORM 6100-TALLY-ONE-CLEARED
                  UNTIL WS-EOF-SWITCH = "Y"
               CLOSE HISTORY-FILE
            ELSE
               DISPLAY "WARNING: EXCEPTION HISTORY UNAVAILABLE, STATUS="
                       WS-HISTORY-FILE-STATUS
            END-IF
            PERFORM 6200-TALLY-ONE-OPEN
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-COUNT
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "DURACION POR TIPO DE PROBLEMA (DIAS)"
                 TO WS-DETAIL-LINE
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "FUENTE               CATEGORIA    "
                                     DELIMITED BY SIZE
                   "RESUELTAS MEDIA MAXIMO ABIERTAS MAS ANTIGUA"
                                     DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            PERFORM 6400-WRITE-ONE-KIND
               VARYING WS-KND-SUB FROM 1 BY 1
               UNTIL WS-KND-SUB > WS-KND-COUNT
            IF WS-KND-COUNT = ZERO
               MOVE "  NINGUNA" TO WS-DETAIL-LINE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
            END-IF.

       6100-TALLY-ONE-CLEARED.
            READ HISTORY-FILE
               AT END
                  MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                  MOVE EXH-SOURCE   TO WS-KIND-SOURCE
                  MOVE EXH-CATEGORY TO WS-KIND-CATEGORY
                  PERFORM 6300-FIND-KIND
                  IF WS-KND-FOUND = "Y"
                     AND EXH-DAYS-OPEN IS NUMERIC
                     ADD 1 TO WS-KND-CLEARED(WS-KND-SUB)
                     ADD EXH-DAYS-OPEN
                         TO WS-KND-TOTAL-DAYS(WS-KND-SUB)
                     IF EXH-DAYS-OPEN > WS-KND-MAX-DAYS(WS-KND-SUB)
                        MOVE EXH-DAYS-OPEN
                             TO WS-KND-MAX-DAYS(WS-KND-SUB)
                     END-IF
                  END-IF
            END-READ.

       6200-TALLY-ONE-OPEN.
            IF WS-OPN-STATE(WS-OPN-SUB) <> "R"
               MOVE WS-OPN-SOURCE(WS-OPN-SUB)   TO WS-KIND-SOURCE
               MOVE WS-OPN-CATEGORY(WS-OPN-SUB) TO WS-KIND-CATEGORY
               PERFORM 6300-FIND-KIND
               IF WS-KND-FOUND = "Y"
                  ADD 1 TO WS-KND-OPEN(WS-KND-SUB)
                  MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB) TO WS-FROM-DATE
                  MOVE WS-TODAY TO WS-THRU-DATE
                  PERFORM 7500-COMPUTE-DAYS
                  IF WS-DAYS > WS-KND-OLDEST-DAYS(WS-KND-SUB)
                     MOVE WS-DAYS TO WS-KND-OLDEST-DAYS(WS-KND-SUB)
                  END-IF
               END-IF
            END-IF.

       6300-FIND-KIND.
            MOVE "N" TO WS-KND-FOUND
            MOVE ZERO TO WS-KND-SUB
            PERFORM 6310-MATCH-KIND
               UNTIL WS-KND-FOUND = "Y"
                  OR WS-KND-SUB >= WS-KND-COUNT
            IF WS-KND-FOUND = "N"
               AND WS-KND-COUNT < WS-KND-MAX
               ADD 1 TO WS-KND-COUNT
               MOVE WS-KND-COUNT     TO WS-KND-SUB
               MOVE WS-KIND-SOURCE   TO WS-KND-SOURCE(WS-KND-SUB)
               MOVE WS-KIND-CATEGORY TO WS-KND-CATEGORY(WS-KND-SUB)
               MOVE "Y" TO WS-KND-FOUND
            END-IF.

       6310-MATCH-KIND.
            ADD 1 TO WS-KND-SUB
            IF WS-KND-SOURCE(WS-KND-SUB)   = WS-KIND-SOURCE
               AND WS-KND-CATEGORY(WS-KND-SUB) = WS-KIND-CATEGORY
               MOVE "Y" TO WS-KND-FOUND
            END-IF.

       6400-WRITE-ONE-KIND.
            MOVE ZERO TO WS-AVERAGE-DAYS
            IF WS-KND-CLEARED(WS-KND-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-KND-TOTAL-DAYS(WS-KND-SUB)
                       / WS-KND-CLEARED(WS-KND-SUB)
            END-IF
            MOVE WS-KND-CLEARED(WS-KND-SUB)     TO WS-EDIT-5
            MOVE WS-AVERAGE-DAYS                TO WS-EDIT-5B
            MOVE WS-KND-MAX-DAYS(WS-KND-SUB)    TO WS-EDIT-5C
            MOVE WS-KND-OPEN(WS-KND-SUB)        TO WS-EDIT-4
            MOVE WS-KND-OLDEST-DAYS(WS-KND-SUB) TO WS-EDIT-5D
            MOVE SPACES TO WS-DETAIL-LINE
            STRING WS-KND-SOURCE(WS-KND-SUB)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-KND-CATEGORY(WS-KND-SUB) DELIMITED BY SIZE
                   "     "                     DELIMITED BY SIZE
                   WS-EDIT-5                   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-EDIT-5B                  DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-EDIT-5C                  DELIMITED BY SIZE
                   "     "                     DELIMITED BY SIZE
                   WS-EDIT-4                   DELIMITED BY SIZE
                   "       "                   DELIMITED BY SIZE
                   WS-EDIT-5D                  DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       7000-REWRITE-OPEN-ITEMS.
      *     CARRY THE OPEN ITEMS TO THE NEXT DIGEST. WHILE THE OLD
      *     LIST STANDS ITS ITEMS WILL BE CLEARED AGAIN NEXT TIME, SO
      *     THE HISTORY IS ONLY WRITTEN AFTER A GOOD SWAP
            MOVE "N" TO WS-OPEN-SWAPPED
            OPEN OUTPUT OPEN-NEW-FILE
            IF WS-NEW-FILE-STATUS <> "00"
               MOVE 95 TO WS-RETURN-CODE
               DISPLAY "ERROR: WORK FILE UNAVAILABLE, STATUS="
                       WS-NEW-FILE-STATUS
            ELSE
               MOVE SPACES       TO EXCEPTION-OPEN-RECORD
               MOVE "H"          TO EXO-RECORD-TYPE
               MOVE WS-RUN-STAMP TO EXO-DIGEST-STAMP
               WRITE OPEN-NEW-RECORD FROM EXCEPTION-OPEN-RECORD
               PERFORM 7100-WRITE-ONE-OPEN-ITEM
                  VARYING WS-OPN-SUB FROM 1 BY 1
                  UNTIL WS-OPN-SUB > WS-OPN-COUNT
               CLOSE OPEN-NEW-FILE
               IF WS-RETURN-CODE = ZERO
                  PERFORM 7200-SWAP-OPEN-ITEM-FILES
                  IF WS-OPEN-SWAPPED = "Y"
                     PERFORM 7300-WRITE-CLEARED-HISTORY
                  END-IF
               ELSE
                  DISPLAY "EXCEPTION_DIGEST: OPEN ITEM FILE LEFT "
                          "UNCHANGED"
               END-IF
            END-IF.

       7100-WRITE-ONE-OPEN-ITEM.
            IF WS-OPN-STATE(WS-OPN-SUB) <> "R"
               AND WS-RETURN-CODE = ZERO
               MOVE SPACES TO EXCEPTION-OPEN-RECORD
               MOVE "O"    TO EXO-RECORD-TYPE
               MOVE WS-OPN-SOURCE(WS-OPN-SUB)     TO EXO-SOURCE
               MOVE WS-OPN-SEVERITY(WS-OPN-SUB)   TO EXO-SEVERITY
               MOVE WS-OPN-CATEGORY(WS-OPN-SUB)   TO EXO-CATEGORY
               MOVE WS-OPN-KEY(WS-OPN-SUB)        TO EXO-KEY
               MOVE WS-OPN-FIRST-SEEN(WS-OPN-SUB) TO EXO-FIRST-SEEN
               MOVE WS-OPN-LAST-STAMP(WS-OPN-SUB) TO EXO-LAST-STAMP
               MOVE WS-OPN-TEXT(WS-OPN-SUB)       TO EXO-TEXT
               WRITE OPEN-NEW-RECORD FROM EXCEPTION-OPEN-RECORD
               IF WS-NEW-FILE-STATUS <> "00"
                  MOVE 95 TO WS-RETURN-CODE
                  DISPLAY "ERROR: WORK FILE WRITE FAILED, STATUS="
                          WS-NEW-FILE-STATUS
               END-IF
            END-IF.

       7200-SWAP-OPEN-ITEM-FILES.
            CALL "CBL_DELETE_FILE" USING WS-OLD-FILENAME
            MOVE ZERO TO RETURN-CODE
            CALL "CBL_RENAME_FILE" USING WS-NEW-FILENAME
                                          WS-OLD-FILENAME
            IF RETURN-CODE <> ZERO
               DISPLAY "WARNING: COULD NOT SWAP OPEN ITEM FILES - "
                       "LIST LEFT IN data/EXCEPTION-OPEN.NEW"
               MOVE ZERO TO RETURN-CODE
            ELSE
               MOVE "Y" TO WS-OPEN-SWAPPED
            END-IF.

       7300-WRITE-CLEARED-HISTORY.
            OPEN EXTEND HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS <> "00"
               AND WS-HISTORY-FILE-STATUS <> "05"
               DISPLAY "WARNING: EXCEPTION HISTORY UNAVAILABLE, STATUS="
                       WS-HISTORY-FILE-STATUS
            ELSE
               MOVE "Y" TO WS-HISTORY-FILE-OPEN
               PERFORM 7310-WRITE-ONE-CLEARED
                  VARYING WS-OPN-SUB FROM 1 BY 1
                  UNTIL WS-OPN-SUB > WS-OPN-COUNT
               CLOSE HISTORY-FILE
               MOVE "N" TO WS-HISTORY-FILE-OPEN
            END-IF.

       7310-WRITE-ONE-CLEARED.
            IF WS-OPN-STATE(WS-OPN-SUB) = "R"
               AND WS-HISTORY-FILE-OPEN = "Y"
               PERFORM 4200-WRITE-HISTORY
            END-IF.

       7500-COMPUTE-DAYS.
      *     CALENDAR DAYS FROM WS-FROM-DATE TO WS-THRU-DATE
            MOVE ZERO TO WS-DAYS
            IF WS-FROM-DATE IS NUMERIC
               AND WS-THRU-DATE IS NUMERIC
               AND WS-THRU-DATE > WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-WORK-DATE
               COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               MOVE WS-THRU-DATE TO WS-WORK-DATE
               COMPUTE WS-THRU-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-DAYS = WS-THRU-INT - WS-FROM-INT
            END-IF.

       8000-WRITE-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            STRING "NUEVAS: "          DELIMITED BY SIZE
                   WS-NEW-COUNT        DELIMITED BY SIZE
                   "  PENDIENTES: "    DELIMITED BY SIZE
                   WS-CARRIED-COUNT    DELIMITED BY SIZE
                   "  RESUELTAS: "     DELIMITED BY SIZE
                   WS-CLEARED-COUNT    DELIMITED BY SIZE
                   "  REGISTROS LEIDOS: " DELIMITED BY SIZE
                   WS-WINDOW-COUNT     DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
            END-STRING
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            DISPLAY "EXCEPTION_DIGEST: " WS-NEW-COUNT " NEW, "
                    WS-CARRIED-COUNT " CARRIED, "
                    WS-CLEARED-COUNT " CLEARED"
            IF WS-OPEN-COUNT > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 04 TO WS-RETURN-CODE
            END-IF.
       END PROGRAM EXCEPTION_DIGEST.
