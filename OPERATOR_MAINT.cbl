      *          sign-on validation in DISPATCHER sees one spelling
      *          per operator. A deactivate keeps the record (flag
      *          N) so old completion history still resolves.
      *          Argument 1 HR applies the transactions HR_RECONCILE
      *          generated from the HR extract
      *          (data/HR-OPERATOR-TRANS.DAT) instead of the
      *          hand-keyed data/OPERATOR-TRANS.DAT; both are the
      *          same layout and go through the same checks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY OPERATOR-MASTER-SELECT.

           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS  PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS     PIC XX VALUE "00".
       01  WS-TRANS-FILENAME        PIC X(40)
               VALUE "data/OPERATOR-TRANS.DAT".
       01  WS-TRANS-SOURCE          PIC X(2) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS  PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-OPEN    PIC X VALUE "N".
       01  WS-TRANS-FILE-OPEN       PIC X VALUE "N".
       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
            DISPLAY 1 UPON ARGUMENT-NUMBER
            ACCEPT WS-TRANS-SOURCE FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACES TO WS-TRANS-SOURCE
            END-ACCEPT
            MOVE FUNCTION UPPER-CASE(WS-TRANS-SOURCE)
                 TO WS-TRANS-SOURCE
            IF WS-TRANS-SOURCE = "HR"
               MOVE "data/HR-OPERATOR-TRANS.DAT" TO WS-TRANS-FILENAME
            END-IF
            OPEN INPUT TRANS-FILE
            IF WS-TRANS-FILE-STATUS <> "00"
               MOVE "Y" TO WS-EOF-SWITCH
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "TRANSACCIONES: "  DELIMITED BY SIZE
                      WS-TRANS-FILENAME DELIMITED BY SPACE
                      INTO WS-DETAIL-LINE
               END-STRING
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
               MOVE "ACC OPERADOR RESULTADO" TO WS-DETAIL-LINE
               WRITE REGISTER-LINE FROM WS-DETAIL-LINE
            END-IF.
