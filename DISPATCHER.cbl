      * Purpose: Front-end driver so the run sheet can say "run the
      *          dispatcher with an option number" instead of listing
      *          raw PGM= names. Options:
      *            0 = INTEGRITY_SWEEP on its own (cross-file
      *                referential integrity report; argument 2 = C
      *                also writes correcting transactions to the
      *                data/INTEGRITY-*.DAT review files)
      *            1 = division_example (shift-open edit against the
      *                business calendar; writes the shift status)
      *            2 = EXAMPLE_DIVISION (lesson run; refused unless
      *                today's shift has been opened by option 1)
      *            3 = end-of-shift stream, run as one job from
      *                the job definition file data/JOB-SCHEDULE.DAT
      *                (see JOB-DEFINITION-RECORD). Tonight's schedule
      *                is the definitions due today on the business
      *                calendar - every processing day, the last
      *                processing day of the month, chosen months or
      *                a calendar day type. Steps run in step order;
      *                the stream stops on a return code above the
      *                step's limit and resumes from the failed step
      *                on the next invocation. Without a definition
      *                file the standard nightly stream runs: the
      *                integrity sweep, 1, 2, the lessons report, the
      *                pending release and the day-end balancing.
      *                The plan and the outcome of every step are
      *                printed to data/STREAM-SCHEDULE.TXT.
      *            4 = REPORT_LECCIONES on its own (reprint the
      *                catalog report without re-running the stream)
      *            5 = close out a shift (marks today's shift-status
      *            8 = DAY_BALANCE on its own (cross-file balancing
      *                of today's run history, completions, feed
      *                trailers and audit reject counts)
      *            9 = classroom session (EXAMPLE_DIVISION for a
      *                room of operators: argument 2 is the
      *                language, argument 3 the instructor id, and
      *                the attendees are read from
      *                data/SESSION-ROSTER.DAT, one operator id per
      *                line; each is validated like a sign-on and
      *                the session is one run-history record with
      *                its attendance count)
      *          Takes the option from the command line, or prompts
      *          for it when none was supplied. Every dispatched run
      *          is appended to the run-history file.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT OPTIONAL JOB-SCHEDULE-FILE
               ASSIGN TO "data/JOB-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO "data/STREAM-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-REPORT-STATUS.

           SELECT SHIFT-NEW-FILE ASSIGN TO "data/SHIFT-STATUS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-NEW-STATUS.

           COPY OPERATOR-MASTER-SELECT.

           SELECT ROSTER-FILE ASSIGN TO "data/SESSION-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-STATUS-FILE.
       FD  STREAM-CONTROL-FILE.
           COPY STREAM-CONTROL-RECORD.

       FD  JOB-SCHEDULE-FILE.
           COPY JOB-DEFINITION-RECORD.

       FD  CALENDAR-FILE.
           COPY CALENDAR-RECORD.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE PIC X(100).

       FD  SHIFT-NEW-FILE.
       01  SHIFT-NEW-RECORD PIC X(22).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-RECORD.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RST-OPERATOR-ID   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-OPTION         PIC X(1).
       01  WS-RUN-DATE       PIC X(8).
       01  WS-OPERATOR-NAME  PIC X(30) VALUE SPACES.
       01  WS-OPERATOR-REASON PIC X(30) VALUE SPACES.
       01  WS-STREAM-FILE-STATUS  PIC XX VALUE "00".
       01  WS-STREAM-START-STEP   PIC 9(2) VALUE 1.
       01  WS-STREAM-FAILED       PIC X VALUE "N".
       01  WS-STREAM-STEP         PIC 9(2).
       01  WS-STREAM-HIGH-RC      PIC 9(2) VALUE ZERO.
       01  WS-STEP-MAX-RC         PIC 9(2) VALUE ZERO.
       01  WS-SWEEP-MODE          PIC X(1) VALUE "N".
       01  WS-JOB-FILE-STATUS     PIC XX VALUE "00".
       01  WS-JOB-EOF             PIC X VALUE "N".
       01  WS-JOB-LINE            PIC 9(4) VALUE ZERO.
       01  WS-JOB-ERROR           PIC X VALUE "N".
       01  WS-JOB-LINE-ERROR      PIC X(30) VALUE SPACES.
       01  WS-JOB-SOURCE          PIC X(1) VALUE "F".
       01  WS-MONTH-FLAG-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-CALENDAR-FILE-STATUS PIC XX VALUE "00".
       01  WS-CALENDAR-EOF        PIC X VALUE "N".
       01  WS-CALENDAR-AVAILABLE  PIC X VALUE "N".
       01  WS-CALENDAR-ERROR      PIC X VALUE "N".
       01  WS-CAL-DAY-TYPE        PIC X(1) VALUE SPACE.
       01  WS-LATER-PROC-DAY      PIC X VALUE "N".
       01  WS-LAST-PROC-DAY       PIC X VALUE "N".
       01  WS-RUN-MONTH           PIC 9(2) VALUE ZERO.
       01  WS-SCHED-REPORT-STATUS PIC XX VALUE "00".
       01  WS-SCHED-COUNT         PIC 9(2) COMP VALUE ZERO.
       01  WS-SCHED-MAX           PIC 9(2) COMP VALUE 30.
       01  WS-SCHED-SUB           PIC 9(2) COMP.
       01  WS-SCHED-INSERT-AT     PIC 9(2) COMP.
       01  WS-PARM-SUB            PIC 9(2) COMP.
       01  WS-STEPS-DUE           PIC 9(2) VALUE ZERO.
       01  WS-STEPS-RUN           PIC 9(2) VALUE ZERO.
       01  WS-PARM-VALUE          PIC X(10).
       01  WS-COMMAND             PIC X(80).
       01  WS-COMMAND-PTR         PIC 9(3) COMP.
       01  WS-SYSTEM-RC           PIC S9(9) COMP VALUE ZERO.
       01  WS-SCHED-LINE          PIC X(100).
       01  WS-SCHED-RC-TEXT       PIC X(2).

      *    THE STANDARD NIGHTLY STREAM, RUN WHEN THERE IS NO JOB
      *    DEFINITION FILE: EVERY PROCESSING DAY, ANY NON-ZERO
      *    RETURN CODE STOPS IT
       01  WS-DEFAULT-STEP-VALUES.
           05  FILLER PIC X(20) VALUE "INTEGRITY_SWEEP".
           05  FILLER PIC X(20) VALUE "division_example".
           05  FILLER PIC X(20) VALUE "EXAMPLE_DIVISION".
           05  FILLER PIC X(20) VALUE "REPORT_LECCIONES".
           05  FILLER PIC X(20) VALUE "LESSON_RELEASE".
           05  FILLER PIC X(20) VALUE "DAY_BALANCE".
       01  WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-VALUES.
           05  WS-DEFAULT-PROGRAM OCCURS 6 TIMES PIC X(20).

       01  WS-NEW-ENTRY.
           05  WS-NEW-ORDER           PIC 9(2).
           05  WS-NEW-PROGRAM         PIC X(20).
           05  WS-NEW-PARM OCCURS 3 TIMES PIC X(10).
           05  WS-NEW-MAX-RC          PIC 9(2).
           05  WS-NEW-RULE            PIC X(1).
           05  WS-NEW-DAY-TYPE        PIC X(1).
           05  WS-NEW-MONTHS          PIC X(12).
           05  WS-NEW-DESCRIPTION     PIC X(30).

      *    TONIGHT'S SCHEDULE IN STEP ORDER: THE DEFINITION, WHETHER
      *    IT IS DUE TODAY (AND WHY NOT), AND HOW IT ENDED
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-ENTRY OCCURS 30 TIMES.
               10  SCH-DEFINITION.
                   15  SCH-ORDER          PIC 9(2).
                   15  SCH-PROGRAM        PIC X(20).
                   15  SCH-PARM OCCURS 3 TIMES PIC X(10).
                   15  SCH-MAX-RC         PIC 9(2).
                   15  SCH-RULE           PIC X(1).
                   15  SCH-DAY-TYPE       PIC X(1).
                   15  SCH-MONTHS         PIC X(12).
                   15  SCH-DESCRIPTION    PIC X(30).
               10  SCH-DUE                PIC X(1).
               10  SCH-RC                 PIC 9(2).
               10  SCH-OUTCOME            PIC X(30).
       01  WS-ROSTER-FILE-STATUS  PIC XX VALUE "00".
       01  WS-ROSTER-EOF          PIC X VALUE "N".
       01  WS-ROSTER-SUB          PIC 9(2) COMP.
       01  WS-ROSTER-DUPLICATE    PIC X VALUE "N".

       COPY CONTROL-AREA.

       MAIN-PROCEDURE.
            PERFORM 1000-GET-OPTION
            EVALUATE WS-OPTION
               WHEN "0"
                  PERFORM 4800-RUN-INTEGRITY-SWEEP
               WHEN "1"
                  PERFORM 2000-RUN-DIVISION-EXAMPLE
               WHEN "2"
                  PERFORM 4600-RUN-LESSON-RELEASE
               WHEN "8"
                  PERFORM 4700-RUN-DAY-BALANCE
               WHEN "9"
                  PERFORM 3500-RUN-CLASSROOM-SESSION
               WHEN OTHER
                  DISPLAY "DISPATCHER: INVALID OPTION, USE 0 - 9"
                  MOVE 16 TO WS-RETURN-CODE
            END-EVALUATE
            MOVE WS-RETURN-CODE TO RETURN-CODE
               DISPLAY "3 = END-OF-SHIFT STREAM  4 = REPORT_LECCIONES"
               DISPLAY "5 = CLOSE OUT SHIFT  6 = DAY-END SHIFT EDIT"
               DISPLAY "7 = LESSON_RELEASE  8 = DAY_BALANCE"
               DISPLAY "9 = CLASSROOM SESSION  0 = INTEGRITY_SWEEP"
               DISPLAY "SELECT FUNCTION: "
               ACCEPT WS-OPTION
            END-IF.
               CLOSE OPERATOR-MASTER-FILE
            END-IF.

       3500-RUN-CLASSROOM-SESSION.
      *     SAME SHIFT AND SIGN-ON RULES AS OPTION 2, BUT FOR A ROOM:
      *     THE INSTRUCTOR AND EVERY ATTENDEE MUST BE ACTIVE ON THE
      *     OPERATOR MASTER. A REFUSED ATTENDEE DOES NOT STOP THE
      *     SESSION - THEY GET NO CREDIT AND ARE SHOWN ON THE SHEET
            PERFORM 3050-CHECK-SHIFT-OPEN
            IF WS-SHIFT-OPEN = "Y"
               PERFORM 3100-GET-LANGUAGE-CODE
               PERFORM 3510-GET-INSTRUCTOR-ID
               PERFORM 3250-VALIDATE-OPERATOR
               IF WS-OPERATOR-VALID = "N"
                  DISPLAY "DISPATCHER: INSTRUCTOR " WS-OPERATOR-ID
                          " REFUSED - " WS-OPERATOR-REASON
                  MOVE 12 TO WS-RETURN-CODE
               ELSE
                  INITIALIZE CONTROL-AREA
                  MOVE "Y"              TO CTL-SESSION-FLAG
                  MOVE WS-OPERATOR-ID   TO CTL-INSTRUCTOR-ID
                  MOVE WS-OPERATOR-NAME TO CTL-INSTRUCTOR-NAME
                  MOVE WS-SHIFT-CODE    TO CTL-SHIFT-CODE
                  PERFORM 3520-LOAD-ROSTER
                  IF WS-RETURN-CODE = ZERO
                     AND CTL-ATTENDEE-COUNT = ZERO
                     DISPLAY "DISPATCHER: NO VALID ATTENDEES ON THE "
                             "ROSTER - SESSION NOT RUN"
                     MOVE 12 TO WS-RETURN-CODE
                  END-IF
                  IF WS-RETURN-CODE = ZERO
                     DISPLAY "DISPATCHER: SESSION ATTENDANCE "
                             CTL-ATTENDEE-COUNT " OF "
                             CTL-ROSTER-COUNT " ON THE ROSTER"
                     CALL "EXAMPLE_DIVISION" USING WS-LANGUAGE-CODE
                                                    WS-RETURN-CODE
                                                    CONTROL-AREA
                     DISPLAY "DISPATCHER: EXAMPLE_DIVISION RETURN "
                             "CODE " WS-RETURN-CODE
                     MOVE "EXAMPLE_DIVISION" TO RH-PROGRAM-ID
                     PERFORM 5000-WRITE-RUN-HISTORY
                  END-IF
               END-IF
            ELSE
               DISPLAY "DISPATCHER: SHIFT " WS-SHIFT-CODE
                       " NOT OPEN FOR TODAY - RUN OPTION 1 FIRST"
               MOVE 12 TO WS-RETURN-CODE
            END-IF.

       3510-GET-INSTRUCTOR-ID.
            DISPLAY 3 UPON ARGUMENT-NUMBER
            ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                  MOVE SPACES TO WS-OPERATOR-ID
            END-ACCEPT
            IF WS-OPERATOR-ID = SPACES
               DISPLAY "INSTRUCTOR ID: "
               ACCEPT WS-OPERATOR-ID
            END-IF.

       3520-LOAD-ROSTER.
            MOVE "N" TO WS-ROSTER-EOF
            OPEN INPUT ROSTER-FILE
            IF WS-ROSTER-FILE-STATUS <> "00"
               DISPLAY "DISPATCHER: SESSION ROSTER UNAVAILABLE, STATUS="
                       WS-ROSTER-FILE-STATUS
               MOVE 95 TO WS-RETURN-CODE
            ELSE
               PERFORM 3530-READ-ROSTER-ENTRY
                  UNTIL WS-ROSTER-EOF = "Y"
               CLOSE ROSTER-FILE
            END-IF.

       3530-READ-ROSTER-ENTRY.
            READ ROSTER-FILE
               AT END
                  MOVE "Y" TO WS-ROSTER-EOF
               NOT AT END
                  IF RST-OPERATOR-ID <> SPACES
                     PERFORM 3540-ADD-ROSTER-ENTRY
                  END-IF
            END-READ.

       3540-ADD-ROSTER-ENTRY.
      *     AN ID KEYED TWICE ON THE ROSTER IS ONE ATTENDEE, NOT TWO
            MOVE RST-OPERATOR-ID TO WS-OPERATOR-ID
            MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                 TO WS-OPERATOR-ID
            MOVE "N" TO WS-ROSTER-DUPLICATE
            PERFORM 3545-MATCH-ROSTER-ENTRY
               VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > CTL-ROSTER-COUNT
                  OR WS-ROSTER-DUPLICATE = "Y"
            IF WS-ROSTER-DUPLICATE = "N"
               IF CTL-ROSTER-COUNT < 20
                  PERFORM 3250-VALIDATE-OPERATOR
                  ADD 1 TO CTL-ROSTER-COUNT
                  MOVE WS-OPERATOR-ID
                       TO CTL-RST-OPERATOR-ID(CTL-ROSTER-COUNT)
                  IF WS-OPERATOR-VALID = "Y"
                     ADD 1 TO CTL-ATTENDEE-COUNT
                     MOVE "A" TO CTL-RST-STATUS(CTL-ROSTER-COUNT)
                     MOVE WS-OPERATOR-NAME
                          TO CTL-RST-TEXT(CTL-ROSTER-COUNT)
                  ELSE
                     DISPLAY "DISPATCHER: ATTENDEE " WS-OPERATOR-ID
                             " REFUSED - " WS-OPERATOR-REASON
                     MOVE "R" TO CTL-RST-STATUS(CTL-ROSTER-COUNT)
                     MOVE WS-OPERATOR-REASON
                          TO CTL-RST-TEXT(CTL-ROSTER-COUNT)
                  END-IF
               ELSE
                  DISPLAY "DISPATCHER: ROSTER FULL AT 20, "
                          WS-OPERATOR-ID " NOT ADMITTED"
               END-IF
            END-IF.

       3545-MATCH-ROSTER-ENTRY.
            IF CTL-RST-OPERATOR-ID(WS-ROSTER-SUB) = WS-OPERATOR-ID
               MOVE "Y" TO WS-ROSTER-DUPLICATE
            END-IF.

       4000-RUN-STREAM.
            PERFORM 4100-READ-STREAM-CONTROL
            MOVE "N" TO WS-STREAM-FAILED
            MOVE ZERO TO WS-STREAM-HIGH-RC
            MOVE ZERO TO WS-STEPS-DUE
            MOVE ZERO TO WS-STEPS-RUN
            MOVE "N" TO WS-CALENDAR-ERROR
            PERFORM 4010-LOAD-JOB-SCHEDULE
            IF WS-JOB-ERROR = "Y"
               DISPLAY "DISPATCHER: JOB SCHEDULE IN ERROR - "
                       "STREAM NOT STARTED"
               MOVE 16 TO WS-RETURN-CODE
            ELSE
               PERFORM 4040-READ-CALENDAR
            END-IF
            IF WS-CALENDAR-ERROR = "Y"
               DISPLAY "DISPATCHER: CALENDAR HAS NO ENTRY FOR "
                       WS-RUN-DATE " - STREAM NOT STARTED"
               MOVE 16 TO WS-RETURN-CODE
            END-IF
            IF WS-JOB-ERROR = "N"
               AND WS-CALENDAR-ERROR = "N"
               PERFORM 4050-PLAN-ONE-STEP
                  VARYING WS-SCHED-SUB FROM 1 BY 1
                  UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               PERFORM 4060-RUN-ONE-STEP
                  VARYING WS-SCHED-SUB FROM 1 BY 1
                  UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                     OR WS-STREAM-FAILED = "Y"
               IF WS-STREAM-FAILED = "N"
                  PERFORM 4400-CLEAR-STREAM-CONTROL
                  DISPLAY "DISPATCHER: END-OF-SHIFT STREAM COMPLETE"
               ELSE
                  DISPLAY "DISPATCHER: STREAM STOPPED AT STEP "
                          WS-STREAM-STEP " - RERUN OPTION 3 TO RESUME"
               END-IF
               MOVE WS-STREAM-HIGH-RC TO WS-RETURN-CODE
               PERFORM 4900-WRITE-SCHEDULE-REPORT
            END-IF.

       4010-LOAD-JOB-SCHEDULE.
      *     BUILD THE STEP TABLE FROM THE JOB DEFINITION FILE, OR FROM
      *     THE STANDARD STREAM WHEN THERE IS NONE. ANY BAD LINE STOPS
      *     THE STREAM BEFORE IT STARTS - A STEP SILENTLY DROPPED IS
      *     WORSE THAN NO STREAM
            MOVE ZERO TO WS-SCHED-COUNT
            MOVE ZERO TO WS-JOB-LINE
            MOVE "N" TO WS-JOB-ERROR
            MOVE "F" TO WS-JOB-SOURCE
            OPEN INPUT JOB-SCHEDULE-FILE
            IF WS-JOB-FILE-STATUS = "05"
               CLOSE JOB-SCHEDULE-FILE
               PERFORM 4030-LOAD-DEFAULT-SCHEDULE
            ELSE
               IF WS-JOB-FILE-STATUS <> "00"
                  DISPLAY "DISPATCHER: JOB SCHEDULE UNAVAILABLE, "
                          "STATUS=" WS-JOB-FILE-STATUS
                  MOVE "Y" TO WS-JOB-ERROR
               ELSE
                  MOVE "N" TO WS-JOB-EOF
                  PERFORM 4015-READ-JOB-DEFINITION
                     UNTIL WS-JOB-EOF = "Y"
                  CLOSE JOB-SCHEDULE-FILE
                  IF WS-SCHED-COUNT = ZERO
                     AND WS-JOB-ERROR = "N"
                     DISPLAY "DISPATCHER: JOB SCHEDULE HAS NO STEPS"
                     MOVE "Y" TO WS-JOB-ERROR
                  END-IF
               END-IF
            END-IF.

       4015-READ-JOB-DEFINITION.
            READ JOB-SCHEDULE-FILE
               AT END
                  MOVE "Y" TO WS-JOB-EOF
               NOT AT END
                  ADD 1 TO WS-JOB-LINE
                  IF JOB-DEFINITION-RECORD(1:1) <> "*"
                     AND JOB-DEFINITION-RECORD <> SPACES
                     PERFORM 4020-EDIT-JOB-DEFINITION
                  END-IF
            END-READ.

       4020-EDIT-JOB-DEFINITION.
            MOVE SPACES TO WS-JOB-LINE-ERROR
            MOVE ZERO TO WS-MONTH-FLAG-COUNT
            INSPECT JOB-MONTHS TALLYING WS-MONTH-FLAG-COUNT
               FOR ALL "Y" ALL "N"
            EVALUATE TRUE
               WHEN JOB-STEP-ORDER IS NOT NUMERIC
                  OR JOB-STEP-ORDER = ZERO
                  MOVE "STEP ORDER NOT 01 - 99" TO WS-JOB-LINE-ERROR
               WHEN JOB-PROGRAM = SPACES
                  MOVE "NO PROGRAM NAME" TO WS-JOB-LINE-ERROR
               WHEN JOB-MAX-RC IS NOT NUMERIC
                  MOVE "MAXIMUM RC NOT NUMERIC" TO WS-JOB-LINE-ERROR
               WHEN JOB-RUN-RULE <> "D" AND JOB-RUN-RULE <> "L"
                  AND JOB-RUN-RULE <> "T"
                  MOVE "RUN RULE NOT D, L OR T" TO WS-JOB-LINE-ERROR
               WHEN JOB-RUN-RULE = "T" AND JOB-DAY-TYPE = SPACE
                  MOVE "RULE T NEEDS A DAY TYPE" TO WS-JOB-LINE-ERROR
               WHEN JOB-MONTHS <> SPACES
                  AND WS-MONTH-FLAG-COUNT <> 12
                  MOVE "MONTHS NOT 12 Y/N FLAGS" TO WS-JOB-LINE-ERROR
               WHEN OTHER
                  MOVE JOB-STEP-ORDER  TO WS-NEW-ORDER
                  MOVE JOB-PROGRAM     TO WS-NEW-PROGRAM
                  MOVE JOB-PARM(1)     TO WS-NEW-PARM(1)
                  MOVE JOB-PARM(2)     TO WS-NEW-PARM(2)
                  MOVE JOB-PARM(3)     TO WS-NEW-PARM(3)
                  MOVE JOB-MAX-RC      TO WS-NEW-MAX-RC
                  MOVE JOB-RUN-RULE    TO WS-NEW-RULE
                  MOVE JOB-DAY-TYPE    TO WS-NEW-DAY-TYPE
                  MOVE JOB-MONTHS      TO WS-NEW-MONTHS
                  MOVE JOB-DESCRIPTION TO WS-NEW-DESCRIPTION
                  PERFORM 4025-INSERT-SCHEDULE-ENTRY
            END-EVALUATE
            IF WS-JOB-LINE-ERROR <> SPACES
               MOVE "Y" TO WS-JOB-ERROR
               DISPLAY "DISPATCHER: JOB SCHEDULE LINE " WS-JOB-LINE
                       " - " WS-JOB-LINE-ERROR
            END-IF.

       4025-INSERT-SCHEDULE-ENTRY.
      *     KEEP THE TABLE IN STEP ORDER WHATEVER ORDER THE LINES
      *     ARE IN; A STEP NUMBER MAY ONLY BE USED ONCE, SINCE THE
      *     RESTART POINT IS RECORDED BY STEP NUMBER
            COMPUTE WS-SCHED-INSERT-AT = WS-SCHED-COUNT + 1
            PERFORM 4026-FIND-INSERT-POINT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
            EVALUATE TRUE
               WHEN WS-JOB-LINE-ERROR <> SPACES
                  CONTINUE
               WHEN WS-SCHED-COUNT >= WS-SCHED-MAX
                  MOVE "MORE THAN 30 STEPS" TO WS-JOB-LINE-ERROR
               WHEN OTHER
                  PERFORM 4027-SHIFT-ENTRY-UP
                     VARYING WS-SCHED-SUB FROM WS-SCHED-COUNT BY -1
                     UNTIL WS-SCHED-SUB < WS-SCHED-INSERT-AT
                  MOVE WS-NEW-ENTRY
                       TO SCH-DEFINITION(WS-SCHED-INSERT-AT)
                  MOVE "N"    TO SCH-DUE(WS-SCHED-INSERT-AT)
                  MOVE ZERO   TO SCH-RC(WS-SCHED-INSERT-AT)
                  MOVE SPACES TO SCH-OUTCOME(WS-SCHED-INSERT-AT)
                  ADD 1 TO WS-SCHED-COUNT
            END-EVALUATE.

       4026-FIND-INSERT-POINT.
            IF SCH-ORDER(WS-SCHED-SUB) = WS-NEW-ORDER
               MOVE "STEP ORDER USED TWICE" TO WS-JOB-LINE-ERROR
            END-IF
            IF SCH-ORDER(WS-SCHED-SUB) > WS-NEW-ORDER
               AND WS-SCHED-INSERT-AT > WS-SCHED-COUNT
               MOVE WS-SCHED-SUB TO WS-SCHED-INSERT-AT
            END-IF.

       4027-SHIFT-ENTRY-UP.
            MOVE WS-SCHED-ENTRY(WS-SCHED-SUB)
                 TO WS-SCHED-ENTRY(WS-SCHED-SUB + 1).

       4030-LOAD-DEFAULT-SCHEDULE.
            MOVE "S" TO WS-JOB-SOURCE
            PERFORM 4035-ADD-DEFAULT-STEP
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > 6.

       4035-ADD-DEFAULT-STEP.
            MOVE SPACES TO WS-NEW-ENTRY
            MOVE WS-PARM-SUB TO WS-NEW-ORDER
            MOVE WS-DEFAULT-PROGRAM(WS-PARM-SUB) TO WS-NEW-PROGRAM
            MOVE ZERO TO WS-NEW-MAX-RC
            MOVE "D"  TO WS-NEW-RULE
            IF WS-NEW-PROGRAM = "INTEGRITY_SWEEP"
               MOVE "N" TO WS-NEW-PARM(1)
            END-IF
            MOVE SPACES TO WS-JOB-LINE-ERROR
            PERFORM 4025-INSERT-SCHEDULE-ENTRY.

       4040-READ-CALENDAR.
      *     TODAY ON THE BUSINESS CALENDAR: ITS DAY TYPE, AND WHETHER
      *     ANY LATER PROCESSING DAY IS LEFT IN THE MONTH
            MOVE "N" TO WS-CALENDAR-AVAILABLE
            MOVE "N" TO WS-CALENDAR-ERROR
            MOVE "N" TO WS-LATER-PROC-DAY
            MOVE "N" TO WS-LAST-PROC-DAY
            MOVE SPACE TO WS-CAL-DAY-TYPE
            MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
            OPEN INPUT CALENDAR-FILE
            IF WS-CALENDAR-FILE-STATUS <> "00"
      *        NO CALENDAR: RUN THE EVERY-DAY STEPS AS BEFORE, BUT THE
      *        MONTH-END AND DAY-TYPE STEPS CANNOT BE PLACED
               DISPLAY "WARNING: CALENDAR FILE UNAVAILABLE, STATUS="
                       WS-CALENDAR-FILE-STATUS
                       " - ONLY EVERY-DAY STEPS WILL RUN"
               MOVE "P" TO WS-CAL-DAY-TYPE
            ELSE
               MOVE "Y" TO WS-CALENDAR-AVAILABLE
               MOVE "N" TO WS-CALENDAR-EOF
               PERFORM 4045-SCAN-CALENDAR
                  UNTIL WS-CALENDAR-EOF = "Y"
               CLOSE CALENDAR-FILE
               IF WS-CAL-DAY-TYPE = "P"
                  AND WS-LATER-PROC-DAY = "N"
                  MOVE "Y" TO WS-LAST-PROC-DAY
               END-IF
      *        A CALENDAR THAT DOES NOT KNOW TODAY WOULD SKIP EVERY
      *        STEP AND STILL REPORT THE STREAM COMPLETE. THE STANDARD
      *        STREAM NEVER LOOKS AT THE DAY TYPE, SO IT STILL RUNS
               IF WS-CAL-DAY-TYPE = SPACE
                  AND WS-JOB-SOURCE = "F"
                  MOVE "Y" TO WS-CALENDAR-ERROR
               END-IF
            END-IF.

       4045-SCAN-CALENDAR.
            READ CALENDAR-FILE
               AT END
                  MOVE "Y" TO WS-CALENDAR-EOF
               NOT AT END
                  IF CAL-DATE = WS-RUN-DATE
                     MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                  END-IF
                  IF CAL-DATE > WS-RUN-DATE
                     AND CAL-DATE(1:6) = WS-RUN-DATE(1:6)
                     AND CAL-DAY-TYPE = "P"
                     MOVE "Y" TO WS-LATER-PROC-DAY
                  END-IF
            END-READ.

       4050-PLAN-ONE-STEP.
            MOVE "N" TO SCH-DUE(WS-SCHED-SUB)
            EVALUATE TRUE
               WHEN SCH-MONTHS(WS-SCHED-SUB) <> SPACES
                  AND SCH-MONTHS(WS-SCHED-SUB)(WS-RUN-MONTH:1) <> "Y"
                  MOVE "NO HOY: MES" TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN SCH-RULE(WS-SCHED-SUB) <> "D"
                  AND WS-CALENDAR-AVAILABLE = "N"
                  MOVE "NO HOY: SIN CALENDARIO"
                       TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN SCH-RULE(WS-SCHED-SUB) = "D"
                  AND WS-CAL-DAY-TYPE <> "P"
                  AND WS-JOB-SOURCE = "F"
                  MOVE "NO HOY: NO ES DIA DE PROCESO"
                       TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN SCH-RULE(WS-SCHED-SUB) = "L"
                  AND WS-LAST-PROC-DAY = "N"
                  MOVE "NO HOY: NO ES FIN DE MES"
                       TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN SCH-RULE(WS-SCHED-SUB) = "T"
                  AND SCH-DAY-TYPE(WS-SCHED-SUB) <> WS-CAL-DAY-TYPE
                  MOVE "NO HOY: TIPO DE DIA"
                       TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN SCH-ORDER(WS-SCHED-SUB) < WS-STREAM-START-STEP
                  MOVE "Y" TO SCH-DUE(WS-SCHED-SUB)
                  MOVE "HECHO ANTES DE REANUDAR"
                       TO SCH-OUTCOME(WS-SCHED-SUB)
               WHEN OTHER
                  MOVE "Y" TO SCH-DUE(WS-SCHED-SUB)
                  ADD 1 TO WS-STEPS-DUE
                  MOVE "NO EJECUTADO" TO SCH-OUTCOME(WS-SCHED-SUB)
            END-EVALUATE
            IF SCH-DUE(WS-SCHED-SUB) = "Y"
               DISPLAY "DISPATCHER: PLANNED STEP "
                       SCH-ORDER(WS-SCHED-SUB) " "
                       SCH-PROGRAM(WS-SCHED-SUB) " MAX RC "
                       SCH-MAX-RC(WS-SCHED-SUB)
            END-IF.

       4060-RUN-ONE-STEP.
      *     RUN ONE DUE STEP: THE PROGRAMS DISPATCHER ALREADY CALLS GO
      *     THROUGH THEIR OWN PARAGRAPHS, ANYTHING ELSE IS RUN AS A
      *     SEPARATE PROGRAM WITH ITS PARAMETERS
            IF SCH-DUE(WS-SCHED-SUB) = "Y"
               AND SCH-ORDER(WS-SCHED-SUB) >= WS-STREAM-START-STEP
               MOVE SCH-ORDER(WS-SCHED-SUB)  TO WS-STREAM-STEP
               MOVE SCH-MAX-RC(WS-SCHED-SUB) TO WS-STEP-MAX-RC
               PERFORM 4200-MARK-STEP-STARTED
               MOVE ZERO TO WS-RETURN-CODE
               EVALUATE SCH-PROGRAM(WS-SCHED-SUB)
                  WHEN "INTEGRITY_SWEEP"
                     MOVE SCH-PARM(WS-SCHED-SUB, 1) TO WS-SWEEP-MODE
                     PERFORM 4800-RUN-INTEGRITY-SWEEP
                  WHEN "division_example"
                     PERFORM 2000-RUN-DIVISION-EXAMPLE
                  WHEN "EXAMPLE_DIVISION"
                     PERFORM 3000-RUN-EXAMPLE-DIVISION
                  WHEN "REPORT_LECCIONES"
                     PERFORM 4500-RUN-REPORT-LECCIONES
                  WHEN "LESSON_RELEASE"
                     PERFORM 4600-RUN-LESSON-RELEASE
                  WHEN "DAY_BALANCE"
                     PERFORM 4700-RUN-DAY-BALANCE
                  WHEN "SHIFT_EDIT"
                     PERFORM 6500-RUN-SHIFT-EDIT
                  WHEN OTHER
                     PERFORM 4070-RUN-SCHEDULED-PROGRAM
               END-EVALUATE
               ADD 1 TO WS-STEPS-RUN
               MOVE WS-RETURN-CODE TO SCH-RC(WS-SCHED-SUB)
               IF WS-RETURN-CODE > WS-STREAM-HIGH-RC
                  MOVE WS-RETURN-CODE TO WS-STREAM-HIGH-RC
               END-IF
               EVALUATE TRUE
                  WHEN WS-RETURN-CODE = ZERO
                     MOVE "CORRECTO" TO SCH-OUTCOME(WS-SCHED-SUB)
                  WHEN WS-RETURN-CODE <= WS-STEP-MAX-RC
                     MOVE "AVISO - CONTINUA"
                          TO SCH-OUTCOME(WS-SCHED-SUB)
                  WHEN OTHER
                     MOVE "FALLIDO - CADENA DETENIDA"
                          TO SCH-OUTCOME(WS-SCHED-SUB)
               END-EVALUATE
               PERFORM 4300-CHECK-STEP-RESULT
            END-IF.

       4070-RUN-SCHEDULED-PROGRAM.
            MOVE SPACES TO WS-COMMAND
            MOVE 1 TO WS-COMMAND-PTR
            STRING "./"                      DELIMITED BY SIZE
                   SCH-PROGRAM(WS-SCHED-SUB) DELIMITED BY SPACE
                   INTO WS-COMMAND WITH POINTER WS-COMMAND-PTR
            END-STRING
            PERFORM 4075-ADD-COMMAND-PARM
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > 3
            DISPLAY "DISPATCHER: RUNNING " WS-COMMAND
            CALL "SYSTEM" USING WS-COMMAND
      *     SYSTEM HANDS BACK THE WAIT STATUS - THE PROGRAM'S OWN
      *     RETURN CODE IS IN ITS HIGH-ORDER BYTE
            MOVE RETURN-CODE TO WS-SYSTEM-RC
            IF WS-SYSTEM-RC > 255
               DIVIDE 256 INTO WS-SYSTEM-RC
            END-IF
            IF WS-SYSTEM-RC < ZERO OR WS-SYSTEM-RC > 99
               MOVE 99 TO WS-SYSTEM-RC
            END-IF
            MOVE WS-SYSTEM-RC TO WS-RETURN-CODE
            MOVE ZERO TO RETURN-CODE
            DISPLAY "DISPATCHER: " SCH-PROGRAM(WS-SCHED-SUB)
                    " RETURN CODE " WS-RETURN-CODE
            INITIALIZE CONTROL-AREA
            MOVE SCH-PROGRAM(WS-SCHED-SUB) TO RH-PROGRAM-ID
            PERFORM 5000-WRITE-RUN-HISTORY.

       4075-ADD-COMMAND-PARM.
            MOVE SCH-PARM(WS-SCHED-SUB, WS-PARM-SUB) TO WS-PARM-VALUE
            EVALUATE WS-PARM-VALUE
               WHEN "&DATE"
                  MOVE WS-RUN-DATE TO WS-PARM-VALUE
               WHEN "&MONTH"
                  MOVE WS-RUN-DATE(1:6) TO WS-PARM-VALUE
               WHEN "&MSTART"
                  MOVE SPACES TO WS-PARM-VALUE
                  STRING WS-RUN-DATE(1:6) DELIMITED BY SIZE
                         "01"             DELIMITED BY SIZE
                         INTO WS-PARM-VALUE
                  END-STRING
            END-EVALUATE
            IF WS-PARM-VALUE <> SPACES
               STRING " "           DELIMITED BY SIZE
                      WS-PARM-VALUE DELIMITED BY SPACE
                      INTO WS-COMMAND WITH POINTER WS-COMMAND-PTR
               END-STRING
            END-IF.

       4900-WRITE-SCHEDULE-REPORT.
      *     PLAN AND OUTCOME OF TONIGHT'S STREAM, ONE LINE PER
      *     DEFINITION
            OPEN OUTPUT SCHEDULE-REPORT-FILE
            IF WS-SCHED-REPORT-STATUS <> "00"
               DISPLAY "WARNING: SCHEDULE REPORT NOT AVAILABLE, "
                       "STATUS=" WS-SCHED-REPORT-STATUS
            ELSE
               MOVE SPACES TO WS-SCHED-LINE
               STRING "CADENA DE FIN DE TURNO  FECHA: "
                                        DELIMITED BY SIZE
                      WS-RUN-DATE       DELIMITED BY SIZE
                      "  TIPO DE DIA: " DELIMITED BY SIZE
                      WS-CAL-DAY-TYPE   DELIMITED BY SIZE
                      "  FIN DE MES: "  DELIMITED BY SIZE
                      WS-LAST-PROC-DAY  DELIMITED BY SIZE
                      INTO WS-SCHED-LINE
               END-STRING
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               IF WS-JOB-SOURCE = "S"
                  MOVE "PASOS: CADENA ESTANDAR - NO HAY DEFINICIONES"
                       TO WS-SCHED-LINE
               ELSE
                  MOVE "PASOS: data/JOB-SCHEDULE.DAT" TO WS-SCHED-LINE
               END-IF
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               IF WS-CALENDAR-AVAILABLE = "N"
                  MOVE "CALENDARIO NO DISPONIBLE" TO WS-SCHED-LINE
                  WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               END-IF
               IF WS-STREAM-START-STEP > 1
                  MOVE SPACES TO WS-SCHED-LINE
                  STRING "REANUDADA DESDE EL PASO " DELIMITED BY SIZE
                         WS-STREAM-START-STEP       DELIMITED BY SIZE
                         INTO WS-SCHED-LINE
                  END-STRING
                  WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               END-IF
               MOVE SPACES TO WS-SCHED-LINE
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               MOVE "PASO PROGRAMA             PARAMETROS"
                    TO WS-SCHED-LINE
               MOVE "MAX R   RC RESULTADO" TO WS-SCHED-LINE(60:20)
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               PERFORM 4910-WRITE-SCHEDULE-LINE
                  VARYING WS-SCHED-SUB FROM 1 BY 1
                  UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               MOVE SPACES TO WS-SCHED-LINE
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               STRING "PASOS PREVISTOS: " DELIMITED BY SIZE
                      WS-STEPS-DUE        DELIMITED BY SIZE
                      "  EJECUTADOS: "    DELIMITED BY SIZE
                      WS-STEPS-RUN        DELIMITED BY SIZE
                      "  RC MAS ALTO: "   DELIMITED BY SIZE
                      WS-STREAM-HIGH-RC   DELIMITED BY SIZE
                      INTO WS-SCHED-LINE
               END-STRING
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE
               CLOSE SCHEDULE-REPORT-FILE
            END-IF.

       4910-WRITE-SCHEDULE-LINE.
            IF SCH-RC(WS-SCHED-SUB) = ZERO
               AND SCH-OUTCOME(WS-SCHED-SUB) <> "CORRECTO"
               MOVE "--" TO WS-SCHED-RC-TEXT
            ELSE
               MOVE SCH-RC(WS-SCHED-SUB) TO WS-SCHED-RC-TEXT
            END-IF
            MOVE SPACES TO WS-SCHED-LINE
            STRING SCH-ORDER(WS-SCHED-SUB)     DELIMITED BY SIZE
                   "   "                       DELIMITED BY SIZE
                   SCH-PROGRAM(WS-SCHED-SUB)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   SCH-PARM(WS-SCHED-SUB, 1)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   SCH-PARM(WS-SCHED-SUB, 2)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   SCH-PARM(WS-SCHED-SUB, 3)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   SCH-MAX-RC(WS-SCHED-SUB)    DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   SCH-RULE(WS-SCHED-SUB)      DELIMITED BY SIZE
                   SCH-DAY-TYPE(WS-SCHED-SUB)  DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-SCHED-RC-TEXT            DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   SCH-OUTCOME(WS-SCHED-SUB)   DELIMITED BY SIZE
                   INTO WS-SCHED-LINE
            END-STRING
            WRITE SCHEDULE-REPORT-LINE FROM WS-SCHED-LINE.

       4100-READ-STREAM-CONTROL.
            MOVE 1 TO WS-STREAM-START-STEP
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY
            END-IF.

       4300-CHECK-STEP-RESULT.
            IF WS-RETURN-CODE <= WS-STEP-MAX-RC
               CONTINUE
            ELSE
               MOVE "Y" TO WS-STREAM-FAILED
            MOVE "DAY_BALANCE" TO RH-PROGRAM-ID
            PERFORM 5000-WRITE-RUN-HISTORY.

       4800-RUN-INTEGRITY-SWEEP.
      *     IN THE STREAM THE MODE COMES FROM THE JOB DEFINITION
            IF WS-OPTION = "0"
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-SWEEP-MODE FROM ARGUMENT-VALUE
                  ON EXCEPTION
                     MOVE "N" TO WS-SWEEP-MODE
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WS-SWEEP-MODE)
                    TO WS-SWEEP-MODE
            END-IF
            INITIALIZE CONTROL-AREA
            CALL "INTEGRITY_SWEEP" USING WS-SWEEP-MODE WS-RETURN-CODE
            DISPLAY "DISPATCHER: INTEGRITY_SWEEP RETURN CODE "
                    WS-RETURN-CODE
            MOVE "INTEGRITY_SWEEP" TO RH-PROGRAM-ID
            PERFORM 5000-WRITE-RUN-HISTORY.

       6000-RUN-SHIFT-CLOSE.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY
            MOVE WS-TODAY(1:8) TO WS-RUN-DATE
               MOVE CTL-REJECT-COUNT  TO RH-REJECT-COUNT
               MOVE CTL-SKIPPED-COUNT TO RH-SKIPPED-COUNT
               MOVE CTL-HELD-COUNT    TO RH-HELD-COUNT
               MOVE CTL-PRESENTED-COUNT TO RH-PRESENTED-COUNT
               IF CTL-SESSION-FLAG = "Y"
                  MOVE "S"                TO RH-SESSION-FLAG
                  MOVE CTL-ATTENDEE-COUNT TO RH-ATTENDANCE-COUNT
               ELSE
                  MOVE SPACE              TO RH-SESSION-FLAG
                  MOVE ZERO               TO RH-ATTENDANCE-COUNT
               END-IF
               WRITE RUN-HISTORY-RECORD
               IF WS-HISTORY-FILE-STATUS <> "00"
                  DISPLAY "WARNING: RUN HISTORY WRITE FAILED, STATUS="
