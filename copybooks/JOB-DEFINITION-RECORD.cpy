      ******************************************************************
      * Copybook: JOB-DEFINITION-RECORD
      * Purpose : One step of the end-of-shift stream, on the job
      *           definition file (data/JOB-SCHEDULE.DAT) that
      *           operations keeps with a text editor - changing the
      *           stream needs no recompile. DISPATCHER option 3
      *           reads it, crosses it with today's entry on the
      *           business calendar and runs the steps that are due
      *           in JOB-STEP-ORDER sequence. A line with * in
      *           column 1 is a comment.
      *           JOB-PROGRAM is the program to run. The programs
      *           DISPATCHER already calls (INTEGRITY_SWEEP,
      *           division_example, EXAMPLE_DIVISION,
      *           REPORT_LECCIONES, LESSON_RELEASE, DAY_BALANCE,
      *           SHIFT_EDIT) are called as before; any other name
      *           is run as a separate program with the JOB-PARM
      *           values as its command-line arguments. A parameter
      *           of &DATE is replaced by the run date, &MONTH by
      *           its YYYYMM and &MSTART by the first of the month.
      *           For INTEGRITY_SWEEP the first parameter is the
      *           mode.
      *           JOB-MAX-RC is the highest return code that still
      *           lets the stream go on to the next step.
      *           JOB-RUN-RULE says when the step is due:
      *             D = every processing day
      *             L = last processing day of the month
      *             T = days whose CAL-DAY-TYPE is JOB-DAY-TYPE
      *           JOB-MONTHS, when not blank, holds one Y/N flag per
      *           month (January first) and limits the step to the
      *           months flagged Y - "last processing day of June
      *           and December" is rule L with NNNNNYNNNNNY.
      ******************************************************************
       01  JOB-DEFINITION-RECORD.
           05  JOB-STEP-ORDER        PIC 9(2).
           05  FILLER                PIC X(1).
           05  JOB-PROGRAM           PIC X(20).
           05  FILLER                PIC X(1).
           05  JOB-PARM-ENTRY OCCURS 3 TIMES.
               10  JOB-PARM          PIC X(10).
               10  FILLER            PIC X(1).
           05  JOB-MAX-RC            PIC 9(2).
           05  FILLER                PIC X(1).
           05  JOB-RUN-RULE          PIC X(1).
           05  FILLER                PIC X(1).
           05  JOB-DAY-TYPE          PIC X(1).
           05  FILLER                PIC X(1).
           05  JOB-MONTHS            PIC X(12).
           05  JOB-MONTH-TABLE REDEFINES JOB-MONTHS.
               10  JOB-MONTH-FLAG    OCCURS 12 TIMES PIC X(1).
           05  FILLER                PIC X(1).
           05  JOB-DESCRIPTION       PIC X(30).
