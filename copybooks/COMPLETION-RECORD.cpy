      *           training material, so this file is the evidence
      *           compliance asks for twice a year: who completed
      *           which lessons, when, and on which shift.
      *           At year end COMPLETION_ROLLOVER moves the prior
      *           year's rows, unchanged, to data/COMPLETION-YYYY.DAT;
      *           COMPLETION-INDEX-RECORD carries every year forward.
      ******************************************************************
       01  COMPLETION-RECORD.
           05  COMP-OPERATOR-ID  PIC X(8).
