      *           totals before GOBACK so the dispatcher can record
      *           them on the run-history file instead of letting
      *           the evidence evaporate with the console scrollback.
      *           For a classroom session DISPATCHER sets
      *           CTL-SESSION-FLAG to Y, leaves CTL-OPERATOR-ID blank
      *           and passes the instructor and the validated roster
      *           instead: status A for an attendee accepted (text is
      *           the operator name), R for one refused (text is the
      *           reason). CTL-PRESENTED-COUNT is the number of
      *           operator/lesson presentations - the lessons shown
      *           times the attendees who could take them - which is
      *           what the completion rows and failed assessments
      *           must add up to.
      ******************************************************************
       01  CONTROL-AREA.
           05  CTL-OPERATOR-ID    PIC X(8).
           05  CTL-REJECT-COUNT   PIC 9(4).
           05  CTL-SKIPPED-COUNT  PIC 9(4).
           05  CTL-HELD-COUNT     PIC 9(4).
           05  CTL-PRESENTED-COUNT PIC 9(4).
           05  CTL-SESSION-FLAG   PIC X(1).
           05  CTL-INSTRUCTOR-ID  PIC X(8).
           05  CTL-INSTRUCTOR-NAME PIC X(30).
           05  CTL-ROSTER-COUNT   PIC 9(2).
           05  CTL-ATTENDEE-COUNT PIC 9(2).
           05  CTL-ROSTER-ENTRY OCCURS 20 TIMES.
               10  CTL-RST-OPERATOR-ID  PIC X(8).
               10  CTL-RST-STATUS       PIC X(1).
               10  CTL-RST-TEXT         PIC X(30).
