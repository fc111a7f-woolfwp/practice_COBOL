      ******************************************************************
      * Copybook: ASSIGNMENT-RECORD
      * Purpose : Record layout for the indexed training assignment
      *           file (ASSIGNMENT-FILE). One record says that an
      *           operator, or every operator whose OPR-HOME-SHIFT
      *           is a given shift, must complete a whole catalog
      *           section or a single lesson by ASG-DUE-DATE.
      *           ASG-ASSIGNEE-TYPE is O (ASG-ASSIGNEE-ID holds the
      *           operator id) or S (ASG-ASSIGNEE-ID holds the shift
      *           code 1-3 in its first byte). ASG-TARGET-TYPE is S
      *           (ASG-TARGET-CODE holds a section code in its first
      *           four bytes) or L (ASG-TARGET-CODE holds a lesson
      *           code). The lesson run only presents lessons the
      *           signed-on operator is assigned by any of the four
      *           combinations.
      ******************************************************************
       01  ASSIGNMENT-RECORD.
           05  ASG-KEY.
               10  ASG-ASSIGNEE-TYPE  PIC X(1).
               10  ASG-ASSIGNEE-ID    PIC X(8).
               10  ASG-TARGET-TYPE    PIC X(1).
               10  ASG-TARGET-CODE    PIC X(6).
           05  ASG-DUE-DATE           PIC X(8).
           05  ASG-ASSIGNED-DATE      PIC X(8).
