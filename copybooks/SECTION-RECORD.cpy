      *           a phantom section total on the catalog report.
      *           SECT-EXPECTED-COUNT is the lesson count the content
      *           desk plans for the section, for the catalog review.
      *           SECT-PASS-MARK is the percentage of assessment
      *           questions an operator must answer correctly before
      *           a lesson in the section is posted as completed.
      ******************************************************************
       01  SECTION-RECORD.
           05  SECT-CODE            PIC X(4).
           05  SECT-NAME            PIC X(30).
           05  SECT-EXPECTED-COUNT  PIC 9(4).
           05  SECT-PASS-MARK       PIC 9(3).
