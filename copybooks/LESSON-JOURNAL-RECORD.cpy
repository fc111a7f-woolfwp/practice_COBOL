      ******************************************************************
      * Copybook: LESSON-JOURNAL-RECORD
      * Purpose : One record per change to the lesson master,
      *           appended to the lesson change journal
      *           (data/LESSON-JOURNAL.DAT) by every program that
      *           writes data/LESSON.DAT - LESSON_MAINT,
      *           LESSON_RELEASE and SUSPENSE_REPAIR. Carries the
      *           master record as it was before the change and as
      *           it is after it, so "what was this lesson called on
      *           the 3rd?" is answered from disk; CATALOG_ASOF rolls
      *           the journal back over today's master to rebuild the
      *           catalog as it stood on any past date.
      *           LJR-ACTION is A (add), C (change), D (retire to the
      *           archive) or R (suspense repair). The before image
      *           is SPACES on an add and the after image is SPACES
      *           on a retire. LJR-SOURCE says what drove the change:
      *           T = a LESSON_MAINT transaction (LJR-SOURCE-REF is
      *           its sequence on the transaction file), P = a held
      *           transaction released by LESSON_RELEASE (the ref is
      *           its effective date), S = a SUSPENSE_REPAIR fix (the
      *           ref is the suspense reason code and date added).
      ******************************************************************
       01  LESSON-JOURNAL-RECORD.
           05  LJR-DATE                  PIC X(8).
           05  LJR-TIME                  PIC X(8).
           05  LJR-PROGRAM-ID            PIC X(20).
           05  LJR-ACTION                PIC X(1).
           05  LJR-SOURCE                PIC X(1).
           05  LJR-SOURCE-REF            PIC X(20).
           05  LJR-LESSON-CODE           PIC X(6).
           05  LJR-BEFORE-IMAGE.
               10  LJR-BEFORE-SECTION-CODE  PIC X(4).
               10  LJR-BEFORE-TITULO        PIC X(40).
               10  LJR-BEFORE-NUMERO        PIC X(1).
           05  LJR-AFTER-IMAGE.
               10  LJR-AFTER-SECTION-CODE   PIC X(4).
               10  LJR-AFTER-TITULO         PIC X(40).
               10  LJR-AFTER-NUMERO         PIC X(1).
