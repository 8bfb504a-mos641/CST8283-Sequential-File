      ******************************************************************
      * Copybook: ENRLPROV
      * Purpose:  Provisional enrollment record - one record per
      *           prerequisite an enrollment ADD was allowed through
      *           on because the student was still taking it with no
      *           grade yet (audited PREREQ IN PROGRESS). Appended to
      *           the cumulative ENRLPROV.TXT by the enrollment
      *           maintenance program; the term-end prerequisite
      *           recheck reads it, lists the enrollments whose
      *           prerequisite has since been failed, and writes back
      *           only the entries still unresolved.
      *
      * Modification History:
      *   2026-10-15  Written for prerequisite checking at enrollment.
      ******************************************************************
       01 PROVISIONAL-RECORD.
           05 PROV-STUDENT-NUMBER PIC X(10).
           05 PROV-COURSE-CODE PIC X(8).
           05 PROV-TERM PIC 9(6).
           05 PROV-PREREQ-COURSE PIC X(8).
           05 PROV-PREREQ-TERM PIC 9(6).
           05 PROV-MIN-GRADE PIC X(2).
           05 PROV-ADD-DATE PIC 9(6).
