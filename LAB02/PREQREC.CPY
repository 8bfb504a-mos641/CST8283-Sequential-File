      ******************************************************************
      * Copybook: PREQREC
      * Purpose:  Course prerequisite record - one record per prior
      *           course a course requires, keyed on COURSE-CODE plus
      *           the required course, carrying the minimum
      *           GRADE-VALUE the student must have earned in it.
      *           COPYed into any program that reads or writes the
      *           indexed prerequisite master (PREREQ.DAT); a START
      *           on the course code alone positions on the first of
      *           the course's prerequisites. A course with no
      *           records has no prerequisites.
      *
      * Modification History:
      *   2026-10-15  Written for prerequisite checking at enrollment.
      ******************************************************************
       01 PREREQ-RECORD.
           05 PREQ-KEY.
               10 PREQ-COURSE-CODE PIC X(8).
               10 PREQ-REQUIRED-COURSE PIC X(8).
           05 PREQ-MIN-GRADE PIC X(2).
