      ******************************************************************
      * Copybook: STNDREC
      * Purpose:  Academic standing record - one record per student
      *           per term, keyed on STUDENT-NUMBER plus ENROLL-TERM,
      *           written by the academic standing run
      *           (ACADEMIC-STANDING-PGM) to the indexed standing
      *           master (STANDING.DAT). Carries the term and
      *           cumulative GPA the standing was assigned from, so
      *           the next term's run can see a student's prior
      *           standing and the transcript can print it. Course
      *           counts are the courses counted in the GPA (W and I
      *           grades excluded). A rerun for the same term
      *           replaces the term's record.
      *
      * Modification History:
      *   2026-10-15  Written for the academic standing run.
      ******************************************************************
       01 STANDING-RECORD.
           05 STANDING-KEY.
               10 STND-STUDENT-NUMBER PIC X(10).
               10 STND-TERM PIC 9(6).
           05 STND-TERM-COURSES PIC 9(2).
           05 STND-TERM-POINTS PIC 9(3)V9.
           05 STND-TERM-GPA PIC 9V99.
           05 STND-CUM-COURSES PIC 9(3).
           05 STND-CUM-POINTS PIC 9(4)V9.
           05 STND-CUM-GPA PIC 9V99.
           05 STND-STANDING PIC X(1).
               88 STND-GOOD VALUE "G".
               88 STND-PROBATION VALUE "P".
               88 STND-WITHDRAW VALUE "R".
           05 STND-DEANS-LIST PIC X(1).
               88 STND-ON-DEANS-LIST VALUE "Y".
           05 STND-RUN-DATE PIC 9(6).
