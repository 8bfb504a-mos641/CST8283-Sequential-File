      ******************************************************************
      * Copybook: DMNDPRM
      * Purpose:  One-record parameter card for the course demand and
      *           capacity planning report (DMNDPRM.TXT): the range of
      *           ENROLL-TERMs (YYYYMM) to report, the fill percent at
      *           or over which a course/term is an extra-section
      *           candidate, the waitlist depth above which it is one
      *           too, and the enrollment at or under which a course's
      *           best term makes it a cancellation candidate (ZERO -
      *           only courses with no enrollment at all). A missing
      *           card, a zero term, a range running backwards or a
      *           zero fill percent refuses the run.
      *
      * Modification History:
      *   2026-10-15  Written for the course demand planning report.
      ******************************************************************
       01 DEMAND-PARM-RECORD.
           05 PARM-TERM-FROM PIC 9(6).
           05 PARM-TERM-TO PIC 9(6).
           05 PARM-FILL-PCT PIC 9(3).
           05 PARM-WAIT-MIN PIC 9(3).
           05 PARM-LOW-ENROLL PIC 9(3).
