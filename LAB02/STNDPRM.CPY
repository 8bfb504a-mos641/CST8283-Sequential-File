      ******************************************************************
      * Copybook: STNDPRM
      * Purpose:  One-record parameter card for the academic standing
      *           run, naming the ENROLL-TERM (YYYYMM) whose standing
      *           is assigned. A missing card, or a zero term, refuses
      *           the run. The thresholds are optional - ZERO takes
      *           the registrar's standing policy defaults: Dean's
      *           list at a term GPA of 3.50 over at least 3 courses
      *           counted, probation below a cumulative GPA of 2.00.
      *
      * Modification History:
      *   2026-10-15  Written for the academic standing run.
      ******************************************************************
       01 STANDING-PARM-RECORD.
           05 PARM-STANDING-TERM PIC 9(6).
           05 PARM-DEANS-GPA PIC 9V99.
           05 PARM-DEANS-MIN-COURSES PIC 9(2).
           05 PARM-PROBATION-GPA PIC 9V99.
