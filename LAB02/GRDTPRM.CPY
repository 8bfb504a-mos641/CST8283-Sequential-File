      ******************************************************************
      * Copybook: GRDTPRM
      * Purpose:  One-record parameter card for the grade-sheet print
      *           run and the outstanding-grades report, naming the
      *           ENROLL-TERM (YYYYMM) to run for. A missing card, or
      *           a zero term, refuses the run.
      *
      * Modification History:
      *   2026-10-15  Written for the grade-sheet and outstanding-
      *                grades runs.
      ******************************************************************
       01 GRADE-TERM-PARM-RECORD.
           05 PARM-GRADE-TERM PIC 9(6).
