      ******************************************************************
      * Copybook: TERMPRM
      * Purpose:  One-record parameter card for the term close run,
      *           naming the ENROLL-TERM (YYYYMM) to close and the
      *           registrar operator closing it. A missing card, a
      *           zero term or a blank operator refuses the run.
      *
      * Modification History:
      *   2026-10-15  Written for the term close run.
      ******************************************************************
       01 TERM-CLOSE-PARM-RECORD.
           05 PARM-CLOSE-TERM PIC 9(6).
           05 PARM-CLOSE-OPERATOR PIC X(8).
