      ******************************************************************
      * Copybook: TERMTRAN
      * Purpose:  Term calendar Add/Change/Delete transaction record,
      *           keyed on the term (YYYYMM), as keyed by the
      *           registrar's office. Read by the term calendar
      *           maintenance program. Dates are YYMMDD; on a change
      *           a ZERO date keeps the calendar's current value.
      *           There is no status field - a term is added OPEN and
      *           is closed only by the term close run.
      *
      * Modification History:
      *   2026-10-15  Written for the term calendar.
      ******************************************************************
       01 TERM-TRANSACTION-RECORD.
           05 TTRN-CODE PIC X(1).
               88 TTRN-ADD VALUE "A".
               88 TTRN-CHANGE VALUE "C".
               88 TTRN-DELETE VALUE "D".
           05 TTRN-TERM PIC 9(6).
           05 TTRN-START-DATE PIC 9(6).
           05 TTRN-LAST-ADD-DATE PIC 9(6).
           05 TTRN-LAST-DROP-DATE PIC 9(6).
           05 TTRN-WITHDRAW-DATE PIC 9(6).
           05 TTRN-GRADE-DEADLINE PIC 9(6).
