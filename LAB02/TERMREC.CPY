      ******************************************************************
      * Copybook: TERMREC
      * Purpose:  Term calendar record - one record per ENROLL-TERM
      *           (YYYYMM), keyed on TERM-CODE. COPYed into any
      *           program that reads or writes the indexed term
      *           calendar (TERM.DAT). The dates are YYMMDD, the same
      *           form as the run date: the last day an ADD is taken,
      *           the last day a DROP removes the enrollment outright,
      *           the last day a DROP is taken at all (as a withdrawal
      *           with a "W " grade), and the date grades are due.
      *           A term is added OPEN; only the term close run sets
      *           it CLOSED, after which grades need a registrar
      *           grade-change authorization.
      *
      * Modification History:
      *   2026-10-15  Written for the term calendar.
      ******************************************************************
       01 TERM-RECORD.
           05 TERM-CODE PIC 9(6).
           05 TERM-START-DATE PIC 9(6).
           05 TERM-LAST-ADD-DATE PIC 9(6).
           05 TERM-LAST-DROP-DATE PIC 9(6).
           05 TERM-WITHDRAW-DATE PIC 9(6).
           05 TERM-GRADE-DEADLINE PIC 9(6).
           05 TERM-STATUS PIC X(6).
               88 TERM-OPEN VALUE "OPEN".
               88 TERM-CLOSED VALUE "CLOSED".
           05 TERM-CLOSE-DATE PIC 9(6).
           05 TERM-CLOSED-BY PIC X(8).
