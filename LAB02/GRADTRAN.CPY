      *
      * Modification History:
      *   2026-09-02  Written for the grade recording subsystem.
      *   2026-10-15  GTRN-CHANGE-AUTH added - the registrar's
      *                grade-change authorization, required by the
      *                grade edit for a grade in a CLOSED term and
      *                left blank otherwise.
      ******************************************************************
       01 GRADE-TRANSACTION-RECORD.
           05 GTRN-STUDENT-NUMBER PIC X(10).
               88 GTRN-GRADE-VALID VALUES "A+" "A " "A-"
                   "B+" "B " "B-" "C+" "C " "C-"
                   "D+" "D " "F " "W " "I ".
           05 GTRN-CHANGE-AUTH PIC X(8).
