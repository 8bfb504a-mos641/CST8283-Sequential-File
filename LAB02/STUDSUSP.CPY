      *           full transaction image. Written cumulatively to
      *           STUDSUSP.TXT by the transaction edit (and by the
      *           maintenance and update programs for their own
      *           applied-stage rejects, and by the enrollment
      *           maintenance program, stamped operator ENRLMNT); an
      *           entry clears automatically when a corrected
      *           transaction for the same student later passes the
      *           edit - an ENRLMNT entry instead clears when a
      *           transaction for the same student, course and term
      *           later applies in the enrollment run. Unlike
      *           STUDTREJ.TXT, this file survives the next run - a
      *           reject not fixed the same day is no longer simply
      *           gone. The aging report reads it daily.
      *
      * Modification History:
      *   2026-09-02  Written for the reject suspense/aging flow.
      *   2026-10-15  Documented ENRLMNT entries and how they clear.
      ******************************************************************
       01 SUSPENSE-RECORD.
           05 SUSP-STUDENT-NUMBER PIC X(10).
