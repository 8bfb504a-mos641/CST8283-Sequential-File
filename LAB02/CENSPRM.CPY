      ******************************************************************
      * Copybook: CENSPRM
      * Purpose:  One-record parameter card for the ministry enrollment
      *           census extract (CENSPRM.TXT): the ENROLL-TERM
      *           (YYYYMM) being reported, the census date (YYMMDD) -
      *           enrollments made after it, or withdrawn on or before
      *           it, are not counted - the number of courses that
      *           makes a student full-time, and the institution code
      *           the ministry knows us by. A missing card, or any
      *           field zero or blank, refuses the run.
      *
      * Modification History:
      *   2026-10-15  Written for the ministry enrollment census.
      ******************************************************************
       01 CENSUS-PARM-RECORD.
           05 PARM-CENSUS-TERM PIC 9(6).
           05 PARM-CENSUS-DATE PIC 9(6).
           05 PARM-FT-MIN-COURSES PIC 9(2).
           05 PARM-INSTITUTION PIC X(8).
