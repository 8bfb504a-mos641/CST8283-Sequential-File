      ******************************************************************
      * Copybook: HOLDREC
      * Purpose:  Registration hold record - one record per hold an
      *           office places on a STUDENT-NUMBER, keyed on student
      *           number plus hold type plus the date the hold was
      *           placed. COPYed into any program that reads or writes
      *           the indexed hold master (HOLD.DAT). A hold is open
      *           until HOLD-DATE-RELEASED is filled in; released holds
      *           stay on file as the history of who blocked the
      *           student and why. While any hold is open the student
      *           cannot add a course and no transcript is released.
      *
      * Modification History:
      *   2026-10-15  Written for registration holds.
      ******************************************************************
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-STUDENT-NUMBER PIC X(10).
               10 HOLD-TYPE PIC X(2).
                   88 HOLD-FINANCIAL VALUE "FI".
                   88 HOLD-LIBRARY VALUE "LB".
                   88 HOLD-DISCIPLINARY VALUE "DS".
                   88 HOLD-DOCUMENTS VALUE "DO".
                   88 HOLD-REGISTRAR VALUE "RG".
                   88 HOLD-TYPE-VALID VALUES "FI" "LB" "DS" "DO" "RG".
               10 HOLD-DATE-PLACED PIC 9(6).
           05 HOLD-PLACED-BY PIC X(8).
           05 HOLD-DATE-RELEASED PIC 9(6).
               88 HOLD-OPEN VALUE ZERO.
           05 HOLD-REASON PIC X(30).
