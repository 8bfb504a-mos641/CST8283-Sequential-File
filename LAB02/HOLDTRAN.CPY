      ******************************************************************
      * Copybook: HOLDTRAN
      * Purpose:  Registration hold Add/Release transaction record, as
      *           keyed by the office placing or lifting the hold.
      *           Read by the hold maintenance program. On an add,
      *           HTRN-DATE is the date the hold is placed; on a
      *           release it is the date the hold is lifted. ZERO
      *           means the run date either way. A release lifts the
      *           open hold of HTRN-TYPE for the student - when the
      *           student has more than one open hold of that type
      *           HTRN-DATE-PLACED picks which one (ZERO means the
      *           oldest).
      *
      * Modification History:
      *   2026-10-15  Written for registration holds.
      ******************************************************************
       01 HOLD-TRANSACTION-RECORD.
           05 HTRN-CODE PIC X(1).
               88 HTRN-ADD VALUE "A".
               88 HTRN-RELEASE VALUE "R".
           05 HTRN-STUDENT-NUMBER PIC X(10).
           05 HTRN-TYPE PIC X(2).
           05 HTRN-PLACED-BY PIC X(8).
           05 HTRN-DATE PIC 9(6).
           05 HTRN-DATE-PLACED PIC 9(6).
           05 HTRN-REASON PIC X(30).
           05 HTRN-OPERATOR-ID PIC X(8).
