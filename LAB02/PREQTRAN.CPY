      ******************************************************************
      * Copybook: PREQTRAN
      * Purpose:  Course prerequisite Add/Change/Delete transaction
      *           record, keyed on PTRN-COURSE-CODE plus
      *           PTRN-REQUIRED-COURSE. Read by the prerequisite
      *           maintenance program. A change replaces the minimum
      *           grade; a blank minimum grade on an add means the
      *           lowest passing grade.
      *
      * Modification History:
      *   2026-10-15  Written for prerequisite checking at enrollment.
      ******************************************************************
       01 PREREQ-TRANSACTION-RECORD.
           05 PTRN-CODE PIC X(1).
               88 PTRN-ADD VALUE "A".
               88 PTRN-CHANGE VALUE "C".
               88 PTRN-DELETE VALUE "D".
           05 PTRN-COURSE-CODE PIC X(8).
           05 PTRN-REQUIRED-COURSE PIC X(8).
           05 PTRN-MIN-GRADE PIC X(2).
